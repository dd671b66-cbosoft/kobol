000200*                  CYCDATE (FIRST EVER RUN) INITIALIZES TO THE
000210*                  MACHINE DATE. ALL OTHER PROGRAMS TAKE THE
000220*                  DATE FROM HERE VIA GETCYCDT.
000221* 2026-10-15  DPG  CATCH-UP AFTER AN OUTAGE - WHEN CATCHUP HAS A
000222*                  MISSED DATE SUBMITTED ON CATCHCTL, A COMPLETED
000223*                  CYCLE ROLLS TO THAT DATE INSTEAD OF THE
000224*                  MACHINE DATE, SO EACH MISSED DAY BOOKS TO ITS
000225*                  OWN BUSINESS DATE.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT STRMSTAT ASSIGN TO "STRMSTAT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000305     SELECT OPTIONAL CATCHCTL ASSIGN TO "CATCHCTL"
000306         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT STRMWORK ASSIGN TO "STRMWORK"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000400 FD  STRMSTAT
000410     RECORDING MODE IS F.
000420     COPY STRMST.
000425 FD  CATCHCTL
000426     RECORDING MODE IS F.
000427     COPY CATCTL.
000430 FD  STRMWORK
000440     RECORDING MODE IS F.
000450 01  STRMWORK-RECORD             PIC X(24).
000520*----------------------------------------------------------------
000530 01  WS-MACHINE-DATE             PIC 9(08) VALUE ZERO.
000540 01  WS-CYCLE-DATE               PIC 9(08) VALUE ZERO.
000545 01  WS-ROLL-DATE                PIC 9(08) VALUE ZERO.
000550 01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
000560 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000570 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
000700         88 STRMWORK-EOF             VALUE "Y".
000710     05 WS-COMPLETE-SW           PIC X(01) VALUE "N".
000720         88 PRIOR-CYCLE-COMPLETE     VALUE "Y".
000721     05 WS-CATC-EOF-SW           PIC X(01) VALUE "N".
000722         88 CATCHCTL-EOF             VALUE "Y".
000730 PROCEDURE DIVISION.
000740*----------------------------------------------------------------
000750 0000-MAINLINE.
001530         GO TO 3000-EXIT
001540     END-IF
001550     PERFORM 5000-PURGE-STATE THRU 5000-EXIT
001555     PERFORM 3500-FIND-CATCHUP THRU 3500-EXIT
001560     MOVE WS-ROLL-DATE TO WS-CYCLE-DATE
001570     PERFORM 4000-WRITE-CYCDATE THRU 4000-EXIT
001580     DISPLAY "DATEROLL CYCLE DATE ADVANCED TO " WS-CYCLE-DATE.
001590 3000-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------
001602*3500-FIND-CATCHUP - THE DATE CATCHUP SUBMITTED, WHEN THERE IS
001603* ONE AFTER THE COMPLETED CYCLE, IS THE ROLL DATE; OTHERWISE THE
001604* MACHINE DATE.
001605*----------------------------------------------------------------
001606 3500-FIND-CATCHUP.
001607     MOVE WS-MACHINE-DATE TO WS-ROLL-DATE
001608     OPEN INPUT CATCHCTL
001609     READ CATCHCTL
001610         AT END
001611             SET CATCHCTL-EOF TO TRUE
001612     END-READ
001613     PERFORM 3550-SCAN-CATCHUP THRU 3550-EXIT
001614         UNTIL CATCHCTL-EOF
001615     CLOSE CATCHCTL
001616     IF WS-ROLL-DATE NOT EQUAL WS-MACHINE-DATE
001617         DISPLAY "DATEROLL CATCH-UP DATE " WS-ROLL-DATE
001618             " SUBMITTED BY CATCHUP"
001619     END-IF.
001620 3500-EXIT.
001621     EXIT.
001622*----------------------------------------------------------------
001623 3550-SCAN-CATCHUP.
001624*----------------------------------------------------------------
001625     IF CATC-SUBMITTED
001626         AND CATC-BUS-DATE > WS-CYCLE-DATE
001627         AND CATC-BUS-DATE < WS-MACHINE-DATE
001628         MOVE CATC-BUS-DATE TO WS-ROLL-DATE
001629     END-IF
001630     READ CATCHCTL
001631         AT END
001632             SET CATCHCTL-EOF TO TRUE
001633     END-READ.
001634 3550-EXIT.
001635     EXIT.
001636*----------------------------------------------------------------
001637 4000-WRITE-CYCDATE.
001630*----------------------------------------------------------------
001640     ACCEPT WS-NOW-TIME FROM TIME
001650     OPEN OUTPUT CYCDATEF
