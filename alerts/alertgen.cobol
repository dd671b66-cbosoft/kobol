000230*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000230*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000230*                  PROCESSING DAY.
000231* 2026-10-15  DPG  THE MATHAUD CONSISTENCY AUDIT STAGES ITS
000231*                  MFSM/MFCS/MFGP/MNCR/MNFR FINDINGS ON MTHEXCP;
000231*                  TODAY'S RECORDS PASS THROUGH LIKE AUDEXCP.
000232* 2026-10-15  DPG  THE PRIMEFAC JOB'S PRMREJ REJECTS NOW COUNT
000232*                  TOWARD THE REJC THRESHOLD ALERT LIKE CMBREJ.
000233* 2026-10-15  DPG  FBZEDIT STAGES ITS "HOLD" WARNING (FBZIN
000233*                  DUPLICATE HOLDS LEFT UNDECIDED TOO LONG) ON
000233*                  HLDEXCP; TODAY'S RECORDS PASS THROUGH LIKE
000233*                  MTHEXCP.
000233* 2026-10-15  DPG  DLYSUMRY STAGES ITS DEPARTMENTAL INQUIRY
000233*                  QUOTA FINDINGS ("QWRN" NEARING, "QLIM" AT THE
000233*                  CEILING) ON QTAEXCP; TODAY'S RECORDS PASS
000233*                  THROUGH LIKE HLDEXCP.
000234* 2026-10-15  DPG  TODAY'S JOB RUNS (SEEN/NRUN AND BDRC), THE
000234*                  REJECT COUNTS FOR THE REJC THRESHOLD AND THE
000234*                  FACDIFF DISCREPANCY COUNT NOW COME FROM THE
000234*                  DLYSTAT DAILY STATISTICS (COPY DLYSTAT)
000234*                  INSTEAD OF RUNLOG, THE FIVE REJECT FILES AND
000234*                  FACDIFF. THE STAGED EXCEPTION FILES STILL
000234*                  PASS THROUGH AS BEFORE. A DAY WITH NO
000234*                  STATISTICS RAISES "NSTA" SO THE NRUN ALERTS
000234*                  THAT FOLLOW ARE READ FOR WHAT THEY ARE.
000235* 2026-10-15  DPG  THE SECMON FAILED-AUTHORIZATION MONITOR
000235*                  STAGES ITS "LOCK" ALERT (USER LOCKED OUT,
000235*                  USER ID IN THE JOB-NAME FIELD) ON SECEXCP;
000235*                  TODAY'S RECORDS PASS THROUGH LIKE QTAEXCP.
000231*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000270     SELECT DLYSTAT ASSIGN TO "DLYSTAT"
000270         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS STAT-KEY.
000250     SELECT SCHDCTL ASSIGN TO "SCHDCTL"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000362     SELECT SLAEXCP ASSIGN TO "SLAEXCP"
000364         ORGANIZATION IS LINE SEQUENTIAL.
000366     SELECT ACKEXCP ASSIGN TO "ACKEXCP"
000368         ORGANIZATION IS LINE SEQUENTIAL.
000369     SELECT CNVEXCP ASSIGN TO "CNVEXCP"
000369         ORGANIZATION IS LINE SEQUENTIAL.
000369     SELECT MTHEXCP ASSIGN TO "MTHEXCP"
000369         ORGANIZATION IS LINE SEQUENTIAL.
000369     SELECT HLDEXCP ASSIGN TO "HLDEXCP"
000369         ORGANIZATION IS LINE SEQUENTIAL.
000369     SELECT QTAEXCP ASSIGN TO "QTAEXCP"
000369         ORGANIZATION IS LINE SEQUENTIAL.
000369     SELECT SECEXCP ASSIGN TO "SECEXCP"
000369         ORGANIZATION IS LINE SEQUENTIAL.
000369     SELECT AUDEXCP ASSIGN TO "AUDEXCP"
000369         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT ALERTS ASSIGN TO "ALERTS"
000410 FD  SCHDCTL
000420     RECORDING MODE IS F.
000430     COPY SCHDCTL.
000440 FD  DLYSTAT
000450     RECORDING MODE IS F.
000460     COPY DLYSTAT.
000662 FD  SLAEXCP
000663     RECORDING MODE IS F.
000664 01  SLAX-RECORD.
000691     05 ADX-CODE                 PIC X(04).
000692     05 ADX-JOB-NAME             PIC X(08).
000693     05 ADX-TEXT                 PIC X(40).
000694 FD  MTHEXCP
000694     RECORDING MODE IS F.
000694 01  MTX-RECORD.
000694     05 MTX-RUN-DATE             PIC 9(08).
000694     05 MTX-SEVERITY             PIC X(01).
000694     05 MTX-CODE                 PIC X(04).
000694     05 MTX-JOB-NAME             PIC X(08).
000694     05 MTX-TEXT                 PIC X(40).
000695 FD  HLDEXCP
000695     RECORDING MODE IS F.
000695 01  HLX-RECORD.
000695     05 HLX-RUN-DATE             PIC 9(08).
000695     05 HLX-SEVERITY             PIC X(01).
000695     05 HLX-CODE                 PIC X(04).
000695     05 HLX-JOB-NAME             PIC X(08).
000695     05 HLX-TEXT                 PIC X(40).
000695 FD  QTAEXCP
000695     RECORDING MODE IS F.
000695 01  QTX-RECORD.
000695     05 QTX-RUN-DATE             PIC 9(08).
000695     05 QTX-SEVERITY             PIC X(01).
000695     05 QTX-CODE                 PIC X(04).
000695     05 QTX-JOB-NAME             PIC X(08).
000695     05 QTX-TEXT                 PIC X(40).
000695 FD  SECEXCP
000695     RECORDING MODE IS F.
000695 01  SCX-RECORD.
000695     05 SCX-RUN-DATE             PIC 9(08).
000695     05 SCX-SEVERITY             PIC X(01).
000695     05 SCX-CODE                 PIC X(04).
000695     05 SCX-JOB-NAME             PIC X(08).
000695     05 SCX-TEXT                 PIC X(40).
000670 FD  ALERTS
000680     RECORDING MODE IS F.
000690     COPY ALERTRC.
000850* ALERT THRESHOLDS AND COUNTERS
000860*----------------------------------------------------------------
000870 01  WS-REJECT-THRESHOLD         PIC 9(04) COMP VALUE 10.
000880 01  WS-LOOK-NAME                PIC X(08) VALUE SPACES.
000890 01  WS-LOOK-COUNT               PIC 9(09) VALUE ZERO.
000905 01  WS-ALERT-REJ-COUNT          PIC 9(09) VALUE ZERO.
000910 01  WS-DIFF-COUNT               PIC 9(09) VALUE ZERO.
000920 01  WS-ALERT-COUNT              PIC 9(04) COMP VALUE ZERO.
000970 01  WS-SWITCHES.
000980     05 WS-SCHDCTL-EOF-SW        PIC X(01) VALUE "N".
000990         88 SCHDCTL-EOF              VALUE "Y".
001092     05 WS-SLAEXCP-EOF-SW        PIC X(01) VALUE "N".
001094         88 SLAEXCP-EOF              VALUE "Y".
001095     05 WS-ALERTMST-EOF-SW       PIC X(01) VALUE "N".
001099         88 CNVEXCP-EOF              VALUE "Y".
001099     05 WS-AUDEXCP-EOF-SW        PIC X(01) VALUE "N".
001099         88 AUDEXCP-EOF              VALUE "Y".
001099     05 WS-MTHEXCP-EOF-SW        PIC X(01) VALUE "N".
001099         88 MTHEXCP-EOF              VALUE "Y".
001099     05 WS-HLDEXCP-EOF-SW        PIC X(01) VALUE "N".
001099         88 HLDEXCP-EOF              VALUE "Y".
001099     05 WS-QTAEXCP-EOF-SW        PIC X(01) VALUE "N".
001099         88 QTAEXCP-EOF              VALUE "Y".
001099     05 WS-SECEXCP-EOF-SW        PIC X(01) VALUE "N".
001099         88 SECEXCP-EOF              VALUE "Y".
001099     05 WS-STAT-DONE-SW          PIC X(01) VALUE "N".
001099         88 STAT-BROWSE-DONE         VALUE "Y".
001099     05 WS-LOOK-FOUND-SW         PIC X(01) VALUE "N".
001099         88 STAT-COUNT-FOUND         VALUE "Y".
001100 PROCEDURE DIVISION.
001110*----------------------------------------------------------------
001120 0000-MAINLINE.
001130*----------------------------------------------------------------
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001150     PERFORM 2000-PROCESS-JOB-RUNS THRU 2000-EXIT
001170     PERFORM 3000-CHECK-MISSING-RUNS THRU 3000-EXIT
001180         VARYING WS-SCHED-IDX FROM 1 BY 1
001190         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
001200     PERFORM 4000-COUNT-REJECTS THRU 4000-EXIT
001210     PERFORM 5000-CHECK-FACDIFF THRU 5000-EXIT
001230     PERFORM 6000-REPORT-RECON THRU 6000-EXIT
001232     PERFORM 6500-PASS-SLAEXCP THRU 6500-EXIT
001234         UNTIL SLAEXCP-EOF
001235         UNTIL CNVEXCP-EOF
001235     PERFORM 6800-PASS-AUDEXCP THRU 6800-EXIT
001235         UNTIL AUDEXCP-EOF
001235     PERFORM 6900-PASS-MTHEXCP THRU 6900-EXIT
001235         UNTIL MTHEXCP-EOF
001235     PERFORM 6950-PASS-HLDEXCP THRU 6950-EXIT
001235         UNTIL HLDEXCP-EOF
001235     PERFORM 6960-PASS-QTAEXCP THRU 6960-EXIT
001235         UNTIL QTAEXCP-EOF
001235     PERFORM 6970-PASS-SECEXCP THRU 6970-EXIT
001235         UNTIL SECEXCP-EOF
001236     PERFORM 7000-ESCALATE-OPEN THRU 7000-EXIT
001237         VARYING WS-AMST-IDX FROM 1 BY 1
001238         UNTIL WS-AMST-IDX > WS-AMST-COUNT
001360     PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT
001370         UNTIL SCHDCTL-EOF
001380     CLOSE SCHDCTL
001390     OPEN INPUT DLYSTAT
001432     OPEN INPUT SLAEXCP
001433     OPEN INPUT ACKEXCP
001434     OPEN INPUT CNVEXCP
001435     OPEN INPUT AUDEXCP
001435     OPEN INPUT MTHEXCP
001435     OPEN INPUT HLDEXCP
001435     OPEN INPUT QTAEXCP
001435     OPEN INPUT SECEXCP
001512     READ SLAEXCP
001514         AT END
001516             SET SLAEXCP-EOF TO TRUE
001527     READ AUDEXCP
001528         AT END
001529             SET AUDEXCP-EOF TO TRUE
001530     END-READ
001530     READ MTHEXCP
001530         AT END
001530             SET MTHEXCP-EOF TO TRUE
001530     END-READ
001530     READ HLDEXCP
001530         AT END
001530             SET HLDEXCP-EOF TO TRUE
001530     END-READ
001530     READ QTAEXCP
001530         AT END
001530             SET QTAEXCP-EOF TO TRUE
001530     END-READ
001530     READ SECEXCP
001530         AT END
001530             SET SECEXCP-EOF TO TRUE
001530     END-READ.
001520 1000-EXIT.
001530     EXIT.
001690 1100-EXIT.
001700     EXIT.
001710*----------------------------------------------------------------
001710*2000-PROCESS-JOB-RUNS - TODAY'S "J" RECORDS. THE DLYSTATS
001710* 'JOBS' PASS JUST AHEAD OF THIS STEP HAS BROUGHT THEM UP TO
001710* DATE WITH THE REPORTING STEPS THAT RAN AFTER THE FULL PASS.
001710* NONE AT ALL MEANS THE STATISTICS WERE NEVER TAKEN - "NSTA".
001710*----------------------------------------------------------------
001720 2000-PROCESS-JOB-RUNS.
001730     MOVE "N" TO WS-STAT-DONE-SW
001730     MOVE LOW-VALUES TO STAT-KEY
001730     MOVE WS-RUN-DATE TO STAT-BUS-DATE
001730     SET STAT-JOB-RUN TO TRUE
001730     START DLYSTAT KEY >= STAT-KEY
001730         INVALID KEY
001730             SET STAT-BROWSE-DONE TO TRUE
001730     END-START
001730     PERFORM 2050-PROCESS-JOB-RUN THRU 2050-EXIT
001730         UNTIL STAT-BROWSE-DONE
001730     MOVE "FACREJ" TO WS-LOOK-NAME
001730     PERFORM 4100-READ-TOTAL THRU 4100-EXIT
001730     IF NOT STAT-COUNT-FOUND
001730         MOVE WS-RUN-DATE TO ALERT-RUN-DATE
001730         SET ALERT-ERROR TO TRUE
001730         MOVE "NSTA" TO ALERT-CODE
001730         MOVE "DLYSTATS" TO ALERT-JOB-NAME
001730         MOVE "NO DAILY STATISTICS ON FILE FOR TODAY"
001730             TO ALERT-TEXT
001730         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
001730     END-IF.
001980 2000-EXIT.
001990     EXIT.
001990*----------------------------------------------------------------
001990 2050-PROCESS-JOB-RUN.
001990*----------------------------------------------------------------
001990     READ DLYSTAT NEXT
001990         AT END
001990             SET STAT-BROWSE-DONE TO TRUE
001990             GO TO 2050-EXIT
001990     END-READ
001990     IF STAT-BUS-DATE NOT EQUAL WS-RUN-DATE
001990         OR NOT STAT-JOB-RUN
001990         SET STAT-BROWSE-DONE TO TRUE
001990         GO TO 2050-EXIT
001990     END-IF
001750     PERFORM 2100-MARK-JOB-SEEN THRU 2100-EXIT
001760         VARYING WS-SCHED-IDX FROM 1 BY 1
001770         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
001780     IF STAT-RETURN-CODE > ZERO
001790         MOVE WS-RUN-DATE TO ALERT-RUN-DATE
001800         IF STAT-RETURN-CODE > 7
001810             SET ALERT-ERROR TO TRUE
001820         ELSE
001830             SET ALERT-WARNING TO TRUE
001840         END-IF
001850         MOVE "BDRC" TO ALERT-CODE
001860         MOVE STAT-NAME TO ALERT-JOB-NAME
001870         MOVE SPACES TO ALERT-TEXT
001880         STRING "RETURN CODE " STAT-RETURN-CODE
001890             " LOGGED FOR TODAY"
001900             DELIMITED BY SIZE INTO ALERT-TEXT
001910         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
001920     END-IF.
001990 2050-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------
002010 2100-MARK-JOB-SEEN.
002020*----------------------------------------------------------------
002030     IF WS-SCHED-JOB(WS-SCHED-IDX) EQUAL STAT-NAME
002040         MOVE "Y" TO WS-SCHED-SEEN-SW(WS-SCHED-IDX)
002050     END-IF.
002060 2100-EXIT.
002230*----------------------------------------------------------------
002240 4000-COUNT-REJECTS.
002250*----------------------------------------------------------------
002260     MOVE "FACREJ" TO WS-LOOK-NAME
002260     PERFORM 4100-READ-TOTAL THRU 4100-EXIT
002260     IF WS-LOOK-COUNT > WS-REJECT-THRESHOLD
002260         MOVE WS-LOOK-COUNT TO WS-ALERT-REJ-COUNT
002260         MOVE "FACTORL" TO ALERT-JOB-NAME
002260         PERFORM 4600-REJECT-ALERT-NAMED THRU 4600-EXIT
002260     END-IF
002320     MOVE "FIBREJ" TO WS-LOOK-NAME
002320     PERFORM 4100-READ-TOTAL THRU 4100-EXIT
002320     IF WS-LOOK-COUNT > WS-REJECT-THRESHOLD
002320         MOVE WS-LOOK-COUNT TO WS-ALERT-REJ-COUNT
002320         MOVE "FIBB" TO ALERT-JOB-NAME
002320         PERFORM 4600-REJECT-ALERT-NAMED THRU 4600-EXIT
002320     END-IF
002380     MOVE "CMBREJ" TO WS-LOOK-NAME
002380     PERFORM 4100-READ-TOTAL THRU 4100-EXIT
002380     IF WS-LOOK-COUNT > WS-REJECT-THRESHOLD
002380         MOVE WS-LOOK-COUNT TO WS-ALERT-REJ-COUNT
002380         MOVE "COMBBAT" TO ALERT-JOB-NAME
002380         PERFORM 4600-REJECT-ALERT-NAMED THRU 4600-EXIT
002380     END-IF
002432     MOVE "FBZREJ" TO WS-LOOK-NAME
002432     PERFORM 4100-READ-TOTAL THRU 4100-EXIT
002432     IF WS-LOOK-COUNT > WS-REJECT-THRESHOLD
002432         MOVE WS-LOOK-COUNT TO WS-ALERT-REJ-COUNT
002432         MOVE "FIZZBUZZ" TO ALERT-JOB-NAME
002432         PERFORM 4600-REJECT-ALERT-NAMED THRU 4600-EXIT
002432     END-IF
002443     MOVE "PRMREJ" TO WS-LOOK-NAME
002443     PERFORM 4100-READ-TOTAL THRU 4100-EXIT
002443     IF WS-LOOK-COUNT > WS-REJECT-THRESHOLD
002443         MOVE WS-LOOK-COUNT TO WS-ALERT-REJ-COUNT
002443         MOVE "PRIMEFAC" TO ALERT-JOB-NAME
002443         PERFORM 4600-REJECT-ALERT-NAMED THRU 4600-EXIT
002443     END-IF.
002592 4000-EXIT.
002594     EXIT.
002590*----------------------------------------------------------------
002590*4100-READ-TOTAL - TODAY'S "*TOTAL" COUNT FOR WS-LOOK-NAME,
002590* ZERO WHEN DLYSTATS WROTE NONE
002590*----------------------------------------------------------------
002600 4100-READ-TOTAL.
002620     MOVE ZERO TO WS-LOOK-COUNT
002620     MOVE "N" TO WS-LOOK-FOUND-SW
002620     MOVE LOW-VALUES TO STAT-KEY
002620     MOVE WS-RUN-DATE TO STAT-BUS-DATE
002620     SET STAT-FILE-COUNT TO TRUE
002620     MOVE WS-LOOK-NAME TO STAT-NAME
002620     MOVE "*TOTAL" TO STAT-ITEM
002620     MOVE ZERO TO STAT-SEQ
002650     READ DLYSTAT
002660         INVALID KEY
002670             GO TO 4100-EXIT
002680     END-READ
002680     SET STAT-COUNT-FOUND TO TRUE
002680     MOVE STAT-COUNT TO WS-LOOK-COUNT.
002690 4100-EXIT.
002700     EXIT.
002950*----------------------------------------------------------------
003030 4600-REJECT-ALERT-NAMED.
003040*----------------------------------------------------------------
003150*----------------------------------------------------------------
003160 5000-CHECK-FACDIFF.
003170*----------------------------------------------------------------
003180     MOVE "FACDIFF" TO WS-LOOK-NAME
003190     PERFORM 4100-READ-TOTAL THRU 4100-EXIT
003200     MOVE WS-LOOK-COUNT TO WS-DIFF-COUNT.
003230 5000-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003419     END-READ.
003419 6800-EXIT.
003419     EXIT.
003419*----------------------------------------------------------------
003419 6900-PASS-MTHEXCP.
003419*----------------------------------------------------------------
003419     IF MTX-RUN-DATE EQUAL WS-RUN-DATE
003419         MOVE MTX-RUN-DATE TO ALERT-RUN-DATE
003419         MOVE MTX-SEVERITY TO ALERT-SEVERITY
003419         MOVE MTX-CODE TO ALERT-CODE
003419         MOVE MTX-JOB-NAME TO ALERT-JOB-NAME
003419         MOVE MTX-TEXT TO ALERT-TEXT
003419         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
003419     END-IF
003419     READ MTHEXCP
003419         AT END
003419             SET MTHEXCP-EOF TO TRUE
003419     END-READ.
003419 6900-EXIT.
003419     EXIT.
003419*----------------------------------------------------------------
003419 6950-PASS-HLDEXCP.
003419*----------------------------------------------------------------
003419     IF HLX-RUN-DATE EQUAL WS-RUN-DATE
003419         MOVE HLX-RUN-DATE TO ALERT-RUN-DATE
003419         MOVE HLX-SEVERITY TO ALERT-SEVERITY
003419         MOVE HLX-CODE TO ALERT-CODE
003419         MOVE HLX-JOB-NAME TO ALERT-JOB-NAME
003419         MOVE HLX-TEXT TO ALERT-TEXT
003419         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
003419     END-IF
003419     READ HLDEXCP
003419         AT END
003419             SET HLDEXCP-EOF TO TRUE
003419     END-READ.
003419 6950-EXIT.
003419     EXIT.
003419*----------------------------------------------------------------
003419 6960-PASS-QTAEXCP.
003419*----------------------------------------------------------------
003419     IF QTX-RUN-DATE EQUAL WS-RUN-DATE
003419         MOVE QTX-RUN-DATE TO ALERT-RUN-DATE
003419         MOVE QTX-SEVERITY TO ALERT-SEVERITY
003419         MOVE QTX-CODE TO ALERT-CODE
003419         MOVE QTX-JOB-NAME TO ALERT-JOB-NAME
003419         MOVE QTX-TEXT TO ALERT-TEXT
003419         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
003419     END-IF
003419     READ QTAEXCP
003419         AT END
003419             SET QTAEXCP-EOF TO TRUE
003419     END-READ.
003419 6960-EXIT.
003419     EXIT.
003419*----------------------------------------------------------------
003419 6970-PASS-SECEXCP.
003419*----------------------------------------------------------------
003419     IF SCX-RUN-DATE EQUAL WS-RUN-DATE
003419         MOVE SCX-RUN-DATE TO ALERT-RUN-DATE
003419         MOVE SCX-SEVERITY TO ALERT-SEVERITY
003419         MOVE SCX-CODE TO ALERT-CODE
003419         MOVE SCX-JOB-NAME TO ALERT-JOB-NAME
003419         MOVE SCX-TEXT TO ALERT-TEXT
003419         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
003419     END-IF
003419     READ SECEXCP
003419         AT END
003419             SET SECEXCP-EOF TO TRUE
003419     END-READ.
003419 6970-EXIT.
003419     EXIT.
003420*----------------------------------------------------------------
003421*7000-ESCALATE-OPEN - AN ERROR-SEVERITY MASTER ENTRY STILL
003422* OPEN AFTER WS-ESCALATE-DAYS IS RE-RAISED ON TONIGHT'S ALERTS
003560         MOVE "NO EXCEPTIONS TODAY" TO ALERT-TEXT
003570         WRITE ALERT-RECORD
003580     END-IF
003590     CLOSE DLYSTAT
003635     CLOSE SLAEXCP
003636     CLOSE ACKEXCP
003637     CLOSE CNVEXCP
003638     CLOSE AUDEXCP
003638     CLOSE MTHEXCP
003638     CLOSE HLDEXCP
003638     CLOSE QTAEXCP
003638     CLOSE SECEXCP
003640     CLOSE ALERTS
003641     IF MASTER-LOAD-OVERFLOWED
003642         DISPLAY "ALERTGEN ALERT MASTER EXCEEDS THE TABLE - "
