000330*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000330*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000330*                  PROCESSING DAY.
000331* 2026-10-15  DPG  TODAY'S END TIMES NOW COME FROM THE JOB-RUN
000331*                  RECORDS OF THE DLYSTAT DAILY STATISTICS (COPY
000331*                  DLYSTAT) INSTEAD OF A FULL READ OF RUNLOG. A
000331*                  DLYSTATS 'JOBS' PASS RUNS JUST AHEAD OF THIS
000331*                  STEP SO THE REPORTING STEPS ARE INCLUDED.
000331*                  RUNLOG IS STILL OPENED EXTEND FOR THIS STEP'S
000331*                  OWN ENTRY.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SLACTLF ASSIGN TO "SLACTL"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000385     SELECT DLYSTAT ASSIGN TO "DLYSTAT"
000385         ORGANIZATION IS INDEXED
000385         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS STAT-KEY.
000390     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT SLARPT ASSIGN TO "SLARPT"
000470 FD  SLACTLF
000480     RECORDING MODE IS F.
000490     COPY SLACTL.
000495 FD  DLYSTAT
000495     RECORDING MODE IS F.
000495     COPY DLYSTAT.
000500 FD  RUNLOGF
000510     RECORDING MODE IS F.
000520     COPY RUNLOG.
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------
000610* SLA TABLE - ONE ENTRY PER SLACTL JOB RECORD, MARKED WITH THE
000620* LATEST END TIME AMONG TODAY'S JOB RUNS. THE "*STREAM*"
000630* RECORD IS HELD ASIDE AS THE STREAM CUTOFF, NOT TABLED.
000640*----------------------------------------------------------------
000650 01  WS-SLA-COUNT                PIC 9(02) COMP VALUE ZERO.
001070 01  WS-SWITCHES.
001080     05 WS-SLACTL-EOF-SW         PIC X(01) VALUE "N".
001090         88 SLACTL-EOF               VALUE "Y".
001100     05 WS-STAT-DONE-SW          PIC X(01) VALUE "N".
001110         88 STAT-BROWSE-DONE         VALUE "Y".
001120 PROCEDURE DIVISION.
001130*----------------------------------------------------------------
001140 0000-MAINLINE.
001150*----------------------------------------------------------------
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001170     PERFORM 2000-PROCESS-JOB-RUNS THRU 2000-EXIT
001190     PERFORM 3000-CHECK-JOB THRU 3000-EXIT
001200         VARYING WS-SLA-IDX FROM 1 BY 1
001210         UNTIL WS-SLA-IDX > WS-SLA-COUNT
001380     PERFORM 1100-LOAD-SLA THRU 1100-EXIT
001390         UNTIL SLACTL-EOF
001400     CLOSE SLACTLF
001410     OPEN INPUT DLYSTAT
001420     OPEN OUTPUT SLARPT
001430     OPEN OUTPUT SLAEXCP
001440     MOVE SPACES TO WS-PRINT-LINE
001570     END-IF
001580     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001590     MOVE SPACES TO WS-PRINT-LINE
001600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
001650 1000-EXIT.
001660     EXIT.
001670*----------------------------------------------------------------
001880 1100-EXIT.
001890     EXIT.
001900*----------------------------------------------------------------
001910 2000-PROCESS-JOB-RUNS.
001920*----------------------------------------------------------------
001930     MOVE LOW-VALUES TO STAT-KEY
001930     MOVE WS-RUN-DATE TO STAT-BUS-DATE
001930     SET STAT-JOB-RUN TO TRUE
001930     START DLYSTAT KEY >= STAT-KEY
001930         INVALID KEY
001930             GO TO 2000-EXIT
001930     END-START
001930     PERFORM 2050-PROCESS-JOB-RUN THRU 2050-EXIT
001930         UNTIL STAT-BROWSE-DONE.
002030 2000-EXIT.
002040     EXIT.
002040*----------------------------------------------------------------
002040 2050-PROCESS-JOB-RUN.
002040*----------------------------------------------------------------
002040     READ DLYSTAT NEXT
002040         AT END
002040             SET STAT-BROWSE-DONE TO TRUE
002040             GO TO 2050-EXIT
002040     END-READ
002040     IF STAT-BUS-DATE NOT EQUAL WS-RUN-DATE
002040         OR NOT STAT-JOB-RUN
002040         SET STAT-BROWSE-DONE TO TRUE
002040         GO TO 2050-EXIT
002040     END-IF
002040     ADD 1 TO WS-READ-COUNT
002040     PERFORM 2100-MARK-JOB THRU 2100-EXIT
002040         VARYING WS-SLA-IDX FROM 1 BY 1
002040         UNTIL WS-SLA-IDX > WS-SLA-COUNT.
002040 2050-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060*2100-MARK-JOB - A JOB RERUN LEAVES SEVERAL ENTRIES FOR TODAY;
002070* THE LATEST END TIME IS THE ONE THE HAND-OFF WAITS ON.
002080*----------------------------------------------------------------
002090 2100-MARK-JOB.
002100     IF WS-SLA-JOB(WS-SLA-IDX) EQUAL STAT-NAME
002110         SET WS-SLA-SEEN(WS-SLA-IDX) TO TRUE
002120         IF STAT-END-TIME > WS-SLA-END-TIME(WS-SLA-IDX)
002130             MOVE STAT-END-TIME TO
002140                 WS-SLA-END-TIME(WS-SLA-IDX)
002150         END-IF
002160     END-IF.
002660 3100-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690*3200-CHECK-NOT-RUN - NO RUN RECORDED YET. ONCE THE CLOCK IS
002700* PAST THE JOB'S OWN DEADLINE (OR PAST THE STREAM CUTOFF) THE
002710* HAND-OFF CANNOT PLAUSIBLY BE MET, SO THE CONDITION IS RAISED
002720* NOW INSTEAD OF BEING DISCOVERED AT 06:00.
003250     STRING "SLA EXCEPTIONS RAISED=" WS-EXCP-COUNT
003260         DELIMITED BY SIZE INTO WS-PRINT-LINE
003270     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003280     CLOSE DLYSTAT
003290     CLOSE SLARPT
003300     CLOSE SLAEXCP
003310     ACCEPT WS-END-TIME FROM TIME
