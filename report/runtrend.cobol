000217*                  THIS REPORT'S NAME AND THE RUN DATE, SO THE
000217*                  REPORT SURVIVES THE SPOOL PURGE AND RPTPRINT
000217*                  CAN REPRODUCE IT FOR AN AUDITOR.
000218* 2026-10-15  DPG  NO LONGER SCANS THE WHOLE ACCUMULATED RUNLOG.
000218*                  THE TREND NOW COVERS THE LAST WS-TREND-DAYS
000218*                  OF JOB-RUN RECORDS ON THE DLYSTAT DAILY
000218*                  STATISTICS (COPY DLYSTAT), WHICH ALREADY CARRY
000218*                  EACH RUN'S ELAPSED SECONDS, READ WITH ONE
000218*                  START AND A RUN OF READ NEXTS. RUNS PRINT IN
000218*                  DATE ORDER, JOB NAME ORDER WITHIN A DATE.
000218*                  RUNLOG IS STILL OPENED EXTEND FOR THIS STEP'S
000218*                  OWN ENTRY.
000218* 2026-10-15  DPG  THE TREND PERIOD STARTED ONE DAY EARLY (32
000218*                  DAYS, NOT 31); WS-FROM-DATE IS NOW THE RUN DATE
000218*                  LESS WS-TREND-DAYS PLUS ONE.
000217*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000255     SELECT DLYSTAT ASSIGN TO "DLYSTAT"
000255         ORGANIZATION IS INDEXED
000255         ACCESS MODE IS DYNAMIC
000255         RECORD KEY IS STAT-KEY.
000260     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT TRNDRPT ASSIGN TO "TRNDRPT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000300 DATA DIVISION.
000310 FILE SECTION.
000315 FD  DLYSTAT
000315     RECORDING MODE IS F.
000315     COPY DLYSTAT.
000320 FD  RUNLOGF
000330     RECORDING MODE IS F.
000340     COPY RUNLOG.
000570             15 WS-WIN-ELAPSED   PIC 9(07) COMP.
000580             15 WS-WIN-VOLUME    PIC 9(09) COMP.
000590*----------------------------------------------------------------
000600* TREND PERIOD - JOB RUNS FROM WS-FROM-DATE THROUGH THE RUN DATE,
000610* WS-TREND-DAYS DAYS IN ALL, THE RUN DATE INCLUDED
000630*----------------------------------------------------------------
000640 01  WS-TREND-DAYS               PIC 9(03) COMP VALUE 31.
000650 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
000660 01  WS-DATE-INTEGER             PIC 9(08) COMP VALUE ZERO.
000740*----------------------------------------------------------------
000750* DEVIATION CHECK FIELDS
000760*----------------------------------------------------------------
000950* SWITCHES
000960*----------------------------------------------------------------
000970 01  WS-SWITCHES.
000980     05 WS-STAT-DONE-SW          PIC X(01) VALUE "N".
000990         88 STAT-BROWSE-DONE         VALUE "Y".
001000     05 WS-JOB-FOUND-SW          PIC X(01) VALUE "N".
001010         88 JOB-FOUND                VALUE "Y".
001020 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001050*----------------------------------------------------------------
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001070     PERFORM 2000-PROCESS-JOB-RUN THRU 2000-EXIT
001080         UNTIL STAT-BROWSE-DONE
001090     PERFORM 9000-TERMINATE THRU 9000-EXIT
001100     STOP RUN.
001110*----------------------------------------------------------------
001130*----------------------------------------------------------------
001140     CALL "GETCYCDT" USING WS-RUN-DATE
001145     ACCEPT WS-START-TIME FROM TIME
001145     COMPUTE WS-DATE-INTEGER =
001145         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-TREND-DAYS + 1
001145     COMPUTE WS-FROM-DATE =
001145         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
001150     OPEN INPUT DLYSTAT
001160     OPEN OUTPUT TRNDRPT
001160     OPEN EXTEND RPTARCHF
001170     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
001180     MOVE SPACES TO WS-PRINT-LINE
001190     STRING "RUN DATE: " WS-RUN-DATE
001190         "  RUNS FROM: " WS-FROM-DATE
001200         DELIMITED BY SIZE INTO WS-PRINT-LINE
001210     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001220     MOVE SPACES TO WS-PRINT-LINE
001230     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001240     MOVE LOW-VALUES TO STAT-KEY
001240     MOVE WS-FROM-DATE TO STAT-BUS-DATE
001240     START DLYSTAT KEY >= STAT-KEY
001240         INVALID KEY
001240             SET STAT-BROWSE-DONE TO TRUE
001240     END-START.
001280 1000-EXIT.
001290     EXIT.
001300*----------------------------------------------------------------
001310 2000-PROCESS-JOB-RUN.
001320*----------------------------------------------------------------
001320     READ DLYSTAT NEXT
001320         AT END
001320             SET STAT-BROWSE-DONE TO TRUE
001320             GO TO 2000-EXIT
001320     END-READ
001320     IF STAT-BUS-DATE > WS-RUN-DATE
001320         SET STAT-BROWSE-DONE TO TRUE
001320         GO TO 2000-EXIT
001320     END-IF
001320     IF NOT STAT-JOB-RUN
001320         GO TO 2000-EXIT
001320     END-IF
001325     ADD 1 TO WS-READ-COUNT
001330     PERFORM 2100-LOCATE-JOB THRU 2100-EXIT
001340     IF JOB-FOUND
001360         PERFORM 2300-CHECK-DEVIATION THRU 2300-EXIT
001370         PERFORM 2400-PRINT-RUN THRU 2400-EXIT
001380         PERFORM 2500-SAVE-RUN THRU 2500-EXIT
001390     END-IF.
001440 2000-EXIT.
001450     EXIT.
001460*----------------------------------------------------------------
001570         IF WS-JOB-COUNT < WS-JOB-TABLE-MAX
001580             ADD 1 TO WS-JOB-COUNT
001590             SET WS-JOB-IDX TO WS-JOB-COUNT
001600             MOVE STAT-NAME TO WS-JOB-NAME(WS-JOB-IDX)
001610             MOVE ZERO TO WS-JOB-RUNS-HELD(WS-JOB-IDX)
001620             MOVE 1 TO WS-JOB-NEXT-SLOT(WS-JOB-IDX)
001630             SET JOB-FOUND TO TRUE
001640         ELSE
001650             DISPLAY "RUNTREND JOB TABLE FULL - JOB "
001660                 STAT-NAME " NOT TRENDED"
001670         END-IF
001680     END-IF.
001690 2100-EXIT.
001710*----------------------------------------------------------------
001720 2150-MATCH-JOB.
001730*----------------------------------------------------------------
001740     IF WS-JOB-NAME(WS-JOB-IDX) EQUAL STAT-NAME
001750         SET JOB-FOUND TO TRUE
001760         SET WS-JOB-IDX DOWN BY 1
001770     END-IF.
001780 2150-EXIT.
001790     EXIT.
001960*----------------------------------------------------------------
001970 2300-CHECK-DEVIATION.
001980*----------------------------------------------------------------
002110         WS-SUM-VOLUME / WS-JOB-RUNS-HELD(WS-JOB-IDX)
002120     COMPUTE WS-HIGH-BOUND = WS-AVG-ELAPSED * 3 / 2
002130     COMPUTE WS-LOW-BOUND = WS-AVG-ELAPSED / 2
002140     IF STAT-ELAPSED > WS-HIGH-BOUND
002150         OR STAT-ELAPSED < WS-LOW-BOUND
002160         MOVE "*ELAPSED*" TO WS-FLAG-TEXT(1:9)
002170     END-IF
002180     COMPUTE WS-HIGH-BOUND = WS-AVG-VOLUME * 3 / 2
002190     COMPUTE WS-LOW-BOUND = WS-AVG-VOLUME / 2
002200     IF STAT-COUNT > WS-HIGH-BOUND
002210         OR STAT-COUNT < WS-LOW-BOUND
002220         MOVE "*VOLUME*" TO WS-FLAG-TEXT(10:8)
002230     END-IF.
002240 2300-EXIT.
002350*----------------------------------------------------------------
002360 2400-PRINT-RUN.
002370*----------------------------------------------------------------
002380     MOVE STAT-ELAPSED TO WS-EDIT-ELAPSED
002390     MOVE STAT-COUNT TO WS-EDIT-VOLUME
002400     MOVE SPACES TO WS-PRINT-LINE
002410     STRING "  " STAT-NAME
002420         " " STAT-BUS-DATE
002430         "  VOLUME=" WS-EDIT-VOLUME
002440         "  ELAPSED=" WS-EDIT-ELAPSED
002450         "  " WS-FLAG-TEXT
002510 2500-SAVE-RUN.
002520*----------------------------------------------------------------
002530     SET WS-WIN-IDX TO WS-JOB-NEXT-SLOT(WS-JOB-IDX)
002540     MOVE STAT-ELAPSED
002550         TO WS-WIN-ELAPSED(WS-JOB-IDX, WS-WIN-IDX)
002560     MOVE STAT-COUNT
002570         TO WS-WIN-VOLUME(WS-JOB-IDX, WS-WIN-IDX)
002580     IF WS-JOB-RUNS-HELD(WS-JOB-IDX) < WS-WINDOW-SIZE
002590         ADD 1 TO WS-JOB-RUNS-HELD(WS-JOB-IDX)
002950*----------------------------------------------------------------
002960 9000-TERMINATE.
002970*----------------------------------------------------------------
002980     CLOSE DLYSTAT
002990     CLOSE TRNDRPT
002990     CLOSE RPTARCHF
003000     ACCEPT WS-END-TIME FROM TIME
