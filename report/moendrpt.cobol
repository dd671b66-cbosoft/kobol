000240*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000240*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000240*                  PROCESSING DAY.
000241* 2026-10-15  DPG  THE STATEMENT IS NOW SUMMED FROM TWO MONTHS OF
000242*                  DLYSTAT DAILY STATISTICS RECORDS INSTEAD OF
000243*                  SCANNING ALL OF RSLTMST, RUNLOG AND INQAUDIT.
000244*                  JOB RUNS COME FROM THE JOB-RUN RECORDS (ELAPSED
000245*                  SECONDS ALREADY DERIVED), RESULTS LOADED FROM
000246*                  THE RESULT-FILE PROGRAM COUNTS LESS ANSWERS
000247*                  SERVED FROM THE MASTER, AND INQUIRY VOLUME FROM
000248*                  THE INQAUDIT DEPARTMENT COUNTS.
000249*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT DLYSTAT ASSIGN TO "DLYSTAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS STAT-KEY.
000320     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT MOERPT ASSIGN TO "MOERPT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DLYSTAT
000410     RECORDING MODE IS F.
000420     COPY DLYSTAT.
000430 FD  RUNLOGF
000440     RECORDING MODE IS F.
000450     COPY RUNLOG.
000490 FD  MOERPT
000500     RECORDING MODE IS F.
000510 01  MOERPT-RECORD               PIC X(80).
000520 WORKING-STORAGE SECTION.
000530*----------------------------------------------------------------
000540* STATEMENT MONTHS - CURRENT IS THE RUN DATE'S CALENDAR MONTH,
000550* PRIOR IS THE MONTH BEFORE IT. STATISTICS RECORDS MATCH ON THE
000560* YYYYMM PREFIX OF THEIR BUSINESS DATES; THE BROWSE STARTS ON
000565* THE FIRST OF THE PRIOR MONTH.
000570*----------------------------------------------------------------
000580 01  WS-CURRENT-MONTH            PIC 9(06) VALUE ZERO.
000590 01  WS-CURRENT-MONTH-X REDEFINES WS-CURRENT-MONTH.
000640     05 WS-PRIOR-YYYY            PIC 9(04).
000650     05 WS-PRIOR-MM              PIC 9(02).
000660 01  WS-RECORD-MONTH             PIC 9(06) VALUE ZERO.
000665 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
000666 01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE.
000667     05 WS-FROM-YYYYMM           PIC 9(06).
000668     05 WS-FROM-DD               PIC 9(02).
000670*----------------------------------------------------------------
000680* RESULTS-BY-PROGRAM TABLE
000690*----------------------------------------------------------------
000770         10 WS-PGM-PRI-COUNT     PIC 9(09) COMP.
000780*----------------------------------------------------------------
000790* JOB-RUN TABLE - RUNS, ELAPSED SECONDS, AND NONZERO RETURN
000800* CODES PER JOB NAME, CURRENT AND PRIOR MONTH
000810*----------------------------------------------------------------
000820 01  WS-JOB-COUNT                PIC 9(02) COMP VALUE ZERO.
000830 01  WS-JOB-TABLE-MAX            PIC 9(02) COMP VALUE 25.
001030         10 WS-DEPT-CUR-COUNT    PIC 9(09) COMP.
001040         10 WS-DEPT-PRI-COUNT    PIC 9(09) COMP.
001050*----------------------------------------------------------------
001060* ONE DAY'S RESULTS LOADED FOR A PROGRAM
001070*----------------------------------------------------------------
001090 01  WS-LOADED-COUNT             PIC 9(09) COMP VALUE ZERO.
001180*----------------------------------------------------------------
001190* REPORT CONTROL
001200*----------------------------------------------------------------
001390* SWITCHES
001400*----------------------------------------------------------------
001410 01  WS-SWITCHES.
001420     05 WS-STAT-DONE-SW          PIC X(01) VALUE "N".
001430         88 STAT-BROWSE-DONE         VALUE "Y".
001480     05 WS-FOUND-SW              PIC X(01) VALUE "N".
001490         88 ENTRY-FOUND              VALUE "Y".
001500 PROCEDURE DIVISION.
001520 0000-MAINLINE.
001530*----------------------------------------------------------------
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001550     PERFORM 2000-TALLY-STATISTICS THRU 2000-EXIT
001560         UNTIL STAT-BROWSE-DONE
001610     PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT
001620     PERFORM 9000-TERMINATE THRU 9000-EXIT
001630     STOP RUN.
001740     ELSE
001750         SUBTRACT 1 FROM WS-PRIOR-MM
001760     END-IF
001770     MOVE WS-PRIOR-MONTH TO WS-FROM-YYYYMM
001780     MOVE 1 TO WS-FROM-DD
001790     OPEN INPUT DLYSTAT
001800     OPEN OUTPUT MOERPT
001810     MOVE LOW-VALUES TO STAT-KEY
001820     MOVE WS-FROM-DATE TO STAT-BUS-DATE
001830     START DLYSTAT KEY >= STAT-KEY
001840         INVALID KEY
001850             SET STAT-BROWSE-DONE TO TRUE
001860     END-START.
001940 1000-EXIT.
001950     EXIT.
001960*----------------------------------------------------------------
001970 2000-TALLY-STATISTICS.
001980*----------------------------------------------------------------
001990     READ DLYSTAT NEXT
002000         AT END
002010             SET STAT-BROWSE-DONE TO TRUE
002020             GO TO 2000-EXIT
002030     END-READ
002040     IF STAT-BUS-DATE > WS-RUN-DATE
002050         SET STAT-BROWSE-DONE TO TRUE
002060         GO TO 2000-EXIT
002070     END-IF
002080     ADD 1 TO WS-READ-COUNT
002090     COMPUTE WS-RECORD-MONTH = STAT-BUS-DATE / 100
002100     IF STAT-JOB-RUN
002110         PERFORM 3000-TALLY-JOB-RUN THRU 3000-EXIT
002120         GO TO 2000-EXIT
002130     END-IF
002140     IF NOT STAT-FILE-COUNT
002150         OR STAT-ITEM(1:1) EQUAL "*"
002160         GO TO 2000-EXIT
002170     END-IF
002180     IF STAT-NAME EQUAL "INQAUDIT"
002190         PERFORM 4000-TALLY-DEPARTMENT THRU 4000-EXIT
002200         GO TO 2000-EXIT
002210     END-IF
002220     IF STAT-NAME EQUAL "FACRSLT" OR "FIBRSLT"
002230         OR "CMBRSLT" OR "PRMRSLT"
002240         PERFORM 2200-TALLY-PROGRAM THRU 2200-EXIT
002250     END-IF.
002260 2000-EXIT.
002270     EXIT.
002210*----------------------------------------------------------------
002220 2100-LOCATE-PROGRAM.
002230*----------------------------------------------------------------
002320         IF WS-PGM-COUNT < WS-PGM-TABLE-MAX
002330             ADD 1 TO WS-PGM-COUNT
002340             SET WS-PGM-IDX TO WS-PGM-COUNT
002350             MOVE STAT-ITEM TO WS-PGM-NAME(WS-PGM-IDX)
002360             MOVE ZERO TO WS-PGM-CUR-COUNT(WS-PGM-IDX)
002370             MOVE ZERO TO WS-PGM-PRI-COUNT(WS-PGM-IDX)
002380             SET ENTRY-FOUND TO TRUE
002430*----------------------------------------------------------------
002440 2150-MATCH-PROGRAM.
002450*----------------------------------------------------------------
002460     IF WS-PGM-NAME(WS-PGM-IDX) EQUAL STAT-ITEM
002470         SET ENTRY-FOUND TO TRUE
002480         SET WS-PGM-IDX DOWN BY 1
002490     END-IF.
002500 2150-EXIT.
002510     EXIT.
002511*----------------------------------------------------------------
002512*2200-TALLY-PROGRAM - ONE DAY'S ANSWERS FOR ONE PROGRAM ON ONE
002513* RESULT FILE. ANSWERS SERVED FROM THE MASTER WERE NOT LOADED,
002514* SO THEY COME OFF THE COUNT.
002515*----------------------------------------------------------------
002516 2200-TALLY-PROGRAM.
002517     PERFORM 2100-LOCATE-PROGRAM THRU 2100-EXIT
002518     IF NOT ENTRY-FOUND
002519         GO TO 2200-EXIT
002520     END-IF
002521     MOVE ZERO TO WS-LOADED-COUNT
002522     IF STAT-COUNT > STAT-AUX-COUNT
002523         COMPUTE WS-LOADED-COUNT = STAT-COUNT - STAT-AUX-COUNT
002524     END-IF
002525     IF WS-RECORD-MONTH EQUAL WS-CURRENT-MONTH
002526         ADD WS-LOADED-COUNT TO WS-PGM-CUR-COUNT(WS-PGM-IDX)
002527     ELSE
002528         ADD WS-LOADED-COUNT TO WS-PGM-PRI-COUNT(WS-PGM-IDX)
002529     END-IF.
002530 2200-EXIT.
002531     EXIT.
002532*----------------------------------------------------------------
002533 3000-TALLY-JOB-RUN.
002540*----------------------------------------------------------------
002610     PERFORM 3100-LOCATE-JOB THRU 3100-EXIT
002620     IF NOT ENTRY-FOUND
002625         PERFORM 3400-TALLY-OVERFLOW THRU 3400-EXIT
002630         GO TO 3000-EXIT
002640     END-IF
002660     IF WS-RECORD-MONTH EQUAL WS-CURRENT-MONTH
002670         ADD 1 TO WS-JOB-CUR-RUNS(WS-JOB-IDX)
002680         ADD STAT-ELAPSED TO WS-JOB-CUR-ELAPSED(WS-JOB-IDX)
002690         IF STAT-RETURN-CODE > ZERO
002700             ADD 1 TO WS-JOB-CUR-BADRC(WS-JOB-IDX)
002710         END-IF
002720     ELSE
002730         ADD 1 TO WS-JOB-PRI-RUNS(WS-JOB-IDX)
002740         ADD STAT-ELAPSED TO WS-JOB-PRI-ELAPSED(WS-JOB-IDX)
002750         IF STAT-RETURN-CODE > ZERO
002760             ADD 1 TO WS-JOB-PRI-BADRC(WS-JOB-IDX)
002770         END-IF
002780     END-IF.
002840 3000-EXIT.
002850     EXIT.
002860*----------------------------------------------------------------
002970         IF WS-JOB-COUNT < WS-JOB-TABLE-MAX
002980             ADD 1 TO WS-JOB-COUNT
002990             SET WS-JOB-IDX TO WS-JOB-COUNT
003000             MOVE STAT-NAME TO WS-JOB-NAME(WS-JOB-IDX)
003010             MOVE ZERO TO WS-JOB-CUR-RUNS(WS-JOB-IDX)
003020             MOVE ZERO TO WS-JOB-CUR-ELAPSED(WS-JOB-IDX)
003030             MOVE ZERO TO WS-JOB-CUR-BADRC(WS-JOB-IDX)
003120*----------------------------------------------------------------
003130 3150-MATCH-JOB.
003140*----------------------------------------------------------------
003150     IF WS-JOB-NAME(WS-JOB-IDX) EQUAL STAT-NAME
003160         SET ENTRY-FOUND TO TRUE
003170         SET WS-JOB-IDX DOWN BY 1
003180     END-IF.
003190 3150-EXIT.
003200     EXIT.
003361*----------------------------------------------------------------
003362*3400-TALLY-OVERFLOW - A RUN WHOSE JOB DID NOT FIT THE TABLE
003363* STILL COUNTS, INTO THE "ALL OTHER JOBS" CATCH-ALL.
003364*----------------------------------------------------------------
003365 3400-TALLY-OVERFLOW.
003367     IF WS-RECORD-MONTH EQUAL WS-CURRENT-MONTH
003368         ADD 1 TO WS-OVFL-CUR-RUNS
003369         ADD STAT-ELAPSED TO WS-OVFL-CUR-ELAPSED
003370         IF STAT-RETURN-CODE > ZERO
003371             ADD 1 TO WS-OVFL-CUR-BADRC
003372         END-IF
003373     ELSE
003374         ADD 1 TO WS-OVFL-PRI-RUNS
003375         ADD STAT-ELAPSED TO WS-OVFL-PRI-ELAPSED
003376         IF STAT-RETURN-CODE > ZERO
003377             ADD 1 TO WS-OVFL-PRI-BADRC
003378         END-IF
003379     END-IF.
003380 3400-EXIT.
003381     EXIT.
003370*----------------------------------------------------------------
003380 4000-TALLY-DEPARTMENT.
003390*----------------------------------------------------------------
003460     PERFORM 4100-LOCATE-DEPT THRU 4100-EXIT
003470     IF NOT ENTRY-FOUND
003480         GO TO 4000-EXIT
003490     END-IF
003500     IF WS-RECORD-MONTH EQUAL WS-CURRENT-MONTH
003510         ADD STAT-COUNT TO WS-DEPT-CUR-COUNT(WS-DEPT-IDX)
003520     ELSE
003530         ADD STAT-COUNT TO WS-DEPT-PRI-COUNT(WS-DEPT-IDX)
003540     END-IF.
003600 4000-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003730         IF WS-DEPT-COUNT < WS-DEPT-TABLE-MAX
003740             ADD 1 TO WS-DEPT-COUNT
003750             SET WS-DEPT-IDX TO WS-DEPT-COUNT
003760             MOVE STAT-ITEM TO
003770                 WS-DEPT-NAME(WS-DEPT-IDX)
003780             MOVE ZERO TO WS-DEPT-CUR-COUNT(WS-DEPT-IDX)
003790             MOVE ZERO TO WS-DEPT-PRI-COUNT(WS-DEPT-IDX)
003850*----------------------------------------------------------------
003860 4150-MATCH-DEPT.
003870*----------------------------------------------------------------
003880     IF WS-DEPT-NAME(WS-DEPT-IDX) EQUAL STAT-ITEM
003890         SET ENTRY-FOUND TO TRUE
003900         SET WS-DEPT-IDX DOWN BY 1
003910     END-IF.
005080*----------------------------------------------------------------
005090 9000-TERMINATE.
005100*----------------------------------------------------------------
005110     CLOSE DLYSTAT
005140     CLOSE MOERPT
005150     ACCEPT WS-END-TIME FROM TIME
005160     OPEN EXTEND RUNLOGF
