000233*                  THIS REPORT'S NAME AND THE RUN DATE, SO THE
000233*                  REPORT SURVIVES THE SPOOL PURGE AND RPTPRINT
000233*                  CAN REPRODUCE IT FOR AN AUDITOR.
000234* 2026-10-15  DPG  THE NEW PRIMEFAC JOB WRITES PRMRSLT (RSLTREC
000234*                  SHAPE, WITH A CONTROL-TOTAL TRAILER) AND
000234*                  PRMREJ (REJCREC SHAPE) - TODAY'S PRMRSLT
000234*                  ANSWERS ARE COUNTED ALONGSIDE THE OTHER
000234*                  RESULT FILES (TRAILER EXCLUDED) AND TODAY'S
000234*                  PRMREJ ENTRIES ARE LISTED WITH THE REJECTS.
000235* 2026-10-15  DPG  NEW "FBZIN DUPLICATE HOLD QUEUE" SECTION FROM
000235*                  THE FBZHOLD QUEUE FBZEDIT PARKS SUSPECTED
000235*                  CROSS-DAY RE-SENDS ON - COUNT AND AMOUNT HELD
000235*                  TONIGHT, RELEASED AND RE-ENTERED TONIGHT,
000235*                  RELEASED BUT NOT YET RE-ENTERED, REJECTED
000235*                  TODAY, AND STILL HELD WITH THE OLDEST HOLD
000235*                  DATE, SO THE SIGN-OFF SHOWS WHAT WAS KEPT OUT
000235*                  OF THE NIGHT'S TOTALS AND WHAT WAS LET BACK IN.
000236* 2026-10-15  DPG  DLYINQRY NOW REFUSES REQUESTS THAT WOULD TAKE
000236*                  A DEPARTMENT PAST ITS INQQUOTA MONTHLY QUOTA
000236*                  (STATUS 40); THE DAY'S REFUSALS PRINT AS THEIR
000236*                  OWN COUNT. A NEW "INQUIRY QUOTA USAGE"
000236*                  SECTION LISTS EVERY CAPPED DEPARTMENT AT OR
000236*                  PAST ITS WARNING PERCENT OF EITHER CEILING
000236*                  (MONTH-TO-DATE BILLABLE USAGE FROM INQAUDIT,
000236*                  PRICED FROM CHGRATE AS CHGSTMT BILLS IT), AND
000236*                  EACH ONE IS STAGED ON QTAEXCP FOR ALERTGEN -
000236*                  "QWRN" WARNING NEARING, "QLIM" ERROR AT THE
000236*                  CEILING.
000237* 2026-10-15  DPG  THE JOB RUN SUMMARY, RESULT AND INQUIRY
000237*                  COUNTS, REJECT LISTING, AGED REJECTS AND
000237*                  QUOTA MONTH-TO-DATE NOW COME FROM THE DLYSTAT
000237*                  DAILY STATISTICS (COPY DLYSTAT) THE DLYSTATS
000237*                  STEP TAKES JUST AHEAD OF THIS ONE, INSTEAD OF
000237*                  RE-READING RUNLOG, THE RESULT AND REJECT
000237*                  FILES, INQAUDIT AND REJAGE HERE. JOB RUNS NOW
000237*                  LIST BY JOB NAME, EACH JOB'S RUNS IN RUNLOG
000237*                  ORDER. QUOTA SPEND IS THE PRICE DLYSTATS PUT
000237*                  ON EACH DAY'S BILLABLE REQUESTS, SO CHGRATE IS
000237*                  NO LONGER READ HERE. A DATE WITH NO STATISTICS
000237*                  SAYS SO ON THE REPORT RATHER THAN PRINTING
000237*                  ZEROES AS IF THE DAY WERE EMPTY.
000237* 2026-10-15  DPG  THE INQQUOTA TABLE IS LOADED AGAIN AT START-UP
000237*                  - THE DLYSTAT REWORK HAD DROPPED THE CALL, SO
000237*                  NO DEPARTMENT WAS EVER SHOWN NEAR ITS QUOTA AND
000237*                  NOTHING REACHED QTAEXCP.
000233*----------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT DLYSTAT ASSIGN TO "DLYSTAT"
000220         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000220         RECORD KEY IS STAT-KEY.
000328     SELECT ALERTMST ASSIGN TO "ALERTMST"
000329         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT FBZINTCT ASSIGN TO "FBZINTCT"
000331         ORGANIZATION IS LINE SEQUENTIAL.
000332     SELECT PENDCHGF ASSIGN TO "PENDCHG"
000333         ORGANIZATION IS LINE SEQUENTIAL.
000334     SELECT FBZHOLD ASSIGN TO "FBZHOLD"
000335         ORGANIZATION IS LINE SEQUENTIAL.
000336     SELECT INQQUOTA ASSIGN TO "INQQUOTA"
000336         ORGANIZATION IS LINE SEQUENTIAL.
000336     SELECT QTAEXCP ASSIGN TO "QTAEXCP"
000336         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT SUMRPT ASSIGN TO "SUMRPT"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  DLYSTAT
000370     RECORDING MODE IS F.
000380     COPY DLYSTAT.
000626 FD  ALERTMST
000627     RECORDING MODE IS F.
000628     COPY ALERTMS.
000636 FD  PENDCHGF
000637     RECORDING MODE IS F.
000638     COPY PENDCHG.
000639 FD  FBZHOLD
000639     RECORDING MODE IS F.
000639     COPY FBZHOLD.
000639 FD  INQQUOTA
000639     RECORDING MODE IS F.
000639     COPY INQQTA.
000639 FD  QTAEXCP
000639     RECORDING MODE IS F.
000639 01  QTX-RECORD.
000639     05 QTX-RUN-DATE             PIC 9(08).
000639     05 QTX-SEVERITY             PIC X(01).
000639     05 QTX-CODE                 PIC X(04).
000639     05 QTX-JOB-NAME             PIC X(08).
000639     05 QTX-TEXT                 PIC X(40).
000626 FD  SUMRPT
000627     RECORDING MODE IS F.
000628 01  SUMRPT-RECORD               PIC X(80).
000740*----------------------------------------------------------------
000750 01  WS-FAC-RSLT-COUNT           PIC 9(09) VALUE ZERO.
000760 01  WS-FIB-RSLT-COUNT           PIC 9(09) VALUE ZERO.
000785 01  WS-FBZ-OUT-COUNT            PIC 9(09) VALUE ZERO.
000786 01  WS-CMB-RSLT-COUNT           PIC 9(09) VALUE ZERO.
000787 01  WS-PRM-RSLT-COUNT           PIC 9(09) VALUE ZERO.
000788 01  WS-INQ-COUNT                PIC 9(09) VALUE ZERO.
000789 01  WS-INQ-ERROR-COUNT          PIC 9(09) VALUE ZERO.
000789 01  WS-INQ-AUTH-COUNT           PIC 9(09) VALUE ZERO.
000789 01  WS-INQ-QUOTA-COUNT          PIC 9(09) VALUE ZERO.
000789 01  WS-FAC-MASTER-COUNT         PIC 9(09) VALUE ZERO.
000789 01  WS-PENDING-COUNT            PIC 9(09) COMP VALUE ZERO.
000790 01  WS-ESCALATE-AGE             PIC 9(03) COMP VALUE 3.
000791 01  WS-AGED-COUNT               PIC 9(09) COMP VALUE ZERO.
000793 01  WS-OPEN-ALERT-COUNT         PIC 9(09) COMP VALUE ZERO.
000794 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
000795 01  WS-ENTRY-INTEGER            PIC 9(08) COMP VALUE ZERO.
000796 01  WS-ALERT-AGE-DAYS           PIC 9(05) COMP VALUE ZERO.
000797 01  WS-EDIT-AGE                 PIC 9(03) VALUE ZERO.
000797 01  WS-REJ-LISTED               PIC 9(09) COMP VALUE ZERO.
000797*----------------------------------------------------------------
000797* DAILY STATISTICS LOOKUP - 3100-READ-COUNT RETURNS THE COUNTS OF
000797* THE RUN DATE'S "F" RECORD FOR WS-LOOK-NAME/WS-LOOK-ITEM, ZERO
000797* WHEN THERE IS NONE. 5100-LIST-REJECTS PRINTS THE "X" LINES OF
000797* WS-REJ-FILE UNDER WS-REJ-LABEL.
000797*----------------------------------------------------------------
000797 01  WS-LOOK-NAME                PIC X(08) VALUE SPACES.
000797 01  WS-LOOK-ITEM                PIC X(08) VALUE SPACES.
000797 01  WS-LOOK-COUNT               PIC 9(09) VALUE ZERO.
000797 01  WS-LOOK-AUX                 PIC 9(09) VALUE ZERO.
000797 01  WS-REJ-FILE                 PIC X(08) VALUE SPACES.
000797 01  WS-REJ-LABEL                PIC X(20) VALUE SPACES.
000798*----------------------------------------------------------------
000798* FBZIN DUPLICATE HOLD QUEUE TOTALS
000798*----------------------------------------------------------------
000798 01  WS-HOLD-TOTALS.
000798     05 WS-HLD-NEW-COUNT         PIC 9(07) VALUE ZERO.
000798     05 WS-HLD-NEW-AMOUNT        PIC 9(11)V9(02) VALUE ZERO.
000798     05 WS-HLD-POSTED-COUNT      PIC 9(07) VALUE ZERO.
000798     05 WS-HLD-POSTED-AMOUNT     PIC 9(11)V9(02) VALUE ZERO.
000798     05 WS-HLD-WAITING-COUNT     PIC 9(07) VALUE ZERO.
000798     05 WS-HLD-WAITING-AMOUNT    PIC 9(11)V9(02) VALUE ZERO.
000798     05 WS-HLD-REJECT-COUNT      PIC 9(07) VALUE ZERO.
000798     05 WS-HLD-REJECT-AMOUNT     PIC 9(11)V9(02) VALUE ZERO.
000798     05 WS-HLD-OPEN-COUNT        PIC 9(07) VALUE ZERO.
000798     05 WS-HLD-OPEN-AMOUNT       PIC 9(11)V9(02) VALUE ZERO.
000798     05 WS-HLD-OLDEST-DATE       PIC 9(08) VALUE ZERO.
000798 01  WS-HLD-EDIT-AMOUNT          PIC Z(10)9.99 VALUE ZERO.
000798*----------------------------------------------------------------
000798* DEPARTMENT INQUIRY QUOTAS - INQQUOTA CEILINGS WITH THE MONTH-
000798* TO-DATE BILLABLE USAGE TOTALLED FROM THE DAILY STATISTICS'
000798* INQAUDIT DEPARTMENT COUNTS.
000798*----------------------------------------------------------------
000798 01  WS-CURRENT-MONTH            PIC 9(06) VALUE ZERO.
000798 01  WS-QTA-COUNT                PIC 9(03) COMP VALUE ZERO.
000798 01  WS-QTA-TABLE-MAX            PIC 9(03) COMP VALUE 100.
000798 01  WS-QTA-TABLE.
000798     05 WS-QTA-ENTRY OCCURS 100 TIMES
000798             INDEXED BY WS-QTA-IDX.
000798         10 WS-QTA-DEPARTMENT    PIC X(04).
000798         10 WS-QTA-REQUEST-LIMIT PIC 9(07).
000798         10 WS-QTA-SPEND-LIMIT   PIC 9(09)V9(02).
000798         10 WS-QTA-WARN-PERCENT  PIC 9(03).
000798         10 WS-QTA-MTD-REQUESTS  PIC 9(07).
000798         10 WS-QTA-MTD-SPEND     PIC 9(09)V9(02).
000798 01  WS-QTA-NEAR-COUNT           PIC 9(03) COMP VALUE ZERO.
000798 01  WS-QTA-PERCENT              PIC 9(05) VALUE ZERO.
000798 01  WS-QTA-SPEND-PERCENT        PIC 9(05) VALUE ZERO.
000798 01  WS-QTA-EDIT-PERCENT         PIC Z9 VALUE ZERO.
000798 01  WS-QTA-EDIT-SPEND           PIC Z(08)9.99 VALUE ZERO.
000798 01  WS-QTA-EDIT-LIMIT           PIC Z(08)9.99 VALUE ZERO.
000793*----------------------------------------------------------------
000800* SWITCHES
000810*----------------------------------------------------------------
000820 01  WS-SWITCHES.
000938     05 WS-ALERTMST-EOF-SW       PIC X(01) VALUE "N".
000939         88 ALERTMST-EOF               VALUE "Y".
000940     05 WS-FBZINTCT-EOF-SW       PIC X(01) VALUE "N".
000943         88 INTAKE-RAN                 VALUE "Y".
000944     05 WS-PENDCHG-EOF-SW        PIC X(01) VALUE "N".
000945         88 PENDCHG-EOF                VALUE "Y".
000946     05 WS-FBZHOLD-EOF-SW        PIC X(01) VALUE "N".
000947         88 FBZHOLD-EOF                VALUE "Y".
000947     05 WS-INQQUOTA-EOF-SW       PIC X(01) VALUE "N".
000947         88 INQQUOTA-EOF               VALUE "Y".
000947     05 WS-QTA-FOUND-SW          PIC X(01) VALUE "N".
000947         88 QUOTA-ENTRY-FOUND          VALUE "Y".
000938     05 WS-FIZZBUZZ-RAN-SW       PIC X(01) VALUE "N".
000939         88 FIZZBUZZ-RAN             VALUE "Y".
000939     05 WS-STAT-DONE-SW          PIC X(01) VALUE "N".
000939         88 STAT-BROWSE-DONE         VALUE "Y".
000939     05 WS-LOOK-FOUND-SW         PIC X(01) VALUE "N".
000939         88 STAT-COUNT-FOUND         VALUE "Y".
000939     05 WS-STATS-TAKEN-SW        PIC X(01) VALUE "Y".
000939         88 STATISTICS-TAKEN         VALUE "Y".
000940 PROCEDURE DIVISION.
000941*----------------------------------------------------------------
000950 0000-MAINLINE.
000960*----------------------------------------------------------------
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000980     PERFORM 2000-PRINT-JOB-RUNS THRU 2000-EXIT
001000     PERFORM 3000-LOAD-COUNTS THRU 3000-EXIT
001039     PERFORM 3900-TALLY-QUOTAS THRU 3900-EXIT
001040     PERFORM 4000-PRINT-COUNTS THRU 4000-EXIT
001050     PERFORM 5000-PRINT-REJECTS THRU 5000-EXIT
001086     PERFORM 5800-PRINT-AGED-REJECTS THRU 5800-EXIT
001089     PERFORM 5900-PROCESS-ALERTMST THRU 5900-EXIT
001090         UNTIL ALERTMST-EOF
001091     PERFORM 5950-PROCESS-PENDCHG THRU 5950-EXIT
001092         UNTIL PENDCHG-EOF
001093     PERFORM 5960-PROCESS-FBZHOLD THRU 5960-EXIT
001094         UNTIL FBZHOLD-EOF
001095     PERFORM 5970-PRINT-HOLD-QUEUE THRU 5970-EXIT
001096     PERFORM 5980-PRINT-QUOTA-USAGE THRU 5980-EXIT
001090     PERFORM 9000-TERMINATE THRU 9000-EXIT
001100     STOP RUN.
001110*----------------------------------------------------------------
001140     CALL "GETCYCDT" USING WS-RUN-DATE
001142     COMPUTE WS-TODAY-INTEGER =
001144         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
001145     COMPUTE WS-CURRENT-MONTH = WS-RUN-DATE / 100
001150     OPEN INPUT DLYSTAT
001151     PERFORM 1400-LOAD-QUOTAS THRU 1400-EXIT
001200     OPEN INPUT ALERTMST
001200     OPEN INPUT FBZINTCT
001200     OPEN INPUT PENDCHGF
001200     OPEN INPUT FBZHOLD
001200     OPEN OUTPUT QTAEXCP
001200     OPEN OUTPUT SUMRPT
001200     OPEN EXTEND RPTARCHF
001210     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
001280     MOVE SPACES TO WS-PRINT-LINE
001290     MOVE "JOB RUN SUMMARY" TO WS-PRINT-LINE
001300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001529     READ ALERTMST
001530         AT END
001531             SET ALERTMST-EOF TO TRUE
001537     READ PENDCHGF
001538         AT END
001539             SET PENDCHG-EOF TO TRUE
001540     END-READ
001541     READ FBZHOLD
001542         AT END
001543             SET FBZHOLD-EOF TO TRUE
001544     END-READ.
001510 1000-EXIT.
001520     EXIT.
001520*----------------------------------------------------------------
001520 1400-LOAD-QUOTAS.
001520*----------------------------------------------------------------
001520     OPEN INPUT INQQUOTA
001520     READ INQQUOTA
001520         AT END
001520             SET INQQUOTA-EOF TO TRUE
001520     END-READ
001520     PERFORM 1450-LOAD-QUOTA-ENTRY THRU 1450-EXIT
001520         UNTIL INQQUOTA-EOF
001520     CLOSE INQQUOTA.
001520 1400-EXIT.
001520     EXIT.
001520*----------------------------------------------------------------
001520 1450-LOAD-QUOTA-ENTRY.
001520*----------------------------------------------------------------
001520     IF WS-QTA-COUNT < WS-QTA-TABLE-MAX
001520         ADD 1 TO WS-QTA-COUNT
001520         SET WS-QTA-IDX TO WS-QTA-COUNT
001520         MOVE QTA-DEPARTMENT TO WS-QTA-DEPARTMENT(WS-QTA-IDX)
001520         MOVE QTA-REQUEST-LIMIT TO
001520             WS-QTA-REQUEST-LIMIT(WS-QTA-IDX)
001520         MOVE QTA-SPEND-LIMIT TO WS-QTA-SPEND-LIMIT(WS-QTA-IDX)
001520         MOVE QTA-WARN-PERCENT TO WS-QTA-WARN-PERCENT(WS-QTA-IDX)
001520         MOVE ZERO TO WS-QTA-MTD-REQUESTS(WS-QTA-IDX)
001520         MOVE ZERO TO WS-QTA-MTD-SPEND(WS-QTA-IDX)
001520     END-IF
001520     READ INQQUOTA
001520         AT END
001520             SET INQQUOTA-EOF TO TRUE
001520     END-READ.
001520 1450-EXIT.
001520     EXIT.
001530*----------------------------------------------------------------
001530*2000-PRINT-JOB-RUNS - THE RUN DATE'S "J" RECORDS, BY JOB NAME
001530*----------------------------------------------------------------
001540 2000-PRINT-JOB-RUNS.
001550     MOVE "N" TO WS-STAT-DONE-SW
001550     MOVE LOW-VALUES TO STAT-KEY
001550     MOVE WS-RUN-DATE TO STAT-BUS-DATE
001550     SET STAT-JOB-RUN TO TRUE
001550     START DLYSTAT KEY >= STAT-KEY
001550         INVALID KEY
001550             GO TO 2000-EXIT
001550     END-START
001550     PERFORM 2100-PRINT-JOB-RUN THRU 2100-EXIT
001550         UNTIL STAT-BROWSE-DONE.
001700 2000-EXIT.
001710     EXIT.
001710*----------------------------------------------------------------
001710 2100-PRINT-JOB-RUN.
001710*----------------------------------------------------------------
001710     READ DLYSTAT NEXT
001710         AT END
001710             SET STAT-BROWSE-DONE TO TRUE
001710             GO TO 2100-EXIT
001710     END-READ
001710     IF STAT-BUS-DATE NOT EQUAL WS-RUN-DATE
001710         OR NOT STAT-JOB-RUN
001710         SET STAT-BROWSE-DONE TO TRUE
001710         GO TO 2100-EXIT
001710     END-IF
001570     MOVE SPACES TO WS-PRINT-LINE
001580     STRING "  " STAT-NAME
001590         "  PROCESSED=" STAT-COUNT
001600         "  RETURN-CODE=" STAT-RETURN-CODE
001610         "  START=" STAT-START-TIME
001620         "  END=" STAT-END-TIME
001630         DELIMITED BY SIZE INTO WS-PRINT-LINE
001640     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001645     IF STAT-NAME EQUAL "FIZZBUZZ"
001646         SET FIZZBUZZ-RAN TO TRUE
001647     END-IF
001648     IF STAT-NAME EQUAL "FBZINTAK"
001649         SET INTAKE-RAN TO TRUE
001650     END-IF.
001710 2100-EXIT.
001710     EXIT.
001720*----------------------------------------------------------------
001720*3000-LOAD-COUNTS - THE RUN DATE'S FILE COUNTS. DLYSTATS ALWAYS
001720* WRITES A "*TOTAL" FOR FACRSLT, SO ITS ABSENCE MEANS THE
001720* STATISTICS WERE NOT TAKEN FOR THIS DATE.
001720*----------------------------------------------------------------
001730 3000-LOAD-COUNTS.
001750     MOVE "FACRSLT" TO WS-LOOK-NAME
001750     MOVE "*TOTAL" TO WS-LOOK-ITEM
001750     PERFORM 3100-READ-COUNT THRU 3100-EXIT
001750     IF NOT STAT-COUNT-FOUND
001750         MOVE "N" TO WS-STATS-TAKEN-SW
001750     END-IF
001760     MOVE WS-LOOK-COUNT TO WS-FAC-RSLT-COUNT
001764     MOVE WS-LOOK-AUX TO WS-FAC-MASTER-COUNT
001870     MOVE "FIBRSLT" TO WS-LOOK-NAME
001870     PERFORM 3100-READ-COUNT THRU 3100-EXIT
001880     MOVE WS-LOOK-COUNT TO WS-FIB-RSLT-COUNT
001958     MOVE "FBZOUT" TO WS-LOOK-NAME
001958     PERFORM 3100-READ-COUNT THRU 3100-EXIT
001959     MOVE WS-LOOK-COUNT TO WS-FBZ-OUT-COUNT
001968     MOVE "CMBRSLT" TO WS-LOOK-NAME
001968     PERFORM 3100-READ-COUNT THRU 3100-EXIT
001969     MOVE WS-LOOK-COUNT TO WS-CMB-RSLT-COUNT
001976     MOVE "PRMRSLT" TO WS-LOOK-NAME
001976     PERFORM 3100-READ-COUNT THRU 3100-EXIT
001976     MOVE WS-LOOK-COUNT TO WS-PRM-RSLT-COUNT
001980     MOVE "INQAUDIT" TO WS-LOOK-NAME
001980     PERFORM 3100-READ-COUNT THRU 3100-EXIT
001981     MOVE WS-LOOK-COUNT TO WS-INQ-COUNT
001983     MOVE WS-LOOK-AUX TO WS-INQ-ERROR-COUNT
001984     MOVE "*STAT32" TO WS-LOOK-ITEM
001984     PERFORM 3100-READ-COUNT THRU 3100-EXIT
001984     MOVE WS-LOOK-COUNT TO WS-INQ-AUTH-COUNT
001984     MOVE "*STAT40" TO WS-LOOK-ITEM
001984     PERFORM 3100-READ-COUNT THRU 3100-EXIT
001984     MOVE WS-LOOK-COUNT TO WS-INQ-QUOTA-COUNT.
001990 3000-EXIT.
001991     EXIT.
001991*----------------------------------------------------------------
001991 3100-READ-COUNT.
001991*----------------------------------------------------------------
001991     MOVE ZERO TO WS-LOOK-COUNT
001991     MOVE ZERO TO WS-LOOK-AUX
001991     MOVE "N" TO WS-LOOK-FOUND-SW
001991     MOVE LOW-VALUES TO STAT-KEY
001991     MOVE WS-RUN-DATE TO STAT-BUS-DATE
001991     SET STAT-FILE-COUNT TO TRUE
001991     MOVE WS-LOOK-NAME TO STAT-NAME
001991     MOVE WS-LOOK-ITEM TO STAT-ITEM
001991     MOVE ZERO TO STAT-SEQ
001991     READ DLYSTAT
001991         INVALID KEY
001991             GO TO 3100-EXIT
001991     END-READ
001991     SET STAT-COUNT-FOUND TO TRUE
001991     MOVE STAT-COUNT TO WS-LOOK-COUNT
001991     MOVE STAT-AUX-COUNT TO WS-LOOK-AUX.
001991 3100-EXIT.
001991     EXIT.
001991*----------------------------------------------------------------
001991*3900-TALLY-QUOTAS - EVERY DAY OF THE MONTH SO FAR: EACH
001991* INQAUDIT DEPARTMENT RECORD OF A CAPPED DEPARTMENT ADDS ITS
001991* BILLABLE (STATUS 00 OR 36) REQUESTS AND PRICE TO THE QUOTA.
001991*----------------------------------------------------------------
001991 3900-TALLY-QUOTAS.
001991     IF WS-QTA-COUNT EQUAL ZERO
001991         GO TO 3900-EXIT
001991     END-IF
001991     MOVE "N" TO WS-STAT-DONE-SW
001991     MOVE LOW-VALUES TO STAT-KEY
001991     COMPUTE STAT-BUS-DATE = WS-CURRENT-MONTH * 100 + 1
001991     START DLYSTAT KEY >= STAT-KEY
001991         INVALID KEY
001991             GO TO 3900-EXIT
001991     END-START
001991     PERFORM 3950-TALLY-QUOTA THRU 3950-EXIT
001991         UNTIL STAT-BROWSE-DONE.
001991 3900-EXIT.
001991     EXIT.
001991*----------------------------------------------------------------
001991 3950-TALLY-QUOTA.
001991*----------------------------------------------------------------
001991     READ DLYSTAT NEXT
001991         AT END
001991             SET STAT-BROWSE-DONE TO TRUE
001991             GO TO 3950-EXIT
001991     END-READ
001991     IF STAT-BUS-DATE > WS-RUN-DATE
001991         SET STAT-BROWSE-DONE TO TRUE
001991         GO TO 3950-EXIT
001991     END-IF
001991     IF NOT STAT-FILE-COUNT
001991         OR STAT-NAME NOT EQUAL "INQAUDIT"
001991         OR STAT-ITEM(1:1) EQUAL "*"
001991         GO TO 3950-EXIT
001991     END-IF
001991     MOVE "N" TO WS-QTA-FOUND-SW
001991     PERFORM 3970-MATCH-QUOTA THRU 3970-EXIT
001991         VARYING WS-QTA-IDX FROM 1 BY 1
001991         UNTIL WS-QTA-IDX > WS-QTA-COUNT
001991             OR QUOTA-ENTRY-FOUND
001991     IF QUOTA-ENTRY-FOUND
001991         ADD STAT-AUX-COUNT TO WS-QTA-MTD-REQUESTS(WS-QTA-IDX)
001991         ADD STAT-AMOUNT TO WS-QTA-MTD-SPEND(WS-QTA-IDX)
001991     END-IF.
001991 3950-EXIT.
001991     EXIT.
001991*----------------------------------------------------------------
001991 3970-MATCH-QUOTA.
001991*----------------------------------------------------------------
001991     IF WS-QTA-DEPARTMENT(WS-QTA-IDX) EQUAL STAT-ITEM
001991         SET QUOTA-ENTRY-FOUND TO TRUE
001991         SET WS-QTA-IDX DOWN BY 1
001991     END-IF.
001991 3970-EXIT.
001991     EXIT.
001965*----------------------------------------------------------------
001970 4000-PRINT-COUNTS.
002010     MOVE SPACES TO WS-PRINT-LINE
002020     MOVE "RESULT RECORD COUNTS" TO WS-PRINT-LINE
002030     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002030     IF NOT STATISTICS-TAKEN
002030         MOVE "  *** NO DLYSTAT STATISTICS FOR THIS DATE ***"
002030             TO WS-PRINT-LINE
002030         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002030     END-IF
002040     MOVE SPACES TO WS-PRINT-LINE
002050     STRING "  FACTORIAL RESULTS=" WS-FAC-RSLT-COUNT
002055         "  SERVED FROM MASTER=" WS-FAC-MASTER-COUNT
002118     STRING "  COMBINATORICS RESULTS=" WS-CMB-RSLT-COUNT
002119         DELIMITED BY SIZE INTO WS-PRINT-LINE
002121     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002121     MOVE SPACES TO WS-PRINT-LINE
002121     STRING "  PRIME FACTOR/GCD/LCM RESULTS=" WS-PRM-RSLT-COUNT
002121         DELIMITED BY SIZE INTO WS-PRINT-LINE
002121     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002122     MOVE SPACES TO WS-PRINT-LINE
002123     STRING "  INQUIRY REQUESTS=" WS-INQ-COUNT
002124         "  WITH NONZERO STATUS=" WS-INQ-ERROR-COUNT
002126         WS-INQ-AUTH-COUNT
002126         DELIMITED BY SIZE INTO WS-PRINT-LINE
002126     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002126     MOVE SPACES TO WS-PRINT-LINE
002126     STRING "  OVER DEPARTMENT QUOTA (STATUS 40)="
002126         WS-INQ-QUOTA-COUNT
002126         DELIMITED BY SIZE INTO WS-PRINT-LINE
002126     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002127     MOVE SPACES TO WS-PRINT-LINE
002128     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002129     MOVE "FBZ INTAKE BY FEED" TO WS-PRINT-LINE
002155 4200-EXIT.
002156     EXIT.
002140*----------------------------------------------------------------
002140*5000-PRINT-REJECTS - THE RUN DATE'S REJECTS, FILE BY FILE,
002140* EACH FILE'S ENTRIES UNDER THE REJECT HEADING
002140*----------------------------------------------------------------
002150 5000-PRINT-REJECTS.
002160     MOVE "FACREJ" TO WS-REJ-FILE
002160     MOVE "  FACTORIAL N=" TO WS-REJ-LABEL
002160     PERFORM 5100-LIST-REJECTS THRU 5100-EXIT
002160     MOVE "FIBREJ" TO WS-REJ-FILE
002160     MOVE "  FIBONACCI TERM=" TO WS-REJ-LABEL
002160     PERFORM 5100-LIST-REJECTS THRU 5100-EXIT
002160     MOVE "FBZREJ" TO WS-REJ-FILE
002160     MOVE "  FIZZ-BUZZ KEY=" TO WS-REJ-LABEL
002160     PERFORM 5100-LIST-REJECTS THRU 5100-EXIT
002160     MOVE "CMBREJ" TO WS-REJ-FILE
002160     MOVE "  COMBIN PAIR=" TO WS-REJ-LABEL
002160     PERFORM 5100-LIST-REJECTS THRU 5100-EXIT
002160     MOVE "PRMREJ" TO WS-REJ-FILE
002160     MOVE "  PRIME PAIR=" TO WS-REJ-LABEL
002160     PERFORM 5100-LIST-REJECTS THRU 5100-EXIT.
002320 5000-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------
002350 5100-LIST-REJECTS.
002360*----------------------------------------------------------------
002370     MOVE ZERO TO WS-REJ-LISTED
002370     MOVE "N" TO WS-STAT-DONE-SW
002370     MOVE LOW-VALUES TO STAT-KEY
002370     MOVE WS-RUN-DATE TO STAT-BUS-DATE
002370     SET STAT-EXCEPTION TO TRUE
002370     MOVE WS-REJ-FILE TO STAT-NAME
002370     START DLYSTAT KEY >= STAT-KEY
002370         INVALID KEY
002370             GO TO 5100-EXIT
002370     END-START
002370     PERFORM 5150-PRINT-REJECT THRU 5150-EXIT
002370         UNTIL STAT-BROWSE-DONE.
002520 5100-EXIT.
002530     EXIT.
002531*----------------------------------------------------------------
002532 5150-PRINT-REJECT.
002533*----------------------------------------------------------------
002534     READ DLYSTAT NEXT
002534         AT END
002534             SET STAT-BROWSE-DONE TO TRUE
002534             GO TO 5150-EXIT
002534     END-READ
002534     IF STAT-BUS-DATE NOT EQUAL WS-RUN-DATE
002534         OR NOT STAT-EXCEPTION
002534         OR STAT-NAME NOT EQUAL WS-REJ-FILE
002534         SET STAT-BROWSE-DONE TO TRUE
002534         GO TO 5150-EXIT
002534     END-IF
002535     IF WS-REJ-LISTED EQUAL ZERO
002536         PERFORM 6000-PRINT-REJECT-HEADING THRU 6000-EXIT
002537     END-IF
002538     ADD 1 TO WS-REJ-LISTED
002539     MOVE SPACES TO WS-PRINT-LINE
002540     STRING WS-REJ-LABEL DELIMITED BY "="
002540         "=" STAT-COUNT
002541         "  REASON=" STAT-REASON
002542         DELIMITED BY SIZE INTO WS-PRINT-LINE
002543     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
002549 5150-EXIT.
002550     EXIT.
002571*----------------------------------------------------------------
002571*5800-PRINT-AGED-REJECTS - DLYSTATS KEEPS ONLY THE UNRESOLVED
002571* REJAGE ENTRIES; THOSE AT OR PAST THE ESCALATION AGE PRINT.
002571*----------------------------------------------------------------
002572 5800-PRINT-AGED-REJECTS.
002573     MOVE "N" TO WS-STAT-DONE-SW
002573     MOVE LOW-VALUES TO STAT-KEY
002573     MOVE WS-RUN-DATE TO STAT-BUS-DATE
002573     SET STAT-EXCEPTION TO TRUE
002573     MOVE "REJAGE" TO STAT-NAME
002573     START DLYSTAT KEY >= STAT-KEY
002573         INVALID KEY
002573             GO TO 5800-EXIT
002573     END-START
002573     PERFORM 5850-PRINT-AGED-REJECT THRU 5850-EXIT
002573         UNTIL STAT-BROWSE-DONE.
002594 5800-EXIT.
002595     EXIT.
002595*----------------------------------------------------------------
002595 5850-PRINT-AGED-REJECT.
002595*----------------------------------------------------------------
002595     READ DLYSTAT NEXT
002595         AT END
002595             SET STAT-BROWSE-DONE TO TRUE
002595             GO TO 5850-EXIT
002595     END-READ
002595     IF STAT-BUS-DATE NOT EQUAL WS-RUN-DATE
002595         OR NOT STAT-EXCEPTION
002595         OR STAT-NAME NOT EQUAL "REJAGE"
002595         SET STAT-BROWSE-DONE TO TRUE
002595         GO TO 5850-EXIT
002595     END-IF
002574     IF STAT-AGE-DAYS < WS-ESCALATE-AGE
002574         GO TO 5850-EXIT
002574     END-IF
002575     IF WS-AGED-COUNT EQUAL ZERO
002576         MOVE SPACES TO WS-PRINT-LINE
002577         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002578         MOVE "AGED UNRESOLVED REJECTS" TO WS-PRINT-LINE
002579         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002580     END-IF
002581     ADD 1 TO WS-AGED-COUNT
002582     MOVE SPACES TO WS-PRINT-LINE
002583     STRING "  " STAT-ITEM
002584         " VALUE=" STAT-COUNT
002585         " AGE=" STAT-AGE-DAYS
002586         " SINCE=" STAT-ORIGINAL-DATE
002586         " REQ=" STAT-REQUESTER
002587         DELIMITED BY SIZE INTO WS-PRINT-LINE
002588     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
002595 5850-EXIT.
002595     EXIT.
002596*----------------------------------------------------------------
002597*5900-PROCESS-ALERTMST - EVERY UNRESOLVED ALERT MASTER ENTRY
002598* PRINTS WITH ITS AGE IN DAYS, WHATEVER ITS RAISED DATE - THE
002634 5950-EXIT.
002634     EXIT.
002635*----------------------------------------------------------------
002635*5960-PROCESS-FBZHOLD - ACCUMULATES THE HOLD QUEUE TOTALS. THE
002635* QUEUE HAS ALREADY BEEN REWRITTEN BY TONIGHT'S FBZEDIT, SO
002635* "POSTED TODAY" IS TONIGHT'S RE-ENTRY.
002635*----------------------------------------------------------------
002635 5960-PROCESS-FBZHOLD.
002635     IF HOLD-HELD
002635         ADD 1 TO WS-HLD-OPEN-COUNT
002635         ADD HOLD-AMOUNT TO WS-HLD-OPEN-AMOUNT
002635         IF WS-HLD-OLDEST-DATE EQUAL ZERO
002635             OR HOLD-DATE < WS-HLD-OLDEST-DATE
002635             MOVE HOLD-DATE TO WS-HLD-OLDEST-DATE
002635         END-IF
002635     END-IF
002635     IF HOLD-DATE EQUAL WS-RUN-DATE
002635         ADD 1 TO WS-HLD-NEW-COUNT
002635         ADD HOLD-AMOUNT TO WS-HLD-NEW-AMOUNT
002635     END-IF
002635     IF HOLD-POSTED AND HOLD-POSTED-DATE EQUAL WS-RUN-DATE
002635         ADD 1 TO WS-HLD-POSTED-COUNT
002635         ADD HOLD-AMOUNT TO WS-HLD-POSTED-AMOUNT
002635     END-IF
002635     IF HOLD-RELEASED
002635         ADD 1 TO WS-HLD-WAITING-COUNT
002635         ADD HOLD-AMOUNT TO WS-HLD-WAITING-AMOUNT
002635     END-IF
002635     IF HOLD-REJECTED AND HOLD-DECIDED-DATE EQUAL WS-RUN-DATE
002635         ADD 1 TO WS-HLD-REJECT-COUNT
002635         ADD HOLD-AMOUNT TO WS-HLD-REJECT-AMOUNT
002635     END-IF
002635     READ FBZHOLD
002635         AT END
002635             SET FBZHOLD-EOF TO TRUE
002635     END-READ.
002635 5960-EXIT.
002635     EXIT.
002635*----------------------------------------------------------------
002635 5970-PRINT-HOLD-QUEUE.
002635*----------------------------------------------------------------
002635     MOVE SPACES TO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     MOVE "FBZIN DUPLICATE HOLD QUEUE" TO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     MOVE WS-HLD-NEW-AMOUNT TO WS-HLD-EDIT-AMOUNT
002635     MOVE SPACES TO WS-PRINT-LINE
002635     STRING "  HELD TONIGHT              COUNT=" WS-HLD-NEW-COUNT
002635         "  AMOUNT=" WS-HLD-EDIT-AMOUNT
002635         DELIMITED BY SIZE INTO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     MOVE WS-HLD-POSTED-AMOUNT TO WS-HLD-EDIT-AMOUNT
002635     MOVE SPACES TO WS-PRINT-LINE
002635     STRING "  RELEASED, RE-ENTERED      COUNT="
002635         WS-HLD-POSTED-COUNT
002635         "  AMOUNT=" WS-HLD-EDIT-AMOUNT
002635         DELIMITED BY SIZE INTO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     MOVE WS-HLD-WAITING-AMOUNT TO WS-HLD-EDIT-AMOUNT
002635     MOVE SPACES TO WS-PRINT-LINE
002635     STRING "  RELEASED, NEXT RUN        COUNT="
002635         WS-HLD-WAITING-COUNT
002635         "  AMOUNT=" WS-HLD-EDIT-AMOUNT
002635         DELIMITED BY SIZE INTO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     MOVE WS-HLD-REJECT-AMOUNT TO WS-HLD-EDIT-AMOUNT
002635     MOVE SPACES TO WS-PRINT-LINE
002635     STRING "  REJECTED TODAY            COUNT="
002635         WS-HLD-REJECT-COUNT
002635         "  AMOUNT=" WS-HLD-EDIT-AMOUNT
002635         DELIMITED BY SIZE INTO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     MOVE WS-HLD-OPEN-AMOUNT TO WS-HLD-EDIT-AMOUNT
002635     MOVE SPACES TO WS-PRINT-LINE
002635     STRING "  STILL HELD                COUNT="
002635         WS-HLD-OPEN-COUNT
002635         "  AMOUNT=" WS-HLD-EDIT-AMOUNT
002635         DELIMITED BY SIZE INTO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     IF WS-HLD-OPEN-COUNT > ZERO
002635         MOVE SPACES TO WS-PRINT-LINE
002635         STRING "    OLDEST STILL HELD SINCE " WS-HLD-OLDEST-DATE
002635             DELIMITED BY SIZE INTO WS-PRINT-LINE
002635         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     END-IF.
002635 5970-EXIT.
002635     EXIT.
002635*----------------------------------------------------------------
002635*5980-PRINT-QUOTA-USAGE - CAPPED DEPARTMENTS AT OR PAST THEIR
002635* WARNING PERCENT OF EITHER CEILING, EACH ALSO STAGED ON QTAEXCP
002635* FOR ALERTGEN.
002635*----------------------------------------------------------------
002635 5980-PRINT-QUOTA-USAGE.
002635     MOVE SPACES TO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     MOVE SPACES TO WS-PRINT-LINE
002635     STRING "INQUIRY QUOTA USAGE - MONTH " WS-CURRENT-MONTH
002635         " TO DATE"
002635         DELIMITED BY SIZE INTO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     IF WS-QTA-COUNT > ZERO
002635         PERFORM 5985-CHECK-QUOTA THRU 5985-EXIT
002635             VARYING WS-QTA-IDX FROM 1 BY 1
002635             UNTIL WS-QTA-IDX > WS-QTA-COUNT
002635     END-IF
002635     IF WS-QTA-NEAR-COUNT EQUAL ZERO
002635         MOVE "  NO DEPARTMENT NEAR ITS QUOTA" TO WS-PRINT-LINE
002635         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     END-IF.
002635 5980-EXIT.
002635     EXIT.
002635*----------------------------------------------------------------
002635 5985-CHECK-QUOTA.
002635*----------------------------------------------------------------
002635     MOVE ZERO TO WS-QTA-PERCENT
002635     MOVE ZERO TO WS-QTA-SPEND-PERCENT
002635     IF WS-QTA-REQUEST-LIMIT(WS-QTA-IDX) > ZERO
002635         COMPUTE WS-QTA-PERCENT =
002635             WS-QTA-MTD-REQUESTS(WS-QTA-IDX) * 100
002635             / WS-QTA-REQUEST-LIMIT(WS-QTA-IDX)
002635     END-IF
002635     IF WS-QTA-SPEND-LIMIT(WS-QTA-IDX) > ZERO
002635         COMPUTE WS-QTA-SPEND-PERCENT =
002635             WS-QTA-MTD-SPEND(WS-QTA-IDX) * 100
002635             / WS-QTA-SPEND-LIMIT(WS-QTA-IDX)
002635     END-IF
002635     IF WS-QTA-SPEND-PERCENT > WS-QTA-PERCENT
002635         MOVE WS-QTA-SPEND-PERCENT TO WS-QTA-PERCENT
002635     END-IF
002635     IF WS-QTA-PERCENT < WS-QTA-WARN-PERCENT(WS-QTA-IDX)
002635         GO TO 5985-EXIT
002635     END-IF
002635     ADD 1 TO WS-QTA-NEAR-COUNT
002635     MOVE WS-QTA-PERCENT TO WS-QTA-EDIT-PERCENT
002635     MOVE SPACES TO WS-PRINT-LINE
002635     IF WS-QTA-PERCENT < 100
002635         STRING "  DEPT " WS-QTA-DEPARTMENT(WS-QTA-IDX)
002635             "  AT " WS-QTA-EDIT-PERCENT "% OF QUOTA"
002635             "  REQUESTS=" WS-QTA-MTD-REQUESTS(WS-QTA-IDX)
002635             " OF " WS-QTA-REQUEST-LIMIT(WS-QTA-IDX)
002635             DELIMITED BY SIZE INTO WS-PRINT-LINE
002635     ELSE
002635         STRING "  DEPT " WS-QTA-DEPARTMENT(WS-QTA-IDX)
002635             "  *** QUOTA REACHED ***"
002635             "  REQUESTS=" WS-QTA-MTD-REQUESTS(WS-QTA-IDX)
002635             " OF " WS-QTA-REQUEST-LIMIT(WS-QTA-IDX)
002635             DELIMITED BY SIZE INTO WS-PRINT-LINE
002635     END-IF
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     MOVE WS-QTA-MTD-SPEND(WS-QTA-IDX) TO WS-QTA-EDIT-SPEND
002635     MOVE WS-QTA-SPEND-LIMIT(WS-QTA-IDX) TO WS-QTA-EDIT-LIMIT
002635     MOVE SPACES TO WS-PRINT-LINE
002635     STRING "             SPEND=" WS-QTA-EDIT-SPEND
002635         " OF " WS-QTA-EDIT-LIMIT
002635         DELIMITED BY SIZE INTO WS-PRINT-LINE
002635     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002635     MOVE SPACES TO QTX-RECORD
002635     MOVE WS-RUN-DATE TO QTX-RUN-DATE
002635     MOVE "DLYINQRY" TO QTX-JOB-NAME
002635     IF WS-QTA-PERCENT < 100
002635         MOVE "W" TO QTX-SEVERITY
002635         MOVE "QWRN" TO QTX-CODE
002635         STRING "DEPT " WS-QTA-DEPARTMENT(WS-QTA-IDX)
002635             " AT " WS-QTA-EDIT-PERCENT "% OF INQUIRY QUOTA"
002635             DELIMITED BY SIZE INTO QTX-TEXT
002635     ELSE
002635         MOVE "E" TO QTX-SEVERITY
002635         MOVE "QLIM" TO QTX-CODE
002635         STRING "DEPT " WS-QTA-DEPARTMENT(WS-QTA-IDX)
002635             " INQUIRY QUOTA REACHED"
002635             DELIMITED BY SIZE INTO QTX-TEXT
002635     END-IF
002635     WRITE QTX-RECORD.
002635 5985-EXIT.
002635     EXIT.
002635*----------------------------------------------------------------
002636 6000-PRINT-REJECT-HEADING.
002560*----------------------------------------------------------------
002570     MOVE SPACES TO WS-PRINT-LINE
002910*----------------------------------------------------------------
002920 9000-TERMINATE.
002930*----------------------------------------------------------------
002940     CLOSE DLYSTAT
002990     CLOSE ALERTMST
002990     CLOSE FBZINTCT
002990     CLOSE PENDCHGF
002990     CLOSE FBZHOLD
002990     CLOSE QTAEXCP
002990     CLOSE SUMRPT
002990     CLOSE RPTARCHF.
003000 9000-EXIT.
