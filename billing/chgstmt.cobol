000250*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000250*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000250*                  PROCESSING DAY.
000251* 2026-10-15  DPG  ADDED A FOURTH RATE SLOT FOR REQUEST TYPE
000251*                  "V" (REVERSE FIBONACCI LOOKUP) - BILLED,
000251*                  COUNTED AND PRINTED LIKE THE OTHER THREE.
000251* 2026-10-15  DPG  ADDED A FIFTH RATE SLOT FOR REQUEST TYPE "P"
000251*                  (PRIME FACTORIZATION/GCD/LCM).
000252* 2026-10-15  DPG  ALSO WRITES THE CHGTOT TOTALS FILE (COPY
000252*                  CHGTOT) FROM THE SAME ACCUMULATORS THE
000252*                  STATEMENT PRINTS - ONE RECORD PER DEPARTMENT
000252*                  AND ONE FOR THE TOTAL ALL DEPARTMENTS - SO
000252*                  GLPOST CAN BOOK THE CHARGEBACKS TO THE LEDGER
000252*                  AND TIE THEM BACK TO THIS STATEMENT.
000252* 2026-10-15  DPG  STATUS 36 (AN EXTENDED-PRECISION ANSWER SERVED
000252*                  FROM BIGMST) IS AN ANSWER AND IS BILLED LIKE
000252*                  STATUS 00; ONLY THE OTHER NONZERO STATUSES GO
000252*                  UNBILLED.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT CHGSRPT ASSIGN TO "CHGSRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000345     SELECT CHGTOT ASSIGN TO "CHGTOT"
000346         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370 DATA DIVISION.
000450 FD  CHGSRPT
000460     RECORDING MODE IS F.
000470 01  CHGSRPT-RECORD              PIC X(80).
000475 FD  CHGTOT
000476     RECORDING MODE IS F.
000477     COPY CHGTOT.
000480 FD  RUNLOGF
000490     RECORDING MODE IS F.
000500     COPY RUNLOG.
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------------
000530* RATE TABLE - SLOT 1 FACTORIAL, 2 FIBONACCI, 3 COMBINATORICS,
000535* 4 REVERSE FIBONACCI LOOKUP, 5 PRIME FACTORIZATION/GCD/LCM
000540*----------------------------------------------------------------
000550 01  WS-RATE-TABLE.
000560     05 WS-RATE OCCURS 5 TIMES   PIC 9(05)V9(02).
000570 01  WS-TYPE-NAMES.
000580     05 FILLER                   PIC X(12) VALUE "FACTORIAL".
000590     05 FILLER                   PIC X(12) VALUE "FIBONACCI".
000600     05 FILLER                   PIC X(12) VALUE "COMBINATORIC".
000605     05 FILLER                   PIC X(12) VALUE "FIB LOOKUP".
000606     05 FILLER                   PIC X(12) VALUE "PRIME/GCD".
000610 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
000620     05 WS-TYPE-NAME OCCURS 5 TIMES
000630                                 PIC X(12).
000640 01  WS-TYPE-SUB                 PIC 9(01) COMP VALUE ZERO.
000650*----------------------------------------------------------------
000720     05 WS-DEPT-ENTRY OCCURS 20 TIMES
000730             INDEXED BY WS-DEPT-IDX.
000740         10 WS-DEPT-NAME         PIC X(04).
000750         10 WS-DEPT-TYPE OCCURS 5 TIMES.
000760             15 WS-DEPT-BILLABLE PIC 9(07) COMP.
000770             15 WS-DEPT-UNBILLED PIC 9(07) COMP.
000780         10 WS-DEPT-AMOUNT       PIC 9(09)V9(02) COMP-3.
001340     MOVE ZERO TO WS-RATE(1)
001350     MOVE ZERO TO WS-RATE(2)
001360     MOVE ZERO TO WS-RATE(3)
001365     MOVE ZERO TO WS-RATE(4)
001366     MOVE ZERO TO WS-RATE(5)
001370     OPEN INPUT CHGRATE
001380     READ CHGRATE
001390         AT END
001440     CLOSE CHGRATE
001450     OPEN INPUT INQAUDIT
001460     OPEN OUTPUT CHGSRPT
001465     OPEN OUTPUT CHGTOT
001470     READ INQAUDIT
001480         AT END
001490             SET INQAUDIT-EOF TO TRUE
001600             MOVE CHRG-RATE TO WS-RATE(2)
001610         WHEN "C"
001620             MOVE CHRG-RATE TO WS-RATE(3)
001622         WHEN "V"
001624             MOVE CHRG-RATE TO WS-RATE(4)
001626         WHEN "P"
001628             MOVE CHRG-RATE TO WS-RATE(5)
001630         WHEN OTHER
001640             CONTINUE
001650     END-EVALUATE
001840             MOVE 2 TO WS-TYPE-SUB
001850         WHEN "C"
001860             MOVE 3 TO WS-TYPE-SUB
001862         WHEN "V"
001864             MOVE 4 TO WS-TYPE-SUB
001866         WHEN "P"
001868             MOVE 5 TO WS-TYPE-SUB
001870         WHEN OTHER
001880             GO TO 2000-READ-NEXT
001890     END-EVALUATE
001920         GO TO 2000-READ-NEXT
001930     END-IF
001940     IF INQAUDT-STATUS-CODE EQUAL ZERO
001942         OR INQAUDT-STATUS-CODE EQUAL 36
001950         ADD 1 TO WS-DEPT-BILLABLE(WS-DEPT-IDX, WS-TYPE-SUB)
001960         ADD WS-RATE(WS-TYPE-SUB) TO
001970             WS-DEPT-AMOUNT(WS-DEPT-IDX)
002520     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002530     PERFORM 5500-PRINT-TYPE-LINE THRU 5500-EXIT
002540         VARYING WS-TYPE-SUB FROM 1 BY 1
002550         UNTIL WS-TYPE-SUB > 5
002560     MOVE SPACES TO WS-PRINT-LINE
002570     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002580     MOVE WS-DEPT-AMOUNT(WS-DEPT-IDX) TO WS-EDIT-AMOUNT
002600     STRING "  DEPARTMENT TOTAL DUE: " WS-EDIT-AMOUNT
002610         DELIMITED BY SIZE INTO WS-PRINT-LINE
002620     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002625     MOVE SPACES TO CHGT-RECORD
002626     SET CHGT-DEPT-TOTAL TO TRUE
002627     MOVE WS-DEPT-NAME(WS-DEPT-IDX) TO CHGT-DEPARTMENT
002628     MOVE WS-DEPT-AMOUNT(WS-DEPT-IDX) TO CHGT-AMOUNT
002629     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT
002630     ADD WS-DEPT-AMOUNT(WS-DEPT-IDX) TO WS-GRAND-AMOUNT.
002640 5000-EXIT.
002650     EXIT.
002840     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002850     IF WS-DEPT-UNBILLED(WS-DEPT-IDX, WS-TYPE-SUB) > ZERO
002860         MOVE SPACES TO WS-PRINT-LINE
002870         STRING "               NOT BILLED (NOT ANSWERED)="
002880             WS-EDIT-UNBILLED
002890             DELIMITED BY SIZE INTO WS-PRINT-LINE
002900         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003110     MOVE SPACES TO WS-PRINT-LINE
003120     STRING "  TOTAL ALL DEPARTMENTS: " WS-EDIT-AMOUNT
003130         DELIMITED BY SIZE INTO WS-PRINT-LINE
003140     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003142     MOVE SPACES TO CHGT-RECORD
003144     SET CHGT-GRAND-TOTAL TO TRUE
003146     MOVE WS-GRAND-AMOUNT TO CHGT-AMOUNT
003148     PERFORM 8200-WRITE-TOTAL THRU 8200-EXIT.
003150 6000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003320     WRITE CHGSRPT-RECORD.
003330 8000-EXIT.
003340     EXIT.
003342*----------------------------------------------------------------
003344*8200-WRITE-TOTAL - CALLER SETS THE TYPE, DEPARTMENT AND AMOUNT;
003346* THE RUN DATE AND BILLING MONTH ARE THE SAME ON EVERY RECORD.
003348*----------------------------------------------------------------
003350 8200-WRITE-TOTAL.
003352     MOVE WS-RUN-DATE TO CHGT-RUN-DATE
003354     MOVE WS-CURRENT-MONTH TO CHGT-BILL-MONTH
003356     WRITE CHGT-RECORD.
003358 8200-EXIT.
003359     EXIT.
003350*----------------------------------------------------------------
003360 8500-NEW-PAGE.
003370*----------------------------------------------------------------
003520*----------------------------------------------------------------
003530     CLOSE INQAUDIT
003540     CLOSE CHGSRPT
003545     CLOSE CHGTOT
003550     ACCEPT WS-END-TIME FROM TIME
003560     OPEN EXTEND RUNLOGF
003570     MOVE "CHGSTMT" TO RUNLOG-JOB-NAME
