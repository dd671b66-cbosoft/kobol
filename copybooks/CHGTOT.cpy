000010*----------------------------------------------------------------
000020* CHGTOT.CPY
000030*----------------------------------------------------------------
000040* CHARGEBACK TOTALS RECORD - THE MACHINE-READABLE TWIN OF THE
000050* CHGSRPT STATEMENT, WRITTEN BY CHGSTMT FROM THE SAME
000060* ACCUMULATORS IT PRINTS FROM: ONE "D" RECORD PER DEPARTMENT
000070* (THE STATEMENT'S DEPARTMENT TOTAL DUE) AND ONE "T" RECORD
000080* WITH THE "TOTAL ALL DEPARTMENTS" FIGURE FROM THE ACCOUNTING
000090* SUMMARY PAGE. READ BY GLPOST, WHICH POSTS THE DEPARTMENT
000100* AMOUNTS AND TIES THEM BACK TO THE TOTAL RECORD. THE FILE IS
000110* REWRITTEN EACH TIME CHGSTMT RUNS; GLPOST ONLY TAKES RECORDS
000120* CARRYING ITS OWN RUN DATE.
000130*----------------------------------------------------------------
000140* 2026-10-15  DPG  ORIGINAL VERSION.
000150*----------------------------------------------------------------
000160 01  CHGT-RECORD.
000170     05 CHGT-REC-TYPE            PIC X(01).
000180         88 CHGT-DEPT-TOTAL          VALUE "D".
000190         88 CHGT-GRAND-TOTAL         VALUE "T".
000200     05 CHGT-RUN-DATE            PIC 9(08).
000210     05 CHGT-BILL-MONTH          PIC 9(06).
000220     05 CHGT-DEPARTMENT          PIC X(04).
000230     05 CHGT-AMOUNT              PIC 9(11)V9(02).
