000010*----------------------------------------------------------------
000020* GLENTRY.CPY
000030*----------------------------------------------------------------
000040* GENERAL-LEDGER INTERFACE RECORD - THE JOURNAL FILE GLPOST
000050* HANDS TO ACCOUNTING. EACH NIGHT'S BATCH IS AN "HDR" RECORD
000060* (RUN DATE), ONE BALANCED PAIR OF "DTL" LINES PER POSTED
000070* ITEM (A DEBIT AND A CREDIT FOR THE SAME AMOUNT), AND A "TRL"
000080* RECORD CARRYING THE LINE COUNT AND THE DEBIT AND CREDIT
000090* TOTALS, SO THE LEDGER LOAD CAN PROVE A COMPLETE, BALANCED
000100* BATCH FROM THE FILE ITSELF.
000110*   GLE-JOURNAL     "FBZ" ROUTED FIZZ-BUZZ AMOUNT BY RULE LABEL
000120*                   "CHG" DEPARTMENTAL CHARGEBACK
000130*   GLE-REFERENCE   RULE LABEL OR DEPARTMENT
000140*   GLE-PERIOD      ACCOUNTING PERIOD YYYYMM - THE RUN MONTH FOR
000150*                   FBZ, THE BILLING MONTH FOR CHG
000160*----------------------------------------------------------------
000170* 2026-10-15  DPG  ORIGINAL VERSION.
000180*----------------------------------------------------------------
000190 01  GLE-RECORD.
000200     05 GLE-REC-TYPE             PIC X(03).
000210         88 GLE-HEADER               VALUE "HDR".
000220         88 GLE-DETAIL-LINE          VALUE "DTL".
000230         88 GLE-TRAILER-LINE         VALUE "TRL".
000240     05 GLE-RUN-DATE             PIC 9(08).
000250     05 GLE-DETAIL.
000260         10 GLE-JOURNAL          PIC X(03).
000270         10 GLE-LINE-NO          PIC 9(05).
000280         10 GLE-ACCOUNT          PIC X(10).
000290         10 GLE-DR-CR            PIC X(01).
000300             88 GLE-DEBIT            VALUE "D".
000310             88 GLE-CREDIT           VALUE "C".
000320         10 GLE-AMOUNT           PIC 9(11)V9(02).
000330         10 GLE-REFERENCE        PIC X(10).
000340         10 GLE-PERIOD           PIC 9(06).
000350         10 GLE-DESCRIPTION      PIC X(30).
000360     05 GLE-TRAILER REDEFINES GLE-DETAIL.
000370         10 GLE-TRL-LINE-COUNT   PIC 9(07).
000380         10 GLE-TRL-DEBIT-TOTAL  PIC 9(13)V9(02).
000390         10 GLE-TRL-CREDIT-TOTAL PIC 9(13)V9(02).
000400         10 FILLER               PIC X(41).
