000010*----------------------------------------------------------------
000020* FBZHOLD.CPY
000030*----------------------------------------------------------------
000040* FIZZ-BUZZ CROSS-DAY DUPLICATE HOLD QUEUE RECORD - ONE PER
000050* FBZIN DETAIL THAT FBZEDIT FOUND ALREADY PROCESSED ON AN
000060* EARLIER RUN DATE INSIDE ITS LOOK-BACK WINDOW (SAME KEY, SOURCE,
000070* AMOUNT AND TEXT ON THE FBZHMST HISTORY MASTER). THE RECORD IS
000080* PARKED HERE INSTEAD OF FBZCLN UNTIL AN OPERATOR RELEASES OR
000090* REJECTS IT ON THE HOLDMNT SCREEN; FBZEDIT RE-ENTERS RELEASED
000100* RECORDS INTO THE NEXT NIGHT'S FBZCLN IN KEY ORDER AND MARKS
000110* THEM POSTED. THE FILE IS REWRITTEN WHOLE BY FBZEDIT EACH
000120* NIGHT AND BY HOLDMNT AT EXIT; DECIDED ENTRIES DROP OFF AFTER
000130* FBZEDIT'S RETENTION WINDOW.
000140*   HOLD-STATUS     H HELD - AWAITING AN OPERATOR DECISION
000150*                   R RELEASED - RE-ENTERS ON THE NEXT RUN
000160*                   P POSTED - RELEASED AND RE-ENTERED
000170*                   X REJECTED - NEVER PROCESSED
000180*   HOLD-MATCH-DATE RUN DATE OF THE EARLIER PROCESSING IT MATCHED
000190*----------------------------------------------------------------
000200* 2026-10-15  DPG  ORIGINAL VERSION.
000210*----------------------------------------------------------------
000220 01  HOLD-RECORD.
000230     05 HOLD-DATE                PIC 9(08).
000240     05 HOLD-STATUS              PIC X(01).
000250         88 HOLD-HELD                VALUE "H".
000260         88 HOLD-RELEASED            VALUE "R".
000270         88 HOLD-POSTED              VALUE "P".
000280         88 HOLD-REJECTED            VALUE "X".
000290     05 HOLD-DETAIL.
000300         10 HOLD-FBZ-KEY         PIC X(06).
000310         10 HOLD-SOURCE          PIC X(03).
000320         10 HOLD-AMOUNT          PIC 9(09)V9(02).
000330         10 HOLD-TEXT            PIC X(60).
000340     05 HOLD-MATCH-DATE          PIC 9(08).
000350     05 HOLD-DECIDED-BY          PIC X(08).
000360     05 HOLD-DECIDED-DATE        PIC 9(08).
000370     05 HOLD-NOTE                PIC X(30).
000380     05 HOLD-POSTED-DATE         PIC 9(08).
