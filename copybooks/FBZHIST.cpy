000010*----------------------------------------------------------------
000020* FBZHIST.CPY
000030*----------------------------------------------------------------
000040* FIZZ-BUZZ BUSINESS-RECORD HISTORY MASTER RECORD - ONE PER
000050* FBZIN-KEY PER RUN DATE, KEYED BY BOTH, SO "WHAT TAG DID KEY
000060* 004711 GET LAST TUESDAY, AND WHERE WAS IT ROUTED" IS ONE
000070* KEYED READ AFTER FBZOUT AND THE ROUTED DATASETS HAVE BEEN
000080* OVERWRITTEN. LOADED NIGHTLY BY FBZHIST FROM THE FBZSPLIT
000090* ROUTE LOG; A RERUN REWRITES THE SAME DAY'S KEYS, SO THE LOAD
000100* IS IDEMPOTENT.
000110*   FBZH-DEST       FIRST ROUTE DD THE RECORD WAS WRITTEN TO,
000120*                   "FBZUNTAG" IF NO RULE LABEL MATCHED, BLANK
000130*                   IF ITS LABELS MATCHED BUT NONE IS ROUTED
000140*   FBZH-ROUTE-SET  "Y"/"N" PER ROUTE01-ROUTE08 - EVERY ROUTED
000150*                   DATASET THE RECORD LANDED IN
000160*   FBZH-TEXT       TEXT PORTION OF THE BUSINESS RECORD
000170*----------------------------------------------------------------
000180* 2026-10-15  DPG  ORIGINAL VERSION.
000182* 2026-10-15  DPG  ADDED FBZH-TEXT - FBZEDIT'S CROSS-DAY
000184*                  DUPLICATE CHECK MATCHES ON KEY, SOURCE,
000186*                  AMOUNT AND TEXT AGAINST THIS MASTER.
000188*                  APPENDED; RECORD IS NOW 144 BYTES.
000190*----------------------------------------------------------------
000200 01  FBZH-RECORD.
000210     05 FBZH-KEY.
000220         10 FBZH-FBZ-KEY         PIC X(06).
000230         10 FBZH-RUN-DATE        PIC 9(08).
000240     05 FBZH-SOURCE              PIC X(03).
000250     05 FBZH-AMOUNT              PIC 9(09)V9(02).
000260     05 FBZH-TAG                 PIC X(40).
000270     05 FBZH-DEST                PIC X(08).
000280     05 FBZH-ROUTE-SET           PIC X(08).
000290     05 FBZH-TEXT                PIC X(60).
