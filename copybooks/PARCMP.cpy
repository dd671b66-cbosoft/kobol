000010*----------------------------------------------------------------
000020* PARCMP.CPY
000030*----------------------------------------------------------------
000040* PARALLEL-RUN COMPARISON RECORD. PARCOMP APPENDS ONE RECORD PER
000050* DATASET IT HOLDS UP AGAINST PRODUCTION - SHADOW OUTPUT OF A
000060* CANDIDATE PROGRAM VERSION AGAINST THE PRODUCTION OUTPUT FOR THE
000070* SAME BUSINESS DATE - AND PARSIGN PRINTS THE PROMOTION SIGN-OFF
000080* FROM THEM.
000090*
000100* PRC-MATCH-COUNT   SAME KEY, SAME VALUE ON BOTH SIDES
000110* PRC-DIFF-COUNT    SAME KEY, VALUE DIFFERS
000120* PRC-PROD-ONLY     KEY ON THE PRODUCTION SIDE ONLY
000130* PRC-SHADOW-ONLY   KEY ON THE SHADOW SIDE ONLY
000140* THE COUNTS ARE OF DATA RECORDS; CONTROL-TOTAL TRAILERS ARE
000150* COMPARED SEPARATELY:
000160* PRC-TOTALS-FLAG  A  BOTH SIDES HAVE A TRAILER AND THEY AGREE
000170*                  D  TRAILERS DIFFER, OR ONLY ONE SIDE HAS ONE
000180*                  N  NEITHER SIDE CARRIES A TRAILER
000190* PRC-RESULT       I  IDENTICAL - EVERY RECORD MATCHES, TOTALS OK
000200*                  D  DIFFERENT
000210*                  E  NOT COMPARED OR NOT COMPLETE - UNKNOWN NAME,
000220*                     OR THE SHADOW SIDE OVERFLOWED THE TABLE
000230* PRC-KIND         HOW PARCOMP KEYED THE RECORDS - R RESULT FILE,
000240*                  B BIG RESULT FILE, F FBZOUT SHAPE, K FIBKEY
000250*----------------------------------------------------------------
000260* 2026-10-15  DPG  ORIGINAL VERSION.
000270*----------------------------------------------------------------
000280 01  PRC-RECORD.
000290     05 PRC-FILE-NAME            PIC X(08).
000300     05 PRC-RUN-DATE             PIC 9(08).
000310     05 PRC-KIND                 PIC X(01).
000320     05 PRC-PROD-COUNT           PIC 9(09).
000330     05 PRC-SHADOW-COUNT         PIC 9(09).
000340     05 PRC-MATCH-COUNT          PIC 9(09).
000350     05 PRC-DIFF-COUNT           PIC 9(09).
000360     05 PRC-PROD-ONLY            PIC 9(09).
000370     05 PRC-SHADOW-ONLY          PIC 9(09).
000380     05 PRC-TOTALS-FLAG          PIC X(01).
000390         88 PRC-TOTALS-AGREE         VALUE "A".
000400         88 PRC-TOTALS-DIFFER        VALUE "D".
000410         88 PRC-TOTALS-NONE          VALUE "N".
000420     05 PRC-RESULT               PIC X(01).
000430         88 PRC-IDENTICAL            VALUE "I".
000440         88 PRC-DIFFERENT            VALUE "D".
000450         88 PRC-INCOMPLETE           VALUE "E".
000460     05 FILLER                   PIC X(27).
