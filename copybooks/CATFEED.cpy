000010*----------------------------------------------------------------
000020* CATFEED.CPY
000030*----------------------------------------------------------------
000040* THE DAILY INBOUND FEEDS DAILYBAT READS UNDER A FIXED DSN. WHEN
000050* THE STREAM IS DOWN, EACH DAY'S DELIVERY OF A FEED IS KEPT
000060* UNDER ITS DATED NAME - THE DSN BELOW PLUS ".DYYMMDD" FOR THE
000070* BUSINESS DATE IT BELONGS TO - AND CATCHUP'S STAGING JOB COPIES
000080* THAT DATE'S GENERATION OVER THE FIXED DSN BEFORE THE DAY'S
000090* DAILYBAT IS SUBMITTED. A FEED NOT DELIVERED FOR A DATE IS
000100* CATALOGED EMPTY UNDER THE DATED NAME, AS ON ANY NIGHT. A NEW
000110* FEED MUST BE ADDED HERE AND TO DAILYBAT TOGETHER.
000120*----------------------------------------------------------------
000130* 2026-10-15  DPG  ORIGINAL VERSION.
000140*----------------------------------------------------------------
000150 01  CATF-FEED-NAMES.
000160     05 FILLER                   PIC X(26)
000170                                 VALUE "PROD.XFER.FBZSRC1".
000180     05 FILLER                   PIC X(26)
000190                                 VALUE "PROD.XFER.FBZSRC2".
000200     05 FILLER                   PIC X(26)
000210                                 VALUE "PROD.XFER.FBZSRC3".
000220     05 FILLER                   PIC X(26)
000230                                 VALUE "PROD.XFER.ACKIN".
000240     05 FILLER                   PIC X(26)
000250                                 VALUE "PROD.BATCH.FACIN".
000260     05 FILLER                   PIC X(26)
000270                                 VALUE "PROD.BATCH.CMBIN".
000280     05 FILLER                   PIC X(26)
000290                                 VALUE "PROD.BATCH.PRMIN".
000300     05 FILLER                   PIC X(26)
000310                                 VALUE "PROD.BATCH.CORRIN".
000320 01  CATF-FEED-TABLE REDEFINES CATF-FEED-NAMES.
000330     05 CATF-FEED-DSN OCCURS 8 TIMES
000340             INDEXED BY CATF-FEED-IDX PIC X(26).
000350 01  CATF-FEED-COUNT             PIC 9(02) COMP VALUE 8.
