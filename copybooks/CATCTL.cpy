000010*----------------------------------------------------------------
000020* CATCTL.CPY
000030*----------------------------------------------------------------
000040* CATCH-UP CONTROL RECORD - ONE PER BUSINESS DATE THE STREAM
000050* MISSED, WRITTEN BY CATCHUP WHEN OPS STARTS A CATCH-UP AFTER AN
000060* OUTAGE AND UPDATED BY IT AFTER EACH DAILYBAT RUN. DATEROLL
000070* ROLLS THE CYCLE DATE TO THE SUBMITTED ("R") DATE INSTEAD OF
000080* THE MACHINE DATE, SO EACH MISSED DAY BOOKS TO ITS OWN DATE.
000090*   CATC-BUS-DATE      THE MISSED BUSINESS DATE.
000100*   CATC-STATUS        O OUTSTANDING, R SUBMITTED (THE DATE THE
000110*                      NEXT DAILYBAT RUNS FOR), P PROCESSED
000120*                      (STRMEND WRITTEN), S SKIPPED BY CALENDAR
000130*                      (NO REGISTERED JOB DUE ON SCHDCTL).
000140*   CATC-TARGET-DATE   THE DATE THE CATCH-UP WAS STARTED FOR -
000150*                      THE NORMAL NIGHTLY RUN'S DATE; EVERY DATE
000160*                      BEFORE IT IS CAUGHT UP.
000170*   CATC-DUE-COUNT     REGISTERED JOBS DUE THAT DATE.
000180*   CATC-SET-DATE/CATC-SET-TIME  MACHINE DATE AND TIME OF THE
000190*                      LAST STATUS CHANGE.
000200*----------------------------------------------------------------
000210* 2026-10-15  DPG  ORIGINAL VERSION.
000220*----------------------------------------------------------------
000230 01  CATC-RECORD.
000240     05 CATC-BUS-DATE            PIC 9(08).
000250     05 CATC-STATUS              PIC X(01).
000260         88 CATC-OUTSTANDING         VALUE "O".
000270         88 CATC-SUBMITTED           VALUE "R".
000280         88 CATC-PROCESSED           VALUE "P".
000290         88 CATC-CAL-SKIPPED         VALUE "S".
000300     05 CATC-TARGET-DATE         PIC 9(08).
000310     05 CATC-DUE-COUNT           PIC 9(02).
000320     05 CATC-SET-DATE            PIC 9(08).
000330     05 CATC-SET-TIME            PIC 9(08).
