000010*----------------------------------------------------------------
000020* MASKCNT.CPY
000030*----------------------------------------------------------------
000040* TEXT MASKING COUNT RECORD - ONE PER JOB, OUTPUT AND POLICY FOR
000050* EACH RUN OF A JOB THAT SHIPS FBZIN TEXT (FBZSPLIT, RSLTEXTR),
000060* APPENDED TO THE MASKCNT TRAIL BY THE TXTMASK SUBPROGRAM WHEN
000070* THE JOB CLOSES. MASKRPT PRINTS THE RUN DATE'S COUNTS PER
000080* POLICY FOR COMPLIANCE. A RERUN APPENDS A SECOND SET; ITS LATER
000090* MCNT-RUN-STAMP MAKES IT THE ONE MASKRPT COUNTS.
000095*   MCNT-RUN-STAMP     CLOCK DATE AND TIME THE SET WAS WRITTEN -
000096*                      THE DATE KEEPS A RERUN AFTER MIDNIGHT
000097*                      LATER THAN THE RUN IT REPLACES
000100*   MCNT-RECORD-COUNT  RECORDS THE POLICY WAS APPLIED TO
000110*   MCNT-MASKED-COUNT  HOW MANY OF THEM LEFT WITH THEIR TEXT
000120*                      CHANGED (ALWAYS ZERO FOR ACTION F; BLANK
000130*                      TEXT IS NEVER CHANGED)
000140*----------------------------------------------------------------
000150* 2026-10-15  DPG  ORIGINAL VERSION.
000155* 2026-10-15  DPG  MCNT-RUN-TIME BECOMES MCNT-RUN-STAMP, THE CLOCK
000156*                  DATE AS WELL AS THE TIME.
000160*----------------------------------------------------------------
000170 01  MCNT-RECORD.
000180     05 MCNT-RUN-DATE            PIC 9(08).
000185     05 MCNT-RUN-STAMP.
000190         10 MCNT-STAMP-DATE      PIC 9(08).
000195         10 MCNT-STAMP-TIME      PIC 9(08).
000200     05 MCNT-JOB-NAME            PIC X(08).
000210     05 MCNT-DEST                PIC X(08).
000220     05 MCNT-POLICY-ID           PIC X(08).
000230     05 MCNT-ACTION              PIC X(01).
000240     05 MCNT-RECORD-COUNT        PIC 9(09).
000250     05 MCNT-MASKED-COUNT        PIC 9(09).
