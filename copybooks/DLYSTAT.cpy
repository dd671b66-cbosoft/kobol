000010*----------------------------------------------------------------
000020* DLYSTAT.CPY
000030*----------------------------------------------------------------
000040* DAILY STATISTICS RECORD - WRITTEN ONCE PER BUSINESS DATE BY
000050* DLYSTATS, WHICH IS THE ONE STEP THAT READS RUNLOG, THE RESULT
000060* AND REJECT FILES, FACDIFF, INQAUDIT AND REJAGE. DLYSUMRY,
000070* SLAMON, ALERTGEN, RUNTREND AND MOENDRPT BUILD THEIR OUTPUT
000080* FROM THESE RECORDS INSTEAD OF RE-READING THE SOURCES. THE
000090* DLYSTAT CLUSTER IS KEYED BUSINESS DATE FIRST, SO A MONTH OF
000100* STATISTICS IS ONE START AND A RUN OF READ NEXTS.
000110*
000120* STAT-KIND VALUES
000130*   J  ONE JOB RUN FROM RUNLOG. STAT-NAME IS THE JOB NAME,
000140*      STAT-ITEM IS BLANK, STAT-SEQ NUMBERS THE DAY'S RUNS IN
000150*      RUNLOG ORDER. STAT-COUNT IS THE RUN'S INPUT COUNT; THE
000160*      JOB VIEW OF STAT-DETAIL CARRIES THE TIMES, ELAPSED
000170*      SECONDS AND RETURN CODE.
000180*   F  A FILE COUNT. STAT-NAME IS THE DD NAME READ. STAT-ITEM
000190*      "*TOTAL" IS ALWAYS WRITTEN (A ZERO COUNT MEANS THE FILE
000200*      WAS READ AND HELD NOTHING FOR THE DAY); OTHER ITEMS
000210*      BREAK THE TOTAL DOWN - A PROGRAM ID ON THE RESULT FILES,
000220*      A DEPARTMENT OR A "*STATnn" STATUS ON INQAUDIT.
000230*   X  ONE EXCEPTION LINE - A REJECT FROM ONE OF THE REJECT
000240*      FILES, OR AN UNRESOLVED REJAGE ENTRY. STAT-NAME IS THE
000250*      FILE, STAT-ITEM THE PROGRAM ID, STAT-COUNT THE INPUT
000260*      VALUE; THE EXCEPTION VIEW OF STAT-DETAIL CARRIES THE
000270*      REASON, REQUESTER, ORIGINAL DATE AND AGE.
000272*   C  THE "LASTRUN" CONTROL RECORD (DATE ZERO, SO IT SORTS
000274*      AHEAD OF ALL STATISTICS). STAT-COUNT IS THE DATE OF THE
000276*      LAST FULL PASS, STAT-AUX-COUNT THE EARLIER DATE THAT PASS
000278*      RE-DERIVED FROM RUNLOG AND INQAUDIT.
000280*
000290* STAT-AUX-COUNT AND STAT-AMOUNT BY FILE
000300*   FACRSLT  AUX = ANSWERS SERVED FROM THE RESULTS MASTER
000310*   INQAUDIT *TOTAL AUX = REQUESTS WITH A NONZERO STATUS
000320*   INQAUDIT DEPT   AUX = BILLABLE (STATUS 00 OR 36) REQUESTS,
000330*                   AMOUNT = THEIR CHGRATE PRICE
000340*   REJAGE   *TOTAL AUX = UNRESOLVED ENTRIES
000350*----------------------------------------------------------------
000360* 2026-10-15  DPG  ORIGINAL VERSION.
000360* 2026-10-15  DPG  BILLABLE INQAUDIT REQUESTS NOW INCLUDE STATUS
000360*                  36.
000370*----------------------------------------------------------------
000380 01  STAT-RECORD.
000390     05 STAT-KEY.
000400         10 STAT-BUS-DATE        PIC 9(08).
000410         10 STAT-KIND            PIC X(01).
000420             88 STAT-JOB-RUN         VALUE "J".
000430             88 STAT-FILE-COUNT      VALUE "F".
000440             88 STAT-EXCEPTION       VALUE "X".
000445             88 STAT-CONTROL         VALUE "C".
000450         10 STAT-NAME            PIC X(08).
000460         10 STAT-ITEM            PIC X(08).
000470         10 STAT-SEQ             PIC 9(04).
000480     05 STAT-COUNT               PIC 9(09).
000490     05 STAT-AUX-COUNT           PIC 9(09).
000500     05 STAT-AMOUNT              PIC 9(11)V9(02).
000510     05 STAT-DETAIL              PIC X(50).
000520     05 STAT-JOB-DETAIL REDEFINES STAT-DETAIL.
000530         10 STAT-START-TIME      PIC 9(08).
000540         10 STAT-END-TIME        PIC 9(08).
000550         10 STAT-ELAPSED         PIC 9(07).
000560         10 STAT-RETURN-CODE     PIC 9(02).
000570         10 FILLER               PIC X(25).
000580     05 STAT-EXCP-DETAIL REDEFINES STAT-DETAIL.
000590         10 STAT-REASON          PIC X(30).
000600         10 STAT-REQUESTER       PIC X(08).
000610         10 STAT-ORIGINAL-DATE   PIC 9(08).
000620         10 STAT-AGE-DAYS        PIC 9(03).
000630         10 FILLER               PIC X(01).
