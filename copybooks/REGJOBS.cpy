000118*                  BILLING DAY ON ITS CALENDAR RECORD.
000119* 2026-09-01  DPG  ADDED RPTPURGE - REPORT-ARCHIVE RETENTION,
000119*                  GATED AS A WEEKLY JOB LIKE RUNPURGE.
000119* 2026-10-15  DPG  ADDED RSLTPURG - RESULTS-MASTER RETENTION,
000119*                  WEEKLY LIKE RPTPURGE.
000119* 2026-10-15  DPG  ADDED PRIMEFAC - PRIME FACTORIZATION AND
000119*                  GCD/LCM, THE FOURTH CALCULATION WORKLOAD.
000120*----------------------------------------------------------------
000130 01  REG-JOB-NAMES.
000140     05 FILLER                   PIC X(08) VALUE "FIZZBUZZ".
000195     05 FILLER                   PIC X(08) VALUE "MOENDRPT".
000196     05 FILLER                   PIC X(08) VALUE "CHGSTMT".
000197     05 FILLER                   PIC X(08) VALUE "RPTPURGE".
000198     05 FILLER                   PIC X(08) VALUE "RSLTPURG".
000199     05 FILLER                   PIC X(08) VALUE "PRIMEFAC".
000200 01  REG-JOB-TABLE REDEFINES REG-JOB-NAMES.
000210     05 REG-JOB-NAME OCCURS 11 TIMES
000220             INDEXED BY REG-JOB-IDX PIC X(08).
000230 01  REG-JOB-COUNT               PIC 9(02) COMP VALUE 11.
