000020* CHRGRT.CPY
000030*----------------------------------------------------------------
000040* CHARGEBACK RATE RECORD - ONE PER INQUIRY REQUEST TYPE (F
000050* FACTORIAL, B FIBONACCI, C COMBINATORICS, V REVERSE FIBONACCI
000055* LOOKUP, P PRIME FACTORIZATION/GCD/LCM), CARRYING THE RATE
000060* BILLED PER ANSWERED AD-HOC REQUEST
000070* OF THAT TYPE. READ BY THE CHGSTMT STATEMENT JOB AGAINST THE
000080* INQAUDIT LOG; REQUESTS THAT CAME BACK WITH A NONZERO STATUS
000090* OTHER THAN 36 (ANSWERED FROM BIGMST) ARE NOT BILLED. THE
000095* CHGRATE FILE IS OPERATOR-MAINTAINED AND
000100* EDITED BY CTLVALID AT PRE-FLIGHT LIKE THE OTHER CONTROL FILES
000110* - ALL FIVE TYPES MUST BE PRESENT, ONCE EACH, WITH NUMERIC RATES.
000120*----------------------------------------------------------------
000130* 2026-09-01  DPG  ORIGINAL VERSION.
000135* 2026-10-15  DPG  ADDED TYPE V (REVERSE FIBONACCI LOOKUP).
000136* 2026-10-15  DPG  ADDED TYPE P (PRIME FACTORIZATION/GCD/LCM).
000136* 2026-10-15  DPG  STATUS 36 ANSWERS ARE BILLED.
000140*----------------------------------------------------------------
000150 01  CHRG-RECORD.
000160     05 CHRG-REQUEST-TYPE        PIC X(01).
