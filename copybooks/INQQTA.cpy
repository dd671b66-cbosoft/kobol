000010*----------------------------------------------------------------
000020* INQQTA.CPY
000030*----------------------------------------------------------------
000040* DEPARTMENTAL INQUIRY QUOTA RECORD - ONE PER DEPARTMENT ON THE
000050* OPERATOR-MAINTAINED INQQUOTA CONTROL FILE, CAPPING WHAT THE
000060* DEPARTMENT MAY RUN THROUGH DLYINQRY IN A CALENDAR MONTH.
000070* USAGE IS MEASURED THE WAY CHGSTMT BILLS IT - MONTH-TO-DATE
000080* INQAUDIT REQUESTS ANSWERED WITH STATUS 00 OR 36 (SERVED FROM
000085* BIGMST), PRICED PER TYPE
000090* FROM CHGRATE - SO THE CEILING AND THE STATEMENT AGREE.
000100*   QTA-REQUEST-LIMIT  MONTHLY BILLABLE REQUEST COUNT CEILING
000110*                      (ZERO - NO COUNT CEILING)
000120*   QTA-SPEND-LIMIT    MONTHLY CHARGEBACK SPEND CEILING
000130*                      (ZERO - NO SPEND CEILING)
000140*   QTA-WARN-PERCENT   PERCENT OF EITHER CEILING AT WHICH THE
000150*                      DEPARTMENT IS REPORTED AS NEARING ITS
000160*                      LIMIT (1-100)
000170* A DEPARTMENT NOT ON THE FILE IS NOT CAPPED. A REQUEST THAT
000180* WOULD TAKE THE DEPARTMENT PAST EITHER CEILING IS STATUS 40
000190* (LOGGED TO INQAUDIT, NOT COMPUTED). EDITED BY CTLVALID.
000200*----------------------------------------------------------------
000210* 2026-10-15  DPG  ORIGINAL VERSION.
000210* 2026-10-15  DPG  STATUS 36 ANSWERS COUNT TOWARD THE CEILINGS.
000220*----------------------------------------------------------------
000230 01  QTA-RECORD.
000240     05 QTA-DEPARTMENT           PIC X(04).
000250     05 QTA-REQUEST-LIMIT        PIC 9(07).
000260     05 QTA-SPEND-LIMIT          PIC 9(09)V9(02).
000270     05 QTA-WARN-PERCENT         PIC 9(03).
