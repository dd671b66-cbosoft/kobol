000010*----------------------------------------------------------------
000020* GLMAP.CPY
000030*----------------------------------------------------------------
000040* GENERAL-LEDGER ACCOUNT MAPPING CONTROL RECORD - ONE PER ROUTED
000050* FIZZ-BUZZ RULE LABEL (TYPE "L") AND ONE PER CHARGEBACK
000060* DEPARTMENT (TYPE "D"), NAMING THE DEBIT AND CREDIT ACCOUNTS
000070* GLPOST BOOKS THAT LABEL'S ROUTED AMOUNT OR THAT DEPARTMENT'S
000080* CHARGEBACK TO. THE GLMAP FILE IS OPERATOR-MAINTAINED AND
000090* EDITED BY CTLVALID AT PRE-FLIGHT LIKE THE OTHER CONTROL
000100* FILES - TYPE L/D, KEY AND BOTH ACCOUNTS PRESENT, DEBIT NOT
000110* EQUAL TO CREDIT, NO DUPLICATE TYPE/KEY, AND EVERY ROUTED
000120* FBZCTL LABEL MAPPED. A DEPARTMENT KEY IS THE FOUR-CHARACTER
000130* INQAUDIT DEPARTMENT, LEFT-JUSTIFIED.
000140*----------------------------------------------------------------
000150* 2026-10-15  DPG  ORIGINAL VERSION.
000160*----------------------------------------------------------------
000170 01  GLM-RECORD.
000180     05 GLM-MAP-TYPE             PIC X(01).
000190         88 GLM-LABEL-MAP            VALUE "L".
000200         88 GLM-DEPT-MAP             VALUE "D".
000210     05 GLM-MAP-KEY              PIC X(10).
000220     05 GLM-DEBIT-ACCOUNT        PIC X(10).
000230     05 GLM-CREDIT-ACCOUNT       PIC X(10).
000240     05 GLM-DESCRIPTION          PIC X(30).
