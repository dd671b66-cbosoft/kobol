000010*----------------------------------------------------------------
000020* BIGKEY.CPY
000030*----------------------------------------------------------------
000040* EXTENDED-PRECISION RESULTS MASTER RECORD - THE KEYED
000050* COMPANION TO RSLTMST FOR EVERY ANSWER THAT WENT DOWN THE
000060* BIGRSLT DIGIT-STRING PATH (FACTORIALS PAST 33, FIBONACCI
000070* TERMS PAST 182, NPR/NCR TOO WIDE FOR PIC 9(38)). SAME KEY AS
000080* RSLTKEY - PROGRAM ID + INPUT VALUE + RUN DATE - SO A PROGRAM
000090* CAN PROBE BOTH MASTERS WITH ONE KEY BUILD. THE VALUE IS THE
000100* BIGR-DIGIT-COUNT/BIGR-DIGITS SHAPE (MOST SIGNIFICANT DIGIT
000110* FIRST, LEFT-JUSTIFIED, BLANK-PADDED). LOADED NIGHTLY BY
000120* RSLTLOAD FROM FACBIG, FIBBIG, AND CMBBIG, JOURNALED TO
000130* BIGJRNL (COPY BIGJRN) AND RECOVERED BY BIGRCVR. THE LOAD IS
000140* IDEMPOTENT, EXACTLY AS FOR RSLTMST.
000150*----------------------------------------------------------------
000160* 2026-10-15  DPG  ORIGINAL VERSION.
000170*----------------------------------------------------------------
000180 01  BIGKEY-RECORD.
000190     05 BIGKEY-KEY.
000200         10 BIGKEY-PROGRAM-ID    PIC X(08).
000210         10 BIGKEY-INPUT-VALUE   PIC 9(09).
000220         10 BIGKEY-RUN-DATE      PIC 9(08).
000230     05 BIGKEY-DIGIT-COUNT       PIC 9(03).
000240     05 BIGKEY-DIGITS            PIC X(160).
000250     05 BIGKEY-REQUESTER         PIC X(08).
000260     05 BIGKEY-REFERENCE         PIC X(08).
