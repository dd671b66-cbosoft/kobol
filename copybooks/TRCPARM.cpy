000010*----------------------------------------------------------------
000020* TRCPARM.CPY
000030*----------------------------------------------------------------
000040* REQUEST TRACE PARAMETER RECORD - ONE RECORD, PREPARED BY OPS,
000050* TELLING REQTRACE WHOSE REQUESTS TO FOLLOW THROUGH THE STREAM:
000060*   TRC-REQUESTER   BLANK = ANY REQUESTER, ELSE ONE REQUESTER ID
000070*   TRC-REFERENCE   BLANK = ANY REFERENCE, ELSE ONE REFERENCE
000080*                   AT LEAST ONE OF THE TWO, OR A CMBIN PAIR, MUST
000090*                   BE GIVEN.
000100*   TRC-DATE-LOW / TRC-DATE-HIGH  RUN DATE RANGE (YYYYMMDD). A
000110*                   ZERO HIGH DATE MEANS NO UPPER BOUND; BOTH ZERO
000120*                   MEANS EVERY RUN DATE. THE INPUT FILES (FACIN,
000130*                   CMBIN) CARRY NO DATE AND ARE ALWAYS SEARCHED.
000140*   TRC-CMB-N / TRC-CMB-R  ONE CMBIN PAIR TO TRACE. CMBIN PAIRS
000150*                   CARRY NO REQUESTER OR REFERENCE, SO A PAIR
000160*                   IS TRACED WHEN IT IS NAMED HERE OR WHEN A
000170*                   MATCHING STANDING REQUEST (STDREQ) MAKES IT.
000180*                   BOTH ZERO MEANS NO EXPLICIT PAIR.
000190*----------------------------------------------------------------
000200* 2026-10-15  DPG  ORIGINAL VERSION.
000210*----------------------------------------------------------------
000220 01  TRC-PARAMETER.
000230     05 TRC-REQUESTER            PIC X(08).
000240     05 TRC-REFERENCE            PIC X(08).
000250     05 TRC-DATE-LOW             PIC 9(08).
000260     05 TRC-DATE-HIGH            PIC 9(08).
000270     05 TRC-CMB-N                PIC 9(03).
000280     05 TRC-CMB-R                PIC 9(03).
