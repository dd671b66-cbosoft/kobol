000010*----------------------------------------------------------------
000020* MASKPRM.CPY
000030*----------------------------------------------------------------
000040* PARAMETER AREA FOR THE TXTMASK SUBPROGRAM, WHICH APPLIES THE
000050* FBZMASK TEXT MASKING POLICY (COPY FBZMASK) TO ONE RECORD'S
000060* TEXT ON ITS WAY OUT, AND COUNTS WHAT IT DID.
000070*   MSKP-FUNCTION   M MASK MSKP-TEXT AND COUNT IT UNDER THE
000080*                     CALLER'S JOB AND MSKP-DEST
000090*                   R MASK MSKP-TEXT FOR A REPORT LINE - NOT
000100*                     COUNTED
000110*                   C APPEND THE RUN'S COUNTS TO MASKCNT (COPY
000120*                     MASKCNT) - CALLED ONCE AT CLOSE
000130*   MSKP-DEST       OUTPUT THE TEXT IS BOUND FOR (DD NAME)
000140*   MSKP-TAG        THE ROUTED LABEL(S), OR THE RECORD'S WHOLE TAG
000150*                   WHEN THE OUTPUT IS NOT LABEL-SPECIFIC; BLANK
000160*                   FOR AN UNTAGGED RECORD
000170*   MSKP-TEXT       THE TEXT - RETURNED MASKED
000180*   MSKP-POLICY-ID  RETURNED - THE POLICY APPLIED
000190*   MSKP-ACTION     RETURNED - ITS ACTION (F/P/T)
000200*----------------------------------------------------------------
000210* 2026-10-15  DPG  ORIGINAL VERSION.
000220*----------------------------------------------------------------
000230 01  MSKP-AREA.
000240     05 MSKP-FUNCTION            PIC X(01).
000250         88 MSKP-APPLY               VALUE "M".
000260         88 MSKP-REPORT-LINE         VALUE "R".
000270         88 MSKP-CLOSE               VALUE "C".
000280     05 MSKP-JOB-NAME            PIC X(08).
000290     05 MSKP-RUN-DATE            PIC 9(08).
000300     05 MSKP-DEST                PIC X(08).
000310     05 MSKP-SOURCE              PIC X(03).
000320     05 MSKP-TAG                 PIC X(40).
000330     05 MSKP-TEXT                PIC X(60).
000340     05 MSKP-POLICY-ID           PIC X(08).
000350     05 MSKP-ACTION              PIC X(01).
