000120* JOURNAL THAT OVERLAPS THE SNAPSHOT IS HARMLESS. AFTER A
000130* VERIFIED SNAPSHOT OPS MAY CLEAR THE JOURNAL.
000140*----------------------------------------------------------------
000150* RJRN-ACTION VALUES: W WRITE (NEW KEY), R REWRITE, D DELETE
000155* (RESULT MOVED TO THE RSLTOLD ARCHIVE BY RSLTPURG)
000160*----------------------------------------------------------------
000170* 2026-09-01  DPG  ORIGINAL VERSION.
000172* 2026-09-01  DPG  CARRIES THE NEW REQUESTER/REFERENCE FIELDS
000174*                  SO RECOVERY REBUILDS THE ATTRIBUTED MASTER
000176*                  FAITHFULLY.
000177* 2026-10-15  DPG  ADDED RJRN-DELETE - RSLTPURG JOURNALS EVERY
000178*                  RESULT IT ARCHIVES OFF THE MASTER SO
000179*                  RSLTRCVR REPLAY REMOVES IT AGAIN INSTEAD OF
000179*                  RESURRECTING IT FROM AN OLDER SNAPSHOT.
000180*----------------------------------------------------------------
000190 01  RJRN-RECORD.
000200     05 RJRN-RUN-DATE            PIC 9(08).
000220     05 RJRN-ACTION              PIC X(01).
000230         88 RJRN-WRITE               VALUE "W".
000240         88 RJRN-REWRITE             VALUE "R".
000245         88 RJRN-DELETE              VALUE "D".
000250     05 RJRN-PROGRAM-ID          PIC X(08).
000260     05 RJRN-INPUT-VALUE         PIC 9(09).
000270     05 RJRN-KEY-RUN-DATE        PIC 9(08).
