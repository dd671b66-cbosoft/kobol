000100* CHGLOG-ACTION VALUES: A ADD, C CHANGE, D DELETE
000110*----------------------------------------------------------------
000120* 2026-08-22  DPG  ORIGINAL VERSION.
000122* 2026-10-15  DPG  ADDED CHGLOG-CHANGED-BY - THE OPERATOR WHOSE
000124*                  ACTION MADE THE CHANGE TAKE EFFECT: THE
000126*                  APPROVER IN CHGAPRV, THE SECURITY
000128*                  ADMINISTRATOR IN USRMNT (FILE NAME "USRAUTH",
000129*                  IMAGES ARE USRAUTH RECORDS). APPENDED; OLDER
000129*                  RECORDS AND CHGBACK'S BATCH REVERSALS READ
000129*                  BLANK.
000130*----------------------------------------------------------------
000140 01  CHGLOG-RECORD.
000150     05 CHGLOG-DATE              PIC 9(08).
000180     05 CHGLOG-ACTION            PIC X(01).
000190     05 CHGLOG-BEFORE            PIC X(61).
000200     05 CHGLOG-AFTER             PIC X(61).
000210     05 CHGLOG-CHANGED-BY        PIC X(08).
