000010*----------------------------------------------------------------
000020* FBZPRVW.CPY
000030*----------------------------------------------------------------
000040* FBZCTL RULE-CHANGE IMPACT PREVIEW MARKER - ONE RECORD PER
000050* PENDING FBZCTL ENTRY (COPY PENDCHG) THAT FBZPREV RAN AGAINST
000060* THE LAST DAY'S FBZCLN DATA. THE FILE IS REWRITTEN WHOLE BY
000070* EVERY FBZPREV RUN. CHGAPRV WILL NOT APPLY A PENDING FBZCTL
000080* ENTRY THAT HAS NO MARKER HERE, AND SHOWS THE MARKER'S
000090* FIGURES UNDER THE ENTRY ON ITS LIST.
000100*   PRVW-PEND-DATE/PRVW-PEND-TIME/PRVW-ENTERED-BY
000110*                      THE PENDING ENTRY PREVIEWED - SAME
000120*                      VALUES AS ITS PEND-DATE, PEND-TIME AND
000130*                      PEND-ENTERED-BY.
000140*   PRVW-RUN-DATE      BUSINESS DATE OF THE PREVIEW RUN.
000150*   PRVW-RECORD-COUNT  RECORDS RE-TAGGED AND COMPARED.
000160*   PRVW-TAG-CHANGES   RECORDS WHOSE TAG WOULD CHANGE.
000170*   PRVW-ROUTE-CHANGES RECORDS WHOSE ROUTE SET WOULD CHANGE.
000180*   PRVW-NEW-UNTAGGED  RECORDS THAT WOULD NEWLY GO UNTAGGED.
000190*   PRVW-EMPTY-ROUTES  ROUTE DDS THAT CARRIED RECORDS AND WOULD
000200*                      CARRY NONE.
000210*----------------------------------------------------------------
000220* 2026-10-15  DPG  ORIGINAL VERSION.
000230*----------------------------------------------------------------
000240 01  PRVW-RECORD.
000250     05 PRVW-PEND-DATE           PIC 9(08).
000260     05 PRVW-PEND-TIME           PIC 9(08).
000270     05 PRVW-ENTERED-BY          PIC X(08).
000280     05 PRVW-RUN-DATE            PIC 9(08).
000290     05 PRVW-RECORD-COUNT        PIC 9(09).
000300     05 PRVW-TAG-CHANGES         PIC 9(09).
000310     05 PRVW-ROUTE-CHANGES       PIC 9(09).
000320     05 PRVW-NEW-UNTAGGED        PIC 9(09).
000330     05 PRVW-EMPTY-ROUTES        PIC 9(02).
