000010*----------------------------------------------------------------
000020* BIGJRN.CPY
000030*----------------------------------------------------------------
000040* EXTENDED-PRECISION MASTER JOURNAL RECORD - ONE PER WRITE OR
000050* REWRITE RSLTLOAD APPLIES TO THE BIGMST CLUSTER, APPENDED TO
000060* THE BIGJRNL JOURNAL FILE. SAME ROLE AS RSLTJRN FOR RSLTMST:
000070* A LOST OR CORRUPTED CLUSTER IS REBUILT BY BIGRCVR FROM THE
000080* LATEST BIGBKP SNAPSHOT PLUS A FORWARD REPLAY OF THIS
000090* JOURNAL. REPLAY IS IDEMPOTENT, SO A JOURNAL THAT OVERLAPS THE
000100* SNAPSHOT IS HARMLESS.
000110*----------------------------------------------------------------
000120* BJRN-ACTION VALUES: W WRITE (NEW KEY), R REWRITE
000130*----------------------------------------------------------------
000140* 2026-10-15  DPG  ORIGINAL VERSION.
000150*----------------------------------------------------------------
000160 01  BJRN-RECORD.
000170     05 BJRN-RUN-DATE            PIC 9(08).
000180     05 BJRN-TIME                PIC 9(08).
000190     05 BJRN-ACTION              PIC X(01).
000200         88 BJRN-WRITE               VALUE "W".
000210         88 BJRN-REWRITE             VALUE "R".
000220     05 BJRN-PROGRAM-ID          PIC X(08).
000230     05 BJRN-INPUT-VALUE         PIC 9(09).
000240     05 BJRN-KEY-RUN-DATE        PIC 9(08).
000250     05 BJRN-DIGIT-COUNT         PIC 9(03).
000260     05 BJRN-DIGITS              PIC X(160).
000270     05 BJRN-REQUESTER           PIC X(08).
000280     05 BJRN-REFERENCE           PIC X(08).
