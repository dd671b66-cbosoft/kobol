000010*----------------------------------------------------------------
000020* FBZMASK.CPY
000030*----------------------------------------------------------------
000040* FIZZ-BUZZ TEXT MASKING POLICY RECORD - ONE PER POLICY ON THE
000050* HAND-EDITED FBZMASK CONTROL FILE. FBZIN-TEXT CAN CARRY CUSTOMER
000060* NAMES AND ACCOUNT REFERENCES, SO EVERY OUTBOUND COPY OF IT
000070* (THE ROUTE01-ROUTE08 AND FBZUNTAG DATASETS, THE FBZEXT
000080* WAREHOUSE EXTRACT AND ANY REPORT LINE SHOWING IT) GOES THROUGH
000090* THE TXTMASK SUBPROGRAM, WHICH PICKS THE POLICY FOR THE
000100* RECORD'S FEED SOURCE AND ROUTED LABEL AND APPLIES IT. THE
000110* INTERNAL DATASETS (FBZIN, FBZCLN, FBZOUT, FBZRTLOG, FBZHMST,
000120* FBZHOLD) KEEP THE ORIGINAL TEXT.
000130*   MASK-POLICY-ID  NAME THE DAY'S MASKRPT COUNTS ARE KEPT UNDER
000140*   MASK-SOURCE     FEED SOURCE CODE, OR "***" FOR ANY SOURCE
000150*   MASK-LABEL      ROUTED LABEL (AN FBZCTL RULE LABEL), "*" FOR
000160*                   ANY LABEL, OR BLANK FOR UNTAGGED RECORDS
000170*   MASK-ACTION     F TEXT GOES OUT IN FULL
000180*                   P PARTIAL - THE FIRST MASK-KEEP CHARACTERS
000190*                     STAY, EVERY LATER NON-BLANK ONE BECOMES "*"
000200*                   T THE TEXT IS REPLACED BY MASK-TOKEN
000210*                     ("*WITHHELD*" WHEN THE TOKEN IS BLANK)
000220* THE MOST SPECIFIC MATCH WINS - A NAMED SOURCE BEFORE "***",
000230* THEN A NAMED LABEL (OR BLANK FOR UNTAGGED) BEFORE "*". A
000232* ROUTED DATASET IS MATCHED ON THE RULE LABEL(S) THAT ROUTED
000234* THE RECORD THERE; FBZEXT AND REPORT LINES ON THE RECORD'S
000236* WHOLE TAG. TWO LABELS WITH POLICIES OF EQUAL STANDING TAKE
000250* THE STRICTER ACTION (T OVER P OVER F). TEXT NO POLICY COVERS IS
000260* REPLACED BY "*WITHHELD*" AND COUNTED UNDER POLICY "DEFAULT",
000270* SO A GAP IN THE FILE NEVER SENDS TEXT OUT IN FULL. EDITED BY
000280* CTLVALID.
000290*----------------------------------------------------------------
000300* 2026-10-15  DPG  ORIGINAL VERSION.
000310*----------------------------------------------------------------
000320 01  MASK-RECORD.
000330     05 MASK-POLICY-ID           PIC X(08).
000340     05 MASK-SOURCE              PIC X(03).
000350     05 MASK-LABEL               PIC X(10).
000360     05 MASK-ACTION              PIC X(01).
000370         88 MASK-IN-FULL             VALUE "F".
000380         88 MASK-PARTIAL             VALUE "P".
000390         88 MASK-BY-TOKEN            VALUE "T".
000400     05 MASK-KEEP                PIC 9(02).
000410     05 MASK-TOKEN               PIC X(20).
