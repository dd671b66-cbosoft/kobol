000100* HERE, AND DLYSUMRY SUMMARIZES THE DAY'S ACTIVITY FROM IT.
000110*----------------------------------------------------------------
000120* 2026-08-22  DPG  ORIGINAL VERSION.
000125* 2026-10-15  DPG  ADDED INQAUDT-LOOKUP-VALUE - THE VALUE ASKED
000126*                  ABOUT ON A TYPE "V" (REVERSE FIBONACCI)
000127*                  REQUEST, WHICH DOES NOT FIT INQAUDT-VALUE.
000128*                  INQAUDT-VALUE/INQAUDT-VALUE-R CARRY THE TERM
000129*                  NUMBERS THE ANSWER CAME BACK WITH. ZERO ON
000130*                  THE OTHER TYPES.
000130*----------------------------------------------------------------
000140 01  INQAUDT-RECORD.
000150     05 INQAUDT-RUN-DATE         PIC 9(08).
000200     05 INQAUDT-VALUE            PIC 9(04).
000210     05 INQAUDT-VALUE-R          PIC 9(04).
000220     05 INQAUDT-STATUS-CODE      PIC 9(02).
000230     05 INQAUDT-LOOKUP-VALUE     PIC 9(38).
