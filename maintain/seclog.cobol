000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SECLOG.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. THE ONE PLACE A MAINTENANCE
000110*                  SCREEN RECORDS A REFUSAL - THE CALLER FILLS
000120*                  IN WHO, WHICH PROGRAM, WHAT FUNCTION AND
000130*                  ACTION, AND WHY (COPY SECVIOL); THIS STAMPS
000140*                  THE DATE AND TIME AND APPENDS THE RECORD TO
000150*                  THE SECVIOL TRAIL. THE FILE IS OPENED AND
000160*                  CLOSED ON EACH CALL SO A SCREEN LEFT SITTING
000170*                  DOES NOT HOLD IT, AND AN ABSENT FILE IS
000180*                  CREATED ON THE FIRST REFUSAL.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT OPTIONAL SECVIOLF ASSIGN TO "SECVIOL"
000240         ORGANIZATION IS LINE SEQUENTIAL.
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  SECVIOLF
000280     RECORDING MODE IS F.
000290 01  SECVIOL-OUT                 PIC X(42).
000300 WORKING-STORAGE SECTION.
000310 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
000320 01  WS-NOW                      PIC 9(08) VALUE ZERO.
000330 LINKAGE SECTION.
000340     COPY SECVIOL.
000350 PROCEDURE DIVISION USING SECV-RECORD.
000360 01-WRITE.
000370     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000380     ACCEPT WS-NOW FROM TIME
000390     MOVE WS-TODAY TO SECV-DATE
000400     MOVE WS-NOW TO SECV-TIME
000410     OPEN EXTEND SECVIOLF
000420     WRITE SECVIOL-OUT FROM SECV-RECORD
000430     CLOSE SECVIOLF.
000440 02-END.
000450     EXIT PROGRAM.
