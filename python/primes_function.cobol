000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMES.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. NUMBER-THEORY SIBLING TO
000110*                  COMBIN - TAKES A PAIR A,B (EACH 1-999) AND
000120*                  RETURNS THE PRIME FACTORIZATION OF EACH IN
000130*                  THE PACKED PRMFLDS SHAPE, THEIR GREATEST
000140*                  COMMON DIVISOR AND THEIR LEAST COMMON
000150*                  MULTIPLE:
000160*                    FACTORIZATION BY TRIAL DIVISION, DIVIDING
000170*                      EACH PRIME OUT COMPLETELY BEFORE MOVING
000180*                      ON, SO ONLY PRIMES EVER DIVIDE EVENLY.
000190*                      WHATEVER IS LEFT ABOVE 1 ONCE THE
000200*                      DIVISOR PASSES ITS SQUARE ROOT IS ITSELF
000210*                      PRIME.
000220*                    GCD BY EUCLID'S ALGORITHM.
000230*                    LCM = A / GCD * B (AT MOST 998001, SO
000240*                      PIC 9(06) ALWAYS HOLDS IT).
000250*                  CALLED BY THE PRIMEFAC BATCH JOB AND BY THE
000260*                  DLYINQRY ON-DEMAND INQUIRY, SO THE TWO
000270*                  CANNOT ANSWER THE SAME PAIR DIFFERENTLY.
000280*----------------------------------------------------------------
000290 DATA DIVISION.
000300 WORKING-STORAGE SECTION.
000310*----------------------------------------------------------------
000320* VALID INPUT RANGE
000330*----------------------------------------------------------------
000340 01  WS-NUM-MAXIMUM              PIC 9(03) COMP VALUE 999.
000350*----------------------------------------------------------------
000360* TRIAL-DIVISION WORK FIELDS - THE FACTORIZATION IS BUILT IN
000370* WS-WRK-FACTORS AND HANDED BACK WHOLE
000380*----------------------------------------------------------------
000390     COPY PRMFLDS REPLACING ==:PRE:== BY ==WS-WRK==.
000400 01  WS-REMAINING                PIC 9(03) COMP VALUE ZERO.
000410 01  WS-DIVISOR                  PIC 9(03) COMP VALUE ZERO.
000420 01  WS-QUOTIENT                 PIC 9(03) COMP VALUE ZERO.
000430 01  WS-REMAINDER                PIC 9(03) COMP VALUE ZERO.
000440 01  WS-SQUARE                   PIC 9(07) COMP VALUE ZERO.
000450 01  WS-SLOT                     PIC 9(01) COMP VALUE ZERO.
000460*----------------------------------------------------------------
000470* EUCLID WORK FIELDS
000480*----------------------------------------------------------------
000490 01  WS-EUCLID-X                 PIC 9(03) COMP VALUE ZERO.
000500 01  WS-EUCLID-Y                 PIC 9(03) COMP VALUE ZERO.
000510 01  WS-EUCLID-REM               PIC 9(03) COMP VALUE ZERO.
000520 LINKAGE SECTION.
000530 01  LS-NUM-A                    PIC 9(03) USAGE COMP-5.
000540 01  LS-NUM-B                    PIC 9(03) USAGE COMP-5.
000550     COPY PRMFLDS REPLACING ==:PRE:== BY ==LS-A==.
000560     COPY PRMFLDS REPLACING ==:PRE:== BY ==LS-B==.
000570 01  LS-GCD                      PIC 9(03) USAGE COMP-5.
000580 01  LS-LCM                      PIC 9(06) USAGE COMP-5.
000590 01  LS-RETURN-CODE              PIC 9(2) USAGE COMP-5.
000600*----------------------------------------------------------------
000610* LS-RETURN-CODE VALUES
000620*   00  NORMAL COMPLETION
000630*   04  LS-NUM-A OR LS-NUM-B IS ZERO - ZERO HAS NO PRIME
000640*       FACTORIZATION AND NO LEAST COMMON MULTIPLE
000650*   08  LS-NUM-A OR LS-NUM-B ABOVE 999
000660* ON A NONZERO RETURN CODE ALL RESULT FIELDS ARE LEFT ZERO.
000670*----------------------------------------------------------------
000680 PROCEDURE DIVISION USING LS-NUM-A, LS-NUM-B, LS-A-FACTORS,
000690     LS-B-FACTORS, LS-GCD, LS-LCM, LS-RETURN-CODE.
000700 00-VALIDATE.
000710     MOVE 0 TO LS-RETURN-CODE
000720     MOVE 0 TO LS-A-FACTORS
000730     MOVE 0 TO LS-B-FACTORS
000740     MOVE 0 TO LS-GCD
000750     MOVE 0 TO LS-LCM
000760     IF LS-NUM-A > WS-NUM-MAXIMUM
000770         OR LS-NUM-B > WS-NUM-MAXIMUM
000780         MOVE 8 TO LS-RETURN-CODE
000790         GO TO 09-END
000800     END-IF
000810     IF LS-NUM-A EQUAL ZERO
000820         OR LS-NUM-B EQUAL ZERO
000830         MOVE 4 TO LS-RETURN-CODE
000840         GO TO 09-END
000850     END-IF.
000860 01-FACTOR-A.
000870     MOVE LS-NUM-A TO WS-REMAINING
000880     PERFORM 10-FACTOR-NUMBER THRU 10-EXIT
000890     MOVE WS-WRK-FACTORS TO LS-A-FACTORS.
000900 02-FACTOR-B.
000910     MOVE LS-NUM-B TO WS-REMAINING
000920     PERFORM 10-FACTOR-NUMBER THRU 10-EXIT
000930     MOVE WS-WRK-FACTORS TO LS-B-FACTORS.
000940 03-GCD-LCM.
000950     MOVE LS-NUM-A TO WS-EUCLID-X
000960     MOVE LS-NUM-B TO WS-EUCLID-Y
000970     PERFORM 14-EUCLID-STEP THRU 14-EXIT
000980         UNTIL WS-EUCLID-Y EQUAL ZERO
000990     MOVE WS-EUCLID-X TO LS-GCD
001000     COMPUTE LS-LCM = LS-NUM-A / LS-GCD * LS-NUM-B.
001010 09-END.
001020     EXIT PROGRAM.
001030*----------------------------------------------------------------
001040*10-FACTOR-NUMBER - CALLER LEAVES THE NUMBER IN WS-REMAINING;
001050* THE PACKED FACTORIZATION COMES BACK IN WS-WRK-FACTORS.
001060*----------------------------------------------------------------
001070 10-FACTOR-NUMBER.
001080     MOVE 0 TO WS-WRK-FACTORS
001090     MOVE 0 TO WS-SLOT
001100     MOVE 2 TO WS-DIVISOR
001110     MOVE 4 TO WS-SQUARE
001120     PERFORM 11-TRIAL-DIVISOR THRU 11-EXIT
001130         UNTIL WS-SQUARE > WS-REMAINING
001140     IF WS-REMAINING > 1
001150         ADD 1 TO WS-SLOT
001160         MOVE WS-REMAINING TO WS-WRK-PRIME(WS-SLOT)
001170         MOVE 1 TO WS-WRK-EXPONENT(WS-SLOT)
001180     END-IF.
001190 10-EXIT.
001200     EXIT.
001210*----------------------------------------------------------------
001220 11-TRIAL-DIVISOR.
001230*----------------------------------------------------------------
001240     DIVIDE WS-REMAINING BY WS-DIVISOR
001250         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
001260     IF WS-REMAINDER EQUAL ZERO
001270         ADD 1 TO WS-SLOT
001280         MOVE WS-DIVISOR TO WS-WRK-PRIME(WS-SLOT)
001290         MOVE 0 TO WS-WRK-EXPONENT(WS-SLOT)
001300         PERFORM 12-DIVIDE-OUT THRU 12-EXIT
001310             UNTIL WS-REMAINDER NOT EQUAL ZERO
001320     END-IF
001330     ADD 1 TO WS-DIVISOR
001340     COMPUTE WS-SQUARE = WS-DIVISOR * WS-DIVISOR.
001350 11-EXIT.
001360     EXIT.
001370*----------------------------------------------------------------
001380*12-DIVIDE-OUT - ONE MORE POWER OF THE CURRENT PRIME. ENTERED
001390* WITH WS-QUOTIENT ALREADY HOLDING WS-REMAINING / WS-DIVISOR.
001400*----------------------------------------------------------------
001410 12-DIVIDE-OUT.
001420     ADD 1 TO WS-WRK-EXPONENT(WS-SLOT)
001430     MOVE WS-QUOTIENT TO WS-REMAINING
001440     DIVIDE WS-REMAINING BY WS-DIVISOR
001450         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
001460 12-EXIT.
001470     EXIT.
001480*----------------------------------------------------------------
001490 14-EUCLID-STEP.
001500*----------------------------------------------------------------
001510     DIVIDE WS-EUCLID-X BY WS-EUCLID-Y
001520         GIVING WS-QUOTIENT REMAINDER WS-EUCLID-REM
001530     MOVE WS-EUCLID-Y TO WS-EUCLID-X
001540     MOVE WS-EUCLID-REM TO WS-EUCLID-Y.
001550 14-EXIT.
001560     EXIT.
