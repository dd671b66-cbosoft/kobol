000010*----------------------------------------------------------------
000020* PRMFLDS.CPY
000030*----------------------------------------------------------------
000040* PACKED PRIME FACTORIZATION. ONE PIC 9(38) FIELD - THE SAME
000050* WIDTH AS RSLT-COMPUTED-VALUE, SO A FACTORIZATION PERSISTS ON
000060* THE SHARED RSLTREC FILES AND RSLTMST LIKE ANY OTHER ANSWER -
000070* REDEFINED AS FOUR PRIME/EXPONENT GROUPS IN ITS LOW-ORDER 20
000080* DIGITS. GROUPS FILL FROM THE LEFT IN ASCENDING PRIME ORDER
000090* AND UNUSED GROUPS ARE ZERO; A NUMBER UP TO 999 HAS AT MOST
000100* FOUR DISTINCT PRIME FACTORS (2*3*5*7*11 IS ALREADY 2310).
000110* 360 = 2**3 * 3**2 * 5 PACKS AS 00203 00302 00501 00000, AND
000120* 1 (NO PRIME FACTORS) PACKS AS ZERO.
000130*
000140* CALLER SUPPLIES THE DATA-NAME PREFIX, E.G.:
000150*     COPY PRMFLDS REPLACING ==:PRE:== BY ==WS-A==.
000160* YIELDS WS-A-FACTORS, WS-A-PRIME(N) AND WS-A-EXPONENT(N).
000170*----------------------------------------------------------------
000180* 2026-10-15  DPG  ORIGINAL VERSION.
000190*----------------------------------------------------------------
000200 01  :PRE:-FACTORS               PIC 9(38).
000210 01  :PRE:-FACTORS-R REDEFINES :PRE:-FACTORS.
000220     05 FILLER                   PIC 9(18).
000230     05 :PRE:-FACTOR OCCURS 4 TIMES.
000240         10 :PRE:-PRIME          PIC 9(03).
000250         10 :PRE:-EXPONENT       PIC 9(02).
