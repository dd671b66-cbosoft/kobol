000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. mathaud.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. MATHEMATICAL CONSISTENCY
000110*                  AUDIT OF WHAT THE STREAM PUBLISHED - FACRECON
000120*                  ONLY PROVES N! DID NOT CHANGE SINCE
000130*                  YESTERDAY AND MSTAUDIT ONLY PROVES THE FILES
000140*                  AGREE WITH THE MASTER; NOTHING PROVED THE
000150*                  ANSWERS WERE RIGHT. THIS JOB TESTS IDENTITIES
000160*                  ACROSS THE PUBLISHED VALUES:
000170*                    FIBKEY - EVERY TERM EQUALS THE SUM OF THE
000180*                    TWO BEFORE IT (MFSM), EVERY TERM SATISFIES
000190*                    CASSINI'S IDENTITY WITH ITS NEIGHBOURS
000200*                    (MFCS), AND THE TERM NUMBERS RUN UNBROKEN
000210*                    (MFGP);
000220*                    CMBRSLT - EVERY COMBNPR EQUALS COMBNCR
000230*                    TIMES R! (MNCR), AND EQUALS N!/(N-R)!
000240*                    WHEREVER BOTH FACTORIALS ARE ON TODAY'S
000250*                    FACRSLT OR THE RSLTMST MASTER (MNFR).
000260*                  EVERY VIOLATION IS NAMED ON THE MTHRPT REPORT
000270*                  AND STAGED ON MTHEXCP IN THE ALERTRC SHAPE
000280*                  FOR ALERTGEN TO RAISE, THE SAME PATH MSTAUDIT
000290*                  USES.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT FIBKEY ASSIGN TO "FIBKEY"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS FIBKEY-TERM-NO.
000380     SELECT CMBRSLT ASSIGN TO "CMBRSLT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT FACRSLT ASSIGN TO "FACRSLT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT RSLTMST ASSIGN TO "RSLTMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS RSLTKEY-KEY.
000460     SELECT MTHRPT ASSIGN TO "MTHRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT MTHEXCP ASSIGN TO "MTHEXCP"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  FIBKEY
000550     RECORDING MODE IS F.
000560     COPY FIBKEYR.
000570 FD  CMBRSLT
000580     RECORDING MODE IS F.
000590 01  CMBRSLT-RECORD.
000600     05 CMBRSLT-RUN-DATE         PIC 9(08).
000610     05 CMBRSLT-PROGRAM-ID       PIC X(08).
000620     05 CMBRSLT-INPUT-VALUE      PIC 9(09).
000630     05 CMBRSLT-COMPUTED-VALUE   PIC 9(38).
000640     05 FILLER                   PIC X(17).
000650 FD  FACRSLT
000660     RECORDING MODE IS F.
000670     COPY RSLTREC.
000680 FD  RSLTMST
000690     RECORDING MODE IS F.
000700     COPY RSLTKEY.
000710 FD  MTHRPT
000720     RECORDING MODE IS F.
000730 01  MTHRPT-RECORD               PIC X(80).
000740 FD  MTHEXCP
000750     RECORDING MODE IS F.
000760     COPY ALERTRC.
000770 FD  RUNLOGF
000780     RECORDING MODE IS F.
000790     COPY RUNLOG.
000800 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------
000820* FIBONACCI WINDOW - THE LAST THREE TERMS READ. FIBB WRITES
000830* TERM 1 = 1, TERM 2 = 2, SO TERM N IS THE (N+1)TH CLASSICAL
000840* FIBONACCI NUMBER AND CASSINI'S IDENTITY FOR THE MIDDLE TERM N
000850* READS  T(N-1) * T(N+1) - T(N) ** 2 = +1 (N ODD), -1 (N EVEN).
000860*----------------------------------------------------------------
000870 01  WS-FIB-TERM-0               PIC 9(04) VALUE ZERO.
000880 01  WS-FIB-TERM-1               PIC 9(04) VALUE ZERO.
000890 01  WS-FIB-TERM-2               PIC 9(04) VALUE ZERO.
000900 01  WS-FIB-VALUE-0              PIC 9(38) VALUE ZERO.
000910 01  WS-FIB-VALUE-1              PIC 9(38) VALUE ZERO.
000920 01  WS-FIB-VALUE-2              PIC 9(38) VALUE ZERO.
000930 01  WS-FIB-HELD                 PIC 9(01) VALUE ZERO.
000940 01  WS-FIB-SUM                  PIC 9(38) VALUE ZERO.
000950 01  WS-FIB-PARITY               PIC 9(04) VALUE ZERO.
000960 01  WS-FIB-REMAINDER            PIC 9(01) VALUE ZERO.
000970*----------------------------------------------------------------
000980* SPLIT-LIMB MULTIPLY FOR CASSINI - A PRODUCT OF TWO 38-DIGIT
000990* TERMS IS WIDER THAN ANY NUMERIC FIELD, SO EACH FACTOR IS CUT
001000* INTO THREE 13-DIGIT LIMBS (LIMB 1 LEAST SIGNIFICANT) AND THE
001010* PRODUCT IS CARRIED AS SIX. AFTER THE CARRY PASS EVERY LIMB IS
001020* BELOW THE BASE, SO TWO PRODUCTS ARE EQUAL EXACTLY WHEN THEIR
001030* LIMB GROUPS ARE.
001040*----------------------------------------------------------------
001050 01  WS-LIMB-BASE                PIC 9(14) VALUE 10000000000000.
001060 01  WS-SPLIT-VALUE              PIC 9(38) VALUE ZERO.
001070 01  WS-SPLIT-QUOTIENT           PIC 9(38) VALUE ZERO.
001080 01  WS-SPLIT-LIMBS.
001090     05 WS-SPLIT-LIMB OCCURS 3 TIMES PIC 9(13).
001100 01  WS-MUL-A.
001110     05 WS-MUL-A-LIMB OCCURS 3 TIMES PIC 9(13).
001120 01  WS-MUL-B.
001130     05 WS-MUL-B-LIMB OCCURS 3 TIMES PIC 9(13).
001140 01  WS-MUL-PRODUCT.
001150     05 WS-MUL-P-LIMB OCCURS 6 TIMES PIC 9(28).
001160 01  WS-CAS-LEFT.
001170     05 WS-CAS-LEFT-LIMB OCCURS 6 TIMES PIC 9(28).
001180 01  WS-CAS-RIGHT.
001190     05 WS-CAS-RIGHT-LIMB OCCURS 6 TIMES PIC 9(28).
001200 01  WS-MUL-CARRY                PIC 9(28) VALUE ZERO.
001210 01  WS-SUB-I                    PIC 9(02) COMP VALUE ZERO.
001220 01  WS-SUB-J                    PIC 9(02) COMP VALUE ZERO.
001230 01  WS-SUB-K                    PIC 9(02) COMP VALUE ZERO.
001240*----------------------------------------------------------------
001250* COMBINATORICS - THE HELD COMBNPR ANSWER WAITING FOR ITS
001260* COMBNCR PARTNER (COMBBAT WRITES THE PAIR BACK TO BACK), AND
001270* THE PAIR DECODED FROM THE N * 1000 + R INPUT VALUE.
001280*----------------------------------------------------------------
001290 01  WS-NPR-PAIR                 PIC 9(09) VALUE ZERO.
001300 01  WS-NPR-VALUE                PIC 9(38) VALUE ZERO.
001310 01  WS-NPR-HELD-SW              PIC X(01) VALUE "N".
001320     88 NPR-HELD                     VALUE "Y".
001330 01  WS-CMB-N                    PIC 9(03) VALUE ZERO.
001340 01  WS-CMB-R                    PIC 9(03) VALUE ZERO.
001350 01  WS-CMB-N-LESS-R             PIC 9(03) VALUE ZERO.
001360 01  WS-R-FACTORIAL              PIC 9(38) VALUE ZERO.
001370 01  WS-CMB-PRODUCT              PIC 9(38) VALUE ZERO.
001380 01  WS-CMB-QUOTIENT             PIC 9(38) VALUE ZERO.
001390 01  WS-CMB-REMAINDER            PIC 9(38) VALUE ZERO.
001400*----------------------------------------------------------------
001410* FACTORIAL VALUES FOR THE N!/(N-R)! CHECK - ENTRY K HOLDS
001420* (K-1)!. FILLED FROM TODAY'S FACRSLT FIRST, THEN ON DEMAND
001430* FROM THE LATEST RSLTMST FACTORL RECORD. STATE "Y" FOUND, "N"
001440* LOOKED FOR AND NOT PUBLISHED ANYWHERE, SPACE NOT YET LOOKED.
001450*----------------------------------------------------------------
001460 01  WS-FAC-TABLE-MAX            PIC 9(02) COMP VALUE 34.
001470 01  WS-FAC-TABLE.
001480     05 WS-FAC-ENTRY OCCURS 34 TIMES.
001490         10 WS-FAC-STATE         PIC X(01).
001500         10 WS-FAC-VALUE         PIC 9(38).
001510 01  WS-FAC-N                    PIC 9(03) VALUE ZERO.
001520 01  WS-FAC-SUB                  PIC 9(02) COMP VALUE ZERO.
001530 01  WS-FAC-BEST-DATE            PIC 9(08) VALUE ZERO.
001540 01  WS-FAC-N-VALUE              PIC 9(38) VALUE ZERO.
001550 01  WS-FAC-NR-VALUE             PIC 9(38) VALUE ZERO.
001560*----------------------------------------------------------------
001570* COUNTERS AND RUN CONTROL
001580*----------------------------------------------------------------
001590 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001600 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
001610 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
001620 01  WS-FIB-CHECKED-COUNT        PIC 9(09) VALUE ZERO.
001630 01  WS-CMB-CHECKED-COUNT        PIC 9(09) VALUE ZERO.
001640 01  WS-NFR-CHECKED-COUNT        PIC 9(09) VALUE ZERO.
001650 01  WS-NFR-SKIPPED-COUNT        PIC 9(09) VALUE ZERO.
001660 01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
001670 01  WS-EXCP-COUNT               PIC 9(09) VALUE ZERO.
001680 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001690 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001700*----------------------------------------------------------------
001710* SWITCHES
001720*----------------------------------------------------------------
001730 01  WS-SWITCHES.
001740     05 WS-FIBKEY-EOF-SW         PIC X(01) VALUE "N".
001750         88 FIBKEY-EOF               VALUE "Y".
001760     05 WS-CMBRSLT-EOF-SW        PIC X(01) VALUE "N".
001770         88 CMBRSLT-EOF              VALUE "Y".
001780     05 WS-FACRSLT-EOF-SW        PIC X(01) VALUE "N".
001790         88 FACRSLT-EOF              VALUE "Y".
001800     05 WS-MASTER-BROWSE-SW      PIC X(01) VALUE "N".
001810         88 MASTER-BROWSE-DONE       VALUE "Y".
001820 PROCEDURE DIVISION.
001830*----------------------------------------------------------------
001840 0000-MAINLINE.
001850*----------------------------------------------------------------
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     PERFORM 1500-LOAD-FACRSLT THRU 1500-EXIT
001880         UNTIL FACRSLT-EOF
001890     PERFORM 2000-START-FIBKEY THRU 2000-EXIT
001900     PERFORM 2100-AUDIT-FIB-TERM THRU 2100-EXIT
001910         UNTIL FIBKEY-EOF
001920     PERFORM 4000-START-CMBRSLT THRU 4000-EXIT
001930     PERFORM 4100-AUDIT-CMBRSLT THRU 4100-EXIT
001940         UNTIL CMBRSLT-EOF
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT
001960     STOP RUN.
001970*----------------------------------------------------------------
001980 1000-INITIALIZE.
001990*----------------------------------------------------------------
002000     CALL "GETCYCDT" USING WS-RUN-DATE
002010     ACCEPT WS-START-TIME FROM TIME
002020     MOVE SPACES TO WS-FAC-TABLE
002030     OPEN INPUT FIBKEY
002040     OPEN INPUT CMBRSLT
002050     OPEN INPUT FACRSLT
002060     OPEN INPUT RSLTMST
002070     OPEN OUTPUT MTHRPT
002080     OPEN OUTPUT MTHEXCP
002090     MOVE SPACES TO WS-PRINT-LINE
002100     STRING "MATHEMATICAL CONSISTENCY AUDIT  RUN DATE: "
002110         WS-RUN-DATE
002120         DELIMITED BY SIZE INTO WS-PRINT-LINE
002130     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002140     MOVE SPACES TO WS-PRINT-LINE
002150     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002160     READ FACRSLT
002170         AT END
002180             SET FACRSLT-EOF TO TRUE
002190     END-READ.
002200 1000-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230*1500-LOAD-FACRSLT - TODAY'S PUBLISHED FACTORIALS THAT FIT THE
002240* TABLE (N 0 TO 33 - LARGER N LIVE ON FACBIG, AND NO CMBRSLT
002250* PAIR REACHES PAST 33).
002260*----------------------------------------------------------------
002270 1500-LOAD-FACRSLT.
002280     IF RSLT-RUN-DATE EQUAL WS-RUN-DATE
002290         AND RSLT-PROGRAM-ID EQUAL "FACTORL"
002300         AND RSLT-INPUT-VALUE < WS-FAC-TABLE-MAX
002310         COMPUTE WS-FAC-SUB = RSLT-INPUT-VALUE + 1
002320         MOVE "Y" TO WS-FAC-STATE(WS-FAC-SUB)
002330         MOVE RSLT-COMPUTED-VALUE TO WS-FAC-VALUE(WS-FAC-SUB)
002340     END-IF
002350     READ FACRSLT
002360         AT END
002370             SET FACRSLT-EOF TO TRUE
002380     END-READ.
002390 1500-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420 2000-START-FIBKEY.
002430*----------------------------------------------------------------
002440     MOVE "FIBKEY - SUM AND CASSINI IDENTITIES" TO WS-PRINT-LINE
002450     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002460     MOVE ZERO TO FIBKEY-TERM-NO
002470     START FIBKEY KEY > FIBKEY-TERM-NO
002480         INVALID KEY
002490             SET FIBKEY-EOF TO TRUE
002500     END-START.
002510 2000-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540*2100-AUDIT-FIB-TERM - SLIDE THE THREE-TERM WINDOW. A BREAK IN
002550* THE TERM NUMBERS IS REPORTED AND THE WINDOW RESTARTS, SO ONE
002560* MISSING TERM DOES NOT CASCADE INTO A FALSE IDENTITY FAILURE
002570* ON EVERY TERM AFTER IT.
002580*----------------------------------------------------------------
002590 2100-AUDIT-FIB-TERM.
002600     READ FIBKEY NEXT
002610         AT END
002620             SET FIBKEY-EOF TO TRUE
002630             GO TO 2100-EXIT
002640     END-READ
002650     ADD 1 TO WS-READ-COUNT
002660     IF WS-FIB-HELD > ZERO
002670         AND FIBKEY-TERM-NO NOT EQUAL WS-FIB-TERM-2 + 1
002680         MOVE SPACES TO WS-PRINT-LINE
002690         STRING "  FIBKEY TERM " FIBKEY-TERM-NO
002700             " FOLLOWS TERM " WS-FIB-TERM-2
002710             DELIMITED BY SIZE INTO WS-PRINT-LINE
002720         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002730         MOVE "MFGP" TO ALERT-CODE
002740         MOVE "FIBB" TO ALERT-JOB-NAME
002750         MOVE SPACES TO ALERT-TEXT
002760         STRING "FIBKEY TERM SEQUENCE BROKEN AT "
002770             FIBKEY-TERM-NO
002780             DELIMITED BY SIZE INTO ALERT-TEXT
002790         PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
002800         MOVE ZERO TO WS-FIB-HELD
002810     END-IF
002820     MOVE WS-FIB-TERM-1 TO WS-FIB-TERM-0
002830     MOVE WS-FIB-VALUE-1 TO WS-FIB-VALUE-0
002840     MOVE WS-FIB-TERM-2 TO WS-FIB-TERM-1
002850     MOVE WS-FIB-VALUE-2 TO WS-FIB-VALUE-1
002860     MOVE FIBKEY-TERM-NO TO WS-FIB-TERM-2
002870     MOVE FIBKEY-VALUE TO WS-FIB-VALUE-2
002880     IF WS-FIB-HELD < 3
002890         ADD 1 TO WS-FIB-HELD
002900     END-IF
002910     IF WS-FIB-HELD < 3
002920         GO TO 2100-EXIT
002930     END-IF
002940     ADD 1 TO WS-FIB-CHECKED-COUNT
002950     PERFORM 2200-CHECK-SUM THRU 2200-EXIT
002960     PERFORM 2300-CHECK-CASSINI THRU 2300-EXIT.
002970 2100-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000*2200-CHECK-SUM - THE NEWEST TERM AGAINST THE TWO BEFORE IT. A
003010* SUM TOO WIDE FOR THE FIELD CANNOT EQUAL A TERM THAT FITS IT.
003020*----------------------------------------------------------------
003030 2200-CHECK-SUM.
003040     COMPUTE WS-FIB-SUM = WS-FIB-VALUE-0 + WS-FIB-VALUE-1
003050         ON SIZE ERROR
003060             GO TO 2200-FAILED
003070     END-COMPUTE
003080     IF WS-FIB-SUM EQUAL WS-FIB-VALUE-2
003090         GO TO 2200-EXIT
003100     END-IF.
003110 2200-FAILED.
003120     MOVE SPACES TO WS-PRINT-LINE
003130     STRING "  FIBKEY TERM " WS-FIB-TERM-2
003140         " IS NOT THE SUM OF TERMS " WS-FIB-TERM-0
003150         " AND " WS-FIB-TERM-1
003160         DELIMITED BY SIZE INTO WS-PRINT-LINE
003170     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003180     MOVE "MFSM" TO ALERT-CODE
003190     MOVE "FIBB" TO ALERT-JOB-NAME
003200     MOVE SPACES TO ALERT-TEXT
003210     STRING "FIBKEY TERM " WS-FIB-TERM-2
003220         " FAILS THE SUM IDENTITY"
003230         DELIMITED BY SIZE INTO ALERT-TEXT
003240     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
003250 2200-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280*2300-CHECK-CASSINI - MIDDLE TERM OF THE WINDOW. THE SIDE THAT
003290* SHOULD BE ONE SMALLER HAS ONE ADDED BEFORE THE LIMBS ARE
003300* COMPARED.
003310*----------------------------------------------------------------
003320 2300-CHECK-CASSINI.
003330     DIVIDE WS-FIB-TERM-1 BY 2 GIVING WS-FIB-PARITY
003340         REMAINDER WS-FIB-REMAINDER
003350     MOVE WS-FIB-VALUE-0 TO WS-SPLIT-VALUE
003360     PERFORM 6000-SPLIT-VALUE THRU 6000-EXIT
003370     MOVE WS-SPLIT-LIMBS TO WS-MUL-A
003380     MOVE WS-FIB-VALUE-2 TO WS-SPLIT-VALUE
003390     PERFORM 6000-SPLIT-VALUE THRU 6000-EXIT
003400     MOVE WS-SPLIT-LIMBS TO WS-MUL-B
003410     PERFORM 6100-MULTIPLY THRU 6100-EXIT
003420     IF WS-FIB-REMAINDER EQUAL ZERO
003430         ADD 1 TO WS-MUL-P-LIMB(1)
003440         PERFORM 6300-CARRY THRU 6300-EXIT
003450     END-IF
003460     MOVE WS-MUL-PRODUCT TO WS-CAS-LEFT
003470     MOVE WS-FIB-VALUE-1 TO WS-SPLIT-VALUE
003480     PERFORM 6000-SPLIT-VALUE THRU 6000-EXIT
003490     MOVE WS-SPLIT-LIMBS TO WS-MUL-A
003500     MOVE WS-SPLIT-LIMBS TO WS-MUL-B
003510     PERFORM 6100-MULTIPLY THRU 6100-EXIT
003520     IF WS-FIB-REMAINDER NOT EQUAL ZERO
003530         ADD 1 TO WS-MUL-P-LIMB(1)
003540         PERFORM 6300-CARRY THRU 6300-EXIT
003550     END-IF
003560     MOVE WS-MUL-PRODUCT TO WS-CAS-RIGHT
003570     IF WS-CAS-LEFT EQUAL WS-CAS-RIGHT
003580         GO TO 2300-EXIT
003590     END-IF
003600     MOVE SPACES TO WS-PRINT-LINE
003610     STRING "  FIBKEY TERM " WS-FIB-TERM-1
003620         " FAILS CASSINI WITH TERMS " WS-FIB-TERM-0
003630         " AND " WS-FIB-TERM-2
003640         DELIMITED BY SIZE INTO WS-PRINT-LINE
003650     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003660     MOVE "MFCS" TO ALERT-CODE
003670     MOVE "FIBB" TO ALERT-JOB-NAME
003680     MOVE SPACES TO ALERT-TEXT
003690     STRING "FIBKEY TERM " WS-FIB-TERM-1
003700         " FAILS CASSINI'S IDENTITY"
003710         DELIMITED BY SIZE INTO ALERT-TEXT
003720     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
003730 2300-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760 4000-START-CMBRSLT.
003770*----------------------------------------------------------------
003780     MOVE SPACES TO WS-PRINT-LINE
003790     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003800     MOVE "CMBRSLT - NPR = NCR * R!  AND  NPR = N! / (N-R)!"
003810         TO WS-PRINT-LINE
003820     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003830     READ CMBRSLT
003840         AT END
003850             SET CMBRSLT-EOF TO TRUE
003860     END-READ.
003870 4000-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900*4100-AUDIT-CMBRSLT - A COMBNPR ANSWER IS HELD; THE COMBNCR FOR
003910* THE SAME PAIR COMPLETES IT. AN UNPARTNERED ANSWER (THE OTHER
003920* HALF REJECTED) HAS NOTHING TO CHECK AGAINST.
003930*----------------------------------------------------------------
003940 4100-AUDIT-CMBRSLT.
003950     IF CMBRSLT-RUN-DATE NOT EQUAL WS-RUN-DATE
003960         GO TO 4100-READ-NEXT
003970     END-IF
003980     ADD 1 TO WS-READ-COUNT
003990     IF CMBRSLT-PROGRAM-ID EQUAL "COMBNPR"
004000         SET NPR-HELD TO TRUE
004010         MOVE CMBRSLT-INPUT-VALUE TO WS-NPR-PAIR
004020         MOVE CMBRSLT-COMPUTED-VALUE TO WS-NPR-VALUE
004030         GO TO 4100-READ-NEXT
004040     END-IF
004050     IF CMBRSLT-PROGRAM-ID NOT EQUAL "COMBNCR"
004060         OR NOT NPR-HELD
004070         OR CMBRSLT-INPUT-VALUE NOT EQUAL WS-NPR-PAIR
004080         GO TO 4100-READ-NEXT
004090     END-IF
004100     MOVE "N" TO WS-NPR-HELD-SW
004110     DIVIDE WS-NPR-PAIR BY 1000 GIVING WS-CMB-N
004120         REMAINDER WS-CMB-R
004130     ADD 1 TO WS-CMB-CHECKED-COUNT
004140     PERFORM 4200-CHECK-NCR THRU 4200-EXIT
004150     PERFORM 4300-CHECK-FACTORIALS THRU 4300-EXIT.
004160 4100-READ-NEXT.
004170     READ CMBRSLT
004180         AT END
004190             SET CMBRSLT-EOF TO TRUE
004200     END-READ.
004210 4100-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240*4200-CHECK-NCR - NPR = NCR * R!. R! IS BUILT HERE RATHER THAN
004250* TAKEN FROM FACRSLT SO THIS CHECK NEVER DEPENDS ON WHAT THE
004260* FACTORIAL JOB HAPPENED TO PUBLISH TODAY.
004270*----------------------------------------------------------------
004280 4200-CHECK-NCR.
004290     MOVE 1 TO WS-R-FACTORIAL
004300     PERFORM 4250-BUILD-R-FACTORIAL THRU 4250-EXIT
004310         VARYING WS-SUB-I FROM 2 BY 1
004320         UNTIL WS-SUB-I > WS-CMB-R
004330     COMPUTE WS-CMB-PRODUCT =
004340         CMBRSLT-COMPUTED-VALUE * WS-R-FACTORIAL
004350         ON SIZE ERROR
004360             GO TO 4200-FAILED
004370     END-COMPUTE
004380     IF WS-CMB-PRODUCT EQUAL WS-NPR-VALUE
004390         GO TO 4200-EXIT
004400     END-IF.
004410 4200-FAILED.
004420     MOVE SPACES TO WS-PRINT-LINE
004430     STRING "  PAIR N=" WS-CMB-N " R=" WS-CMB-R
004440         " COMBNPR IS NOT COMBNCR * R!"
004450         DELIMITED BY SIZE INTO WS-PRINT-LINE
004460     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004470     MOVE "MNCR" TO ALERT-CODE
004480     MOVE "COMBBAT" TO ALERT-JOB-NAME
004490     MOVE SPACES TO ALERT-TEXT
004500     STRING "NPR NOT NCR*R! FOR N=" WS-CMB-N " R=" WS-CMB-R
004510         DELIMITED BY SIZE INTO ALERT-TEXT
004520     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
004530 4200-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560 4250-BUILD-R-FACTORIAL.
004570*----------------------------------------------------------------
004580     COMPUTE WS-R-FACTORIAL = WS-R-FACTORIAL * WS-SUB-I.
004590 4250-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620*4300-CHECK-FACTORIALS - NPR = N! / (N-R)!, ONLY WHERE BOTH
004630* FACTORIALS ARE PUBLISHED (TODAY'S FACRSLT OR THE MASTER). A
004640* PAIR WITHOUT THEM IS COUNTED AS UNCHECKABLE, NOT AN ERROR.
004650*----------------------------------------------------------------
004660 4300-CHECK-FACTORIALS.
004670     IF WS-CMB-N NOT < WS-FAC-TABLE-MAX
004680         ADD 1 TO WS-NFR-SKIPPED-COUNT
004690         GO TO 4300-EXIT
004700     END-IF
004710     COMPUTE WS-CMB-N-LESS-R = WS-CMB-N - WS-CMB-R
004720     MOVE WS-CMB-N TO WS-FAC-N
004730     PERFORM 5000-GET-FACTORIAL THRU 5000-EXIT
004740     IF WS-FAC-STATE(WS-FAC-SUB) NOT EQUAL "Y"
004750         ADD 1 TO WS-NFR-SKIPPED-COUNT
004760         GO TO 4300-EXIT
004770     END-IF
004780     MOVE WS-FAC-VALUE(WS-FAC-SUB) TO WS-FAC-N-VALUE
004790     MOVE WS-CMB-N-LESS-R TO WS-FAC-N
004800     PERFORM 5000-GET-FACTORIAL THRU 5000-EXIT
004810     IF WS-FAC-STATE(WS-FAC-SUB) NOT EQUAL "Y"
004820         OR WS-FAC-VALUE(WS-FAC-SUB) EQUAL ZERO
004830         ADD 1 TO WS-NFR-SKIPPED-COUNT
004840         GO TO 4300-EXIT
004850     END-IF
004860     MOVE WS-FAC-VALUE(WS-FAC-SUB) TO WS-FAC-NR-VALUE
004870     ADD 1 TO WS-NFR-CHECKED-COUNT
004880     DIVIDE WS-FAC-N-VALUE BY WS-FAC-NR-VALUE
004890         GIVING WS-CMB-QUOTIENT REMAINDER WS-CMB-REMAINDER
004900     IF WS-CMB-REMAINDER EQUAL ZERO
004910         AND WS-CMB-QUOTIENT EQUAL WS-NPR-VALUE
004920         GO TO 4300-EXIT
004930     END-IF
004940     MOVE SPACES TO WS-PRINT-LINE
004950     STRING "  PAIR N=" WS-CMB-N " R=" WS-CMB-R
004960         " COMBNPR IS NOT N!/(N-R)!"
004970         DELIMITED BY SIZE INTO WS-PRINT-LINE
004980     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004990     MOVE "MNFR" TO ALERT-CODE
005000     MOVE "COMBBAT" TO ALERT-JOB-NAME
005010     MOVE SPACES TO ALERT-TEXT
005020     STRING "NPR NOT N!/(N-R)! FOR N=" WS-CMB-N " R=" WS-CMB-R
005030         DELIMITED BY SIZE INTO ALERT-TEXT
005040     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
005050 4300-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080*5000-GET-FACTORIAL - WS-FAC-N! INTO TABLE ENTRY WS-FAC-SUB. A
005090* VALUE NOT ON TODAY'S FACRSLT IS LOOKED UP ONCE ON THE MASTER
005100* (LATEST RUN DATE WINS, THE SAME RULE FACTORIAL'S OWN
005110* REPEAT-LOOKUP USES) AND THE OUTCOME IS REMEMBERED.
005120*----------------------------------------------------------------
005130 5000-GET-FACTORIAL.
005140     COMPUTE WS-FAC-SUB = WS-FAC-N + 1
005150     IF WS-FAC-STATE(WS-FAC-SUB) NOT EQUAL SPACE
005160         GO TO 5000-EXIT
005170     END-IF
005180     MOVE "N" TO WS-FAC-STATE(WS-FAC-SUB)
005190     MOVE ZERO TO WS-FAC-BEST-DATE
005200     MOVE "N" TO WS-MASTER-BROWSE-SW
005210     MOVE "FACTORL" TO RSLTKEY-PROGRAM-ID
005220     MOVE WS-FAC-N TO RSLTKEY-INPUT-VALUE
005230     MOVE ZERO TO RSLTKEY-RUN-DATE
005240     START RSLTMST KEY >= RSLTKEY-KEY
005250         INVALID KEY
005260             GO TO 5000-EXIT
005270     END-START
005280     PERFORM 5100-NEXT-MASTER THRU 5100-EXIT
005290         UNTIL MASTER-BROWSE-DONE.
005300 5000-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330 5100-NEXT-MASTER.
005340*----------------------------------------------------------------
005350     READ RSLTMST NEXT
005360         AT END
005370             SET MASTER-BROWSE-DONE TO TRUE
005380             GO TO 5100-EXIT
005390     END-READ
005400     IF RSLTKEY-PROGRAM-ID NOT EQUAL "FACTORL"
005410         OR RSLTKEY-INPUT-VALUE NOT EQUAL WS-FAC-N
005420         SET MASTER-BROWSE-DONE TO TRUE
005430         GO TO 5100-EXIT
005440     END-IF
005450     IF RSLTKEY-RUN-DATE > WS-FAC-BEST-DATE
005460         MOVE RSLTKEY-RUN-DATE TO WS-FAC-BEST-DATE
005470         MOVE "Y" TO WS-FAC-STATE(WS-FAC-SUB)
005480         MOVE RSLTKEY-COMPUTED-VALUE TO WS-FAC-VALUE(WS-FAC-SUB)
005490     END-IF.
005500 5100-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530*6000-SPLIT-VALUE - WS-SPLIT-VALUE INTO THREE 13-DIGIT LIMBS.
005540*----------------------------------------------------------------
005550 6000-SPLIT-VALUE.
005560     DIVIDE WS-SPLIT-VALUE BY WS-LIMB-BASE
005570         GIVING WS-SPLIT-QUOTIENT REMAINDER WS-SPLIT-LIMB(1)
005580     MOVE WS-SPLIT-QUOTIENT TO WS-SPLIT-VALUE
005590     DIVIDE WS-SPLIT-VALUE BY WS-LIMB-BASE
005600         GIVING WS-SPLIT-QUOTIENT REMAINDER WS-SPLIT-LIMB(2)
005610     MOVE WS-SPLIT-QUOTIENT TO WS-SPLIT-LIMB(3).
005620 6000-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------
005650*6100-MULTIPLY - WS-MUL-A TIMES WS-MUL-B INTO WS-MUL-PRODUCT,
005660* SCHOOLBOOK STYLE, THEN ONE CARRY PASS.
005670*----------------------------------------------------------------
005680 6100-MULTIPLY.
005690     MOVE ZERO TO WS-MUL-P-LIMB(1) WS-MUL-P-LIMB(2)
005700         WS-MUL-P-LIMB(3) WS-MUL-P-LIMB(4)
005710         WS-MUL-P-LIMB(5) WS-MUL-P-LIMB(6)
005720     PERFORM 6200-MULTIPLY-LIMB THRU 6200-EXIT
005730         VARYING WS-SUB-I FROM 1 BY 1 UNTIL WS-SUB-I > 3
005740         AFTER WS-SUB-J FROM 1 BY 1 UNTIL WS-SUB-J > 3
005750     PERFORM 6300-CARRY THRU 6300-EXIT.
005760 6100-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790 6200-MULTIPLY-LIMB.
005800*----------------------------------------------------------------
005810     COMPUTE WS-SUB-K = WS-SUB-I + WS-SUB-J - 1
005820     COMPUTE WS-MUL-P-LIMB(WS-SUB-K) = WS-MUL-P-LIMB(WS-SUB-K)
005830         + WS-MUL-A-LIMB(WS-SUB-I) * WS-MUL-B-LIMB(WS-SUB-J).
005840 6200-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------
005870*6300-CARRY - PUSH EVERYTHING ABOVE THE BASE UP ONE LIMB.
005880*----------------------------------------------------------------
005890 6300-CARRY.
005900     PERFORM 6350-CARRY-LIMB THRU 6350-EXIT
005910         VARYING WS-SUB-K FROM 1 BY 1 UNTIL WS-SUB-K > 5.
005920 6300-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950 6350-CARRY-LIMB.
005960*----------------------------------------------------------------
005970     DIVIDE WS-MUL-P-LIMB(WS-SUB-K) BY WS-LIMB-BASE
005980         GIVING WS-MUL-CARRY REMAINDER WS-MUL-P-LIMB(WS-SUB-K)
005990     ADD WS-MUL-CARRY TO WS-MUL-P-LIMB(WS-SUB-K + 1).
006000 6350-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030 7500-WRITE-EXCEPTION.
006040*----------------------------------------------------------------
006050     MOVE WS-RUN-DATE TO ALERT-RUN-DATE
006060     SET ALERT-ERROR TO TRUE
006070     ADD 1 TO WS-EXCP-COUNT
006080     WRITE ALERT-RECORD.
006090 7500-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120 8000-WRITE-LINE.
006130*----------------------------------------------------------------
006140     MOVE WS-PRINT-LINE TO MTHRPT-RECORD
006150     WRITE MTHRPT-RECORD.
006160 8000-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190 9000-TERMINATE.
006200*----------------------------------------------------------------
006210     MOVE SPACES TO WS-PRINT-LINE
006220     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006230     MOVE SPACES TO WS-PRINT-LINE
006240     STRING "FIBKEY TERMS CHECKED=" WS-FIB-CHECKED-COUNT
006250         "  COMBINATORIC PAIRS CHECKED=" WS-CMB-CHECKED-COUNT
006260         DELIMITED BY SIZE INTO WS-PRINT-LINE
006270     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006280     MOVE SPACES TO WS-PRINT-LINE
006290     STRING "N!/(N-R)! CHECKED=" WS-NFR-CHECKED-COUNT
006300         "  NO FACTORIALS PUBLISHED=" WS-NFR-SKIPPED-COUNT
006310         DELIMITED BY SIZE INTO WS-PRINT-LINE
006320     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006330     MOVE SPACES TO WS-PRINT-LINE
006340     STRING "EXCEPTIONS=" WS-EXCP-COUNT
006350         DELIMITED BY SIZE INTO WS-PRINT-LINE
006360     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006370     CLOSE FIBKEY
006380     CLOSE CMBRSLT
006390     CLOSE FACRSLT
006400     CLOSE RSLTMST
006410     CLOSE MTHRPT
006420     CLOSE MTHEXCP
006430     ACCEPT WS-END-TIME FROM TIME
006440     IF WS-EXCP-COUNT > ZERO
006450         MOVE 4 TO WS-RETURN-CODE
006460     END-IF
006470     OPEN EXTEND RUNLOGF
006480     MOVE "MATHAUD" TO RUNLOG-JOB-NAME
006490     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
006500     MOVE WS-START-TIME TO RUNLOG-START-TIME
006510     MOVE WS-END-TIME TO RUNLOG-END-TIME
006520     MOVE WS-READ-COUNT TO RUNLOG-INPUT-COUNT
006530     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
006540     MOVE SPACES TO RUNLOG-PARAMETER
006550     WRITE RUNLOG-RECORD
006560     CLOSE RUNLOGF
006570     MOVE WS-RETURN-CODE TO RETURN-CODE.
006580 9000-EXIT.
006590     EXIT.
