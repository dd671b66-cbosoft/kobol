000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. fbzprev.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. IMPACT PREVIEW OF PENDING
000110*                  FBZCTL RULE CHANGES. CHGAPRV'S APPROVER SAW
000120*                  ONLY THE BEFORE AND AFTER RULE IMAGES. FOR
000130*                  EACH PENDING FBZCTL ENTRY ON PENDCHG THIS
000140*                  STEP APPLIES THAT ENTRY ALONE TO A COPY OF
000150*                  THE LIVE RULE TABLE (THE WAY CHGAPRV WOULD
000160*                  APPLY IT), RE-TAGS THE LAST DAY'S FBZCLN
000170*                  RECORDS THE WAY FIZZ-BUZZ DOES AND ROUTES
000180*                  THEM THE WAY FBZSPLIT DOES, AND COMPARES THE
000190*                  RESULT RECORD FOR RECORD WITH WHAT ACTUALLY
000200*                  RAN (THE FBZSPLIT ROUTE LOG, FBZRTLOG). THE
000210*                  FBZPRPT REPORT GIVES PER-LABEL AND PER-ROUTE
000220*                  COUNT AND AMOUNT DELTAS, THE RECORDS THAT
000230*                  WOULD NEWLY GO UNTAGGED, AND THE ROUTES THAT
000240*                  WOULD GO EMPTY. A MARKER RECORD PER PREVIEWED
000250*                  ENTRY GOES TO FBZPRVW (COPY FBZPRVW), WHICH
000260*                  CHGAPRV REQUIRES BEFORE IT APPLIES THE ENTRY.
000270*                  NOTHING IS WRITTEN TO ANY PRODUCTION OUTPUT.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FBZCTL ASSIGN TO "FBZCTL"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT PENDCHGF ASSIGN TO "PENDCHG"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT FBZCLN ASSIGN TO "FBZCLN"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT FBZRTLOG ASSIGN TO "FBZRTLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT FBZPRVWF ASSIGN TO "FBZPRVW"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT FBZPRPT ASSIGN TO "FBZPRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FBZCTL
000510     RECORDING MODE IS F.
000520     COPY FBZRULE.
000530 FD  PENDCHGF
000540     RECORDING MODE IS F.
000550     COPY PENDCHG.
000560 FD  FBZCLN
000570     RECORDING MODE IS F.
000580 01  FBZCLN-RECORD.
000590     05 FBZCLN-KEY               PIC 9(06).
000600     05 FBZCLN-DATA.
000610         10 FBZCLN-SOURCE        PIC X(03).
000620         10 FBZCLN-AMOUNT        PIC 9(09)V9(02).
000630         10 FBZCLN-TEXT          PIC X(60).
000640 FD  FBZRTLOG
000650     RECORDING MODE IS F.
000660 01  FBZRTLOG-RECORD.
000670     05 RTLOG-KEY                PIC X(06).
000680     05 RTLOG-SOURCE             PIC X(03).
000690     05 RTLOG-AMOUNT             PIC 9(09)V9(02).
000700     05 RTLOG-TAG                PIC X(40).
000710     05 RTLOG-DEST               PIC X(08).
000720     05 RTLOG-ROUTE-SET          PIC X(08).
000730     05 RTLOG-TEXT               PIC X(60).
000740 FD  FBZPRVWF
000750     RECORDING MODE IS F.
000760     COPY FBZPRVW.
000770 FD  FBZPRPT
000780     RECORDING MODE IS F.
000790 01  FBZPRPT-RECORD              PIC X(80).
000800 FD  RPTARCHF
000810     RECORDING MODE IS F.
000820     COPY RPTARCH.
000830 FD  RUNLOGF
000840     RECORDING MODE IS F.
000850     COPY RUNLOG.
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* ROUTE DD NAME POOL - SAME POOL FBZSPLIT RESOLVES FBZ-DEST
000890* AGAINST
000900*----------------------------------------------------------------
000910 01  WS-ROUTE-NAMES.
000920     05 FILLER                   PIC X(08) VALUE "ROUTE01".
000930     05 FILLER                   PIC X(08) VALUE "ROUTE02".
000940     05 FILLER                   PIC X(08) VALUE "ROUTE03".
000950     05 FILLER                   PIC X(08) VALUE "ROUTE04".
000960     05 FILLER                   PIC X(08) VALUE "ROUTE05".
000970     05 FILLER                   PIC X(08) VALUE "ROUTE06".
000980     05 FILLER                   PIC X(08) VALUE "ROUTE07".
000990     05 FILLER                   PIC X(08) VALUE "ROUTE08".
001000 01  WS-ROUTE-TABLE REDEFINES WS-ROUTE-NAMES.
001010     05 WS-ROUTE-NAME OCCURS 8 TIMES
001020             INDEXED BY WS-ROUTE-IDX PIC X(08).
001030*----------------------------------------------------------------
001040* LIVE FBZCTL RULES - LOADED ONCE, COPIED FOR EVERY ENTRY
001050*----------------------------------------------------------------
001060 01  WS-LIVE-COUNT               PIC 9(02) COMP VALUE ZERO.
001070 01  WS-RULE-TABLE-MAX           PIC 9(02) COMP VALUE 10.
001080 01  WS-LIVE-TABLE.
001090     05 WS-LIVE-RULE OCCURS 10 TIMES
001100             INDEXED BY WS-LIVE-IDX PIC X(20).
001110*----------------------------------------------------------------
001120* PROPOSED RULE TABLE - THE LIVE RULES WITH ONE PENDING ENTRY
001130* APPLIED, PLUS EACH RULE'S NUMERIC DIVISOR, TRIMMED LABEL
001140* LENGTH AND RESOLVED ROUTE NUMBER (0 = NOT ROUTED)
001150*----------------------------------------------------------------
001160 01  WS-RULE-COUNT               PIC 9(02) COMP VALUE ZERO.
001170 01  WS-RULE-TABLE.
001180     05 WS-RULE-ENTRY OCCURS 10 TIMES
001190             INDEXED BY WS-RULE-IDX.
001200         10 WS-RULE-IMAGE.
001210             15 WS-RULE-DIVISOR  PIC X(02).
001220             15 WS-RULE-LABEL    PIC X(10).
001230             15 WS-RULE-DEST     PIC X(08).
001240         10 WS-RULE-DIVISOR-NO   PIC 9(02).
001250         10 WS-RULE-LABEL-LEN    PIC 9(02) COMP.
001260         10 WS-RULE-ROUTE-NO     PIC 9(02) COMP.
001270*----------------------------------------------------------------
001280* IMAGE KEY VIEW - DIVISOR PULLED OFF A PENDING IMAGE
001290*----------------------------------------------------------------
001300 01  WS-IMAGE-WORK               PIC X(61) VALUE SPACES.
001310 01  WS-IMAGE-FBZ REDEFINES WS-IMAGE-WORK.
001320     05 WS-IMG-RULE.
001330         10 WS-IMG-DIVISOR       PIC X(02).
001340         10 WS-IMG-LABEL         PIC X(10).
001350         10 WS-IMG-DEST          PIC X(08).
001360     05 FILLER                   PIC X(41).
001370 01  WS-FOUND-SUB                PIC 9(02) COMP VALUE ZERO.
001380 01  WS-REFUSAL                  PIC X(40) VALUE SPACES.
001390*----------------------------------------------------------------
001400* PENDING FBZCTL ENTRIES - SAME IMAGE SHAPE CHGAPRV HOLDS
001410*----------------------------------------------------------------
001420 01  WS-PEND-COUNT               PIC 9(02) COMP VALUE ZERO.
001430 01  WS-PEND-TABLE-MAX           PIC 9(02) COMP VALUE 50.
001440 01  WS-PEND-TABLE.
001450     05 WS-PEND-IMAGE OCCURS 50 TIMES
001460             INDEXED BY WS-PEND-IDX PIC X(172).
001470 01  WS-PEND-WORK                PIC X(172) VALUE SPACES.
001480 01  WS-PEND-WORK-R REDEFINES WS-PEND-WORK.
001490     05 WS-PND-DATE              PIC 9(08).
001500     05 WS-PND-TIME              PIC 9(08).
001510     05 WS-PND-FILE-NAME         PIC X(08).
001520     05 WS-PND-ACTION            PIC X(01).
001530     05 WS-PND-BEFORE            PIC X(61).
001540     05 WS-PND-AFTER             PIC X(61).
001550     05 WS-PND-ENTERED-BY        PIC X(08).
001560     05 WS-PND-STATUS            PIC X(01).
001570     05 WS-PND-DECIDED-BY        PIC X(08).
001580     05 WS-PND-DECIDED-DATE      PIC 9(08).
001590*----------------------------------------------------------------
001600* LABEL TOTALS - EVERY LABEL ON THE LIVE OR THE PROPOSED RULES,
001610* COUNTED OVER THE TAG THAT RAN AND OVER THE PREVIEW TAG
001620*----------------------------------------------------------------
001630 01  WS-LABEL-COUNT              PIC 9(02) COMP VALUE ZERO.
001640 01  WS-LABEL-TABLE-MAX          PIC 9(02) COMP VALUE 20.
001650 01  WS-LABEL-TABLE.
001660     05 WS-LABEL-ENTRY OCCURS 20 TIMES
001670             INDEXED BY WS-LABEL-IDX.
001680         10 WS-LBL-LABEL         PIC X(10).
001690         10 WS-LBL-LEN           PIC 9(02) COMP.
001700         10 WS-LBL-RAN-COUNT     PIC 9(09) COMP.
001710         10 WS-LBL-RAN-AMOUNT    PIC 9(11)V9(02) COMP-3.
001720         10 WS-LBL-PRV-COUNT     PIC 9(09) COMP.
001730         10 WS-LBL-PRV-AMOUNT    PIC 9(11)V9(02) COMP-3.
001740 01  WS-CAND-LABEL               PIC X(10) VALUE SPACES.
001750 01  WS-CAND-LEN                 PIC 9(02) COMP VALUE ZERO.
001760*----------------------------------------------------------------
001770* ROUTE TOTALS - RAN FROM THE ROUTE LOG FLAGS, PREVIEW FROM THE
001780* PROPOSED RULES; UNTAGGED KEPT ALONGSIDE
001790*----------------------------------------------------------------
001800 01  WS-ROUTE-TOTALS.
001810     05 WS-RTOT-ENTRY OCCURS 8 TIMES
001820             INDEXED BY WS-RTOT-IDX.
001830         10 WS-RTOT-RAN-COUNT    PIC 9(09) COMP.
001840         10 WS-RTOT-RAN-AMOUNT   PIC 9(11)V9(02) COMP-3.
001850         10 WS-RTOT-PRV-COUNT    PIC 9(09) COMP.
001860         10 WS-RTOT-PRV-AMOUNT   PIC 9(11)V9(02) COMP-3.
001870 01  WS-RAN-UNTAG-COUNT          PIC 9(09) COMP VALUE ZERO.
001880 01  WS-RAN-UNTAG-AMOUNT         PIC 9(11)V9(02) COMP-3
001890                                 VALUE ZERO.
001900 01  WS-PRV-UNTAG-COUNT          PIC 9(09) COMP VALUE ZERO.
001910 01  WS-PRV-UNTAG-AMOUNT         PIC 9(11)V9(02) COMP-3
001920                                 VALUE ZERO.
001930 01  WS-RAN-ROUTE-FLAGS          PIC X(08) VALUE "NNNNNNNN".
001940 01  WS-RAN-ROUTES REDEFINES WS-RAN-ROUTE-FLAGS.
001950     05 WS-RAN-ROUTE-SW OCCURS 8 TIMES PIC X(01).
001960 01  WS-PRV-ROUTE-FLAGS          PIC X(08) VALUE "NNNNNNNN".
001970 01  WS-PRV-ROUTES REDEFINES WS-PRV-ROUTE-FLAGS.
001980     05 WS-PRV-ROUTE-SW OCCURS 8 TIMES PIC X(01).
001990 01  WS-ROUTE-SUB                PIC 9(02) COMP VALUE ZERO.
002000*----------------------------------------------------------------
002010* NEWLY UNTAGGED RECORDS - THE FIRST FEW ARE LISTED BY KEY
002020*----------------------------------------------------------------
002030 01  WS-NEW-UNTAG-LIST-MAX       PIC 9(02) COMP VALUE 10.
002040 01  WS-NEW-UNTAG-TABLE.
002050     05 WS-NUT-ENTRY OCCURS 10 TIMES
002060             INDEXED BY WS-NUT-IDX.
002070         10 WS-NUT-KEY           PIC X(06).
002080         10 WS-NUT-AMOUNT        PIC 9(09)V9(02).
002090*----------------------------------------------------------------
002100* PER-ENTRY COUNTERS
002110*----------------------------------------------------------------
002120 01  WS-COMPARED-COUNT           PIC 9(09) VALUE ZERO.
002130 01  WS-TAG-CHANGE-COUNT         PIC 9(09) VALUE ZERO.
002140 01  WS-ROUTE-CHANGE-COUNT       PIC 9(09) VALUE ZERO.
002150 01  WS-NEW-UNTAG-COUNT          PIC 9(09) VALUE ZERO.
002160 01  WS-NEW-UNTAG-AMOUNT         PIC 9(11)V9(02) VALUE ZERO.
002170 01  WS-CLN-ONLY-COUNT           PIC 9(09) VALUE ZERO.
002180 01  WS-LOG-ONLY-COUNT           PIC 9(09) VALUE ZERO.
002190 01  WS-EMPTY-ROUTE-COUNT        PIC 9(02) VALUE ZERO.
002200*----------------------------------------------------------------
002210* RUN COUNTERS
002220*----------------------------------------------------------------
002230 01  WS-ENTRY-COUNT              PIC 9(09) VALUE ZERO.
002240 01  WS-PREVIEWED-COUNT          PIC 9(09) VALUE ZERO.
002250 01  WS-REFUSED-COUNT            PIC 9(09) VALUE ZERO.
002260*----------------------------------------------------------------
002270* PER-RECORD PREVIEW FIELDS
002280*----------------------------------------------------------------
002290 01  WS-CLN-KEY                  PIC X(06) VALUE SPACES.
002300 01  WS-LOG-KEY                  PIC X(06) VALUE SPACES.
002310 01  WS-MOD-RESULT               PIC 9(04) VALUE ZERO.
002320 01  WS-PRV-TAG                  PIC X(40) VALUE SPACES.
002330 01  WS-PRV-POINTER              PIC 9(04) COMP VALUE 1.
002340 01  WS-PRV-MATCH-COUNT          PIC 9(02) COMP VALUE ZERO.
002350 01  WS-LABEL-HITS               PIC 9(02) COMP VALUE ZERO.
002360 01  WS-PAD-LENGTH               PIC 9(02) COMP VALUE ZERO.
002370*----------------------------------------------------------------
002380* COMPARISON LINE FIELDS - CALLER FILLS THE CMP FIELDS
002390*----------------------------------------------------------------
002400 01  WS-CMP-RAN-COUNT            PIC 9(09) VALUE ZERO.
002410 01  WS-CMP-PRV-COUNT            PIC 9(09) VALUE ZERO.
002420 01  WS-CMP-RAN-AMOUNT           PIC 9(11)V9(02) VALUE ZERO.
002430 01  WS-CMP-PRV-AMOUNT           PIC 9(11)V9(02) VALUE ZERO.
002440 01  WS-DELTA-COUNT              PIC S9(09) VALUE ZERO.
002450 01  WS-DELTA-AMOUNT             PIC S9(11)V9(02) VALUE ZERO.
002460 01  WS-EDIT-COUNT               PIC Z(08)9 VALUE ZERO.
002470 01  WS-EDIT-COUNT-2             PIC Z(08)9 VALUE ZERO.
002480 01  WS-EDIT-COUNT-3             PIC Z(08)9 VALUE ZERO.
002490 01  WS-EDIT-DELTA               PIC -(09)9 VALUE ZERO.
002500 01  WS-EDIT-AMOUNT              PIC Z(10)9.99 VALUE ZERO.
002510 01  WS-EDIT-AMOUNT-2            PIC Z(10)9.99 VALUE ZERO.
002520 01  WS-EDIT-AMT-DELTA           PIC -(11)9.99 VALUE ZERO.
002530*----------------------------------------------------------------
002540* REPORT CONTROL
002550*----------------------------------------------------------------
002560 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002570 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
002580 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
002590 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002600 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
002610 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
002620 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
002630 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
002640*----------------------------------------------------------------
002650* SWITCHES
002660*----------------------------------------------------------------
002670 01  WS-SWITCHES.
002680     05 WS-FBZCTL-EOF-SW         PIC X(01) VALUE "N".
002690         88 FBZCTL-EOF               VALUE "Y".
002700     05 WS-PEND-EOF-SW           PIC X(01) VALUE "N".
002710         88 PENDCHG-EOF              VALUE "Y".
002720     05 WS-CLN-EOF-SW            PIC X(01) VALUE "N".
002730         88 FBZCLN-EOF               VALUE "Y".
002740     05 WS-LOG-EOF-SW            PIC X(01) VALUE "N".
002750         88 FBZRTLOG-EOF             VALUE "Y".
002760 PROCEDURE DIVISION.
002770*----------------------------------------------------------------
002780 0000-MAINLINE.
002790*----------------------------------------------------------------
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002810     PERFORM 2000-PREVIEW-ENTRY THRU 2000-EXIT
002820         VARYING WS-PEND-IDX FROM 1 BY 1
002830         UNTIL WS-PEND-IDX > WS-PEND-COUNT
002840     IF WS-PEND-COUNT EQUAL ZERO
002850         MOVE SPACES TO WS-PRINT-LINE
002860         MOVE "NO PENDING FBZCTL CHANGES TO PREVIEW"
002870             TO WS-PRINT-LINE
002880         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002890     END-IF
002900     PERFORM 9000-TERMINATE THRU 9000-EXIT
002910     STOP RUN.
002920*----------------------------------------------------------------
002930 1000-INITIALIZE.
002940*----------------------------------------------------------------
002950     CALL "GETCYCDT" USING WS-RUN-DATE
002960     ACCEPT WS-START-TIME FROM TIME
002970     OPEN INPUT FBZCTL
002980     READ FBZCTL
002990         AT END
003000             SET FBZCTL-EOF TO TRUE
003010     END-READ
003020     PERFORM 1100-LOAD-LIVE-RULE THRU 1100-EXIT
003030         UNTIL FBZCTL-EOF
003040     CLOSE FBZCTL
003050     OPEN INPUT PENDCHGF
003060     READ PENDCHGF
003070         AT END
003080             SET PENDCHG-EOF TO TRUE
003090     END-READ
003100     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
003110         UNTIL PENDCHG-EOF
003120     CLOSE PENDCHGF
003130     OPEN OUTPUT FBZPRVWF
003140     OPEN OUTPUT FBZPRPT
003150     OPEN EXTEND RPTARCHF
003160     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
003170     MOVE SPACES TO WS-PRINT-LINE
003180     STRING "RUN DATE: " WS-RUN-DATE
003190         "  RAN = LAST FBZSPLIT RUN, PREVIEW = WITH THE CHANGE"
003200         DELIMITED BY SIZE INTO WS-PRINT-LINE
003210     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003220 1000-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250*1100-LOAD-LIVE-RULE - THE HEADER RECORD WAS CONSUMED BY THE
003260* FIRST READ; EVERY DETAIL RECORD AFTER IT IS A RULE, THE WAY
003270* CHGAPRV LOADS THE FILE IT REWRITES.
003280*----------------------------------------------------------------
003290 1100-LOAD-LIVE-RULE.
003300     READ FBZCTL
003310         AT END
003320             SET FBZCTL-EOF TO TRUE
003330             GO TO 1100-EXIT
003340     END-READ
003350     IF WS-LIVE-COUNT < WS-RULE-TABLE-MAX
003360         ADD 1 TO WS-LIVE-COUNT
003370         SET WS-LIVE-IDX TO WS-LIVE-COUNT
003380         MOVE FBZ-RULE-RECORD TO WS-LIVE-RULE(WS-LIVE-IDX)
003390     END-IF.
003400 1100-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430*1200-LOAD-PENDING - ONLY UNDECIDED FBZCTL ENTRIES ARE KEPT;
003440* SCHDCTL ENTRIES HAVE NOTHING TO PREVIEW.
003450*----------------------------------------------------------------
003460 1200-LOAD-PENDING.
003470     IF PEND-PENDING
003480         AND PEND-FILE-NAME EQUAL "FBZCTL"
003490         AND WS-PEND-COUNT < WS-PEND-TABLE-MAX
003500         ADD 1 TO WS-PEND-COUNT
003510         ADD 1 TO WS-ENTRY-COUNT
003520         SET WS-PEND-IDX TO WS-PEND-COUNT
003530         MOVE PEND-RECORD TO WS-PEND-IMAGE(WS-PEND-IDX)
003540     END-IF
003550     READ PENDCHGF
003560         AT END
003570             SET PENDCHG-EOF TO TRUE
003580     END-READ.
003590 1200-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620*2000-PREVIEW-ENTRY - ONE PASS OF FBZCLN AND FBZRTLOG PER
003630* PENDING ENTRY. EACH ENTRY IS PREVIEWED ON ITS OWN AGAINST THE
003640* LIVE RULES, BECAUSE EACH IS APPROVED AND APPLIED ON ITS OWN.
003650*----------------------------------------------------------------
003660 2000-PREVIEW-ENTRY.
003670     MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO WS-PEND-WORK
003680     MOVE SPACES TO WS-PRINT-LINE
003690     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003700     MOVE SPACES TO WS-PRINT-LINE
003710     STRING "ENTRY " WS-PND-DATE " " WS-PND-TIME
003720         "  ACTION=" WS-PND-ACTION
003730         "  ENTERED BY " WS-PND-ENTERED-BY
003740         DELIMITED BY SIZE INTO WS-PRINT-LINE
003750     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003760     MOVE SPACES TO WS-PRINT-LINE
003770     STRING "  BEFORE: " WS-PND-BEFORE(1:20)
003780         "  AFTER: " WS-PND-AFTER(1:20)
003790         DELIMITED BY SIZE INTO WS-PRINT-LINE
003800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003810     PERFORM 2100-BUILD-PROPOSED THRU 2100-EXIT
003820     IF WS-REFUSAL NOT EQUAL SPACES
003830         MOVE SPACES TO WS-PRINT-LINE
003840         STRING "  ** NOT PREVIEWED - " WS-REFUSAL
003850             DELIMITED BY SIZE INTO WS-PRINT-LINE
003860         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003870         ADD 1 TO WS-REFUSED-COUNT
003880         IF WS-RETURN-CODE < 4
003890             MOVE 4 TO WS-RETURN-CODE
003900         END-IF
003910         GO TO 2000-EXIT
003920     END-IF
003930     PERFORM 2400-PREPARE-RULE THRU 2400-EXIT
003940         VARYING WS-RULE-IDX FROM 1 BY 1
003950         UNTIL WS-RULE-IDX > WS-RULE-COUNT
003960     PERFORM 2500-BUILD-LABELS THRU 2500-EXIT
003970     PERFORM 2600-CLEAR-TOTALS THRU 2600-EXIT
003980     PERFORM 3000-COMPARE-DATA THRU 3000-EXIT
003990     PERFORM 4000-PRINT-ENTRY THRU 4000-EXIT
004000     PERFORM 4900-WRITE-MARKER THRU 4900-EXIT
004010     ADD 1 TO WS-PREVIEWED-COUNT.
004020 2000-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050*2100-BUILD-PROPOSED - THE LIVE RULES WITH THIS ENTRY APPLIED,
004060* BY THE SAME RULES CHGAPRV APPLIES IT BY: AN ADD APPENDS, A
004070* CHANGE REPLACES THE RULE BEARING ITS DIVISOR, A DELETE
004080* REMOVES THE BEFORE IMAGE'S RULE. AN ENTRY CHGAPRV WOULD
004090* REFUSE IS NOT PREVIEWED.
004100*----------------------------------------------------------------
004110 2100-BUILD-PROPOSED.
004120     MOVE SPACES TO WS-REFUSAL
004130     MOVE WS-LIVE-COUNT TO WS-RULE-COUNT
004140     PERFORM 2150-COPY-LIVE-RULE THRU 2150-EXIT
004150         VARYING WS-LIVE-IDX FROM 1 BY 1
004160         UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
004170     EVALUATE WS-PND-ACTION
004180         WHEN "A"
004190             MOVE WS-PND-AFTER TO WS-IMAGE-WORK
004200             PERFORM 2200-FIND-RULE THRU 2200-EXIT
004210             IF WS-FOUND-SUB > ZERO
004220                 MOVE "DIVISOR ALREADY ON LIVE FILE"
004230                     TO WS-REFUSAL
004240                 GO TO 2100-EXIT
004250             END-IF
004260             IF WS-RULE-COUNT >= WS-RULE-TABLE-MAX
004270                 MOVE "LIVE RULE TABLE FULL" TO WS-REFUSAL
004280                 GO TO 2100-EXIT
004290             END-IF
004300             ADD 1 TO WS-RULE-COUNT
004310             SET WS-RULE-IDX TO WS-RULE-COUNT
004320             MOVE WS-IMG-RULE TO WS-RULE-IMAGE(WS-RULE-IDX)
004330         WHEN "C"
004340             MOVE WS-PND-AFTER TO WS-IMAGE-WORK
004350             PERFORM 2200-FIND-RULE THRU 2200-EXIT
004360             IF WS-FOUND-SUB EQUAL ZERO
004370                 MOVE "DIVISOR NOT ON LIVE FILE" TO WS-REFUSAL
004380                 GO TO 2100-EXIT
004390             END-IF
004400             SET WS-RULE-IDX TO WS-FOUND-SUB
004410             MOVE WS-IMG-RULE TO WS-RULE-IMAGE(WS-RULE-IDX)
004420         WHEN "D"
004430             MOVE WS-PND-BEFORE TO WS-IMAGE-WORK
004440             PERFORM 2200-FIND-RULE THRU 2200-EXIT
004450             IF WS-FOUND-SUB EQUAL ZERO
004460                 MOVE "DIVISOR NOT ON LIVE FILE" TO WS-REFUSAL
004470                 GO TO 2100-EXIT
004480             END-IF
004490             PERFORM 2300-REMOVE-RULE THRU 2300-EXIT
004500         WHEN OTHER
004510             MOVE "ENTRY CARRIES AN UNKNOWN ACTION"
004520                 TO WS-REFUSAL
004530     END-EVALUATE.
004540 2100-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570 2150-COPY-LIVE-RULE.
004580*----------------------------------------------------------------
004590     SET WS-RULE-IDX TO WS-LIVE-IDX
004600     MOVE WS-LIVE-RULE(WS-LIVE-IDX) TO WS-RULE-IMAGE(WS-RULE-IDX).
004610 2150-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640 2200-FIND-RULE.
004650*----------------------------------------------------------------
004660     MOVE ZERO TO WS-FOUND-SUB
004670     PERFORM 2250-MATCH-RULE THRU 2250-EXIT
004680         VARYING WS-RULE-IDX FROM 1 BY 1
004690         UNTIL WS-RULE-IDX > WS-RULE-COUNT
004700             OR WS-FOUND-SUB > ZERO.
004710 2200-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740 2250-MATCH-RULE.
004750*----------------------------------------------------------------
004760     IF WS-RULE-DIVISOR(WS-RULE-IDX) EQUAL WS-IMG-DIVISOR
004770         SET WS-FOUND-SUB TO WS-RULE-IDX
004780     END-IF.
004790 2250-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820 2300-REMOVE-RULE.
004830*----------------------------------------------------------------
004840     PERFORM 2350-SHIFT-RULE THRU 2350-EXIT
004850         VARYING WS-FOUND-SUB FROM WS-FOUND-SUB BY 1
004860         UNTIL WS-FOUND-SUB >= WS-RULE-COUNT
004870     SUBTRACT 1 FROM WS-RULE-COUNT.
004880 2300-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910 2350-SHIFT-RULE.
004920*----------------------------------------------------------------
004930     SET WS-RULE-IDX TO WS-FOUND-SUB
004940     MOVE WS-RULE-IMAGE(WS-RULE-IDX + 1) TO
004950         WS-RULE-IMAGE(WS-RULE-IDX).
004960 2350-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990*2400-PREPARE-RULE - A DIVISOR THAT IS NOT A POSITIVE NUMBER
005000* TAGS NOTHING (CTLVALID KEEPS SUCH A RULE OFF THE LIVE FILE).
005010*----------------------------------------------------------------
005020 2400-PREPARE-RULE.
005030     MOVE ZERO TO WS-RULE-DIVISOR-NO(WS-RULE-IDX)
005040     IF WS-RULE-DIVISOR(WS-RULE-IDX) IS NUMERIC
005050         MOVE WS-RULE-DIVISOR(WS-RULE-IDX)
005060             TO WS-RULE-DIVISOR-NO(WS-RULE-IDX)
005070     END-IF
005080     MOVE ZERO TO WS-PAD-LENGTH
005090     INSPECT FUNCTION REVERSE(WS-RULE-LABEL(WS-RULE-IDX))
005100         TALLYING WS-PAD-LENGTH FOR LEADING SPACES
005110     COMPUTE WS-RULE-LABEL-LEN(WS-RULE-IDX) =
005120         10 - WS-PAD-LENGTH
005130     MOVE ZERO TO WS-RULE-ROUTE-NO(WS-RULE-IDX)
005140     IF WS-RULE-DEST(WS-RULE-IDX) NOT EQUAL SPACES
005150         PERFORM 2450-RESOLVE-DEST THRU 2450-EXIT
005160             VARYING WS-ROUTE-IDX FROM 1 BY 1
005170             UNTIL WS-ROUTE-IDX > 8
005180     END-IF.
005190 2400-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220 2450-RESOLVE-DEST.
005230*----------------------------------------------------------------
005240     IF WS-ROUTE-NAME(WS-ROUTE-IDX) EQUAL
005250         WS-RULE-DEST(WS-RULE-IDX)
005260         SET WS-RULE-ROUTE-NO(WS-RULE-IDX) TO WS-ROUTE-IDX
005270     END-IF.
005280 2450-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310*2500-BUILD-LABELS - THE LIVE LABELS FIRST (THE TAGS THAT RAN
005320* WERE BUILT FROM THEM), THEN ANY LABEL ONLY THE CHANGE BRINGS.
005330*----------------------------------------------------------------
005340 2500-BUILD-LABELS.
005350     MOVE ZERO TO WS-LABEL-COUNT
005360     PERFORM 2510-ADD-LIVE-LABEL THRU 2510-EXIT
005370         VARYING WS-LIVE-IDX FROM 1 BY 1
005380         UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
005390     PERFORM 2520-ADD-RULE-LABEL THRU 2520-EXIT
005400         VARYING WS-RULE-IDX FROM 1 BY 1
005410         UNTIL WS-RULE-IDX > WS-RULE-COUNT.
005420 2500-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450 2510-ADD-LIVE-LABEL.
005460*----------------------------------------------------------------
005470     MOVE WS-LIVE-RULE(WS-LIVE-IDX)(3:10) TO WS-CAND-LABEL
005480     PERFORM 2550-ADD-LABEL THRU 2550-EXIT.
005490 2510-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520 2520-ADD-RULE-LABEL.
005530*----------------------------------------------------------------
005540     MOVE WS-RULE-LABEL(WS-RULE-IDX) TO WS-CAND-LABEL
005550     PERFORM 2550-ADD-LABEL THRU 2550-EXIT.
005560 2520-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590 2550-ADD-LABEL.
005600*----------------------------------------------------------------
005610     IF WS-CAND-LABEL EQUAL SPACES
005620         GO TO 2550-EXIT
005630     END-IF
005640     MOVE ZERO TO WS-FOUND-SUB
005650     PERFORM 2560-MATCH-LABEL THRU 2560-EXIT
005660         VARYING WS-LABEL-IDX FROM 1 BY 1
005670         UNTIL WS-LABEL-IDX > WS-LABEL-COUNT
005680             OR WS-FOUND-SUB > ZERO
005690     IF WS-FOUND-SUB > ZERO
005700         OR WS-LABEL-COUNT >= WS-LABEL-TABLE-MAX
005710         GO TO 2550-EXIT
005720     END-IF
005730     MOVE ZERO TO WS-PAD-LENGTH
005740     INSPECT FUNCTION REVERSE(WS-CAND-LABEL)
005750         TALLYING WS-PAD-LENGTH FOR LEADING SPACES
005760     COMPUTE WS-CAND-LEN = 10 - WS-PAD-LENGTH
005770     ADD 1 TO WS-LABEL-COUNT
005780     SET WS-LABEL-IDX TO WS-LABEL-COUNT
005790     MOVE WS-CAND-LABEL TO WS-LBL-LABEL(WS-LABEL-IDX)
005800     MOVE WS-CAND-LEN TO WS-LBL-LEN(WS-LABEL-IDX).
005810 2550-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------
005840 2560-MATCH-LABEL.
005850*----------------------------------------------------------------
005860     IF WS-LBL-LABEL(WS-LABEL-IDX) EQUAL WS-CAND-LABEL
005870         SET WS-FOUND-SUB TO WS-LABEL-IDX
005880     END-IF.
005890 2560-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------
005920 2600-CLEAR-TOTALS.
005930*----------------------------------------------------------------
005940     PERFORM 2650-CLEAR-LABEL THRU 2650-EXIT
005950         VARYING WS-LABEL-IDX FROM 1 BY 1
005960         UNTIL WS-LABEL-IDX > WS-LABEL-COUNT
005970     PERFORM 2660-CLEAR-ROUTE THRU 2660-EXIT
005980         VARYING WS-RTOT-IDX FROM 1 BY 1
005990         UNTIL WS-RTOT-IDX > 8
006000     MOVE ZERO TO WS-RAN-UNTAG-COUNT
006010     MOVE ZERO TO WS-RAN-UNTAG-AMOUNT
006020     MOVE ZERO TO WS-PRV-UNTAG-COUNT
006030     MOVE ZERO TO WS-PRV-UNTAG-AMOUNT
006040     MOVE ZERO TO WS-COMPARED-COUNT
006050     MOVE ZERO TO WS-TAG-CHANGE-COUNT
006060     MOVE ZERO TO WS-ROUTE-CHANGE-COUNT
006070     MOVE ZERO TO WS-NEW-UNTAG-COUNT
006080     MOVE ZERO TO WS-NEW-UNTAG-AMOUNT
006090     MOVE ZERO TO WS-CLN-ONLY-COUNT
006100     MOVE ZERO TO WS-LOG-ONLY-COUNT
006110     MOVE ZERO TO WS-EMPTY-ROUTE-COUNT.
006120 2600-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150 2650-CLEAR-LABEL.
006160*----------------------------------------------------------------
006170     MOVE ZERO TO WS-LBL-RAN-COUNT(WS-LABEL-IDX)
006180     MOVE ZERO TO WS-LBL-RAN-AMOUNT(WS-LABEL-IDX)
006190     MOVE ZERO TO WS-LBL-PRV-COUNT(WS-LABEL-IDX)
006200     MOVE ZERO TO WS-LBL-PRV-AMOUNT(WS-LABEL-IDX).
006210 2650-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------
006240 2660-CLEAR-ROUTE.
006250*----------------------------------------------------------------
006260     MOVE ZERO TO WS-RTOT-RAN-COUNT(WS-RTOT-IDX)
006270     MOVE ZERO TO WS-RTOT-RAN-AMOUNT(WS-RTOT-IDX)
006280     MOVE ZERO TO WS-RTOT-PRV-COUNT(WS-RTOT-IDX)
006290     MOVE ZERO TO WS-RTOT-PRV-AMOUNT(WS-RTOT-IDX).
006300 2660-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330*3000-COMPARE-DATA - FBZCLN AND THE ROUTE LOG ARE BOTH IN KEY
006340* ORDER (THE LOG IS FBZCLN AFTER TAGGING AND ROUTING), SO THEY
006350* ARE MATCHED ON KEY. A RECORD ON ONE AND NOT THE OTHER MEANS
006360* FBZCLN WAS REBUILT AFTER THE LAST SPLIT; IT IS COUNTED, NOT
006370* COMPARED.
006380*----------------------------------------------------------------
006390 3000-COMPARE-DATA.
006400     MOVE "N" TO WS-CLN-EOF-SW
006410     MOVE "N" TO WS-LOG-EOF-SW
006420     OPEN INPUT FBZCLN
006430     OPEN INPUT FBZRTLOG
006440     PERFORM 3100-READ-FBZCLN THRU 3100-EXIT
006450     PERFORM 3200-READ-FBZRTLOG THRU 3200-EXIT
006460     PERFORM 3300-MATCH-RECORD THRU 3300-EXIT
006470         UNTIL FBZCLN-EOF AND FBZRTLOG-EOF
006480     CLOSE FBZCLN
006490     CLOSE FBZRTLOG.
006500 3000-EXIT.
006510     EXIT.
006520*----------------------------------------------------------------
006530 3100-READ-FBZCLN.
006540*----------------------------------------------------------------
006550     READ FBZCLN
006560         AT END
006570             SET FBZCLN-EOF TO TRUE
006580             MOVE HIGH-VALUES TO WS-CLN-KEY
006590             GO TO 3100-EXIT
006600     END-READ
006610     MOVE FBZCLN-KEY TO WS-CLN-KEY.
006620 3100-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650*3200-READ-FBZRTLOG - THE ROUTE LOG CARRIES NO TRAILER; EVERY
006660* RECORD IS A BUSINESS RECORD.
006670*----------------------------------------------------------------
006680 3200-READ-FBZRTLOG.
006690     READ FBZRTLOG
006700         AT END
006710             SET FBZRTLOG-EOF TO TRUE
006720             MOVE HIGH-VALUES TO WS-LOG-KEY
006730             GO TO 3200-EXIT
006740     END-READ
006750     MOVE RTLOG-KEY TO WS-LOG-KEY.
006760 3200-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------
006790 3300-MATCH-RECORD.
006800*----------------------------------------------------------------
006810     IF WS-CLN-KEY < WS-LOG-KEY
006820         ADD 1 TO WS-CLN-ONLY-COUNT
006830         PERFORM 3100-READ-FBZCLN THRU 3100-EXIT
006840         GO TO 3300-EXIT
006850     END-IF
006860     IF WS-CLN-KEY > WS-LOG-KEY
006870         ADD 1 TO WS-LOG-ONLY-COUNT
006880         PERFORM 3200-READ-FBZRTLOG THRU 3200-EXIT
006890         GO TO 3300-EXIT
006900     END-IF
006910     PERFORM 3400-COMPARE-RECORD THRU 3400-EXIT
006920     PERFORM 3100-READ-FBZCLN THRU 3100-EXIT
006930     PERFORM 3200-READ-FBZRTLOG THRU 3200-EXIT.
006940 3300-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970*3400-COMPARE-RECORD - THE PREVIEW TAG IS BUILT FROM THE
006980* PROPOSED RULES EXACTLY AS FIZZ-BUZZ BUILDS FBZOUT-TAG, THEN
006990* ROUTED EXACTLY AS FBZSPLIT ROUTES IT.
007000*----------------------------------------------------------------
007010 3400-COMPARE-RECORD.
007020     ADD 1 TO WS-COMPARED-COUNT
007030     MOVE SPACES TO WS-PRV-TAG
007040     MOVE 1 TO WS-PRV-POINTER
007050     PERFORM 3500-TAG-RULE THRU 3500-EXIT
007060         VARYING WS-RULE-IDX FROM 1 BY 1
007070         UNTIL WS-RULE-IDX > WS-RULE-COUNT
007080     MOVE ZERO TO WS-PRV-MATCH-COUNT
007090     MOVE "NNNNNNNN" TO WS-PRV-ROUTE-FLAGS
007100     PERFORM 3600-ROUTE-RULE THRU 3600-EXIT
007110         VARYING WS-RULE-IDX FROM 1 BY 1
007120         UNTIL WS-RULE-IDX > WS-RULE-COUNT
007130     MOVE RTLOG-ROUTE-SET TO WS-RAN-ROUTE-FLAGS
007140     PERFORM 3700-TALLY-LABEL THRU 3700-EXIT
007150         VARYING WS-LABEL-IDX FROM 1 BY 1
007160         UNTIL WS-LABEL-IDX > WS-LABEL-COUNT
007170     PERFORM 3800-TALLY-ROUTE THRU 3800-EXIT
007180         VARYING WS-ROUTE-SUB FROM 1 BY 1
007190         UNTIL WS-ROUTE-SUB > 8
007200     IF RTLOG-DEST EQUAL "FBZUNTAG"
007210         ADD 1 TO WS-RAN-UNTAG-COUNT
007220         ADD RTLOG-AMOUNT TO WS-RAN-UNTAG-AMOUNT
007230     END-IF
007240     IF WS-PRV-MATCH-COUNT EQUAL ZERO
007250         ADD 1 TO WS-PRV-UNTAG-COUNT
007260         ADD FBZCLN-AMOUNT TO WS-PRV-UNTAG-AMOUNT
007270         IF RTLOG-DEST NOT EQUAL "FBZUNTAG"
007280             PERFORM 3900-NEWLY-UNTAGGED THRU 3900-EXIT
007290         END-IF
007300     END-IF
007310     IF WS-PRV-TAG NOT EQUAL RTLOG-TAG
007320         ADD 1 TO WS-TAG-CHANGE-COUNT
007330     END-IF
007340     IF WS-PRV-ROUTE-FLAGS NOT EQUAL RTLOG-ROUTE-SET
007350         ADD 1 TO WS-ROUTE-CHANGE-COUNT
007360     END-IF.
007370 3400-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------
007400 3500-TAG-RULE.
007410*----------------------------------------------------------------
007420     IF WS-RULE-DIVISOR-NO(WS-RULE-IDX) EQUAL ZERO
007430         GO TO 3500-EXIT
007440     END-IF
007450     COMPUTE WS-MOD-RESULT =
007460         FUNCTION MOD(FBZCLN-KEY, WS-RULE-DIVISOR-NO(WS-RULE-IDX))
007470     IF WS-MOD-RESULT EQUAL ZERO
007480         STRING FUNCTION TRIM(WS-RULE-LABEL(WS-RULE-IDX))
007490             DELIMITED BY SIZE
007500             INTO WS-PRV-TAG
007510             WITH POINTER WS-PRV-POINTER
007520         END-STRING
007530     END-IF.
007540 3500-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------
007570 3600-ROUTE-RULE.
007580*----------------------------------------------------------------
007590     IF WS-RULE-LABEL-LEN(WS-RULE-IDX) EQUAL ZERO
007600         GO TO 3600-EXIT
007610     END-IF
007620     MOVE ZERO TO WS-LABEL-HITS
007630     INSPECT WS-PRV-TAG TALLYING WS-LABEL-HITS
007640         FOR ALL WS-RULE-LABEL(WS-RULE-IDX)
007650             (1:WS-RULE-LABEL-LEN(WS-RULE-IDX))
007660     IF WS-LABEL-HITS EQUAL ZERO
007670         GO TO 3600-EXIT
007680     END-IF
007690     ADD 1 TO WS-PRV-MATCH-COUNT
007700     IF WS-RULE-ROUTE-NO(WS-RULE-IDX) EQUAL ZERO
007710         GO TO 3600-EXIT
007720     END-IF
007730     MOVE "Y" TO WS-PRV-ROUTE-SW(WS-RULE-ROUTE-NO(WS-RULE-IDX)).
007740 3600-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770 3700-TALLY-LABEL.
007780*----------------------------------------------------------------
007790     MOVE ZERO TO WS-LABEL-HITS
007800     INSPECT RTLOG-TAG TALLYING WS-LABEL-HITS
007810         FOR ALL WS-LBL-LABEL(WS-LABEL-IDX)
007820             (1:WS-LBL-LEN(WS-LABEL-IDX))
007830     IF WS-LABEL-HITS > ZERO
007840         ADD 1 TO WS-LBL-RAN-COUNT(WS-LABEL-IDX)
007850         ADD RTLOG-AMOUNT TO WS-LBL-RAN-AMOUNT(WS-LABEL-IDX)
007860     END-IF
007870     MOVE ZERO TO WS-LABEL-HITS
007880     INSPECT WS-PRV-TAG TALLYING WS-LABEL-HITS
007890         FOR ALL WS-LBL-LABEL(WS-LABEL-IDX)
007900             (1:WS-LBL-LEN(WS-LABEL-IDX))
007910     IF WS-LABEL-HITS > ZERO
007920         ADD 1 TO WS-LBL-PRV-COUNT(WS-LABEL-IDX)
007930         ADD FBZCLN-AMOUNT TO WS-LBL-PRV-AMOUNT(WS-LABEL-IDX)
007940     END-IF.
007950 3700-EXIT.
007960     EXIT.
007970*----------------------------------------------------------------
007980 3800-TALLY-ROUTE.
007990*----------------------------------------------------------------
008000     SET WS-RTOT-IDX TO WS-ROUTE-SUB
008010     IF WS-RAN-ROUTE-SW(WS-ROUTE-SUB) EQUAL "Y"
008020         ADD 1 TO WS-RTOT-RAN-COUNT(WS-RTOT-IDX)
008030         ADD RTLOG-AMOUNT TO WS-RTOT-RAN-AMOUNT(WS-RTOT-IDX)
008040     END-IF
008050     IF WS-PRV-ROUTE-SW(WS-ROUTE-SUB) EQUAL "Y"
008060         ADD 1 TO WS-RTOT-PRV-COUNT(WS-RTOT-IDX)
008070         ADD FBZCLN-AMOUNT TO WS-RTOT-PRV-AMOUNT(WS-RTOT-IDX)
008080     END-IF.
008090 3800-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120 3900-NEWLY-UNTAGGED.
008130*----------------------------------------------------------------
008140     ADD 1 TO WS-NEW-UNTAG-COUNT
008150     ADD FBZCLN-AMOUNT TO WS-NEW-UNTAG-AMOUNT
008160     IF WS-NEW-UNTAG-COUNT > WS-NEW-UNTAG-LIST-MAX
008170         GO TO 3900-EXIT
008180     END-IF
008190     SET WS-NUT-IDX TO WS-NEW-UNTAG-COUNT
008200     MOVE WS-CLN-KEY TO WS-NUT-KEY(WS-NUT-IDX)
008210     MOVE FBZCLN-AMOUNT TO WS-NUT-AMOUNT(WS-NUT-IDX).
008220 3900-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------
008250 4000-PRINT-ENTRY.
008260*----------------------------------------------------------------
008270     MOVE WS-COMPARED-COUNT TO WS-EDIT-COUNT
008280     MOVE WS-TAG-CHANGE-COUNT TO WS-EDIT-COUNT-2
008290     MOVE WS-ROUTE-CHANGE-COUNT TO WS-EDIT-COUNT-3
008300     MOVE SPACES TO WS-PRINT-LINE
008310     STRING "  RECORDS COMPARED=" WS-EDIT-COUNT
008320         "  TAG CHANGES=" WS-EDIT-COUNT-2
008330         "  ROUTE CHANGES=" WS-EDIT-COUNT-3
008340         DELIMITED BY SIZE INTO WS-PRINT-LINE
008350     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008360     IF WS-COMPARED-COUNT EQUAL ZERO
008370         MOVE SPACES TO WS-PRINT-LINE
008380         MOVE "  ** NO FBZCLN RECORDS MATCHED THE ROUTE LOG"
008390             TO WS-PRINT-LINE
008400         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008410         IF WS-RETURN-CODE < 4
008420             MOVE 4 TO WS-RETURN-CODE
008430         END-IF
008440     END-IF
008450     IF WS-CLN-ONLY-COUNT > ZERO
008460         OR WS-LOG-ONLY-COUNT > ZERO
008470         MOVE WS-CLN-ONLY-COUNT TO WS-EDIT-COUNT
008480         MOVE WS-LOG-ONLY-COUNT TO WS-EDIT-COUNT-2
008490         MOVE SPACES TO WS-PRINT-LINE
008500         STRING "  NOT COMPARED - FBZCLN ONLY=" WS-EDIT-COUNT
008510             "  FBZRTLOG ONLY=" WS-EDIT-COUNT-2
008520             DELIMITED BY SIZE INTO WS-PRINT-LINE
008530         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008540         IF WS-RETURN-CODE < 4
008550             MOVE 4 TO WS-RETURN-CODE
008560         END-IF
008570     END-IF
008580     MOVE SPACES TO WS-PRINT-LINE
008590     MOVE "  BY LABEL" TO WS-PRINT-LINE
008600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008610     PERFORM 4100-PRINT-LABEL THRU 4100-EXIT
008620         VARYING WS-LABEL-IDX FROM 1 BY 1
008630         UNTIL WS-LABEL-IDX > WS-LABEL-COUNT
008640     MOVE SPACES TO WS-PRINT-LINE
008650     MOVE "  BY ROUTE" TO WS-PRINT-LINE
008660     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008670     PERFORM 4200-PRINT-ROUTE THRU 4200-EXIT
008680         VARYING WS-RTOT-IDX FROM 1 BY 1
008690         UNTIL WS-RTOT-IDX > 8
008700     MOVE SPACES TO WS-PRINT-LINE
008710     MOVE "    FBZUNTAG" TO WS-PRINT-LINE
008720     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008730     MOVE WS-RAN-UNTAG-COUNT TO WS-CMP-RAN-COUNT
008740     MOVE WS-PRV-UNTAG-COUNT TO WS-CMP-PRV-COUNT
008750     MOVE WS-RAN-UNTAG-AMOUNT TO WS-CMP-RAN-AMOUNT
008760     MOVE WS-PRV-UNTAG-AMOUNT TO WS-CMP-PRV-AMOUNT
008770     PERFORM 4500-PRINT-COMPARE THRU 4500-EXIT
008780     PERFORM 4300-PRINT-NEW-UNTAGGED THRU 4300-EXIT
008790     MOVE SPACES TO WS-PRINT-LINE
008800     STRING "  ROUTES THAT WOULD GO EMPTY=" WS-EMPTY-ROUTE-COUNT
008810         DELIMITED BY SIZE INTO WS-PRINT-LINE
008820     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008830 4000-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860 4100-PRINT-LABEL.
008870*----------------------------------------------------------------
008880     MOVE SPACES TO WS-PRINT-LINE
008890     STRING "    " WS-LBL-LABEL(WS-LABEL-IDX)
008900         DELIMITED BY SIZE INTO WS-PRINT-LINE
008910     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008920     MOVE WS-LBL-RAN-COUNT(WS-LABEL-IDX) TO WS-CMP-RAN-COUNT
008930     MOVE WS-LBL-PRV-COUNT(WS-LABEL-IDX) TO WS-CMP-PRV-COUNT
008940     MOVE WS-LBL-RAN-AMOUNT(WS-LABEL-IDX) TO WS-CMP-RAN-AMOUNT
008950     MOVE WS-LBL-PRV-AMOUNT(WS-LABEL-IDX) TO WS-CMP-PRV-AMOUNT
008960     PERFORM 4500-PRINT-COMPARE THRU 4500-EXIT.
008970 4100-EXIT.
008980     EXIT.
008990*----------------------------------------------------------------
009000*4200-PRINT-ROUTE - A ROUTE NEITHER SIDE USES IS LEFT OFF. A
009010* ROUTE THAT RECEIVED RECORDS AND WOULD RECEIVE NONE IS FLAGGED:
009020* ITS OUTSIDE CONSUMER WOULD GET A TRAILER-ONLY FILE.
009030*----------------------------------------------------------------
009040 4200-PRINT-ROUTE.
009050     IF WS-RTOT-RAN-COUNT(WS-RTOT-IDX) EQUAL ZERO
009060         AND WS-RTOT-PRV-COUNT(WS-RTOT-IDX) EQUAL ZERO
009070         GO TO 4200-EXIT
009080     END-IF
009090     SET WS-ROUTE-IDX TO WS-RTOT-IDX
009100     MOVE SPACES TO WS-PRINT-LINE
009110     IF WS-RTOT-RAN-COUNT(WS-RTOT-IDX) > ZERO
009120         AND WS-RTOT-PRV-COUNT(WS-RTOT-IDX) EQUAL ZERO
009130         ADD 1 TO WS-EMPTY-ROUTE-COUNT
009140         STRING "    " WS-ROUTE-NAME(WS-ROUTE-IDX)
009150             "  ** WOULD GO EMPTY **"
009160             DELIMITED BY SIZE INTO WS-PRINT-LINE
009170     ELSE
009180         STRING "    " WS-ROUTE-NAME(WS-ROUTE-IDX)
009190             DELIMITED BY SIZE INTO WS-PRINT-LINE
009200     END-IF
009210     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009220     MOVE WS-RTOT-RAN-COUNT(WS-RTOT-IDX) TO WS-CMP-RAN-COUNT
009230     MOVE WS-RTOT-PRV-COUNT(WS-RTOT-IDX) TO WS-CMP-PRV-COUNT
009240     MOVE WS-RTOT-RAN-AMOUNT(WS-RTOT-IDX) TO WS-CMP-RAN-AMOUNT
009250     MOVE WS-RTOT-PRV-AMOUNT(WS-RTOT-IDX) TO WS-CMP-PRV-AMOUNT
009260     PERFORM 4500-PRINT-COMPARE THRU 4500-EXIT.
009270 4200-EXIT.
009280     EXIT.
009290*----------------------------------------------------------------
009300*4300-PRINT-NEW-UNTAGGED - RECORDS THAT WERE TAGGED BY A LIVE
009310* LABEL AND WOULD FALL TO FBZUNTAG; THE FIRST FEW BY KEY.
009320*----------------------------------------------------------------
009330 4300-PRINT-NEW-UNTAGGED.
009340     MOVE WS-NEW-UNTAG-COUNT TO WS-EDIT-COUNT
009350     MOVE WS-NEW-UNTAG-AMOUNT TO WS-EDIT-AMOUNT
009360     MOVE SPACES TO WS-PRINT-LINE
009370     STRING "  NEWLY UNTAGGED RECORDS=" WS-EDIT-COUNT
009380         "  AMOUNT=" WS-EDIT-AMOUNT
009390         DELIMITED BY SIZE INTO WS-PRINT-LINE
009400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009410     PERFORM 4350-PRINT-UNTAGGED-KEY THRU 4350-EXIT
009420         VARYING WS-NUT-IDX FROM 1 BY 1
009430         UNTIL WS-NUT-IDX > WS-NEW-UNTAG-LIST-MAX
009440             OR WS-NUT-IDX > WS-NEW-UNTAG-COUNT
009450     IF WS-NEW-UNTAG-COUNT > WS-NEW-UNTAG-LIST-MAX
009460         MOVE SPACES TO WS-PRINT-LINE
009470         MOVE "      (FIRST 10 LISTED)" TO WS-PRINT-LINE
009480         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009490     END-IF.
009500 4300-EXIT.
009510     EXIT.
009520*----------------------------------------------------------------
009530 4350-PRINT-UNTAGGED-KEY.
009540*----------------------------------------------------------------
009550     MOVE WS-NUT-AMOUNT(WS-NUT-IDX) TO WS-EDIT-AMOUNT
009560     MOVE SPACES TO WS-PRINT-LINE
009570     STRING "      KEY=" WS-NUT-KEY(WS-NUT-IDX)
009580         "  AMOUNT=" WS-EDIT-AMOUNT
009590         DELIMITED BY SIZE INTO WS-PRINT-LINE
009600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009610 4350-EXIT.
009620     EXIT.
009630*----------------------------------------------------------------
009640*4500-PRINT-COMPARE - COUNT AND AMOUNT LINES FOR WHATEVER THE
009650* CALLER LEFT IN THE CMP FIELDS; DELTA IS PREVIEW MINUS RAN.
009660*----------------------------------------------------------------
009670 4500-PRINT-COMPARE.
009680     COMPUTE WS-DELTA-COUNT =
009690         WS-CMP-PRV-COUNT - WS-CMP-RAN-COUNT
009700     COMPUTE WS-DELTA-AMOUNT =
009710         WS-CMP-PRV-AMOUNT - WS-CMP-RAN-AMOUNT
009720     MOVE WS-CMP-RAN-COUNT TO WS-EDIT-COUNT
009730     MOVE WS-CMP-PRV-COUNT TO WS-EDIT-COUNT-2
009740     MOVE WS-DELTA-COUNT TO WS-EDIT-DELTA
009750     MOVE SPACES TO WS-PRINT-LINE
009760     STRING "      COUNT  RAN=" WS-EDIT-COUNT
009770         "     PREVIEW=" WS-EDIT-COUNT-2
009780         "     DELTA=" WS-EDIT-DELTA
009790         DELIMITED BY SIZE INTO WS-PRINT-LINE
009800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009810     MOVE WS-CMP-RAN-AMOUNT TO WS-EDIT-AMOUNT
009820     MOVE WS-CMP-PRV-AMOUNT TO WS-EDIT-AMOUNT-2
009830     MOVE WS-DELTA-AMOUNT TO WS-EDIT-AMT-DELTA
009840     MOVE SPACES TO WS-PRINT-LINE
009850     STRING "      AMOUNT RAN=" WS-EDIT-AMOUNT
009860         " PREVIEW=" WS-EDIT-AMOUNT-2
009870         " DELTA=" WS-EDIT-AMT-DELTA
009880         DELIMITED BY SIZE INTO WS-PRINT-LINE
009890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009900 4500-EXIT.
009910     EXIT.
009920*----------------------------------------------------------------
009930*4900-WRITE-MARKER - CHGAPRV LOOKS FOR THIS RECORD BEFORE IT
009940* WILL APPLY THE ENTRY.
009950*----------------------------------------------------------------
009960 4900-WRITE-MARKER.
009970     MOVE SPACES TO PRVW-RECORD
009980     MOVE WS-PND-DATE TO PRVW-PEND-DATE
009990     MOVE WS-PND-TIME TO PRVW-PEND-TIME
010000     MOVE WS-PND-ENTERED-BY TO PRVW-ENTERED-BY
010010     MOVE WS-RUN-DATE TO PRVW-RUN-DATE
010020     MOVE WS-COMPARED-COUNT TO PRVW-RECORD-COUNT
010030     MOVE WS-TAG-CHANGE-COUNT TO PRVW-TAG-CHANGES
010040     MOVE WS-ROUTE-CHANGE-COUNT TO PRVW-ROUTE-CHANGES
010050     MOVE WS-NEW-UNTAG-COUNT TO PRVW-NEW-UNTAGGED
010060     MOVE WS-EMPTY-ROUTE-COUNT TO PRVW-EMPTY-ROUTES
010070     WRITE PRVW-RECORD.
010080 4900-EXIT.
010090     EXIT.
010100*----------------------------------------------------------------
010110 8000-WRITE-LINE.
010120*----------------------------------------------------------------
010130     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010140         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
010150     END-IF
010160     MOVE WS-PRINT-LINE TO FBZPRPT-RECORD
010170     WRITE FBZPRPT-RECORD
010180     MOVE FBZPRPT-RECORD TO RPTA-LINE
010190     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
010200     ADD 1 TO WS-LINE-COUNT.
010210 8000-EXIT.
010220     EXIT.
010230*----------------------------------------------------------------
010240*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
010250* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE RUN DATE.
010260*----------------------------------------------------------------
010270 8100-ARCHIVE-LINE.
010280     MOVE "FBZPRPT" TO RPTA-REPORT-NAME
010290     MOVE WS-RUN-DATE TO RPTA-RUN-DATE
010300     WRITE RPTA-RECORD.
010310 8100-EXIT.
010320     EXIT.
010330*----------------------------------------------------------------
010340 8500-NEW-PAGE.
010350*----------------------------------------------------------------
010360     ADD 1 TO WS-PAGE-NO
010370     MOVE ZERO TO WS-LINE-COUNT
010380     IF WS-PAGE-NO > 1
010390         MOVE SPACES TO FBZPRPT-RECORD
010400         WRITE FBZPRPT-RECORD
010410         MOVE FBZPRPT-RECORD TO RPTA-LINE
010420         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
010430     END-IF
010440     MOVE SPACES TO FBZPRPT-RECORD
010450     STRING "FBZCTL RULE CHANGE IMPACT PREVIEW" "  PAGE "
010460         WS-PAGE-NO
010470         DELIMITED BY SIZE INTO FBZPRPT-RECORD
010480     WRITE FBZPRPT-RECORD
010490     MOVE FBZPRPT-RECORD TO RPTA-LINE
010500     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
010510     ADD 1 TO WS-LINE-COUNT.
010520 8500-EXIT.
010530     EXIT.
010540*----------------------------------------------------------------
010550 9000-TERMINATE.
010560*----------------------------------------------------------------
010570     DISPLAY "FBZPREV PENDING FBZCTL ENTRIES=" WS-ENTRY-COUNT
010580     DISPLAY "FBZPREV PREVIEWED=" WS-PREVIEWED-COUNT
010590         " NOT PREVIEWED=" WS-REFUSED-COUNT
010600     CLOSE FBZPRVWF
010610     CLOSE FBZPRPT
010620     CLOSE RPTARCHF
010630     ACCEPT WS-END-TIME FROM TIME
010640     OPEN EXTEND RUNLOGF
010650     MOVE "FBZPREV" TO RUNLOG-JOB-NAME
010660     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
010670     MOVE WS-START-TIME TO RUNLOG-START-TIME
010680     MOVE WS-END-TIME TO RUNLOG-END-TIME
010690     MOVE WS-ENTRY-COUNT TO RUNLOG-INPUT-COUNT
010700     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
010710     MOVE SPACES TO RUNLOG-PARAMETER
010720     WRITE RUNLOG-RECORD
010730     CLOSE RUNLOGF
010740     MOVE WS-RETURN-CODE TO RETURN-CODE.
010750 9000-EXIT.
010760     EXIT.
