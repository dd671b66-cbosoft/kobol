000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. glpost.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. GENERAL-LEDGER POSTING
000110*                  INTERFACE - ACCOUNTING USED TO RE-KEY THE
000120*                  FBZSPLIT MANIFEST AND THE CHGSTMT STATEMENT
000130*                  INTO THE LEDGER BY HAND AT MONTH END. BOOKS
000140*                  TODAY'S ROUTED FIZZ-BUZZ AMOUNT PER RULE
000150*                  LABEL (FBZMANIF) AND, ON THE DAYS CHGSTMT
000160*                  RAN, EACH DEPARTMENT'S CHARGEBACK (CHGTOT) AS
000170*                  A BALANCED DEBIT/CREDIT PAIR ON THE GLINTF
000180*                  INTERFACE FILE (COPY GLENTRY), USING THE
000190*                  ACCOUNTS ON THE OPERATOR-MAINTAINED GLMAP
000200*                  CONTROL FILE (COPY GLMAP, EDITED BY CTLVALID
000210*                  AT PRE-FLIGHT). THE GLRPT POSTING REPORT
000220*                  LISTS EVERY ENTRY AND TIES THE POSTED
000230*                  AMOUNTS BACK TO THE MANIFEST TOTAL AND TO THE
000240*                  CHGSRPT "TOTAL ALL DEPARTMENTS" FIGURE, AND
000250*                  PROVES DEBITS EQUAL CREDITS. AN ITEM WITH NO
000260*                  GLMAP ACCOUNT IS LISTED AND NOT POSTED
000270*                  (RETURN CODE 4); A TIE-OUT DIFFERENCE, AN
000280*                  OUT-OF-BALANCE JOURNAL OR A TABLE OVERFLOW
000290*                  IS RETURN CODE 8.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GLMAPF ASSIGN TO "GLMAP"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT FBZMANIF ASSIGN TO "FBZMANIF"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT CHGTOT ASSIGN TO "CHGTOT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT GLINTF ASSIGN TO "GLINTF"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT GLRPT ASSIGN TO "GLRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  GLMAPF
000510     RECORDING MODE IS F.
000520     COPY GLMAP.
000530 FD  FBZMANIF
000540     RECORDING MODE IS F.
000550 01  FBZMANIF-RECORD.
000560     05 MANIF-ROUTE              PIC X(08).
000570     05 MANIF-LABEL              PIC X(10).
000580     05 MANIF-COUNT              PIC 9(09).
000590     05 MANIF-AMOUNT             PIC 9(11)V9(02).
000600     05 MANIF-RUN-DATE           PIC 9(08).
000610 FD  CHGTOT
000620     RECORDING MODE IS F.
000630     COPY CHGTOT.
000640 FD  GLINTF
000650     RECORDING MODE IS F.
000660     COPY GLENTRY.
000670 FD  GLRPT
000680     RECORDING MODE IS F.
000690 01  GLRPT-RECORD                PIC X(80).
000700 FD  RPTARCHF
000710     RECORDING MODE IS F.
000720     COPY RPTARCH.
000730 FD  RUNLOGF
000740     RECORDING MODE IS F.
000750     COPY RUNLOG.
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------
000780* ACCOUNT MAP - LOADED FROM GLMAP; TYPE L KEYED BY RULE LABEL,
000790* TYPE D BY DEPARTMENT
000800*----------------------------------------------------------------
000810 01  WS-MAP-COUNT                PIC 9(03) COMP VALUE ZERO.
000820 01  WS-MAP-TABLE-MAX            PIC 9(03) COMP VALUE 200.
000830 01  WS-MAP-TABLE.
000840     05 WS-MAP-ENTRY OCCURS 200 TIMES
000850             INDEXED BY WS-MAP-IDX.
000860         10 WS-MAP-TYPE          PIC X(01).
000870         10 WS-MAP-KEY           PIC X(10).
000880         10 WS-MAP-DEBIT         PIC X(10).
000890         10 WS-MAP-CREDIT        PIC X(10).
000900*----------------------------------------------------------------
000910* TODAY'S MANIFEST - ONE ENTRY PER ROUTED RULE
000930*----------------------------------------------------------------
000940 01  WS-FBZ-COUNT                PIC 9(02) COMP VALUE ZERO.
000950 01  WS-FBZ-TABLE-MAX            PIC 9(02) COMP VALUE 20.
000960 01  WS-FBZ-TABLE.
000970     05 WS-FBZ-ENTRY OCCURS 20 TIMES
000980             INDEXED BY WS-FBZ-IDX.
000990         10 WS-FBZ-ROUTE         PIC X(08).
001000         10 WS-FBZ-LABEL         PIC X(10).
001010         10 WS-FBZ-AMOUNT        PIC 9(11)V9(02) COMP-3.
001020*----------------------------------------------------------------
001030* TODAY'S CHARGEBACKS - ONE ENTRY PER DEPARTMENT
001040*----------------------------------------------------------------
001050 01  WS-CHG-COUNT                PIC 9(02) COMP VALUE ZERO.
001060 01  WS-CHG-TABLE-MAX            PIC 9(02) COMP VALUE 50.
001070 01  WS-CHG-TABLE.
001080     05 WS-CHG-ENTRY OCCURS 50 TIMES
001090             INDEXED BY WS-CHG-IDX.
001100         10 WS-CHG-DEPARTMENT    PIC X(04).
001110         10 WS-CHG-BILL-MONTH    PIC 9(06).
001120         10 WS-CHG-AMOUNT        PIC 9(11)V9(02) COMP-3.
001130*----------------------------------------------------------------
001140* ONE POSTING - FILLED BY THE CALLER OF 7500-POST-PAIR
001150*----------------------------------------------------------------
001160 01  WS-POST-JOURNAL             PIC X(03) VALUE SPACES.
001170 01  WS-POST-DEBIT               PIC X(10) VALUE SPACES.
001180 01  WS-POST-CREDIT              PIC X(10) VALUE SPACES.
001190 01  WS-POST-AMOUNT              PIC 9(11)V9(02) VALUE ZERO.
001200 01  WS-POST-REFERENCE           PIC X(10) VALUE SPACES.
001210 01  WS-POST-PERIOD              PIC 9(06) VALUE ZERO.
001220 01  WS-POST-DESCRIPTION         PIC X(30) VALUE SPACES.
001230 01  WS-LOOKUP-TYPE              PIC X(01) VALUE SPACE.
001240 01  WS-LOOKUP-KEY               PIC X(10) VALUE SPACES.
001250*----------------------------------------------------------------
001260* CONTROL TOTALS
001270*----------------------------------------------------------------
001280 01  WS-TOTALS.
001290     05 WS-MANIF-TOTAL           PIC 9(13)V9(02) COMP-3.
001300     05 WS-FBZ-DEBITS            PIC 9(13)V9(02) COMP-3.
001310     05 WS-FBZ-UNMAPPED          PIC 9(13)V9(02) COMP-3.
001320     05 WS-CHG-CONTROL           PIC 9(13)V9(02) COMP-3.
001330     05 WS-CHG-DEPT-TOTAL        PIC 9(13)V9(02) COMP-3.
001340     05 WS-CHG-DEBITS            PIC 9(13)V9(02) COMP-3.
001350     05 WS-CHG-UNMAPPED          PIC 9(13)V9(02) COMP-3.
001360     05 WS-DEBIT-TOTAL           PIC 9(13)V9(02) COMP-3.
001370     05 WS-CREDIT-TOTAL          PIC 9(13)V9(02) COMP-3.
001380 01  WS-DIFFERENCE               PIC S9(13)V9(02) COMP-3
001390                                 VALUE ZERO.
001400*----------------------------------------------------------------
001410* COUNTERS
001420*----------------------------------------------------------------
001430 01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
001440 01  WS-MANIF-TODAY-COUNT        PIC 9(05) VALUE ZERO.
001460 01  WS-CHGTOT-TODAY-COUNT       PIC 9(05) VALUE ZERO.
001470 01  WS-UNMAPPED-COUNT           PIC 9(05) VALUE ZERO.
001480 01  WS-GL-LINE-NO               PIC 9(05) VALUE ZERO.
001490*----------------------------------------------------------------
001500* RUN CONTROL, REPORT CONTROL AND EDIT FIELDS
001510*----------------------------------------------------------------
001520 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001530 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001540     05 WS-RUN-YYYYMM            PIC 9(06).
001550     05 WS-RUN-DD                PIC 9(02).
001560 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
001570 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
001580 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001590 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001600 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001610 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
001620 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001630 01  WS-EDIT-AMOUNT              PIC Z(10)9.99 VALUE ZERO.
001640 01  WS-EDIT-TOTAL               PIC Z(12)9.99 VALUE ZERO.
001650 01  WS-EDIT-DIFFERENCE          PIC -(12)9.99 VALUE ZERO.
001660 01  WS-EDIT-COUNT               PIC Z(04)9 VALUE ZERO.
001670*----------------------------------------------------------------
001680* SWITCHES
001690*----------------------------------------------------------------
001700 01  WS-SWITCHES.
001710     05 WS-GLMAP-EOF-SW          PIC X(01) VALUE "N".
001720         88 GLMAP-EOF                VALUE "Y".
001730     05 WS-FBZMANIF-EOF-SW       PIC X(01) VALUE "N".
001740         88 FBZMANIF-EOF             VALUE "Y".
001750     05 WS-CHGTOT-EOF-SW         PIC X(01) VALUE "N".
001760         88 CHGTOT-EOF               VALUE "Y".
001770     05 WS-FOUND-SW              PIC X(01) VALUE "N".
001780         88 ENTRY-FOUND              VALUE "Y".
001790     05 WS-CHG-TOTAL-SW          PIC X(01) VALUE "N".
001800         88 CHG-TOTAL-SEEN           VALUE "Y".
001810 PROCEDURE DIVISION.
001820*----------------------------------------------------------------
001830 0000-MAINLINE.
001840*----------------------------------------------------------------
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001860     PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT
001870         UNTIL FBZMANIF-EOF
001880     PERFORM 3000-LOAD-CHGTOT THRU 3000-EXIT
001890         UNTIL CHGTOT-EOF
001900     IF WS-RETURN-CODE < 8
001910         PERFORM 4000-POST-FBZ THRU 4000-EXIT
001920             VARYING WS-FBZ-IDX FROM 1 BY 1
001930             UNTIL WS-FBZ-IDX > WS-FBZ-COUNT
001940         PERFORM 5000-POST-CHG THRU 5000-EXIT
001950             VARYING WS-CHG-IDX FROM 1 BY 1
001960             UNTIL WS-CHG-IDX > WS-CHG-COUNT
001970     END-IF
001980     PERFORM 6000-PRINT-TIE-OUT THRU 6000-EXIT
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT
002000     STOP RUN.
002010*----------------------------------------------------------------
002020 1000-INITIALIZE.
002030*----------------------------------------------------------------
002040     CALL "GETCYCDT" USING WS-RUN-DATE
002050     ACCEPT WS-START-TIME FROM TIME
002060     INITIALIZE WS-TOTALS
002070     OPEN OUTPUT GLRPT
002080     OPEN EXTEND RPTARCHF
002090     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
002100     MOVE SPACES TO WS-PRINT-LINE
002110     STRING "RUN DATE: " WS-RUN-DATE
002120         DELIMITED BY SIZE INTO WS-PRINT-LINE
002130     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002140     MOVE SPACES TO WS-PRINT-LINE
002150     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002160     OPEN INPUT GLMAPF
002170     READ GLMAPF
002180         AT END
002190             SET GLMAP-EOF TO TRUE
002200     END-READ
002210     PERFORM 1100-LOAD-MAP THRU 1100-EXIT
002220         UNTIL GLMAP-EOF
002230     CLOSE GLMAPF
002240     OPEN INPUT FBZMANIF
002250     OPEN INPUT CHGTOT
002260     OPEN OUTPUT GLINTF
002270     MOVE SPACES TO GLE-RECORD
002280     SET GLE-HEADER TO TRUE
002290     MOVE WS-RUN-DATE TO GLE-RUN-DATE
002300     WRITE GLE-RECORD
002310     MOVE SPACES TO WS-PRINT-LINE
002320     STRING "  LABEL      ROUTE             AMOUNT"
002325         " DEBIT      CREDIT"
002327         DELIMITED BY SIZE INTO WS-PRINT-LINE
002330     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002340     READ FBZMANIF
002350         AT END
002360             SET FBZMANIF-EOF TO TRUE
002370     END-READ
002380     READ CHGTOT
002390         AT END
002400             SET CHGTOT-EOF TO TRUE
002410     END-READ.
002420 1000-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450*1100-LOAD-MAP - A MAP TOO LARGE FOR THE TABLE IS RETURN CODE 8
002460* AND NOTHING IS POSTED; A PARTIAL MAP WOULD LEAVE ITEMS
002470* SILENTLY UNPOSTED.
002480*----------------------------------------------------------------
002490 1100-LOAD-MAP.
002500     IF WS-MAP-COUNT >= WS-MAP-TABLE-MAX
002510         MOVE "*** GLMAP TABLE FULL AT 200 - NOTHING POSTED"
002520             TO WS-PRINT-LINE
002530         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002540         MOVE 8 TO WS-RETURN-CODE
002550         SET GLMAP-EOF TO TRUE
002560         GO TO 1100-EXIT
002570     END-IF
002580     ADD 1 TO WS-MAP-COUNT
002590     SET WS-MAP-IDX TO WS-MAP-COUNT
002600     MOVE GLM-MAP-TYPE TO WS-MAP-TYPE(WS-MAP-IDX)
002610     MOVE GLM-MAP-KEY TO WS-MAP-KEY(WS-MAP-IDX)
002620     MOVE GLM-DEBIT-ACCOUNT TO WS-MAP-DEBIT(WS-MAP-IDX)
002630     MOVE GLM-CREDIT-ACCOUNT TO WS-MAP-CREDIT(WS-MAP-IDX)
002640     READ GLMAPF
002650         AT END
002660             SET GLMAP-EOF TO TRUE
002670     END-READ.
002680 1100-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------
002710*2000-LOAD-MANIFEST - ONLY TODAY'S MANIFEST RECORDS ARE POSTED.
002720* ON A DAY FBZSPLIT WAS BYPASSED THE DATASET STILL HOLDS THE
002730* LAST RUN'S MANIFEST, WHICH WAS POSTED THAT DAY.
002750*----------------------------------------------------------------
002760 2000-LOAD-MANIFEST.
002770     ADD 1 TO WS-READ-COUNT
002780     IF MANIF-RUN-DATE IS NOT NUMERIC
002790         OR MANIF-RUN-DATE NOT EQUAL WS-RUN-DATE
002800         GO TO 2000-READ-NEXT
002810     END-IF
002820     ADD 1 TO WS-MANIF-TODAY-COUNT
002950     IF WS-FBZ-COUNT >= WS-FBZ-TABLE-MAX
002960         MOVE "*** FBZMANIF TABLE FULL AT 20 - NOTHING POSTED"
002970             TO WS-PRINT-LINE
002980         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002990         MOVE 8 TO WS-RETURN-CODE
003000         SET FBZMANIF-EOF TO TRUE
003010         GO TO 2000-EXIT
003020     END-IF
003030     ADD 1 TO WS-FBZ-COUNT
003040     SET WS-FBZ-IDX TO WS-FBZ-COUNT
003050     MOVE MANIF-ROUTE TO WS-FBZ-ROUTE(WS-FBZ-IDX)
003060     MOVE MANIF-LABEL TO WS-FBZ-LABEL(WS-FBZ-IDX)
003070     MOVE MANIF-AMOUNT TO WS-FBZ-AMOUNT(WS-FBZ-IDX).
003080 2000-READ-NEXT.
003090     READ FBZMANIF
003100         AT END
003110             SET FBZMANIF-EOF TO TRUE
003120     END-READ.
003130 2000-EXIT.
003140     EXIT.
003250*----------------------------------------------------------------
003260*3000-LOAD-CHGTOT - CHGTOT IS REWRITTEN EACH TIME CHGSTMT RUNS,
003270* SO RECORDS FROM AN EARLIER BILLING DAY ARE SIMPLY LEFT ALONE.
003280*----------------------------------------------------------------
003290 3000-LOAD-CHGTOT.
003300     IF CHGT-RUN-DATE IS NOT NUMERIC
003310         OR CHGT-RUN-DATE NOT EQUAL WS-RUN-DATE
003320         GO TO 3000-READ-NEXT
003330     END-IF
003340     ADD 1 TO WS-CHGTOT-TODAY-COUNT
003350     IF CHGT-GRAND-TOTAL
003360         SET CHG-TOTAL-SEEN TO TRUE
003370         ADD CHGT-AMOUNT TO WS-CHG-CONTROL
003380         GO TO 3000-READ-NEXT
003390     END-IF
003400     IF WS-CHG-COUNT >= WS-CHG-TABLE-MAX
003410         MOVE "*** CHGTOT TABLE FULL AT 50 - NOTHING POSTED"
003420             TO WS-PRINT-LINE
003430         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003440         MOVE 8 TO WS-RETURN-CODE
003450         SET CHGTOT-EOF TO TRUE
003460         GO TO 3000-EXIT
003470     END-IF
003480     ADD 1 TO WS-CHG-COUNT
003490     SET WS-CHG-IDX TO WS-CHG-COUNT
003500     MOVE CHGT-DEPARTMENT TO WS-CHG-DEPARTMENT(WS-CHG-IDX)
003510     MOVE CHGT-BILL-MONTH TO WS-CHG-BILL-MONTH(WS-CHG-IDX)
003520     MOVE CHGT-AMOUNT TO WS-CHG-AMOUNT(WS-CHG-IDX)
003530     ADD CHGT-AMOUNT TO WS-CHG-DEPT-TOTAL.
003540 3000-READ-NEXT.
003550     READ CHGTOT
003560         AT END
003570             SET CHGTOT-EOF TO TRUE
003580     END-READ.
003590 3000-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620*4000-POST-FBZ - ONE DEBIT/CREDIT PAIR PER ROUTED LABEL, TO THE
003630* ACCOUNTS ON ITS GLMAP TYPE "L" RECORD.
003640*----------------------------------------------------------------
003650 4000-POST-FBZ.
003660     ADD WS-FBZ-AMOUNT(WS-FBZ-IDX) TO WS-MANIF-TOTAL
003670     MOVE WS-FBZ-AMOUNT(WS-FBZ-IDX) TO WS-EDIT-AMOUNT
003680     MOVE "L" TO WS-LOOKUP-TYPE
003690     MOVE WS-FBZ-LABEL(WS-FBZ-IDX) TO WS-LOOKUP-KEY
003700     PERFORM 7000-FIND-MAP THRU 7000-EXIT
003710     IF NOT ENTRY-FOUND
003720         ADD WS-FBZ-AMOUNT(WS-FBZ-IDX) TO WS-FBZ-UNMAPPED
003730         ADD 1 TO WS-UNMAPPED-COUNT
003740         MOVE SPACES TO WS-PRINT-LINE
003750         STRING "  " WS-FBZ-LABEL(WS-FBZ-IDX)
003760             " " WS-FBZ-ROUTE(WS-FBZ-IDX)
003770             " " WS-EDIT-AMOUNT
003780             " *** NO GLMAP ACCOUNT - NOT POSTED"
003790             DELIMITED BY SIZE INTO WS-PRINT-LINE
003800         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003810         GO TO 4000-EXIT
003820     END-IF
003830     MOVE SPACES TO WS-PRINT-LINE
003840     STRING "  " WS-FBZ-LABEL(WS-FBZ-IDX)
003850         " " WS-FBZ-ROUTE(WS-FBZ-IDX)
003860         " " WS-EDIT-AMOUNT
003870         " " WS-MAP-DEBIT(WS-MAP-IDX)
003880         " " WS-MAP-CREDIT(WS-MAP-IDX)
003890         DELIMITED BY SIZE INTO WS-PRINT-LINE
003900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003910     IF WS-FBZ-AMOUNT(WS-FBZ-IDX) EQUAL ZERO
003920         GO TO 4000-EXIT
003930     END-IF
003940     MOVE "FBZ" TO WS-POST-JOURNAL
003950     MOVE WS-MAP-DEBIT(WS-MAP-IDX) TO WS-POST-DEBIT
003960     MOVE WS-MAP-CREDIT(WS-MAP-IDX) TO WS-POST-CREDIT
003970     MOVE WS-FBZ-AMOUNT(WS-FBZ-IDX) TO WS-POST-AMOUNT
003980     MOVE WS-FBZ-LABEL(WS-FBZ-IDX) TO WS-POST-REFERENCE
003990     MOVE WS-RUN-YYYYMM TO WS-POST-PERIOD
004000     MOVE SPACES TO WS-POST-DESCRIPTION
004010     STRING "ROUTED FIZZ-BUZZ VIA " WS-FBZ-ROUTE(WS-FBZ-IDX)
004020         DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
004030     PERFORM 7500-POST-PAIR THRU 7500-EXIT
004040     ADD WS-FBZ-AMOUNT(WS-FBZ-IDX) TO WS-FBZ-DEBITS.
004050 4000-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080*5000-POST-CHG - ONE DEBIT/CREDIT PAIR PER DEPARTMENT, TO THE
004090* ACCOUNTS ON ITS GLMAP TYPE "D" RECORD, IN THE BILLING MONTH.
004100*----------------------------------------------------------------
004110 5000-POST-CHG.
004120     IF WS-CHG-IDX EQUAL 1
004130         MOVE SPACES TO WS-PRINT-LINE
004140         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004150         STRING "  DEPT BILL MONTH         AMOUNT"
004160             " DEBIT      CREDIT"
004165             DELIMITED BY SIZE INTO WS-PRINT-LINE
004170         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004180     END-IF
004190     MOVE WS-CHG-AMOUNT(WS-CHG-IDX) TO WS-EDIT-AMOUNT
004200     MOVE "D" TO WS-LOOKUP-TYPE
004210     MOVE WS-CHG-DEPARTMENT(WS-CHG-IDX) TO WS-LOOKUP-KEY
004220     PERFORM 7000-FIND-MAP THRU 7000-EXIT
004230     IF NOT ENTRY-FOUND
004240         ADD WS-CHG-AMOUNT(WS-CHG-IDX) TO WS-CHG-UNMAPPED
004250         ADD 1 TO WS-UNMAPPED-COUNT
004260         MOVE SPACES TO WS-PRINT-LINE
004270         STRING "  " WS-CHG-DEPARTMENT(WS-CHG-IDX)
004280             " " WS-CHG-BILL-MONTH(WS-CHG-IDX)
004290             "    " WS-EDIT-AMOUNT
004300             " *** NO GLMAP ACCOUNT - NOT POSTED"
004310             DELIMITED BY SIZE INTO WS-PRINT-LINE
004320         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004330         GO TO 5000-EXIT
004340     END-IF
004350     MOVE SPACES TO WS-PRINT-LINE
004360     STRING "  " WS-CHG-DEPARTMENT(WS-CHG-IDX)
004370         " " WS-CHG-BILL-MONTH(WS-CHG-IDX)
004380         "    " WS-EDIT-AMOUNT
004390         " " WS-MAP-DEBIT(WS-MAP-IDX)
004400         " " WS-MAP-CREDIT(WS-MAP-IDX)
004410         DELIMITED BY SIZE INTO WS-PRINT-LINE
004420     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004430     IF WS-CHG-AMOUNT(WS-CHG-IDX) EQUAL ZERO
004440         GO TO 5000-EXIT
004450     END-IF
004460     MOVE "CHG" TO WS-POST-JOURNAL
004470     MOVE WS-MAP-DEBIT(WS-MAP-IDX) TO WS-POST-DEBIT
004480     MOVE WS-MAP-CREDIT(WS-MAP-IDX) TO WS-POST-CREDIT
004490     MOVE WS-CHG-AMOUNT(WS-CHG-IDX) TO WS-POST-AMOUNT
004500     MOVE WS-CHG-DEPARTMENT(WS-CHG-IDX) TO WS-POST-REFERENCE
004510     MOVE WS-CHG-BILL-MONTH(WS-CHG-IDX) TO WS-POST-PERIOD
004520     MOVE SPACES TO WS-POST-DESCRIPTION
004530     STRING "CHARGEBACK " WS-CHG-DEPARTMENT(WS-CHG-IDX)
004540         " " WS-CHG-BILL-MONTH(WS-CHG-IDX)
004550         DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
004560     PERFORM 7500-POST-PAIR THRU 7500-EXIT
004570     ADD WS-CHG-AMOUNT(WS-CHG-IDX) TO WS-CHG-DEBITS.
004580 5000-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610*6000-PRINT-TIE-OUT - THE PROOF ACCOUNTING SIGNS OFF ON: EACH
004620* SOURCE TOTAL EQUALS WHAT WAS POSTED PLUS WHAT WAS HELD BACK
004630* FOR WANT OF AN ACCOUNT, AND THE JOURNAL'S DEBITS EQUAL ITS
004640* CREDITS. ANY DIFFERENCE IS RETURN CODE 8.
004650*----------------------------------------------------------------
004660 6000-PRINT-TIE-OUT.
004670     MOVE SPACES TO WS-PRINT-LINE
004680     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004690     MOVE "LEDGER TIE-OUT" TO WS-PRINT-LINE
004700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004710     MOVE SPACES TO WS-PRINT-LINE
004720     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004730     MOVE WS-MANIF-TODAY-COUNT TO WS-EDIT-COUNT
004740     MOVE SPACES TO WS-PRINT-LINE
004750     STRING "FBZMANIF RECORDS TODAY          " WS-EDIT-COUNT
004760         DELIMITED BY SIZE INTO WS-PRINT-LINE
004770     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004850     MOVE WS-MANIF-TOTAL TO WS-EDIT-TOTAL
004860     MOVE SPACES TO WS-PRINT-LINE
004870     STRING "FBZMANIF ROUTED AMOUNT TOTAL    " WS-EDIT-TOTAL
004880         DELIMITED BY SIZE INTO WS-PRINT-LINE
004890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004900     MOVE WS-FBZ-DEBITS TO WS-EDIT-TOTAL
004910     MOVE SPACES TO WS-PRINT-LINE
004920     STRING "  POSTED TO GL (FBZ DEBITS)     " WS-EDIT-TOTAL
004930         DELIMITED BY SIZE INTO WS-PRINT-LINE
004940     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004950     MOVE WS-FBZ-UNMAPPED TO WS-EDIT-TOTAL
004960     MOVE SPACES TO WS-PRINT-LINE
004970     STRING "  NOT POSTED - NO GLMAP ACCOUNT " WS-EDIT-TOTAL
004980         DELIMITED BY SIZE INTO WS-PRINT-LINE
004990     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005000     COMPUTE WS-DIFFERENCE = WS-MANIF-TOTAL
005010         - WS-FBZ-DEBITS - WS-FBZ-UNMAPPED
005020     PERFORM 6100-PRINT-DIFFERENCE THRU 6100-EXIT
005030     MOVE SPACES TO WS-PRINT-LINE
005040     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005050     IF WS-CHGTOT-TODAY-COUNT EQUAL ZERO
005060         MOVE "CHGSTMT DID NOT RUN TODAY - NO CHARGEBACKS POSTED"
005070             TO WS-PRINT-LINE
005080         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005090         GO TO 6000-BALANCE
005100     END-IF
005110     IF NOT CHG-TOTAL-SEEN
005120         MOVE "*** CHGTOT TOTAL RECORD MISSING" TO WS-PRINT-LINE
005140         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005150         MOVE 8 TO WS-RETURN-CODE
005160     END-IF
005170     MOVE WS-CHG-CONTROL TO WS-EDIT-TOTAL
005180     MOVE SPACES TO WS-PRINT-LINE
005190     STRING "CHGSRPT TOTAL ALL DEPARTMENTS   " WS-EDIT-TOTAL
005200         DELIMITED BY SIZE INTO WS-PRINT-LINE
005210     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005220     MOVE WS-CHG-DEPT-TOTAL TO WS-EDIT-TOTAL
005230     MOVE SPACES TO WS-PRINT-LINE
005240     STRING "  SUM OF DEPARTMENT TOTALS      " WS-EDIT-TOTAL
005250         DELIMITED BY SIZE INTO WS-PRINT-LINE
005260     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005270     MOVE WS-CHG-DEBITS TO WS-EDIT-TOTAL
005280     MOVE SPACES TO WS-PRINT-LINE
005290     STRING "  POSTED TO GL (CHG DEBITS)     " WS-EDIT-TOTAL
005300         DELIMITED BY SIZE INTO WS-PRINT-LINE
005310     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005320     MOVE WS-CHG-UNMAPPED TO WS-EDIT-TOTAL
005330     MOVE SPACES TO WS-PRINT-LINE
005340     STRING "  NOT POSTED - NO GLMAP ACCOUNT " WS-EDIT-TOTAL
005350         DELIMITED BY SIZE INTO WS-PRINT-LINE
005360     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005370     COMPUTE WS-DIFFERENCE = WS-CHG-CONTROL
005380         - WS-CHG-DEBITS - WS-CHG-UNMAPPED
005390     PERFORM 6100-PRINT-DIFFERENCE THRU 6100-EXIT
005400     COMPUTE WS-DIFFERENCE = WS-CHG-CONTROL - WS-CHG-DEPT-TOTAL
005410     IF WS-DIFFERENCE NOT EQUAL ZERO
005420         MOVE "*** DEPARTMENT TOTALS DO NOT ADD TO THE STATEMENT"
005430             TO WS-PRINT-LINE
005440         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005450         MOVE 8 TO WS-RETURN-CODE
005460     END-IF
005470     MOVE SPACES TO WS-PRINT-LINE
005480     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005490 6000-BALANCE.
005500     MOVE WS-GL-LINE-NO TO WS-EDIT-COUNT
005510     MOVE SPACES TO WS-PRINT-LINE
005520     STRING "GLINTF JOURNAL LINES WRITTEN    " WS-EDIT-COUNT
005530         DELIMITED BY SIZE INTO WS-PRINT-LINE
005540     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005550     MOVE WS-DEBIT-TOTAL TO WS-EDIT-TOTAL
005560     MOVE SPACES TO WS-PRINT-LINE
005570     STRING "TOTAL DEBITS                    " WS-EDIT-TOTAL
005580         DELIMITED BY SIZE INTO WS-PRINT-LINE
005590     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005600     MOVE WS-CREDIT-TOTAL TO WS-EDIT-TOTAL
005610     MOVE SPACES TO WS-PRINT-LINE
005620     STRING "TOTAL CREDITS                   " WS-EDIT-TOTAL
005630         DELIMITED BY SIZE INTO WS-PRINT-LINE
005640     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005650     IF WS-DEBIT-TOTAL EQUAL WS-CREDIT-TOTAL
005660         MOVE "JOURNAL IN BALANCE" TO WS-PRINT-LINE
005670     ELSE
005680         MOVE "*** JOURNAL OUT OF BALANCE" TO WS-PRINT-LINE
005690         MOVE 8 TO WS-RETURN-CODE
005700     END-IF
005710     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005720     IF WS-UNMAPPED-COUNT > ZERO
005730         MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
005740         MOVE SPACES TO WS-PRINT-LINE
005750         STRING "ITEMS NOT POSTED - ADD TO GLMAP " WS-EDIT-COUNT
005760             DELIMITED BY SIZE INTO WS-PRINT-LINE
005770         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005780         IF WS-RETURN-CODE < 4
005790             MOVE 4 TO WS-RETURN-CODE
005800         END-IF
005810     END-IF.
005820 6000-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850 6100-PRINT-DIFFERENCE.
005860*----------------------------------------------------------------
005870     MOVE WS-DIFFERENCE TO WS-EDIT-DIFFERENCE
005880     MOVE SPACES TO WS-PRINT-LINE
005890     IF WS-DIFFERENCE EQUAL ZERO
005900         STRING "  DIFFERENCE                    "
005905             WS-EDIT-DIFFERENCE "  TIES"
005920             DELIMITED BY SIZE INTO WS-PRINT-LINE
005930     ELSE
005940         STRING "  DIFFERENCE                    "
005945             WS-EDIT-DIFFERENCE "  *** DOES NOT TIE"
005960             DELIMITED BY SIZE INTO WS-PRINT-LINE
005970         MOVE 8 TO WS-RETURN-CODE
005980     END-IF
005990     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006000 6100-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030*7000-FIND-MAP - CALLER SETS WS-LOOKUP-TYPE AND WS-LOOKUP-KEY;
006040* ON RETURN ENTRY-FOUND AND WS-MAP-IDX POINT AT THE ACCOUNTS.
006050*----------------------------------------------------------------
006060 7000-FIND-MAP.
006070     MOVE "N" TO WS-FOUND-SW
006080     IF WS-MAP-COUNT > ZERO
006090         PERFORM 7050-MATCH-MAP THRU 7050-EXIT
006100             VARYING WS-MAP-IDX FROM 1 BY 1
006110             UNTIL WS-MAP-IDX > WS-MAP-COUNT
006120                 OR ENTRY-FOUND
006130     END-IF.
006140 7000-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170 7050-MATCH-MAP.
006180*----------------------------------------------------------------
006190     IF WS-MAP-TYPE(WS-MAP-IDX) EQUAL WS-LOOKUP-TYPE
006200         AND WS-MAP-KEY(WS-MAP-IDX) EQUAL WS-LOOKUP-KEY
006210         SET ENTRY-FOUND TO TRUE
006220         SET WS-MAP-IDX DOWN BY 1
006230     END-IF.
006240 7050-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270*7500-POST-PAIR - THE DEBIT LINE AND ITS MATCHING CREDIT LINE,
006280* ALWAYS WRITTEN TOGETHER SO EVERY POSTING BALANCES ON ITS OWN.
006290*----------------------------------------------------------------
006300 7500-POST-PAIR.
006310     MOVE SPACES TO GLE-RECORD
006320     SET GLE-DETAIL-LINE TO TRUE
006330     MOVE WS-RUN-DATE TO GLE-RUN-DATE
006340     MOVE WS-POST-JOURNAL TO GLE-JOURNAL
006350     MOVE WS-POST-AMOUNT TO GLE-AMOUNT
006360     MOVE WS-POST-REFERENCE TO GLE-REFERENCE
006370     MOVE WS-POST-PERIOD TO GLE-PERIOD
006380     MOVE WS-POST-DESCRIPTION TO GLE-DESCRIPTION
006390     ADD 1 TO WS-GL-LINE-NO
006400     MOVE WS-GL-LINE-NO TO GLE-LINE-NO
006410     MOVE WS-POST-DEBIT TO GLE-ACCOUNT
006420     SET GLE-DEBIT TO TRUE
006430     WRITE GLE-RECORD
006440     ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
006450     ADD 1 TO WS-GL-LINE-NO
006460     MOVE WS-GL-LINE-NO TO GLE-LINE-NO
006470     MOVE WS-POST-CREDIT TO GLE-ACCOUNT
006480     SET GLE-CREDIT TO TRUE
006490     WRITE GLE-RECORD
006500     ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
006510 7500-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540 8000-WRITE-LINE.
006550*----------------------------------------------------------------
006560     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006570         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
006580     END-IF
006590     MOVE WS-PRINT-LINE TO GLRPT-RECORD
006600     WRITE GLRPT-RECORD
006610     MOVE GLRPT-RECORD TO RPTA-LINE
006620     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
006630     ADD 1 TO WS-LINE-COUNT.
006640 8000-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
006680* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE RUN DATE.
006690*----------------------------------------------------------------
006700 8100-ARCHIVE-LINE.
006710     MOVE "GLRPT" TO RPTA-REPORT-NAME
006720     MOVE WS-RUN-DATE TO RPTA-RUN-DATE
006730     WRITE RPTA-RECORD.
006740 8100-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770 8500-NEW-PAGE.
006780*----------------------------------------------------------------
006790     ADD 1 TO WS-PAGE-NO
006800     MOVE ZERO TO WS-LINE-COUNT
006810     IF WS-PAGE-NO > 1
006820         MOVE SPACES TO GLRPT-RECORD
006830         WRITE GLRPT-RECORD
006840         MOVE GLRPT-RECORD TO RPTA-LINE
006850         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
006860     END-IF
006870     MOVE SPACES TO GLRPT-RECORD
006880     STRING "GENERAL-LEDGER POSTING REPORT" "  PAGE "
006890         WS-PAGE-NO
006900         DELIMITED BY SIZE INTO GLRPT-RECORD
006910     WRITE GLRPT-RECORD
006920     MOVE GLRPT-RECORD TO RPTA-LINE
006930     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
006940     ADD 1 TO WS-LINE-COUNT.
006950 8500-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------
006980*9000-TERMINATE - THE "TRL" RECORD CLOSES THE NIGHT'S BATCH WITH
006990* ITS LINE COUNT AND DEBIT/CREDIT TOTALS EVEN WHEN NOTHING WAS
007000* POSTED, SO THE LEDGER LOAD ALWAYS SEES A COMPLETE BATCH.
007010*----------------------------------------------------------------
007020 9000-TERMINATE.
007030     MOVE SPACES TO GLE-RECORD
007040     SET GLE-TRAILER-LINE TO TRUE
007050     MOVE WS-RUN-DATE TO GLE-RUN-DATE
007060     MOVE WS-GL-LINE-NO TO GLE-TRL-LINE-COUNT
007070     MOVE WS-DEBIT-TOTAL TO GLE-TRL-DEBIT-TOTAL
007080     MOVE WS-CREDIT-TOTAL TO GLE-TRL-CREDIT-TOTAL
007090     WRITE GLE-RECORD
007100     CLOSE FBZMANIF
007110     CLOSE CHGTOT
007120     CLOSE GLINTF
007130     CLOSE GLRPT
007140     CLOSE RPTARCHF
007150     ACCEPT WS-END-TIME FROM TIME
007160     OPEN EXTEND RUNLOGF
007170     MOVE "GLPOST" TO RUNLOG-JOB-NAME
007180     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
007190     MOVE WS-START-TIME TO RUNLOG-START-TIME
007200     MOVE WS-END-TIME TO RUNLOG-END-TIME
007210     MOVE WS-READ-COUNT TO RUNLOG-INPUT-COUNT
007220     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
007230     MOVE SPACES TO RUNLOG-PARAMETER
007240     WRITE RUNLOG-RECORD
007250     CLOSE RUNLOGF
007260     MOVE WS-RETURN-CODE TO RETURN-CODE.
007270 9000-EXIT.
007280     EXIT.
