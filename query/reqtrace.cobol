000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. reqtrace.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. END-TO-END REQUEST TRACE.
000110*                  "WHAT HAPPENED TO MY REFERENCE ABC123?" USED TO
000120*                  MEAN OPS SEARCHING A DOZEN FILES BY HAND. THIS
000130*                  JOB TAKES A TRCPARM RECORD (REQUESTER AND/OR
000140*                  REFERENCE, RUN DATE RANGE, OPTIONAL CMBIN PAIR)
000150*                  AND FOLLOWS EVERY MATCHING REQUEST THROUGH THE
000160*                  STREAM: THE STANDING REQUEST THAT GENERATES IT
000170*                  (STDREQ), THE INPUT (FACIN, WHICH ALSO TAKES
000180*                  REJRECYC'S RECYCOUT CORRECTIONS, AND CMBIN),
000190*                  THE LAST RUN'S OUTCOME (FACRSLT/FACBIG OR
000200*                  FACREJ, CMBRSLT/CMBBIG OR CMBREJ), THE AGED
000210*                  REJECT AND ITS CORRECTION (REJAGE, CORRIN),
000220*                  THE STORED ANSWER (RSLTMST/BIGMST, WHICH ALSO
000230*                  GIVE THE HISTORY FOR THE DATE RANGE), THE
000240*                  FACDIST POOL ITS REQUESTER ROUTES TO (FACDSTC),
000250*                  THE RSLTEXTR EXTRACT AND ITS ACKNOWLEDGMENT
000260*                  (XFERSTAT), AND THE REQUESTER'S INQUIRIES ON
000270*                  INQAUDIT. EVERY STAGE WHERE A REQUEST STALLED
000280*                  IS FLAGGED *STALLED* ON TRCRPT AND THE JOB
000290*                  RETURNS 4; A MISSING TRACE KEY RETURNS 8.
000290* 2026-10-15  DPG  AN ANSWER OR REJECT FROM A RUN OUTSIDE THE DATE
000290*                  RANGE NOW STILL ACCOUNTS FOR ITS FACIN REQUEST
000290*                  OR CMBIN PAIR, SO THOSE ARE NO LONGER FLAGGED
000290*                  *STALLED*; ONLY THE LISTING IS LIMITED TO THE
000290*                  RANGE.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TRCPARMF ASSIGN TO "TRCPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT STDREQF ASSIGN TO "STDREQ"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT FACIN ASSIGN TO "FACIN"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT CORRIN ASSIGN TO "CORRIN"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT FACDSTC ASSIGN TO "FACDSTC"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT FACRSLT ASSIGN TO "FACRSLT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT FACBIG ASSIGN TO "FACBIG"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT FACREJ ASSIGN TO "FACREJ"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT CMBIN ASSIGN TO "CMBIN"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT CMBRSLT ASSIGN TO "CMBRSLT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT CMBBIG ASSIGN TO "CMBBIG"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT CMBREJ ASSIGN TO "CMBREJ"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT REJAGE ASSIGN TO "REJAGE"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT RSLTMST ASSIGN TO "RSLTMST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS RSLTKEY-KEY.
000640     SELECT BIGMST ASSIGN TO "BIGMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS BIGKEY-KEY.
000680     SELECT XFERSTAT ASSIGN TO "XFERSTAT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT INQAUDIT ASSIGN TO "INQAUDIT"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT TRCRPT ASSIGN TO "TRCRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  TRCPARMF
000790     RECORDING MODE IS F.
000800     COPY TRCPARM.
000810 FD  STDREQF
000820     RECORDING MODE IS F.
000830     COPY STDREQ.
000840 FD  FACIN
000850     RECORDING MODE IS F.
000860 01  FACIN-RECORD.
000870     05 FACIN-NUM                PIC 9(03).
000880     05 FACIN-REQUESTER          PIC X(08).
000890     05 FACIN-REFERENCE          PIC X(08).
000900 FD  CORRIN
000910     RECORDING MODE IS F.
000920     COPY CORRREC.
000930 FD  FACDSTC
000940     RECORDING MODE IS F.
000950 01  FACDSTC-RECORD.
000960     05 FACDSTC-REQUESTER        PIC X(08).
000970     05 FACDSTC-DEST             PIC X(08).
000980 FD  FACRSLT
000990     RECORDING MODE IS F.
001000     COPY RSLTREC.
001010 FD  FACBIG
001020     RECORDING MODE IS F.
001030     COPY BIGRSLT.
001040 FD  FACREJ
001050     RECORDING MODE IS F.
001060     COPY REJCREC.
001070 FD  CMBIN
001080     RECORDING MODE IS F.
001090 01  CMBIN-RECORD.
001100     05 CMBIN-N                  PIC 9(03).
001110     05 CMBIN-R                  PIC 9(03).
001120 FD  CMBRSLT
001130     RECORDING MODE IS F.
001140 01  CMBRSLT-RECORD.
001150     05 CMBRSLT-RUN-DATE         PIC 9(08).
001160     05 CMBRSLT-PROGRAM-ID       PIC X(08).
001170     05 CMBRSLT-INPUT-VALUE      PIC 9(09).
001180     05 CMBRSLT-COMPUTED-VALUE   PIC 9(38).
001190     05 FILLER                   PIC X(17).
001200 FD  CMBBIG
001210     RECORDING MODE IS F.
001220 01  CMBBIG-RECORD.
001230     05 CMBBIG-RUN-DATE          PIC 9(08).
001240     05 CMBBIG-PROGRAM-ID        PIC X(08).
001250     05 CMBBIG-INPUT-VALUE       PIC 9(09).
001260     05 CMBBIG-DIGIT-COUNT       PIC 9(03).
001270     05 CMBBIG-DIGITS            PIC X(160).
001280     05 CMBBIG-REQUESTER         PIC X(08).
001290     05 CMBBIG-REFERENCE         PIC X(08).
001300 FD  CMBREJ
001310     RECORDING MODE IS F.
001320 01  CMBREJ-RECORD.
001330     05 CMBREJ-RUN-DATE          PIC 9(08).
001340     05 CMBREJ-PROGRAM-ID        PIC X(08).
001350     05 CMBREJ-INPUT-VALUE       PIC 9(09).
001360     05 CMBREJ-REASON            PIC X(30).
001370     05 CMBREJ-REQUESTER         PIC X(08).
001380     05 CMBREJ-REFERENCE         PIC X(08).
001390 FD  REJAGE
001400     RECORDING MODE IS F.
001410     COPY REJAGED.
001420 FD  RSLTMST
001430     RECORDING MODE IS F.
001440     COPY RSLTKEY.
001450 FD  BIGMST
001460     RECORDING MODE IS F.
001470     COPY BIGKEY.
001480 FD  XFERSTAT
001490     RECORDING MODE IS F.
001500     COPY XFERST.
001510 FD  INQAUDIT
001520     RECORDING MODE IS F.
001530     COPY INQAUDT.
001540 FD  TRCRPT
001550     RECORDING MODE IS F.
001560 01  TRCRPT-RECORD               PIC X(80).
001570 FD  RUNLOGF
001580     RECORDING MODE IS F.
001590     COPY RUNLOG.
001600 WORKING-STORAGE SECTION.
001610*----------------------------------------------------------------
001620* SELECTION - TRCPARM WITH OPEN-ENDED ZEROES RESOLVED
001630*----------------------------------------------------------------
001640 01  WS-SEL-REQUESTER            PIC X(08) VALUE SPACES.
001650 01  WS-SEL-REFERENCE            PIC X(08) VALUE SPACES.
001660 01  WS-SEL-DATE-LOW             PIC 9(08) VALUE ZERO.
001670 01  WS-SEL-DATE-HIGH            PIC 9(08) VALUE 99999999.
001680*----------------------------------------------------------------
001690* CMBIN PAIRS BEING TRACED - THE TRCPARM PAIR AND ANY PAIR A
001700* MATCHING STANDING REQUEST GENERATES. WS-PAIR-VALUE IS THE
001710* N * 1000 + R ENCODING COMBBAT PUTS IN THE INPUT-VALUE FIELDS.
001720*----------------------------------------------------------------
001730 01  WS-PAIR-COUNT               PIC 9(02) COMP VALUE ZERO.
001740 01  WS-PAIR-TABLE-MAX           PIC 9(02) COMP VALUE 20.
001750 01  WS-PAIR-TABLE.
001760     05 WS-PAIR-ENTRY OCCURS 20 TIMES
001770             INDEXED BY WS-PAIR-IDX.
001780         10 WS-PAIR-N            PIC 9(03).
001790         10 WS-PAIR-R            PIC 9(03).
001800         10 WS-PAIR-VALUE        PIC 9(09).
001810         10 WS-PAIR-FROM         PIC X(06).
001820         10 WS-PAIR-CMBIN-SW     PIC X(01).
001830             88 PAIR-ON-CMBIN        VALUE "Y".
001840         10 WS-PAIR-OUTCOME-SW   PIC X(01).
001850             88 PAIR-HAS-OUTCOME     VALUE "Y".
001851             88 PAIR-OUTCOME-OUTSIDE VALUE "O".
001860*----------------------------------------------------------------
001870* FACIN REQUESTS THAT MATCH - THE INPUT CARRIES NO DATE
001880*----------------------------------------------------------------
001890 01  WS-REQ-COUNT                PIC 9(03) COMP VALUE ZERO.
001900 01  WS-REQ-TABLE-MAX            PIC 9(03) COMP VALUE 100.
001910 01  WS-REQ-DROPPED              PIC 9(05) VALUE ZERO.
001920 01  WS-REQ-TABLE.
001930     05 WS-REQ-ENTRY OCCURS 100 TIMES
001940             INDEXED BY WS-REQ-IDX WS-REQ-SCAN.
001950         10 WS-REQ-NUM           PIC 9(03).
001960         10 WS-REQ-REQUESTER     PIC X(08).
001970         10 WS-REQ-REFERENCE     PIC X(08).
001971         10 WS-REQ-OUTCOME-SW    PIC X(01).
001972             88 REQ-ANSWERED-OUTSIDE VALUE "A".
001973             88 REQ-REJECTED-OUTSIDE VALUE "R".
001974         10 WS-REQ-OUTCOME-DATE  PIC 9(08).
001980*----------------------------------------------------------------
001990* CORRECTIONS OPS HAS SUPPLIED (CORRIN) AND REQUESTER ROUTING
002000* (FACDSTC), BOTH LOADED WHOLE
002010*----------------------------------------------------------------
002020 01  WS-CORR-COUNT               PIC 9(02) COMP VALUE ZERO.
002030 01  WS-CORR-TABLE-MAX           PIC 9(02) COMP VALUE 50.
002040 01  WS-CORR-TABLE.
002050     05 WS-CORR-ENTRY OCCURS 50 TIMES
002060             INDEXED BY WS-CORR-IDX.
002070         10 WS-CORR-PROGRAM      PIC X(08).
002080         10 WS-CORR-OLD          PIC 9(09).
002090         10 WS-CORR-NEW          PIC 9(09).
002100 01  WS-DIST-COUNT               PIC 9(02) COMP VALUE ZERO.
002110 01  WS-DIST-TABLE-MAX           PIC 9(02) COMP VALUE 10.
002120 01  WS-DIST-TABLE.
002130     05 WS-DIST-ENTRY OCCURS 10 TIMES
002140             INDEXED BY WS-DIST-IDX.
002150         10 WS-DIST-REQUESTER    PIC X(08).
002160         10 WS-DIST-DEST         PIC X(08).
002170*----------------------------------------------------------------
002180* REJECTIONS - FROM THE LAST RUN'S REJECT FILES AND REJAGE, ONE
002190* ENTRY PER DATE/PROGRAM/VALUE/REQUESTER/REFERENCE, ASCENDING
002200*----------------------------------------------------------------
002210 01  WS-REJ-COUNT                PIC 9(03) COMP VALUE ZERO.
002220 01  WS-REJ-TABLE-MAX            PIC 9(03) COMP VALUE 100.
002230 01  WS-REJ-DROPPED              PIC 9(05) VALUE ZERO.
002240 01  WS-REJ-TABLE.
002250     05 WS-REJ-ENTRY OCCURS 100 TIMES
002260             INDEXED BY WS-REJ-IDX.
002270         10 WS-REJ-KEY.
002280             15 WS-REJ-DATE      PIC 9(08).
002290             15 WS-REJ-PROGRAM   PIC X(08).
002300             15 WS-REJ-VALUE     PIC 9(09).
002310             15 WS-REJ-REQUESTER PIC X(08).
002320             15 WS-REJ-REFERENCE PIC X(08).
002330         10 WS-REJ-REASON        PIC X(30).
002340         10 WS-REJ-AGE           PIC 9(03).
002350         10 WS-REJ-RUN-SW        PIC X(01).
002360             88 REJ-ON-RUN-FILE      VALUE "Y".
002370         10 WS-REJ-AGED-SW       PIC X(01).
002380             88 REJ-AGED-OPEN        VALUE "O".
002390             88 REJ-AGED-RESOLVED    VALUE "R".
002400*----------------------------------------------------------------
002410* RESULTS - FROM THE LAST RUN'S RESULT FILES AND THE MASTERS,
002420* SAME KEY SHAPE AS THE REJECTIONS, ASCENDING
002430*----------------------------------------------------------------
002440 01  WS-ITM-COUNT                PIC 9(03) COMP VALUE ZERO.
002450 01  WS-ITM-TABLE-MAX            PIC 9(03) COMP VALUE 200.
002460 01  WS-ITM-DROPPED              PIC 9(05) VALUE ZERO.
002470 01  WS-ITM-TABLE.
002480     05 WS-ITM-ENTRY OCCURS 200 TIMES
002490             INDEXED BY WS-ITM-IDX.
002500         10 WS-ITM-KEY.
002510             15 WS-ITM-DATE      PIC 9(08).
002520             15 WS-ITM-PROGRAM   PIC X(08).
002530             15 WS-ITM-VALUE     PIC 9(09).
002540             15 WS-ITM-REQUESTER PIC X(08).
002550             15 WS-ITM-REFERENCE PIC X(08).
002560         10 WS-ITM-EXT-SW        PIC X(01).
002570             88 ITM-EXTENDED         VALUE "Y".
002580         10 WS-ITM-SOURCE        PIC X(01).
002590         10 WS-ITM-RUN-SW        PIC X(01).
002600             88 ITM-ON-RUN-FILE      VALUE "Y".
002610         10 WS-ITM-MASTER-SW     PIC X(01).
002620             88 ITM-ON-MASTER        VALUE "Y".
002630         10 WS-ITM-XFER-STATUS   PIC X(01).
002640         10 WS-ITM-ACK-DATE      PIC 9(08).
002650*----------------------------------------------------------------
002660* THE RECORD BEING MATCHED OR ADDED - SAME SHAPE AS THE TABLE
002670* KEYS ABOVE
002680*----------------------------------------------------------------
002690 01  WS-NEW-KEY.
002700     05 WS-NEW-DATE              PIC 9(08).
002710     05 WS-NEW-PROGRAM           PIC X(08).
002720     05 WS-NEW-VALUE             PIC 9(09).
002730     05 WS-NEW-REQUESTER         PIC X(08).
002740     05 WS-NEW-REFERENCE         PIC X(08).
002750 01  WS-NEW-SLOT                 PIC 9(03) COMP VALUE ZERO.
002760 01  WS-NEW-EXT-SW               PIC X(01) VALUE "N".
002761 01  WS-NEW-OUTCOME-SW           PIC X(01) VALUE SPACE.
002770 01  WS-WORK-N                   PIC 9(03) VALUE ZERO.
002780 01  WS-WORK-R                   PIC 9(03) VALUE ZERO.
002790 01  WS-WORK-NUM                 PIC 9(03) VALUE ZERO.
002800 01  WS-EXTRACT-NAME             PIC X(08) VALUE SPACES.
002810*----------------------------------------------------------------
002820* REPORT CONTROL
002830*----------------------------------------------------------------
002840 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002850 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
002860 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
002870 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002880 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
002890 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
002900 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
002910 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
002920 01  WS-STAGE-TEXT               PIC X(60) VALUE SPACES.
002930 01  WS-HOW-TEXT                 PIC X(18) VALUE SPACES.
002940 01  WS-MASTER-NAME              PIC X(07) VALUE SPACES.
002950*----------------------------------------------------------------
002960* COUNTERS
002970*----------------------------------------------------------------
002980 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
002990 01  WS-FLAG-COUNT               PIC 9(05) VALUE ZERO.
003000 01  WS-SECTION-COUNT            PIC 9(05) VALUE ZERO.
003010*----------------------------------------------------------------
003020* SWITCHES
003030*----------------------------------------------------------------
003040 01  WS-SWITCHES.
003050     05 WS-EOF-SW                PIC X(01) VALUE "N".
003060         88 INPUT-EOF                VALUE "Y".
003070     05 WS-BROWSE-SW             PIC X(01) VALUE "N".
003080         88 MASTER-BROWSE-DONE       VALUE "Y".
003090     05 WS-KEYED-SW              PIC X(01) VALUE "N".
003100         88 TRACE-BY-KEY             VALUE "Y".
003110     05 WS-MATCH-SW              PIC X(01) VALUE "N".
003120         88 KEY-MATCHES              VALUE "Y".
003130     05 WS-DATE-SW               PIC X(01) VALUE "N".
003140         88 DATE-IN-RANGE            VALUE "Y".
003150     05 WS-PAIR-SW               PIC X(01) VALUE "N".
003160         88 PAIR-MATCHES             VALUE "Y".
003170     05 WS-FOUND-SW              PIC X(01) VALUE "N".
003180         88 ENTRY-FOUND              VALUE "Y".
003190     05 WS-ADDED-SW              PIC X(01) VALUE "N".
003200         88 ENTRY-ADDED              VALUE "Y".
003210 PROCEDURE DIVISION.
003220*----------------------------------------------------------------
003230 0000-MAINLINE.
003240*----------------------------------------------------------------
003250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003260     IF WS-RETURN-CODE EQUAL ZERO
003270         PERFORM 2000-TRACE-STANDING THRU 2000-EXIT
003280         PERFORM 2100-SCAN-FACIN THRU 2100-EXIT
003290         PERFORM 3000-SCAN-LAST-RUN THRU 3000-EXIT
003300         PERFORM 3500-SCAN-REJAGE THRU 3500-EXIT
003310         PERFORM 4000-BROWSE-RSLTMST THRU 4000-EXIT
003320         PERFORM 4100-BROWSE-BIGMST THRU 4100-EXIT
003330         PERFORM 4500-SCAN-XFERSTAT THRU 4500-EXIT
003340         PERFORM 5000-PRINT-TRACE THRU 5000-EXIT
003350         PERFORM 6000-TRACE-INQUIRIES THRU 6000-EXIT
003360     END-IF
003370     PERFORM 9000-TERMINATE THRU 9000-EXIT
003380     STOP RUN.
003390*----------------------------------------------------------------
003400 1000-INITIALIZE.
003410*----------------------------------------------------------------
003420     CALL "GETCYCDT" USING WS-RUN-DATE
003430     ACCEPT WS-START-TIME FROM TIME
003440     OPEN OUTPUT TRCRPT
003450     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
003460     PERFORM 1200-READ-PARAMETER THRU 1200-EXIT
003470     MOVE SPACES TO WS-PRINT-LINE
003480     STRING "RUN DATE: " WS-RUN-DATE
003490         "  REQUESTER: " WS-SEL-REQUESTER
003500         "  REFERENCE: " WS-SEL-REFERENCE
003510         DELIMITED BY SIZE INTO WS-PRINT-LINE
003520     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003530     MOVE SPACES TO WS-PRINT-LINE
003540     STRING "RUN DATES: " WS-SEL-DATE-LOW "-" WS-SEL-DATE-HIGH
003550         DELIMITED BY SIZE INTO WS-PRINT-LINE
003560     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003570     IF WS-PAIR-COUNT > ZERO
003580         MOVE SPACES TO WS-PRINT-LINE
003590         STRING "CMBIN PAIR: N=" WS-PAIR-N(1) " R=" WS-PAIR-R(1)
003600             DELIMITED BY SIZE INTO WS-PRINT-LINE
003610         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003620     END-IF
003630     IF NOT TRACE-BY-KEY
003640         AND WS-PAIR-COUNT EQUAL ZERO
003650         MOVE SPACES TO WS-PRINT-LINE
003660         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003670         MOVE "NO TRACE KEY - TRCPARM NEEDS A REQUESTER,"
003680             TO WS-PRINT-LINE
003690         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003700         MOVE "A REFERENCE OR A CMBIN PAIR. NOTHING TRACED."
003710             TO WS-PRINT-LINE
003720         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003730         DISPLAY "REQTRACE NO TRACE KEY ON TRCPARM"
003740         MOVE 8 TO WS-RETURN-CODE
003750         GO TO 1000-EXIT
003760     END-IF
003770     PERFORM 1300-LOAD-CORRECTIONS THRU 1300-EXIT
003780     PERFORM 1400-LOAD-ROUTING THRU 1400-EXIT.
003790 1000-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820*1200-READ-PARAMETER - ZERO HIGH DATE IS OPEN-ENDED. A NONZERO
003830* PAIR BECOMES THE FIRST ENTRY OF THE PAIR TABLE.
003840*----------------------------------------------------------------
003850 1200-READ-PARAMETER.
003860     OPEN INPUT TRCPARMF
003870     READ TRCPARMF
003880         AT END
003890             CLOSE TRCPARMF
003900             GO TO 1200-EXIT
003910     END-READ
003920     CLOSE TRCPARMF
003930     MOVE TRC-REQUESTER TO WS-SEL-REQUESTER
003940     MOVE TRC-REFERENCE TO WS-SEL-REFERENCE
003950     IF WS-SEL-REQUESTER NOT EQUAL SPACES
003960         OR WS-SEL-REFERENCE NOT EQUAL SPACES
003970         SET TRACE-BY-KEY TO TRUE
003980     END-IF
003990     IF TRC-DATE-LOW IS NUMERIC
004000         MOVE TRC-DATE-LOW TO WS-SEL-DATE-LOW
004010     END-IF
004020     IF TRC-DATE-HIGH IS NUMERIC
004030         AND TRC-DATE-HIGH > ZERO
004040         MOVE TRC-DATE-HIGH TO WS-SEL-DATE-HIGH
004050     END-IF
004060     IF TRC-CMB-N IS NUMERIC
004070         AND TRC-CMB-R IS NUMERIC
004080         AND (TRC-CMB-N > ZERO OR TRC-CMB-R > ZERO)
004090         MOVE TRC-CMB-N TO WS-WORK-N
004100         MOVE TRC-CMB-R TO WS-WORK-R
004110         PERFORM 7600-ADD-PAIR THRU 7600-EXIT
004120         MOVE "PARM" TO WS-PAIR-FROM(1)
004130     END-IF.
004140 1200-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170 1300-LOAD-CORRECTIONS.
004180*----------------------------------------------------------------
004190     OPEN INPUT CORRIN
004200     MOVE "N" TO WS-EOF-SW
004210     PERFORM 1350-READ-CORRECTION THRU 1350-EXIT
004220         UNTIL INPUT-EOF
004230     CLOSE CORRIN.
004240 1300-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270 1350-READ-CORRECTION.
004280*----------------------------------------------------------------
004290     READ CORRIN
004300         AT END
004310             SET INPUT-EOF TO TRUE
004320             GO TO 1350-EXIT
004330     END-READ
004340     ADD 1 TO WS-READ-COUNT
004350     IF WS-CORR-COUNT < WS-CORR-TABLE-MAX
004360         ADD 1 TO WS-CORR-COUNT
004370         SET WS-CORR-IDX TO WS-CORR-COUNT
004380         MOVE CORR-PROGRAM-ID TO WS-CORR-PROGRAM(WS-CORR-IDX)
004390         MOVE CORR-OLD-VALUE TO WS-CORR-OLD(WS-CORR-IDX)
004400         MOVE CORR-NEW-VALUE TO WS-CORR-NEW(WS-CORR-IDX)
004410     END-IF.
004420 1350-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450 1400-LOAD-ROUTING.
004460*----------------------------------------------------------------
004470     OPEN INPUT FACDSTC
004480     MOVE "N" TO WS-EOF-SW
004490     PERFORM 1450-READ-ROUTE THRU 1450-EXIT
004500         UNTIL INPUT-EOF
004510     CLOSE FACDSTC.
004520 1400-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550 1450-READ-ROUTE.
004560*----------------------------------------------------------------
004570     READ FACDSTC
004580         AT END
004590             SET INPUT-EOF TO TRUE
004600             GO TO 1450-EXIT
004610     END-READ
004620     ADD 1 TO WS-READ-COUNT
004630     IF WS-DIST-COUNT < WS-DIST-TABLE-MAX
004640         ADD 1 TO WS-DIST-COUNT
004650         SET WS-DIST-IDX TO WS-DIST-COUNT
004660         MOVE FACDSTC-REQUESTER TO WS-DIST-REQUESTER(WS-DIST-IDX)
004670         MOVE FACDSTC-DEST TO WS-DIST-DEST(WS-DIST-IDX)
004680     END-IF.
004690 1450-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720*2000-TRACE-STANDING - STANDING REQUESTS ARE LISTED AS THEY ARE
004730* READ. ONE THAT GENERATES CMBIN PAIRS ADDS ITS PAIR TO THE
004740* TRACE, SINCE THE PAIRS THEMSELVES CARRY NO REQUESTER.
004750*----------------------------------------------------------------
004760 2000-TRACE-STANDING.
004770     MOVE SPACES TO WS-PRINT-LINE
004780     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004790     MOVE "STANDING REQUESTS (STDREQ)" TO WS-PRINT-LINE
004800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004810     MOVE ZERO TO WS-SECTION-COUNT
004820     OPEN INPUT STDREQF
004830     MOVE "N" TO WS-EOF-SW
004840     PERFORM 2050-READ-STANDING THRU 2050-EXIT
004850         UNTIL INPUT-EOF
004860     CLOSE STDREQF
004870     IF WS-SECTION-COUNT EQUAL ZERO
004880         MOVE "  NONE" TO WS-PRINT-LINE
004890         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004900     END-IF.
004910 2000-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940 2050-READ-STANDING.
004950*----------------------------------------------------------------
004960     READ STDREQF
004970         AT END
004980             SET INPUT-EOF TO TRUE
004990             GO TO 2050-EXIT
005000     END-READ
005010     ADD 1 TO WS-READ-COUNT
005020     MOVE STD-REQUESTER TO WS-NEW-REQUESTER
005030     MOVE STD-REFERENCE TO WS-NEW-REFERENCE
005040     PERFORM 7100-CHECK-KEY THRU 7100-EXIT
005050     IF NOT KEY-MATCHES
005060         GO TO 2050-EXIT
005070     END-IF
005080     ADD 1 TO WS-SECTION-COUNT
005090     MOVE SPACES TO WS-STAGE-TEXT
005100     EVALUATE TRUE
005110         WHEN STD-TO-FACIN
005120             STRING "FACIN  N=" STD-VALUE
005130                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
005140         WHEN STD-TO-CMBIN
005150             STRING "CMBIN  N=" STD-VALUE " R=" STD-VALUE-R
005160                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
005170             IF STD-VALUE < 1000
005180                 AND STD-VALUE-R < 1000
005190                 MOVE STD-VALUE TO WS-WORK-N
005200                 MOVE STD-VALUE-R TO WS-WORK-R
005210                 PERFORM 7600-ADD-PAIR THRU 7600-EXIT
005220                 IF ENTRY-ADDED
005230                     MOVE "STDREQ" TO WS-PAIR-FROM(WS-PAIR-IDX)
005240                 END-IF
005250             END-IF
005260         WHEN STD-TO-INQIN
005270             STRING "INQIN  TYPE " STD-INQ-TYPE
005280                 " VALUE " STD-VALUE
005290                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
005300         WHEN OTHER
005310             STRING "TARGET " STD-TARGET
005320                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
005330     END-EVALUATE
005340     MOVE SPACES TO WS-PRINT-LINE
005350     EVALUATE TRUE
005360         WHEN STD-ACTIVE
005370             STRING "  " STD-REQUESTER " " STD-REFERENCE " "
005380                 WS-STAGE-TEXT(1:28) " ACTIVE"
005390                 DELIMITED BY SIZE INTO WS-PRINT-LINE
005400         WHEN STD-SUSPENDED
005410             STRING "  " STD-REQUESTER " " STD-REFERENCE " "
005420                 WS-STAGE-TEXT(1:28) " SUSPENDED"
005430                 DELIMITED BY SIZE INTO WS-PRINT-LINE
005440         WHEN OTHER
005450             STRING "  " STD-REQUESTER " " STD-REFERENCE " "
005460                 WS-STAGE-TEXT(1:28) " EXPIRED " STD-EXPIRY-DATE
005470                 DELIMITED BY SIZE INTO WS-PRINT-LINE
005480     END-EVALUATE
005490     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005500 2050-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530*2100-SCAN-FACIN - THE CURRENT INPUT: THE LAST RUN'S REQUESTS
005540* PLUS ANY CORRECTION REJRECYC HAS SINCE RECYCLED ONTO IT.
005550*----------------------------------------------------------------
005560 2100-SCAN-FACIN.
005570     IF NOT TRACE-BY-KEY
005580         GO TO 2100-EXIT
005590     END-IF
005600     OPEN INPUT FACIN
005610     MOVE "N" TO WS-EOF-SW
005620     PERFORM 2150-READ-FACIN THRU 2150-EXIT
005630         UNTIL INPUT-EOF
005640     CLOSE FACIN.
005650 2100-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680 2150-READ-FACIN.
005690*----------------------------------------------------------------
005700     READ FACIN
005710         AT END
005720             SET INPUT-EOF TO TRUE
005730             GO TO 2150-EXIT
005740     END-READ
005750     ADD 1 TO WS-READ-COUNT
005760     MOVE FACIN-REQUESTER TO WS-NEW-REQUESTER
005770     MOVE FACIN-REFERENCE TO WS-NEW-REFERENCE
005780     PERFORM 7100-CHECK-KEY THRU 7100-EXIT
005790     IF NOT KEY-MATCHES
005800         GO TO 2150-EXIT
005810     END-IF
005820     IF WS-REQ-COUNT >= WS-REQ-TABLE-MAX
005830         ADD 1 TO WS-REQ-DROPPED
005840         GO TO 2150-EXIT
005850     END-IF
005860     ADD 1 TO WS-REQ-COUNT
005870     SET WS-REQ-IDX TO WS-REQ-COUNT
005880     MOVE FACIN-NUM TO WS-REQ-NUM(WS-REQ-IDX)
005890     MOVE FACIN-REQUESTER TO WS-REQ-REQUESTER(WS-REQ-IDX)
005900     MOVE FACIN-REFERENCE TO WS-REQ-REFERENCE(WS-REQ-IDX)
005901     MOVE SPACE TO WS-REQ-OUTCOME-SW(WS-REQ-IDX)
005902     MOVE ZERO TO WS-REQ-OUTCOME-DATE(WS-REQ-IDX).
005910 2150-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940*3000-SCAN-LAST-RUN - THE RESULT AND REJECT FILES THE LAST RUN
005950* WROTE, AND THE CMBIN INPUT. FACTORIAL RECORDS MATCH ON THE
005960* REQUESTER AND REFERENCE, COMBINATION RECORDS ON THE PAIR.
005961* AN OUTCOME DATED OUTSIDE THE RANGE IS NOT LISTED, BUT STILL
005962* ACCOUNTS FOR ITS FACIN REQUEST OR CMBIN PAIR (3050).
005970*----------------------------------------------------------------
005980 3000-SCAN-LAST-RUN.
005990     IF TRACE-BY-KEY
006000         OPEN INPUT FACRSLT
006010         MOVE "N" TO WS-EOF-SW
006020         PERFORM 3100-READ-FACRSLT THRU 3100-EXIT
006030             UNTIL INPUT-EOF
006040         CLOSE FACRSLT
006050         OPEN INPUT FACBIG
006060         MOVE "N" TO WS-EOF-SW
006070         PERFORM 3150-READ-FACBIG THRU 3150-EXIT
006080             UNTIL INPUT-EOF
006090         CLOSE FACBIG
006100         OPEN INPUT FACREJ
006110         MOVE "N" TO WS-EOF-SW
006120         PERFORM 3300-READ-FACREJ THRU 3300-EXIT
006130             UNTIL INPUT-EOF
006140         CLOSE FACREJ
006150     END-IF
006160     IF WS-PAIR-COUNT EQUAL ZERO
006170         GO TO 3000-EXIT
006180     END-IF
006190     OPEN INPUT CMBIN
006200     MOVE "N" TO WS-EOF-SW
006210     PERFORM 3400-READ-CMBIN THRU 3400-EXIT
006220         UNTIL INPUT-EOF
006230     CLOSE CMBIN
006240     OPEN INPUT CMBRSLT
006250     MOVE "N" TO WS-EOF-SW
006260     PERFORM 3200-READ-CMBRSLT THRU 3200-EXIT
006270         UNTIL INPUT-EOF
006280     CLOSE CMBRSLT
006290     OPEN INPUT CMBBIG
006300     MOVE "N" TO WS-EOF-SW
006310     PERFORM 3250-READ-CMBBIG THRU 3250-EXIT
006320         UNTIL INPUT-EOF
006330     CLOSE CMBBIG
006340     OPEN INPUT CMBREJ
006350     MOVE "N" TO WS-EOF-SW
006360     PERFORM 3350-READ-CMBREJ THRU 3350-EXIT
006370         UNTIL INPUT-EOF
006380     CLOSE CMBREJ.
006390 3000-EXIT.
006400     EXIT.
006401*----------------------------------------------------------------
006402*3050-NOTE-OUTSIDE - AN ANSWER OR REJECT OUTSIDE THE DATE RANGE
006403* IS KEPT AGAINST THE FACIN REQUEST IT ACCOUNTS FOR.
006404*----------------------------------------------------------------
006405 3050-NOTE-OUTSIDE.
006406     PERFORM 3060-MARK-REQUEST THRU 3060-EXIT
006407         VARYING WS-REQ-IDX FROM 1 BY 1
006408         UNTIL WS-REQ-IDX > WS-REQ-COUNT.
006409 3050-EXIT.
006410     EXIT.
006411*----------------------------------------------------------------
006412 3060-MARK-REQUEST.
006413*----------------------------------------------------------------
006414     IF WS-REQ-OUTCOME-SW(WS-REQ-IDX) EQUAL SPACE
006415         AND WS-REQ-NUM(WS-REQ-IDX) EQUAL WS-NEW-VALUE
006416         AND WS-REQ-REQUESTER(WS-REQ-IDX) EQUAL WS-NEW-REQUESTER
006417         AND WS-REQ-REFERENCE(WS-REQ-IDX) EQUAL WS-NEW-REFERENCE
006418         MOVE WS-NEW-OUTCOME-SW TO WS-REQ-OUTCOME-SW(WS-REQ-IDX)
006419         MOVE WS-NEW-DATE TO WS-REQ-OUTCOME-DATE(WS-REQ-IDX)
006420     END-IF.
006421 3060-EXIT.
006422     EXIT.
006423*----------------------------------------------------------------
006424*3100-READ-FACRSLT - THE CONTROL-TOTAL TRAILER IS NOT A RESULT.
006430*----------------------------------------------------------------
006440 3100-READ-FACRSLT.
006450     READ FACRSLT
006460         AT END
006470             SET INPUT-EOF TO TRUE
006480             GO TO 3100-EXIT
006490     END-READ
006500     ADD 1 TO WS-READ-COUNT
006510     IF RSLT-PROGRAM-ID NOT EQUAL "FACTORL"
006520         GO TO 3100-EXIT
006530     END-IF
006540     MOVE RSLT-RUN-DATE TO WS-NEW-DATE
006550     MOVE RSLT-PROGRAM-ID TO WS-NEW-PROGRAM
006560     MOVE RSLT-INPUT-VALUE TO WS-NEW-VALUE
006570     MOVE RSLT-REQUESTER TO WS-NEW-REQUESTER
006580     MOVE RSLT-REFERENCE TO WS-NEW-REFERENCE
006590     PERFORM 7100-CHECK-KEY THRU 7100-EXIT
006600     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
006610     IF NOT KEY-MATCHES
006620         GO TO 3100-EXIT
006620     END-IF
006630     IF NOT DATE-IN-RANGE
006630         MOVE "A" TO WS-NEW-OUTCOME-SW
006630         PERFORM 3050-NOTE-OUTSIDE THRU 3050-EXIT
006630         GO TO 3100-EXIT
006640     END-IF
006650     MOVE "N" TO WS-NEW-EXT-SW
006660     PERFORM 7300-ADD-ITEM THRU 7300-EXIT
006670     IF ENTRY-FOUND
006680         SET ITM-ON-RUN-FILE(WS-ITM-IDX) TO TRUE
006690         MOVE RSLT-SOURCE TO WS-ITM-SOURCE(WS-ITM-IDX)
006700     END-IF.
006710 3100-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740 3150-READ-FACBIG.
006750*----------------------------------------------------------------
006760     READ FACBIG
006770         AT END
006780             SET INPUT-EOF TO TRUE
006790             GO TO 3150-EXIT
006800     END-READ
006810     ADD 1 TO WS-READ-COUNT
006820     IF BIGR-PROGRAM-ID NOT EQUAL "FACTORL"
006830         GO TO 3150-EXIT
006840     END-IF
006850     MOVE BIGR-RUN-DATE TO WS-NEW-DATE
006860     MOVE BIGR-PROGRAM-ID TO WS-NEW-PROGRAM
006870     MOVE BIGR-INPUT-VALUE TO WS-NEW-VALUE
006880     MOVE BIGR-REQUESTER TO WS-NEW-REQUESTER
006890     MOVE BIGR-REFERENCE TO WS-NEW-REFERENCE
006900     PERFORM 7100-CHECK-KEY THRU 7100-EXIT
006910     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
006920     IF NOT KEY-MATCHES
006930         GO TO 3150-EXIT
006930     END-IF
006940     IF NOT DATE-IN-RANGE
006940         MOVE "A" TO WS-NEW-OUTCOME-SW
006940         PERFORM 3050-NOTE-OUTSIDE THRU 3050-EXIT
006940         GO TO 3150-EXIT
006950     END-IF
006960     MOVE "Y" TO WS-NEW-EXT-SW
006970     PERFORM 7300-ADD-ITEM THRU 7300-EXIT
006980     IF ENTRY-FOUND
006990         SET ITM-ON-RUN-FILE(WS-ITM-IDX) TO TRUE
007000     END-IF.
007010 3150-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------
007040 3200-READ-CMBRSLT.
007050*----------------------------------------------------------------
007060     READ CMBRSLT
007070         AT END
007080             SET INPUT-EOF TO TRUE
007090             GO TO 3200-EXIT
007100     END-READ
007110     ADD 1 TO WS-READ-COUNT
007120     IF CMBRSLT-PROGRAM-ID NOT EQUAL "COMBNPR"
007130         AND CMBRSLT-PROGRAM-ID NOT EQUAL "COMBNCR"
007140         GO TO 3200-EXIT
007150     END-IF
007160     MOVE CMBRSLT-RUN-DATE TO WS-NEW-DATE
007170     MOVE CMBRSLT-PROGRAM-ID TO WS-NEW-PROGRAM
007180     MOVE CMBRSLT-INPUT-VALUE TO WS-NEW-VALUE
007190     MOVE SPACES TO WS-NEW-REQUESTER
007200     MOVE SPACES TO WS-NEW-REFERENCE
007210     PERFORM 7150-CHECK-PAIR THRU 7150-EXIT
007220     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
007230     IF NOT PAIR-MATCHES
007240         GO TO 3200-EXIT
007240     END-IF
007250     IF NOT DATE-IN-RANGE
007250         IF NOT PAIR-HAS-OUTCOME(WS-PAIR-IDX)
007250             SET PAIR-OUTCOME-OUTSIDE(WS-PAIR-IDX) TO TRUE
007250         END-IF
007250         GO TO 3200-EXIT
007260     END-IF
007270     SET PAIR-HAS-OUTCOME(WS-PAIR-IDX) TO TRUE
007280     MOVE "N" TO WS-NEW-EXT-SW
007290     PERFORM 7300-ADD-ITEM THRU 7300-EXIT
007300     IF ENTRY-FOUND
007310         SET ITM-ON-RUN-FILE(WS-ITM-IDX) TO TRUE
007320     END-IF.
007330 3200-EXIT.
007340     EXIT.
007350*----------------------------------------------------------------
007360 3250-READ-CMBBIG.
007370*----------------------------------------------------------------
007380     READ CMBBIG
007390         AT END
007400             SET INPUT-EOF TO TRUE
007410             GO TO 3250-EXIT
007420     END-READ
007430     ADD 1 TO WS-READ-COUNT
007440     MOVE CMBBIG-RUN-DATE TO WS-NEW-DATE
007450     MOVE CMBBIG-PROGRAM-ID TO WS-NEW-PROGRAM
007460     MOVE CMBBIG-INPUT-VALUE TO WS-NEW-VALUE
007470     MOVE SPACES TO WS-NEW-REQUESTER
007480     MOVE SPACES TO WS-NEW-REFERENCE
007490     PERFORM 7150-CHECK-PAIR THRU 7150-EXIT
007500     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
007510     IF NOT PAIR-MATCHES
007520         GO TO 3250-EXIT
007520     END-IF
007530     IF NOT DATE-IN-RANGE
007530         IF NOT PAIR-HAS-OUTCOME(WS-PAIR-IDX)
007530             SET PAIR-OUTCOME-OUTSIDE(WS-PAIR-IDX) TO TRUE
007530         END-IF
007530         GO TO 3250-EXIT
007540     END-IF
007550     SET PAIR-HAS-OUTCOME(WS-PAIR-IDX) TO TRUE
007560     MOVE "Y" TO WS-NEW-EXT-SW
007570     PERFORM 7300-ADD-ITEM THRU 7300-EXIT
007580     IF ENTRY-FOUND
007590         SET ITM-ON-RUN-FILE(WS-ITM-IDX) TO TRUE
007600     END-IF.
007610 3250-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------
007640 3300-READ-FACREJ.
007650*----------------------------------------------------------------
007660     READ FACREJ
007670         AT END
007680             SET INPUT-EOF TO TRUE
007690             GO TO 3300-EXIT
007700     END-READ
007710     ADD 1 TO WS-READ-COUNT
007720     MOVE REJC-RUN-DATE TO WS-NEW-DATE
007730     MOVE REJC-PROGRAM-ID TO WS-NEW-PROGRAM
007740     MOVE REJC-INPUT-VALUE TO WS-NEW-VALUE
007750     MOVE REJC-REQUESTER TO WS-NEW-REQUESTER
007760     MOVE REJC-REFERENCE TO WS-NEW-REFERENCE
007770     PERFORM 7100-CHECK-KEY THRU 7100-EXIT
007780     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
007790     IF NOT KEY-MATCHES
007800         GO TO 3300-EXIT
007800     END-IF
007810     IF NOT DATE-IN-RANGE
007810         MOVE "R" TO WS-NEW-OUTCOME-SW
007810         PERFORM 3050-NOTE-OUTSIDE THRU 3050-EXIT
007810         GO TO 3300-EXIT
007820     END-IF
007830     PERFORM 7400-ADD-REJECT THRU 7400-EXIT
007840     IF ENTRY-FOUND
007850         MOVE REJC-REASON TO WS-REJ-REASON(WS-REJ-IDX)
007860         SET REJ-ON-RUN-FILE(WS-REJ-IDX) TO TRUE
007870     END-IF.
007880 3300-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910 3350-READ-CMBREJ.
007920*----------------------------------------------------------------
007930     READ CMBREJ
007940         AT END
007950             SET INPUT-EOF TO TRUE
007960             GO TO 3350-EXIT
007970     END-READ
007980     ADD 1 TO WS-READ-COUNT
007990     MOVE CMBREJ-RUN-DATE TO WS-NEW-DATE
008000     MOVE CMBREJ-PROGRAM-ID TO WS-NEW-PROGRAM
008010     MOVE CMBREJ-INPUT-VALUE TO WS-NEW-VALUE
008020     MOVE SPACES TO WS-NEW-REQUESTER
008030     MOVE SPACES TO WS-NEW-REFERENCE
008040     PERFORM 7150-CHECK-PAIR THRU 7150-EXIT
008050     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
008060     IF NOT PAIR-MATCHES
008070         GO TO 3350-EXIT
008070     END-IF
008080     IF NOT DATE-IN-RANGE
008080         IF NOT PAIR-HAS-OUTCOME(WS-PAIR-IDX)
008080             SET PAIR-OUTCOME-OUTSIDE(WS-PAIR-IDX) TO TRUE
008080         END-IF
008080         GO TO 3350-EXIT
008090     END-IF
008100     SET PAIR-HAS-OUTCOME(WS-PAIR-IDX) TO TRUE
008110     PERFORM 7400-ADD-REJECT THRU 7400-EXIT
008120     IF ENTRY-FOUND
008130         MOVE CMBREJ-REASON TO WS-REJ-REASON(WS-REJ-IDX)
008140         SET REJ-ON-RUN-FILE(WS-REJ-IDX) TO TRUE
008150     END-IF.
008160 3350-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------
008190 3400-READ-CMBIN.
008200*----------------------------------------------------------------
008210     READ CMBIN
008220         AT END
008230             SET INPUT-EOF TO TRUE
008240             GO TO 3400-EXIT
008250     END-READ
008260     ADD 1 TO WS-READ-COUNT
008270     IF CMBIN-N IS NOT NUMERIC
008280         OR CMBIN-R IS NOT NUMERIC
008290         GO TO 3400-EXIT
008300     END-IF
008310     COMPUTE WS-NEW-VALUE = CMBIN-N * 1000 + CMBIN-R
008320     PERFORM 7150-CHECK-PAIR THRU 7150-EXIT
008330     IF PAIR-MATCHES
008340         SET PAIR-ON-CMBIN(WS-PAIR-IDX) TO TRUE
008350     END-IF.
008360 3400-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------
008390*3500-SCAN-REJAGE - THE CARRIED REJECTS, OPEN OR WITH THEIR
008400* CORRECTION ALREADY APPLIED. ONLY FACTORIAL REJECTS CARRY A
008410* REQUESTER, SO ONLY THEY CAN MATCH.
008420*----------------------------------------------------------------
008430 3500-SCAN-REJAGE.
008440     IF NOT TRACE-BY-KEY
008450         GO TO 3500-EXIT
008460     END-IF
008470     OPEN INPUT REJAGE
008480     MOVE "N" TO WS-EOF-SW
008490     PERFORM 3550-READ-REJAGE THRU 3550-EXIT
008500         UNTIL INPUT-EOF
008510     CLOSE REJAGE.
008520 3500-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------
008550 3550-READ-REJAGE.
008560*----------------------------------------------------------------
008570     READ REJAGE
008580         AT END
008590             SET INPUT-EOF TO TRUE
008600             GO TO 3550-EXIT
008610     END-READ
008620     ADD 1 TO WS-READ-COUNT
008630     MOVE REJA-RUN-DATE TO WS-NEW-DATE
008640     MOVE REJA-PROGRAM-ID TO WS-NEW-PROGRAM
008650     MOVE REJA-INPUT-VALUE TO WS-NEW-VALUE
008660     MOVE REJA-REQUESTER TO WS-NEW-REQUESTER
008670     MOVE REJA-REFERENCE TO WS-NEW-REFERENCE
008680     PERFORM 7100-CHECK-KEY THRU 7100-EXIT
008690     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
008700     IF NOT KEY-MATCHES
008710         OR NOT DATE-IN-RANGE
008720         GO TO 3550-EXIT
008730     END-IF
008740     PERFORM 7400-ADD-REJECT THRU 7400-EXIT
008750     IF ENTRY-FOUND
008760         MOVE REJA-REASON TO WS-REJ-REASON(WS-REJ-IDX)
008770         MOVE REJA-AGE-DAYS TO WS-REJ-AGE(WS-REJ-IDX)
008780         IF REJA-RESOLVED
008790             SET REJ-AGED-RESOLVED(WS-REJ-IDX) TO TRUE
008800         ELSE
008810             SET REJ-AGED-OPEN(WS-REJ-IDX) TO TRUE
008820         END-IF
008830     END-IF.
008840 3550-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870*4000-BROWSE-RSLTMST - THE SYSTEM OF RECORD: EVERY MATCHING
008880* ANSWER IN THE DATE RANGE, WHETHER OR NOT THE LAST RUN
008890* PRODUCED IT.
008900*----------------------------------------------------------------
008910 4000-BROWSE-RSLTMST.
008920     OPEN INPUT RSLTMST
008930     MOVE "N" TO WS-BROWSE-SW
008940     MOVE LOW-VALUES TO RSLTKEY-KEY
008950     START RSLTMST KEY >= RSLTKEY-KEY
008960         INVALID KEY
008970             SET MASTER-BROWSE-DONE TO TRUE
008980     END-START
008990     MOVE "N" TO WS-NEW-EXT-SW
009000     PERFORM 4050-READ-RSLTMST THRU 4050-EXIT
009010         UNTIL MASTER-BROWSE-DONE
009020     CLOSE RSLTMST.
009030 4000-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060 4050-READ-RSLTMST.
009070*----------------------------------------------------------------
009080     READ RSLTMST NEXT
009090         AT END
009100             SET MASTER-BROWSE-DONE TO TRUE
009110             GO TO 4050-EXIT
009120     END-READ
009130     ADD 1 TO WS-READ-COUNT
009140     MOVE RSLTKEY-RUN-DATE TO WS-NEW-DATE
009150     MOVE RSLTKEY-PROGRAM-ID TO WS-NEW-PROGRAM
009160     MOVE RSLTKEY-INPUT-VALUE TO WS-NEW-VALUE
009170     MOVE RSLTKEY-REQUESTER TO WS-NEW-REQUESTER
009180     MOVE RSLTKEY-REFERENCE TO WS-NEW-REFERENCE
009190     PERFORM 7500-CHECK-MASTER-RECORD THRU 7500-EXIT.
009200 4050-EXIT.
009210     EXIT.
009220*----------------------------------------------------------------
009230 4100-BROWSE-BIGMST.
009240*----------------------------------------------------------------
009250     OPEN INPUT BIGMST
009260     MOVE "N" TO WS-BROWSE-SW
009270     MOVE LOW-VALUES TO BIGKEY-KEY
009280     START BIGMST KEY >= BIGKEY-KEY
009290         INVALID KEY
009300             SET MASTER-BROWSE-DONE TO TRUE
009310     END-START
009320     MOVE "Y" TO WS-NEW-EXT-SW
009330     PERFORM 4150-READ-BIGMST THRU 4150-EXIT
009340         UNTIL MASTER-BROWSE-DONE
009350     CLOSE BIGMST.
009360 4100-EXIT.
009370     EXIT.
009380*----------------------------------------------------------------
009390 4150-READ-BIGMST.
009400*----------------------------------------------------------------
009410     READ BIGMST NEXT
009420         AT END
009430             SET MASTER-BROWSE-DONE TO TRUE
009440             GO TO 4150-EXIT
009450     END-READ
009460     ADD 1 TO WS-READ-COUNT
009470     MOVE BIGKEY-RUN-DATE TO WS-NEW-DATE
009480     MOVE BIGKEY-PROGRAM-ID TO WS-NEW-PROGRAM
009490     MOVE BIGKEY-INPUT-VALUE TO WS-NEW-VALUE
009500     MOVE BIGKEY-REQUESTER TO WS-NEW-REQUESTER
009510     MOVE BIGKEY-REFERENCE TO WS-NEW-REFERENCE
009520     PERFORM 7500-CHECK-MASTER-RECORD THRU 7500-EXIT.
009530 4150-EXIT.
009540     EXIT.
009550*----------------------------------------------------------------
009560*4500-SCAN-XFERSTAT - RSLTEXTR SHIPS EACH DAY'S FACTORIAL
009570* ANSWERS ON FACEXT (BIGEXT FOR EXTENDED PRECISION); THE
009580* TRANSFER RECORD FOR THAT EXTRACT AND DATE CARRIES ITS
009590* ACKNOWLEDGMENT TO EVERY ANSWER IT SHIPPED.
009600*----------------------------------------------------------------
009610 4500-SCAN-XFERSTAT.
009620     IF WS-ITM-COUNT EQUAL ZERO
009630         GO TO 4500-EXIT
009640     END-IF
009650     OPEN INPUT XFERSTAT
009660     MOVE "N" TO WS-EOF-SW
009670     PERFORM 4550-READ-XFERSTAT THRU 4550-EXIT
009680         UNTIL INPUT-EOF
009690     CLOSE XFERSTAT.
009700 4500-EXIT.
009710     EXIT.
009720*----------------------------------------------------------------
009730 4550-READ-XFERSTAT.
009740*----------------------------------------------------------------
009750     READ XFERSTAT
009760         AT END
009770             SET INPUT-EOF TO TRUE
009780             GO TO 4550-EXIT
009790     END-READ
009800     ADD 1 TO WS-READ-COUNT
009810     IF XFER-EXTRACT-NAME NOT EQUAL "FACEXT"
009820         AND XFER-EXTRACT-NAME NOT EQUAL "BIGEXT"
009830         GO TO 4550-EXIT
009840     END-IF
009850     MOVE XFER-EXTRACT-DATE TO WS-NEW-DATE
009860     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
009870     IF NOT DATE-IN-RANGE
009880         GO TO 4550-EXIT
009890     END-IF
009900     PERFORM 4600-MARK-TRANSFER THRU 4600-EXIT
009910         VARYING WS-ITM-IDX FROM 1 BY 1
009920         UNTIL WS-ITM-IDX > WS-ITM-COUNT.
009930 4550-EXIT.
009940     EXIT.
009950*----------------------------------------------------------------
009960*4600-MARK-TRANSFER - AN ACKNOWLEDGED TRANSFER IS NOT UNDONE BY
009970* A LATER PENDING RECORD FOR THE SAME EXTRACT (A RERUN).
009980*----------------------------------------------------------------
009990 4600-MARK-TRANSFER.
010000     IF WS-ITM-DATE(WS-ITM-IDX) NOT EQUAL XFER-EXTRACT-DATE
010010         OR WS-ITM-PROGRAM(WS-ITM-IDX) NOT EQUAL "FACTORL"
010020         GO TO 4600-EXIT
010030     END-IF
010040     IF ITM-EXTENDED(WS-ITM-IDX)
010050         MOVE "BIGEXT" TO WS-EXTRACT-NAME
010060     ELSE
010070         MOVE "FACEXT" TO WS-EXTRACT-NAME
010080     END-IF
010090     IF XFER-EXTRACT-NAME NOT EQUAL WS-EXTRACT-NAME
010100         GO TO 4600-EXIT
010110     END-IF
010120     IF WS-ITM-XFER-STATUS(WS-ITM-IDX) EQUAL "A"
010130         GO TO 4600-EXIT
010140     END-IF
010150     MOVE XFER-STATUS TO WS-ITM-XFER-STATUS(WS-ITM-IDX)
010160     MOVE XFER-ACK-DATE TO WS-ITM-ACK-DATE(WS-ITM-IDX).
010170 4600-EXIT.
010180     EXIT.
010190*----------------------------------------------------------------
010200*5000-PRINT-TRACE - THE REQUESTS, THE PAIRS, THE REJECTIONS, THEN
010210* EVERY RESULT WITH ITS STORAGE, ROUTING AND TRANSFER.
010220*----------------------------------------------------------------
010230 5000-PRINT-TRACE.
010240     IF TRACE-BY-KEY
010250         MOVE SPACES TO WS-PRINT-LINE
010260         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010270         MOVE "FACTORIAL REQUESTS ON FACIN (WITH CORRECTIONS)"
010280             TO WS-PRINT-LINE
010290         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010300         IF WS-REQ-COUNT EQUAL ZERO
010310             MOVE "  NONE" TO WS-PRINT-LINE
010320             PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010330         END-IF
010340         PERFORM 5100-PRINT-REQUEST THRU 5100-EXIT
010350             VARYING WS-REQ-IDX FROM 1 BY 1
010360             UNTIL WS-REQ-IDX > WS-REQ-COUNT
010370         IF WS-REQ-DROPPED > ZERO
010380             MOVE SPACES TO WS-PRINT-LINE
010390             STRING "  " WS-REQ-DROPPED
010400                 " MORE REQUESTS NOT TRACED - TABLE FULL"
010410                 DELIMITED BY SIZE INTO WS-PRINT-LINE
010420             PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010430         END-IF
010440     END-IF
010450     IF WS-PAIR-COUNT > ZERO
010460         MOVE SPACES TO WS-PRINT-LINE
010470         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010480         MOVE "COMBINATION PAIRS (CMBIN)" TO WS-PRINT-LINE
010490         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010500         PERFORM 5200-PRINT-PAIR THRU 5200-EXIT
010510             VARYING WS-PAIR-IDX FROM 1 BY 1
010520             UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
010530     END-IF
010540     MOVE SPACES TO WS-PRINT-LINE
010550     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010560     MOVE "REJECTIONS (FACREJ, CMBREJ, REJAGE)" TO WS-PRINT-LINE
010570     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010580     IF WS-REJ-COUNT EQUAL ZERO
010590         MOVE "  NONE" TO WS-PRINT-LINE
010600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010610     END-IF
010620     PERFORM 5300-PRINT-REJECT THRU 5300-EXIT
010630         VARYING WS-REJ-IDX FROM 1 BY 1
010640         UNTIL WS-REJ-IDX > WS-REJ-COUNT
010650     IF WS-REJ-DROPPED > ZERO
010660         MOVE SPACES TO WS-PRINT-LINE
010670         STRING "  " WS-REJ-DROPPED " MORE REJECTIONS NOT TRACED"
010680             " - TABLE FULL"
010690             DELIMITED BY SIZE INTO WS-PRINT-LINE
010700         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010710     END-IF
010720     MOVE SPACES TO WS-PRINT-LINE
010730     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010740     MOVE "RESULTS AND DELIVERY (MASTERS, FACDSTC, XFERSTAT)"
010750         TO WS-PRINT-LINE
010760     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010770     IF WS-ITM-COUNT EQUAL ZERO
010780         MOVE "  NONE" TO WS-PRINT-LINE
010790         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010800     END-IF
010810     PERFORM 5400-PRINT-RESULT THRU 5400-EXIT
010820         VARYING WS-ITM-IDX FROM 1 BY 1
010830         UNTIL WS-ITM-IDX > WS-ITM-COUNT
010840     IF WS-ITM-DROPPED > ZERO
010850         MOVE SPACES TO WS-PRINT-LINE
010860         STRING "  " WS-ITM-DROPPED " MORE RESULTS NOT TRACED"
010870             " - TABLE FULL"
010880             DELIMITED BY SIZE INTO WS-PRINT-LINE
010890         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010900     END-IF.
010910 5000-EXIT.
010920     EXIT.
010930*----------------------------------------------------------------
010940*5100-PRINT-REQUEST - A REQUEST IS ACCOUNTED FOR BY AN ANSWER OR
010950* A REJECT ON THE LAST RUN'S FILES, OR BY BEING A CORRECTION
010960* RECYCLED SINCE (CORRIN NEW VALUE FOR A REJECT OF THE SAME
010970* REQUESTER AND REFERENCE). ONE ANSWERED OR REJECTED ON A RUN
010971* OUTSIDE THE DATE RANGE IS ACCOUNTED FOR BUT NOT LISTED.
010972* ANYTHING ELSE HAS STALLED.
010980*----------------------------------------------------------------
010990 5100-PRINT-REQUEST.
011000     MOVE "FACTORL" TO WS-NEW-PROGRAM
011010     MOVE WS-REQ-NUM(WS-REQ-IDX) TO WS-NEW-VALUE
011020     MOVE WS-REQ-REQUESTER(WS-REQ-IDX) TO WS-NEW-REQUESTER
011030     MOVE WS-REQ-REFERENCE(WS-REQ-IDX) TO WS-NEW-REFERENCE
011040     MOVE SPACES TO WS-STAGE-TEXT
011050     MOVE "N" TO WS-FOUND-SW
011060     PERFORM 7350-MATCH-RUN-ITEM THRU 7350-EXIT
011070         VARYING WS-ITM-IDX FROM 1 BY 1
011080         UNTIL WS-ITM-IDX > WS-ITM-COUNT
011090             OR ENTRY-FOUND
011100     IF ENTRY-FOUND
011110         STRING "ANSWERED " WS-ITM-DATE(WS-ITM-IDX)
011120             DELIMITED BY SIZE INTO WS-STAGE-TEXT
011130         GO TO 5100-PRINT
011140     END-IF
011150     PERFORM 7450-MATCH-RUN-REJECT THRU 7450-EXIT
011160         VARYING WS-REJ-IDX FROM 1 BY 1
011170         UNTIL WS-REJ-IDX > WS-REJ-COUNT
011180             OR ENTRY-FOUND
011190     IF ENTRY-FOUND
011200         STRING "REJECTED " WS-REJ-DATE(WS-REJ-IDX)
011210             " - SEE REJECTIONS"
011220             DELIMITED BY SIZE INTO WS-STAGE-TEXT
011230         GO TO 5100-PRINT
011240     END-IF
011241     IF REQ-ANSWERED-OUTSIDE(WS-REQ-IDX)
011242         STRING "ANSWERED " WS-REQ-OUTCOME-DATE(WS-REQ-IDX)
011243             " - OUTSIDE THE DATE RANGE"
011244             DELIMITED BY SIZE INTO WS-STAGE-TEXT
011245         GO TO 5100-PRINT
011246     END-IF
011247     IF REQ-REJECTED-OUTSIDE(WS-REQ-IDX)
011248         STRING "REJECTED " WS-REQ-OUTCOME-DATE(WS-REQ-IDX)
011249             " - OUTSIDE THE DATE RANGE"
011249             DELIMITED BY SIZE INTO WS-STAGE-TEXT
011249         GO TO 5100-PRINT
011249     END-IF
011250     PERFORM 7470-MATCH-RECYCLED THRU 7470-EXIT
011260         VARYING WS-REJ-IDX FROM 1 BY 1
011270         UNTIL WS-REJ-IDX > WS-REJ-COUNT
011280             OR ENTRY-FOUND
011290     IF ENTRY-FOUND
011300         STRING "RECYCLED CORRECTION - DUE ON THE NEXT RUN"
011310             DELIMITED BY SIZE INTO WS-STAGE-TEXT
011320         GO TO 5100-PRINT
011330     END-IF
011331     PERFORM 7490-MATCH-RECYCLED-OUTSIDE THRU 7490-EXIT
011332         VARYING WS-CORR-IDX FROM 1 BY 1
011333         UNTIL WS-CORR-IDX > WS-CORR-COUNT
011334             OR ENTRY-FOUND
011335     IF ENTRY-FOUND
011336         STRING "RECYCLED CORRECTION - DUE ON THE NEXT RUN"
011337             DELIMITED BY SIZE INTO WS-STAGE-TEXT
011338         GO TO 5100-PRINT
011339     END-IF
011340     MOVE "*STALLED* NO ANSWER OR REJECT ON THE LAST RUN"
011350         TO WS-STAGE-TEXT
011360     ADD 1 TO WS-FLAG-COUNT.
011370 5100-PRINT.
011380     MOVE WS-REQ-NUM(WS-REQ-IDX) TO WS-WORK-NUM
011390     MOVE SPACES TO WS-PRINT-LINE
011400     STRING "  N=" WS-WORK-NUM " "
011410         WS-REQ-REQUESTER(WS-REQ-IDX) " "
011420         WS-REQ-REFERENCE(WS-REQ-IDX) " "
011430         WS-STAGE-TEXT
011440         DELIMITED BY SIZE INTO WS-PRINT-LINE
011450     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
011460 5100-EXIT.
011470     EXIT.
011480*----------------------------------------------------------------
011490 5200-PRINT-PAIR.
011500*----------------------------------------------------------------
011510     MOVE SPACES TO WS-STAGE-TEXT
011520     IF PAIR-HAS-OUTCOME(WS-PAIR-IDX)
011530         MOVE "ANSWERED OR REJECTED - SEE BELOW" TO WS-STAGE-TEXT
011531         GO TO 5200-PRINT
011532     END-IF
011533     IF PAIR-OUTCOME-OUTSIDE(WS-PAIR-IDX)
011534         MOVE "ANSWERED OR REJECTED OUTSIDE THE DATE RANGE"
011535             TO WS-STAGE-TEXT
011540     ELSE
011550         IF PAIR-ON-CMBIN(WS-PAIR-IDX)
011560             MOVE "*STALLED* ON CMBIN, NO ANSWER OR REJECT"
011570                 TO WS-STAGE-TEXT
011580             ADD 1 TO WS-FLAG-COUNT
011590         ELSE
011600             MOVE "NOT ON CMBIN, NOTHING IN THE DATE RANGE"
011610                 TO WS-STAGE-TEXT
011620         END-IF
011630     END-IF.
011635 5200-PRINT.
011640     MOVE SPACES TO WS-PRINT-LINE
011650     STRING "  N=" WS-PAIR-N(WS-PAIR-IDX)
011660         " R=" WS-PAIR-R(WS-PAIR-IDX)
011670         " (" WS-PAIR-FROM(WS-PAIR-IDX) ") "
011680         WS-STAGE-TEXT
011690         DELIMITED BY SIZE INTO WS-PRINT-LINE
011700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
011710 5200-EXIT.
011720     EXIT.
011730*----------------------------------------------------------------
011740*5300-PRINT-REJECT - A FACTORIAL REJECT IS SETTLED ONCE ITS
011750* CORRECTION HAS BEEN RECYCLED; ONE STILL OPEN, OR ONE THAT
011760* NEVER REACHED REJAGE WITH NO CORRECTION, HAS STALLED. CMBREJ
011770* REJECTS ARE NOT RECYCLED AND WAIT ON A RESUBMITTED PAIR.
011780*----------------------------------------------------------------
011790 5300-PRINT-REJECT.
011800     MOVE SPACES TO WS-PRINT-LINE
011810     STRING "  " WS-REJ-DATE(WS-REJ-IDX) " "
011820         WS-REJ-PROGRAM(WS-REJ-IDX) " "
011830         WS-REJ-VALUE(WS-REJ-IDX) " "
011840         WS-REJ-REQUESTER(WS-REJ-IDX) " "
011850         WS-REJ-REFERENCE(WS-REJ-IDX) " "
011860         WS-REJ-REASON(WS-REJ-IDX)
011870         DELIMITED BY SIZE INTO WS-PRINT-LINE
011880     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011890     MOVE SPACES TO WS-STAGE-TEXT
011900     MOVE "N" TO WS-FOUND-SW
011910     PERFORM 7480-MATCH-CORRECTION THRU 7480-EXIT
011920         VARYING WS-CORR-IDX FROM 1 BY 1
011930         UNTIL WS-CORR-IDX > WS-CORR-COUNT
011940             OR ENTRY-FOUND
011950     EVALUATE TRUE
011960         WHEN WS-REJ-PROGRAM(WS-REJ-IDX) NOT EQUAL "FACTORL"
011970             MOVE "*STALLED* NOT RECYCLED - RESUBMIT A CORRECTED"
011980                 TO WS-STAGE-TEXT
011990             ADD 1 TO WS-FLAG-COUNT
012000         WHEN ENTRY-FOUND
012010             STRING "CORRECTED TO " WS-CORR-NEW(WS-CORR-IDX)
012020                 " - RECYCLED ONTO FACIN"
012030                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
012040         WHEN REJ-AGED-RESOLVED(WS-REJ-IDX)
012050             MOVE "CORRECTION APPLIED - RECYCLED ONTO FACIN"
012060                 TO WS-STAGE-TEXT
012070         WHEN REJ-AGED-OPEN(WS-REJ-IDX)
012080             STRING "*STALLED* OPEN ON REJAGE, AGE "
012090                 WS-REJ-AGE(WS-REJ-IDX)
012100                 " DAYS - AWAITING CORRECTION"
012110                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
012120             ADD 1 TO WS-FLAG-COUNT
012130         WHEN OTHER
012140             MOVE "*STALLED* NOT CARRIED ON REJAGE, NO CORRECTION"
012150                 TO WS-STAGE-TEXT
012160             ADD 1 TO WS-FLAG-COUNT
012170     END-EVALUATE
012180     MOVE SPACES TO WS-PRINT-LINE
012190     STRING "           " WS-STAGE-TEXT
012200         DELIMITED BY SIZE INTO WS-PRINT-LINE
012210     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012220 5300-EXIT.
012230     EXIT.
012240*----------------------------------------------------------------
012250*5400-PRINT-RESULT - ONE ANSWER: HOW IT WAS PRODUCED, WHETHER IT
012260* IS STORED, AND FOR A FACTORIAL THE POOL ITS REQUESTER ROUTES
012270* TO AND THE TRANSFER OF THE EXTRACT THAT SHIPPED IT.
012280*----------------------------------------------------------------
012290 5400-PRINT-RESULT.
012300     IF ITM-EXTENDED(WS-ITM-IDX)
012310         MOVE "BIGMST" TO WS-MASTER-NAME
012320         MOVE "BIGEXT" TO WS-EXTRACT-NAME
012330     ELSE
012340         MOVE "RSLTMST" TO WS-MASTER-NAME
012350         MOVE "FACEXT" TO WS-EXTRACT-NAME
012360     END-IF
012370     EVALUATE TRUE
012380         WHEN NOT ITM-ON-RUN-FILE(WS-ITM-IDX)
012390             MOVE "FROM HISTORY" TO WS-HOW-TEXT
012400         WHEN ITM-EXTENDED(WS-ITM-IDX)
012410             MOVE "EXTENDED PRECISION" TO WS-HOW-TEXT
012420         WHEN WS-ITM-SOURCE(WS-ITM-IDX) EQUAL "M"
012430             MOVE "SERVED FROM MASTER" TO WS-HOW-TEXT
012440         WHEN OTHER
012450             MOVE "COMPUTED" TO WS-HOW-TEXT
012460     END-EVALUATE
012470     MOVE SPACES TO WS-PRINT-LINE
012480     STRING "  " WS-ITM-DATE(WS-ITM-IDX) " "
012490         WS-ITM-PROGRAM(WS-ITM-IDX) " "
012500         WS-ITM-VALUE(WS-ITM-IDX) " "
012510         WS-ITM-REQUESTER(WS-ITM-IDX) " "
012520         WS-ITM-REFERENCE(WS-ITM-IDX) " "
012530         WS-HOW-TEXT
012540         DELIMITED BY SIZE INTO WS-PRINT-LINE
012550     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
012560     MOVE SPACES TO WS-STAGE-TEXT
012570     IF ITM-ON-MASTER(WS-ITM-IDX)
012580         STRING "STORED ON " WS-MASTER-NAME
012590             DELIMITED BY SIZE INTO WS-STAGE-TEXT
012600     ELSE
012610         STRING "*STALLED* NOT LOADED TO " WS-MASTER-NAME
012620             DELIMITED BY SIZE INTO WS-STAGE-TEXT
012630         ADD 1 TO WS-FLAG-COUNT
012640     END-IF
012650     MOVE SPACES TO WS-PRINT-LINE
012660     STRING "           MASTER:  " WS-STAGE-TEXT
012670         DELIMITED BY SIZE INTO WS-PRINT-LINE
012680     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
012690     IF WS-ITM-PROGRAM(WS-ITM-IDX) NOT EQUAL "FACTORL"
012700         GO TO 5400-EXIT
012710     END-IF
012720     PERFORM 5450-ROUTE-TEXT THRU 5450-EXIT
012730     MOVE SPACES TO WS-PRINT-LINE
012740     STRING "           POOL:    " WS-STAGE-TEXT
012750         DELIMITED BY SIZE INTO WS-PRINT-LINE
012760     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
012770     PERFORM 5480-TRANSFER-TEXT THRU 5480-EXIT
012780     MOVE SPACES TO WS-PRINT-LINE
012790     STRING "           EXTRACT: " WS-STAGE-TEXT
012800         DELIMITED BY SIZE INTO WS-PRINT-LINE
012810     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012820 5400-EXIT.
012830     EXIT.
012840*----------------------------------------------------------------
012850*5450-ROUTE-TEXT - FACDIST DISTRIBUTES FACRSLT ONLY; A REQUESTER
012860* NOT ON FACDSTC LANDS ON FACUNRTE, WHERE NOBODY COLLECTS IT.
012870*----------------------------------------------------------------
012880 5450-ROUTE-TEXT.
012890     MOVE SPACES TO WS-STAGE-TEXT
012900     IF ITM-EXTENDED(WS-ITM-IDX)
012910         MOVE "NONE - EXTENDED PRECISION IS NOT DISTRIBUTED"
012920             TO WS-STAGE-TEXT
012930         GO TO 5450-EXIT
012940     END-IF
012950     MOVE "N" TO WS-FOUND-SW
012960     PERFORM 5460-MATCH-ROUTE THRU 5460-EXIT
012970         VARYING WS-DIST-IDX FROM 1 BY 1
012980         UNTIL WS-DIST-IDX > WS-DIST-COUNT
012990             OR ENTRY-FOUND
013000     IF ENTRY-FOUND
013010         STRING WS-DIST-DEST(WS-DIST-IDX) " (FACDSTC)"
013020             DELIMITED BY SIZE INTO WS-STAGE-TEXT
013030     ELSE
013040         MOVE "*STALLED* FACUNRTE - REQUESTER NOT ON FACDSTC"
013050             TO WS-STAGE-TEXT
013060         ADD 1 TO WS-FLAG-COUNT
013070     END-IF.
013080 5450-EXIT.
013090     EXIT.
013100*----------------------------------------------------------------
013110 5460-MATCH-ROUTE.
013120*----------------------------------------------------------------
013130     IF WS-DIST-REQUESTER(WS-DIST-IDX)
013140         EQUAL WS-ITM-REQUESTER(WS-ITM-IDX)
013150         AND WS-ITM-REQUESTER(WS-ITM-IDX) NOT EQUAL SPACES
013160         SET ENTRY-FOUND TO TRUE
013170         SET WS-DIST-IDX DOWN BY 1
013180     END-IF.
013190 5460-EXIT.
013200     EXIT.
013210*----------------------------------------------------------------
013220*5480-TRANSFER-TEXT - A TRANSFER STILL PENDING AFTER ITS OWN DAY
013230* HAS STALLED, AS HAS ONE THE WAREHOUSE COUNTED DIFFERENTLY OR
013240* ONE NEVER RECORDED.
013250*----------------------------------------------------------------
013260 5480-TRANSFER-TEXT.
013270     MOVE SPACES TO WS-STAGE-TEXT
013280     EVALUATE WS-ITM-XFER-STATUS(WS-ITM-IDX)
013290         WHEN "A"
013300             STRING WS-EXTRACT-NAME " ACKNOWLEDGED "
013310                 WS-ITM-ACK-DATE(WS-ITM-IDX)
013320                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
013330         WHEN "P"
013340             IF WS-ITM-DATE(WS-ITM-IDX) < WS-RUN-DATE
013350                 STRING "*STALLED* " WS-EXTRACT-NAME
013360                     " NEVER ACKNOWLEDGED"
013370                     DELIMITED BY SIZE INTO WS-STAGE-TEXT
013380                 ADD 1 TO WS-FLAG-COUNT
013390             ELSE
013400                 STRING WS-EXTRACT-NAME " SENT, ACK PENDING"
013410                     DELIMITED BY SIZE INTO WS-STAGE-TEXT
013420             END-IF
013430         WHEN "M"
013440             STRING "*STALLED* " WS-EXTRACT-NAME
013450                 " ACK COUNT MISMATCH "
013460                 WS-ITM-ACK-DATE(WS-ITM-IDX)
013470                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
013480             ADD 1 TO WS-FLAG-COUNT
013490         WHEN OTHER
013500             STRING "*STALLED* NO " WS-EXTRACT-NAME
013510                 " TRANSFER RECORDED FOR THE DAY"
013520                 DELIMITED BY SIZE INTO WS-STAGE-TEXT
013530             ADD 1 TO WS-FLAG-COUNT
013540     END-EVALUATE.
013550 5480-EXIT.
013560     EXIT.
013570*----------------------------------------------------------------
013580*6000-TRACE-INQUIRIES - INQAUDIT CARRIES A REQUESTER BUT NO
013590* REFERENCE, SO INQUIRIES ARE TRACED BY REQUESTER ONLY. AN
013600* INQUIRY THAT WAS NOT ANSWERED IS FLAGGED.
013610*----------------------------------------------------------------
013620 6000-TRACE-INQUIRIES.
013630     MOVE SPACES TO WS-PRINT-LINE
013640     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
013650     MOVE "INQUIRIES (INQAUDIT)" TO WS-PRINT-LINE
013660     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
013670     IF WS-SEL-REQUESTER EQUAL SPACES
013680         MOVE "  NOT SEARCHED - INQUIRIES ARE TRACED BY REQUESTER"
013690             TO WS-PRINT-LINE
013700         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
013710         GO TO 6000-EXIT
013720     END-IF
013730     MOVE ZERO TO WS-SECTION-COUNT
013740     OPEN INPUT INQAUDIT
013750     MOVE "N" TO WS-EOF-SW
013760     PERFORM 6050-READ-INQAUDIT THRU 6050-EXIT
013770         UNTIL INPUT-EOF
013780     CLOSE INQAUDIT
013790     IF WS-SECTION-COUNT EQUAL ZERO
013800         MOVE "  NONE" TO WS-PRINT-LINE
013810         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
013820     END-IF.
013830 6000-EXIT.
013840     EXIT.
013850*----------------------------------------------------------------
013860 6050-READ-INQAUDIT.
013870*----------------------------------------------------------------
013880     READ INQAUDIT
013890         AT END
013900             SET INPUT-EOF TO TRUE
013910             GO TO 6050-EXIT
013920     END-READ
013930     ADD 1 TO WS-READ-COUNT
013940     IF INQAUDT-REQUESTER-ID NOT EQUAL WS-SEL-REQUESTER
013950         GO TO 6050-EXIT
013960     END-IF
013970     MOVE INQAUDT-RUN-DATE TO WS-NEW-DATE
013980     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
013990     IF NOT DATE-IN-RANGE
014000         GO TO 6050-EXIT
014010     END-IF
014020     ADD 1 TO WS-SECTION-COUNT
014030     MOVE SPACES TO WS-STAGE-TEXT
014040     EVALUATE INQAUDT-STATUS-CODE
014050         WHEN 00
014060             MOVE "ANSWERED" TO WS-STAGE-TEXT
014070         WHEN 28
014080             MOVE "ANSWERED FROM AN OLD FIBKEY" TO WS-STAGE-TEXT
014090         WHEN 36
014100             MOVE "ANSWERED FROM BIGMST" TO WS-STAGE-TEXT
014110         WHEN 04
014120             MOVE "*NOT ANSWERED* VALUE OUT OF RANGE"
014130                 TO WS-STAGE-TEXT
014140         WHEN 08
014150             MOVE "*NOT ANSWERED* INVALID REQUEST TYPE"
014160                 TO WS-STAGE-TEXT
014170         WHEN 12
014180             MOVE "*NOT ANSWERED* TERM TOO LARGE" TO WS-STAGE-TEXT
014190         WHEN 16
014200             MOVE "*NOT ANSWERED* R GREATER THAN N"
014210                 TO WS-STAGE-TEXT
014220         WHEN 32
014230             MOVE "*NOT ANSWERED* NOT AUTHORIZED" TO WS-STAGE-TEXT
014240         WHEN 40
014250             MOVE "*NOT ANSWERED* DEPARTMENT OVER QUOTA"
014260                 TO WS-STAGE-TEXT
014270         WHEN OTHER
014280             MOVE "*NOT ANSWERED* OVERFLOW" TO WS-STAGE-TEXT
014290     END-EVALUATE
014300     IF WS-STAGE-TEXT(1:1) EQUAL "*"
014310         ADD 1 TO WS-FLAG-COUNT
014320     END-IF
014330     MOVE SPACES TO WS-PRINT-LINE
014340     STRING "  " INQAUDT-RUN-DATE " " INQAUDT-TIME
014350         " TYPE " INQAUDT-REQUEST-TYPE
014360         " " INQAUDT-VALUE "/" INQAUDT-VALUE-R
014370         " STATUS " INQAUDT-STATUS-CODE " "
014380         WS-STAGE-TEXT(1:36)
014390         DELIMITED BY SIZE INTO WS-PRINT-LINE
014400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
014410 6050-EXIT.
014420     EXIT.
014430*----------------------------------------------------------------
014440*7100-CHECK-KEY - WS-NEW-REQUESTER/REFERENCE AGAINST THE
014450* SELECTION; A BLANK SELECTION FIELD MATCHES ANYTHING, BUT WITH
014460* BOTH BLANK (A PAIR-ONLY TRACE) NOTHING MATCHES BY KEY.
014470*----------------------------------------------------------------
014480 7100-CHECK-KEY.
014490     MOVE "N" TO WS-MATCH-SW
014500     IF NOT TRACE-BY-KEY
014510         GO TO 7100-EXIT
014520     END-IF
014530     IF WS-SEL-REQUESTER NOT EQUAL SPACES
014540         AND WS-SEL-REQUESTER NOT EQUAL WS-NEW-REQUESTER
014550         GO TO 7100-EXIT
014560     END-IF
014570     IF WS-SEL-REFERENCE NOT EQUAL SPACES
014580         AND WS-SEL-REFERENCE NOT EQUAL WS-NEW-REFERENCE
014590         GO TO 7100-EXIT
014600     END-IF
014610     SET KEY-MATCHES TO TRUE.
014620 7100-EXIT.
014630     EXIT.
014640*----------------------------------------------------------------
014650*7150-CHECK-PAIR - WS-NEW-VALUE AGAINST THE TRACED PAIRS; ON A
014660* MATCH WS-PAIR-IDX IS LEFT ON THE PAIR.
014670*----------------------------------------------------------------
014680 7150-CHECK-PAIR.
014690     MOVE "N" TO WS-PAIR-SW
014700     PERFORM 7160-MATCH-PAIR THRU 7160-EXIT
014710         VARYING WS-PAIR-IDX FROM 1 BY 1
014720         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
014730             OR PAIR-MATCHES.
014740 7150-EXIT.
014750     EXIT.
014760*----------------------------------------------------------------
014770 7160-MATCH-PAIR.
014780*----------------------------------------------------------------
014790     IF WS-PAIR-VALUE(WS-PAIR-IDX) EQUAL WS-NEW-VALUE
014800         SET PAIR-MATCHES TO TRUE
014810         SET WS-PAIR-IDX DOWN BY 1
014820     END-IF.
014830 7160-EXIT.
014840     EXIT.
014850*----------------------------------------------------------------
014860 7200-CHECK-DATE.
014870*----------------------------------------------------------------
014880     MOVE "N" TO WS-DATE-SW
014890     IF WS-NEW-DATE >= WS-SEL-DATE-LOW
014900         AND WS-NEW-DATE <= WS-SEL-DATE-HIGH
014910         SET DATE-IN-RANGE TO TRUE
014920     END-IF.
014930 7200-EXIT.
014940     EXIT.
014950*----------------------------------------------------------------
014960*7300-ADD-ITEM - FINDS WS-NEW-KEY IN THE RESULT TABLE OR INSERTS
014970* IT AT ITS PLACE. ENTRY-FOUND AND WS-ITM-IDX ARE SET EITHER WAY
014980* UNLESS THE TABLE IS FULL.
014990*----------------------------------------------------------------
015000 7300-ADD-ITEM.
015010     MOVE "N" TO WS-FOUND-SW
015020     MOVE ZERO TO WS-NEW-SLOT
015030     PERFORM 7310-FIND-ITEM-SLOT THRU 7310-EXIT
015040         VARYING WS-ITM-IDX FROM 1 BY 1
015050         UNTIL WS-ITM-IDX > WS-ITM-COUNT
015060             OR ENTRY-FOUND
015070             OR WS-NEW-SLOT > ZERO
015080     IF ENTRY-FOUND
015090         GO TO 7300-EXIT
015100     END-IF
015110     IF WS-ITM-COUNT >= WS-ITM-TABLE-MAX
015120         ADD 1 TO WS-ITM-DROPPED
015130         GO TO 7300-EXIT
015140     END-IF
015150     IF WS-NEW-SLOT EQUAL ZERO
015160         COMPUTE WS-NEW-SLOT = WS-ITM-COUNT + 1
015170     END-IF
015180     ADD 1 TO WS-ITM-COUNT
015190     PERFORM 7320-SHIFT-ITEM THRU 7320-EXIT
015200         VARYING WS-ITM-IDX FROM WS-ITM-COUNT BY -1
015210         UNTIL WS-ITM-IDX <= WS-NEW-SLOT
015220     SET WS-ITM-IDX TO WS-NEW-SLOT
015230     MOVE WS-NEW-KEY TO WS-ITM-KEY(WS-ITM-IDX)
015240     MOVE WS-NEW-EXT-SW TO WS-ITM-EXT-SW(WS-ITM-IDX)
015250     MOVE SPACE TO WS-ITM-SOURCE(WS-ITM-IDX)
015260     MOVE "N" TO WS-ITM-RUN-SW(WS-ITM-IDX)
015270     MOVE "N" TO WS-ITM-MASTER-SW(WS-ITM-IDX)
015280     MOVE SPACE TO WS-ITM-XFER-STATUS(WS-ITM-IDX)
015290     MOVE ZERO TO WS-ITM-ACK-DATE(WS-ITM-IDX)
015300     SET ENTRY-FOUND TO TRUE.
015310 7300-EXIT.
015320     EXIT.
015330*----------------------------------------------------------------
015340 7310-FIND-ITEM-SLOT.
015350*----------------------------------------------------------------
015360     IF WS-ITM-KEY(WS-ITM-IDX) EQUAL WS-NEW-KEY
015370         AND WS-ITM-EXT-SW(WS-ITM-IDX) EQUAL WS-NEW-EXT-SW
015380         SET ENTRY-FOUND TO TRUE
015390         SET WS-ITM-IDX DOWN BY 1
015400     ELSE
015410         IF WS-ITM-KEY(WS-ITM-IDX) > WS-NEW-KEY
015420             SET WS-NEW-SLOT TO WS-ITM-IDX
015430         END-IF
015440     END-IF.
015450 7310-EXIT.
015460     EXIT.
015470*----------------------------------------------------------------
015480 7320-SHIFT-ITEM.
015490*----------------------------------------------------------------
015500     MOVE WS-ITM-ENTRY(WS-ITM-IDX - 1)
015510         TO WS-ITM-ENTRY(WS-ITM-IDX).
015520 7320-EXIT.
015530     EXIT.
015540*----------------------------------------------------------------
015550*7350-MATCH-RUN-ITEM - AN ANSWER ON THE LAST RUN'S FILES FOR THE
015560* REQUEST IN WS-NEW-KEY (DATE IGNORED).
015570*----------------------------------------------------------------
015580 7350-MATCH-RUN-ITEM.
015590     IF ITM-ON-RUN-FILE(WS-ITM-IDX)
015600         AND WS-ITM-PROGRAM(WS-ITM-IDX) EQUAL WS-NEW-PROGRAM
015610         AND WS-ITM-VALUE(WS-ITM-IDX) EQUAL WS-NEW-VALUE
015620         AND WS-ITM-REQUESTER(WS-ITM-IDX) EQUAL WS-NEW-REQUESTER
015630         AND WS-ITM-REFERENCE(WS-ITM-IDX) EQUAL WS-NEW-REFERENCE
015640         SET ENTRY-FOUND TO TRUE
015650         SET WS-ITM-IDX DOWN BY 1
015660     END-IF.
015670 7350-EXIT.
015680     EXIT.
015690*----------------------------------------------------------------
015700*7400-ADD-REJECT - AS 7300-ADD-ITEM, FOR THE REJECT TABLE.
015710*----------------------------------------------------------------
015720 7400-ADD-REJECT.
015730     MOVE "N" TO WS-FOUND-SW
015740     MOVE ZERO TO WS-NEW-SLOT
015750     PERFORM 7410-FIND-REJECT-SLOT THRU 7410-EXIT
015760         VARYING WS-REJ-IDX FROM 1 BY 1
015770         UNTIL WS-REJ-IDX > WS-REJ-COUNT
015780             OR ENTRY-FOUND
015790             OR WS-NEW-SLOT > ZERO
015800     IF ENTRY-FOUND
015810         GO TO 7400-EXIT
015820     END-IF
015830     IF WS-REJ-COUNT >= WS-REJ-TABLE-MAX
015840         ADD 1 TO WS-REJ-DROPPED
015850         GO TO 7400-EXIT
015860     END-IF
015870     IF WS-NEW-SLOT EQUAL ZERO
015880         COMPUTE WS-NEW-SLOT = WS-REJ-COUNT + 1
015890     END-IF
015900     ADD 1 TO WS-REJ-COUNT
015910     PERFORM 7420-SHIFT-REJECT THRU 7420-EXIT
015920         VARYING WS-REJ-IDX FROM WS-REJ-COUNT BY -1
015930         UNTIL WS-REJ-IDX <= WS-NEW-SLOT
015940     SET WS-REJ-IDX TO WS-NEW-SLOT
015950     MOVE WS-NEW-KEY TO WS-REJ-KEY(WS-REJ-IDX)
015960     MOVE SPACES TO WS-REJ-REASON(WS-REJ-IDX)
015970     MOVE ZERO TO WS-REJ-AGE(WS-REJ-IDX)
015980     MOVE "N" TO WS-REJ-RUN-SW(WS-REJ-IDX)
015990     MOVE SPACE TO WS-REJ-AGED-SW(WS-REJ-IDX)
016000     SET ENTRY-FOUND TO TRUE.
016010 7400-EXIT.
016020     EXIT.
016030*----------------------------------------------------------------
016040 7410-FIND-REJECT-SLOT.
016050*----------------------------------------------------------------
016060     IF WS-REJ-KEY(WS-REJ-IDX) EQUAL WS-NEW-KEY
016070         SET ENTRY-FOUND TO TRUE
016080         SET WS-REJ-IDX DOWN BY 1
016090     ELSE
016100         IF WS-REJ-KEY(WS-REJ-IDX) > WS-NEW-KEY
016110             SET WS-NEW-SLOT TO WS-REJ-IDX
016120         END-IF
016130     END-IF.
016140 7410-EXIT.
016150     EXIT.
016160*----------------------------------------------------------------
016170 7420-SHIFT-REJECT.
016180*----------------------------------------------------------------
016190     MOVE WS-REJ-ENTRY(WS-REJ-IDX - 1)
016200         TO WS-REJ-ENTRY(WS-REJ-IDX).
016210 7420-EXIT.
016220     EXIT.
016230*----------------------------------------------------------------
016240 7450-MATCH-RUN-REJECT.
016250*----------------------------------------------------------------
016260     IF REJ-ON-RUN-FILE(WS-REJ-IDX)
016270         AND WS-REJ-PROGRAM(WS-REJ-IDX) EQUAL WS-NEW-PROGRAM
016280         AND WS-REJ-VALUE(WS-REJ-IDX) EQUAL WS-NEW-VALUE
016290         AND WS-REJ-REQUESTER(WS-REJ-IDX) EQUAL WS-NEW-REQUESTER
016300         AND WS-REJ-REFERENCE(WS-REJ-IDX) EQUAL WS-NEW-REFERENCE
016310         SET ENTRY-FOUND TO TRUE
016320         SET WS-REJ-IDX DOWN BY 1
016330     END-IF.
016340 7450-EXIT.
016350     EXIT.
016360*----------------------------------------------------------------
016370*7470-MATCH-RECYCLED - A REJECT OF THE SAME REQUESTER AND
016380* REFERENCE WHOSE CORRIN CORRECTION IS THE VALUE NOW ON FACIN.
016390*----------------------------------------------------------------
016400 7470-MATCH-RECYCLED.
016410     IF WS-REJ-PROGRAM(WS-REJ-IDX) NOT EQUAL WS-NEW-PROGRAM
016420         OR WS-REJ-REQUESTER(WS-REJ-IDX)
016430             NOT EQUAL WS-NEW-REQUESTER
016440         OR WS-REJ-REFERENCE(WS-REJ-IDX)
016450             NOT EQUAL WS-NEW-REFERENCE
016460         GO TO 7470-EXIT
016470     END-IF
016480     PERFORM 7480-MATCH-CORRECTION THRU 7480-EXIT
016490         VARYING WS-CORR-IDX FROM 1 BY 1
016500         UNTIL WS-CORR-IDX > WS-CORR-COUNT
016510             OR ENTRY-FOUND
016520     IF ENTRY-FOUND
016530         IF WS-CORR-NEW(WS-CORR-IDX) EQUAL WS-NEW-VALUE
016540             SET WS-REJ-IDX DOWN BY 1
016550         ELSE
016560             MOVE "N" TO WS-FOUND-SW
016570         END-IF
016580     END-IF.
016590 7470-EXIT.
016600     EXIT.
016601*----------------------------------------------------------------
016602*7490-MATCH-RECYCLED-OUTSIDE - AS 7470, WHERE THE REJECT WAS ON A
016603* RUN OUTSIDE THE DATE RANGE: A CORRIN CORRECTION TO THIS VALUE
016604* OF A FACIN REQUEST OF THE SAME REQUESTER AND REFERENCE THAT
016605* 3050 NOTED AS REJECTED.
016606*----------------------------------------------------------------
016607 7490-MATCH-RECYCLED-OUTSIDE.
016608     IF WS-CORR-PROGRAM(WS-CORR-IDX) NOT EQUAL WS-NEW-PROGRAM
016609         OR WS-CORR-NEW(WS-CORR-IDX) NOT EQUAL WS-NEW-VALUE
016610         GO TO 7490-EXIT
016611     END-IF
016612     PERFORM 7495-MATCH-REJECTED-REQUEST THRU 7495-EXIT
016613         VARYING WS-REQ-SCAN FROM 1 BY 1
016614         UNTIL WS-REQ-SCAN > WS-REQ-COUNT
016615             OR ENTRY-FOUND.
016616 7490-EXIT.
016617     EXIT.
016618*----------------------------------------------------------------
016619 7495-MATCH-REJECTED-REQUEST.
016620*----------------------------------------------------------------
016621     IF REQ-REJECTED-OUTSIDE(WS-REQ-SCAN)
016622         AND WS-REQ-NUM(WS-REQ-SCAN)
016622             EQUAL WS-CORR-OLD(WS-CORR-IDX)
016623         AND WS-REQ-REQUESTER(WS-REQ-SCAN) EQUAL WS-NEW-REQUESTER
016624         AND WS-REQ-REFERENCE(WS-REQ-SCAN) EQUAL WS-NEW-REFERENCE
016625         SET ENTRY-FOUND TO TRUE
016626     END-IF.
016627 7495-EXIT.
016628     EXIT.
016610*----------------------------------------------------------------
016620*7480-MATCH-CORRECTION - THE CORRIN ENTRY FOR THE REJECT AT
016630* WS-REJ-IDX; ON A MATCH WS-CORR-IDX IS LEFT ON IT.
016640*----------------------------------------------------------------
016650 7480-MATCH-CORRECTION.
016660     IF WS-CORR-PROGRAM(WS-CORR-IDX)
016670             EQUAL WS-REJ-PROGRAM(WS-REJ-IDX)
016680         AND WS-CORR-OLD(WS-CORR-IDX)
016690             EQUAL WS-REJ-VALUE(WS-REJ-IDX)
016700         SET ENTRY-FOUND TO TRUE
016710         SET WS-CORR-IDX DOWN BY 1
016720     END-IF.
016730 7480-EXIT.
016740     EXIT.
016750*----------------------------------------------------------------
016760*7500-CHECK-MASTER-RECORD - A MASTER RECORD IN THE DATE RANGE
016770* BELONGS TO THE TRACE WHEN IT IS A FACTORIAL FOR THE REQUESTER
016780* AND REFERENCE OR A COMBINATION ANSWER FOR A TRACED PAIR.
016790*----------------------------------------------------------------
016800 7500-CHECK-MASTER-RECORD.
016810     PERFORM 7200-CHECK-DATE THRU 7200-EXIT
016820     IF NOT DATE-IN-RANGE
016830         GO TO 7500-EXIT
016840     END-IF
016850     EVALUATE WS-NEW-PROGRAM
016860         WHEN "FACTORL"
016870             PERFORM 7100-CHECK-KEY THRU 7100-EXIT
016880             IF NOT KEY-MATCHES
016890                 GO TO 7500-EXIT
016900             END-IF
016910         WHEN "COMBNPR"
016920         WHEN "COMBNCR"
016930             PERFORM 7150-CHECK-PAIR THRU 7150-EXIT
016940             IF NOT PAIR-MATCHES
016950                 GO TO 7500-EXIT
016960             END-IF
016970         WHEN OTHER
016980             GO TO 7500-EXIT
016990     END-EVALUATE
017000     PERFORM 7300-ADD-ITEM THRU 7300-EXIT
017010     IF ENTRY-FOUND
017020         SET ITM-ON-MASTER(WS-ITM-IDX) TO TRUE
017030     END-IF.
017040 7500-EXIT.
017050     EXIT.
017060*----------------------------------------------------------------
017070*7600-ADD-PAIR - WS-WORK-N/WS-WORK-R TO THE PAIR TABLE UNLESS IT
017080* IS ALREADY THERE. ENTRY-ADDED SAYS WHICH; WS-PAIR-IDX IS LEFT
017090* ON A NEW ENTRY.
017100*----------------------------------------------------------------
017110 7600-ADD-PAIR.
017120     MOVE "N" TO WS-ADDED-SW
017130     COMPUTE WS-NEW-VALUE = WS-WORK-N * 1000 + WS-WORK-R
017140     PERFORM 7150-CHECK-PAIR THRU 7150-EXIT
017150     IF PAIR-MATCHES
017160         OR WS-PAIR-COUNT >= WS-PAIR-TABLE-MAX
017170         GO TO 7600-EXIT
017180     END-IF
017190     ADD 1 TO WS-PAIR-COUNT
017200     SET WS-PAIR-IDX TO WS-PAIR-COUNT
017210     MOVE WS-WORK-N TO WS-PAIR-N(WS-PAIR-IDX)
017220     MOVE WS-WORK-R TO WS-PAIR-R(WS-PAIR-IDX)
017230     MOVE WS-NEW-VALUE TO WS-PAIR-VALUE(WS-PAIR-IDX)
017240     MOVE SPACES TO WS-PAIR-FROM(WS-PAIR-IDX)
017250     MOVE "N" TO WS-PAIR-CMBIN-SW(WS-PAIR-IDX)
017260     MOVE "N" TO WS-PAIR-OUTCOME-SW(WS-PAIR-IDX)
017270     SET ENTRY-ADDED TO TRUE.
017280 7600-EXIT.
017290     EXIT.
017300*----------------------------------------------------------------
017310 8000-WRITE-LINE.
017320*----------------------------------------------------------------
017330     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
017340         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
017350     END-IF
017360     MOVE WS-PRINT-LINE TO TRCRPT-RECORD
017370     WRITE TRCRPT-RECORD
017380     ADD 1 TO WS-LINE-COUNT.
017390 8000-EXIT.
017400     EXIT.
017410*----------------------------------------------------------------
017420 8500-NEW-PAGE.
017430*----------------------------------------------------------------
017440     ADD 1 TO WS-PAGE-NO
017450     MOVE ZERO TO WS-LINE-COUNT
017460     IF WS-PAGE-NO > 1
017470         MOVE SPACES TO TRCRPT-RECORD
017480         WRITE TRCRPT-RECORD
017490     END-IF
017500     MOVE SPACES TO TRCRPT-RECORD
017510     STRING "REQUEST TRACE" "  PAGE " WS-PAGE-NO
017520         DELIMITED BY SIZE INTO TRCRPT-RECORD
017530     WRITE TRCRPT-RECORD
017540     ADD 1 TO WS-LINE-COUNT.
017550 8500-EXIT.
017560     EXIT.
017570*----------------------------------------------------------------
017580 9000-TERMINATE.
017590*----------------------------------------------------------------
017600     IF WS-RETURN-CODE EQUAL ZERO
017610         MOVE SPACES TO WS-PRINT-LINE
017620         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
017630         MOVE SPACES TO WS-PRINT-LINE
017640         STRING "STAGES FLAGGED: " WS-FLAG-COUNT
017650             DELIMITED BY SIZE INTO WS-PRINT-LINE
017660         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
017670         IF WS-FLAG-COUNT > ZERO
017680             MOVE 4 TO WS-RETURN-CODE
017690         END-IF
017700     END-IF
017710     CLOSE TRCRPT
017720     ACCEPT WS-END-TIME FROM TIME
017730     OPEN EXTEND RUNLOGF
017740     MOVE "REQTRACE" TO RUNLOG-JOB-NAME
017750     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
017760     MOVE WS-START-TIME TO RUNLOG-START-TIME
017770     MOVE WS-END-TIME TO RUNLOG-END-TIME
017780     MOVE WS-READ-COUNT TO RUNLOG-INPUT-COUNT
017790     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
017800     MOVE SPACES TO RUNLOG-PARAMETER
017810     WRITE RUNLOG-RECORD
017820     CLOSE RUNLOGF
017830     MOVE WS-RETURN-CODE TO RETURN-CODE.
017840 9000-EXIT.
017850     EXIT.
