000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. parcomp.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. PARALLEL-RUN COMPARISON -
000110*                  ONE STEP OF THE PARALLEL JOB PER OUTPUT
000120*                  DATASET, NAMED BY THE JCL PARM. HOLDS THE
000130*                  SHADOW OUTPUT OF A CANDIDATE PROGRAM VERSION
000140*                  (SHADIN) UP AGAINST THE PRODUCTION OUTPUT FOR
000150*                  THE SAME BUSINESS DATE (PRODIN) RECORD BY
000160*                  RECORD. RECORDS ARE PAIRED BY THEIR KEY, NOT
000170*                  THEIR POSITION, SO A CANDIDATE THAT WRITES THE
000180*                  SAME ANSWERS IN ANOTHER ORDER STILL MATCHES.
000190*                  PARRPT LISTS EVERY VALUE DIFFERENCE AND EVERY
000200*                  RECORD FOUND ON ONE SIDE ONLY, THEN THE COUNTS
000210*                  AND THE CONTROL-TOTAL TRAILERS OF BOTH SIDES.
000220*                  THE FIGURES ARE APPENDED TO PARWORK (COPY
000230*                  PARCMP) FOR PARSIGN'S SIGN-OFF REPORT.
000232* 2026-10-15  DPG  THE TEXT IN A LISTED FBZ VALUE DIFFERENCE IS
000233*                  NOW PRINTED UNDER THE FBZMASK MASKING POLICY
000234*                  FOR THE RECORD'S SOURCE AND TAG (TXTMASK
000235*                  SUBPROGRAM, COPY MASKPRM) - FBZOUT ITSELF
000236*                  HOLDS THE ORIGINAL TEXT, AND PARRPT IS
000237*                  PRINTED. THE COMPARISON IS STILL MADE ON THE
000238*                  RECORDS AS WRITTEN.
000240*----------------------------------------------------------------
000250* RETURN CODE VALUES
000260*   00  IDENTICAL - EVERY RECORD MATCHES, TOTALS DO NOT DIFFER
000270*   04  DIFFERENCES FOUND - SEE PARRPT
000280*   08  PARM IS NOT A DATASET PARCOMP COMPARES, OR THE SHADOW SIDE
000290*       IS LARGER THAN THE TABLE - NOT COMPARED
000300*----------------------------------------------------------------
000310* HOW EACH KIND OF DATASET IS KEYED. THE VALUE COMPARED IS THE
000320* REST OF THE RECORD, LESS ANY FIELD THAT MAY FAIRLY DIFFER:
000330*   R  RESULT FILES (RSLTREC) - KEY PROGRAM-ID, INPUT VALUE,
000340*      REQUESTER AND REFERENCE; VALUE RUN DATE AND COMPUTED VALUE.
000350*      RSLT-SOURCE IS LEFT OUT - THE SHADOW RUN HAS NO RESULTS
000360*      MASTER TO SERVE FROM, SO IT COMPUTES WHAT PRODUCTION MAY
000370*      HAVE SERVED. "*TRAILER" RECORDS ARE THE CONTROL TOTAL.
000380*   B  BIG RESULT FILES (BIGRSLT) - KEY AS R; VALUE RUN DATE,
000390*      DIGIT COUNT AND DIGITS. NO TRAILER.
000400*   F  FBZOUT AND THE FBZSPLIT ROUTED DATASETS - KEY THE 6-DIGIT
000410*      RECORD KEY; VALUE DATA AND TAG. "*TRAILER*" RECORDS ARE
000420*      THE CONTROL TOTAL (COUNT, THEN HASH OR AMOUNT).
000430*   K  FIBKEY, UNLOADED FLAT - KEY THE TERM NUMBER (0000 IS THE
000440*      HEADER); VALUE THE REST OF THE RECORD.
000450* THE LAST TRAILER ON A SIDE GOVERNS, AS IN BATCHVFY.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PRODIN ASSIGN TO "PRODIN"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT SHADIN ASSIGN TO "SHADIN"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT PARRPT ASSIGN TO "PARRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT PARWORK ASSIGN TO "PARWORK"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PRODIN
000630     RECORDING MODE IS F.
000640 01  PRODIN-RECORD               PIC X(256).
000650 FD  SHADIN
000660     RECORDING MODE IS F.
000670 01  SHADIN-RECORD               PIC X(256).
000680 FD  PARRPT
000690     RECORDING MODE IS F.
000700 01  PARRPT-RECORD               PIC X(80).
000710 FD  PARWORK
000720     RECORDING MODE IS F.
000730     COPY PARCMP.
000740 FD  RUNLOGF
000750     RECORDING MODE IS F.
000760     COPY RUNLOG.
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------
000790* THE DATASETS COMPARED AND HOW EACH IS KEYED (SEE ABOVE)
000800*----------------------------------------------------------------
000810 01  WS-FILE-KINDS.
000820     05 FILLER                   PIC X(09) VALUE "FACRSLT R".
000830     05 FILLER                   PIC X(09) VALUE "FIBRSLT R".
000840     05 FILLER                   PIC X(09) VALUE "CMBRSLT R".
000850     05 FILLER                   PIC X(09) VALUE "FACBIG  B".
000860     05 FILLER                   PIC X(09) VALUE "FIBBIG  B".
000870     05 FILLER                   PIC X(09) VALUE "CMBBIG  B".
000880     05 FILLER                   PIC X(09) VALUE "FBZOUT  F".
000890     05 FILLER                   PIC X(09) VALUE "FBZUNTAGF".
000900     05 FILLER                   PIC X(09) VALUE "ROUTE01 F".
000910     05 FILLER                   PIC X(09) VALUE "ROUTE02 F".
000920     05 FILLER                   PIC X(09) VALUE "ROUTE03 F".
000930     05 FILLER                   PIC X(09) VALUE "ROUTE04 F".
000940     05 FILLER                   PIC X(09) VALUE "ROUTE05 F".
000950     05 FILLER                   PIC X(09) VALUE "ROUTE06 F".
000960     05 FILLER                   PIC X(09) VALUE "ROUTE07 F".
000970     05 FILLER                   PIC X(09) VALUE "ROUTE08 F".
000980     05 FILLER                   PIC X(09) VALUE "FIBKEY  K".
000990 01  WS-FILE-KIND-TABLE REDEFINES WS-FILE-KINDS.
001000     05 WS-FK-ENTRY OCCURS 17 TIMES
001010             INDEXED BY WS-FK-IDX.
001020         10 WS-FK-NAME           PIC X(08).
001030         10 WS-FK-KIND           PIC X(01).
001040 01  WS-FILE-NAME                PIC X(08) VALUE SPACES.
001050 01  WS-FILE-KIND                PIC X(01) VALUE SPACE.
001060     88 KIND-RESULT                  VALUE "R".
001070     88 KIND-BIG                     VALUE "B".
001080     88 KIND-FBZ                     VALUE "F".
001090     88 KIND-FIBKEY                  VALUE "K".
001100*----------------------------------------------------------------
001110* INPUT RECORD VIEWS - PRODIN AND SHADIN ARE READ INTO WS-IN-
001120* RECORD AND SPLIT INTO KEY AND VALUE FROM HERE
001130*----------------------------------------------------------------
001140 01  WS-IN-RECORD                PIC X(256) VALUE SPACES.
001150 01  WS-IN-RESULT-VIEW REDEFINES WS-IN-RECORD.
001160     05 WS-IN-RSLT-RUN-DATE      PIC X(08).
001170     05 WS-IN-RSLT-PROGRAM-ID    PIC X(08).
001180     05 WS-IN-RSLT-INPUT-VALUE   PIC X(09).
001190     05 WS-IN-RSLT-COMPUTED      PIC X(38).
001200     05 WS-IN-RSLT-REQUESTER     PIC X(08).
001210     05 WS-IN-RSLT-REFERENCE     PIC X(08).
001220     05 FILLER                   PIC X(177).
001230 01  WS-IN-BIG-VIEW REDEFINES WS-IN-RECORD.
001240     05 WS-IN-BIG-RUN-DATE       PIC X(08).
001250     05 WS-IN-BIG-PROGRAM-ID     PIC X(08).
001260     05 WS-IN-BIG-INPUT-VALUE    PIC X(09).
001270     05 WS-IN-BIG-DIGIT-COUNT    PIC X(03).
001280     05 WS-IN-BIG-DIGITS         PIC X(160).
001290     05 WS-IN-BIG-REQUESTER      PIC X(08).
001300     05 WS-IN-BIG-REFERENCE      PIC X(08).
001310     05 FILLER                   PIC X(52).
001320 01  WS-IN-FBZ-VIEW REDEFINES WS-IN-RECORD.
001330     05 WS-IN-FBZ-KEY            PIC X(06).
001340     05 WS-IN-FBZ-DATA           PIC X(74).
001350     05 WS-IN-FBZ-TAG            PIC X(40).
001360     05 FILLER                   PIC X(136).
001370 01  WS-IN-FIBKEY-VIEW REDEFINES WS-IN-RECORD.
001380     05 WS-IN-FIBKEY-TERM-NO     PIC X(04).
001390     05 WS-IN-FIBKEY-REST        PIC X(55).
001400     05 FILLER                   PIC X(197).
001410*----------------------------------------------------------------
001420* THE RECORD SPLIT INTO KEY AND VALUE, AND A TRAILER'S FIGURES
001430*----------------------------------------------------------------
001440 01  WS-NORM-KEY                 PIC X(33) VALUE SPACES.
001450 01  WS-NORM-RESULT-KEY REDEFINES WS-NORM-KEY.
001460     05 WS-NK-PROGRAM-ID         PIC X(08).
001470     05 WS-NK-INPUT-VALUE        PIC X(09).
001480     05 WS-NK-REQUESTER          PIC X(08).
001490     05 WS-NK-REFERENCE          PIC X(08).
001500 01  WS-NORM-FBZ-KEY REDEFINES WS-NORM-KEY.
001510     05 WS-NK-FBZ-KEY            PIC X(06).
001520     05 FILLER                   PIC X(27).
001530 01  WS-NORM-FIBKEY-KEY REDEFINES WS-NORM-KEY.
001540     05 WS-NK-TERM-NO            PIC X(04).
001550     05 FILLER                   PIC X(29).
001560 01  WS-NORM-VALUE               PIC X(180) VALUE SPACES.
001570 01  WS-NORM-TRL-COUNT           PIC X(09) VALUE SPACES.
001580 01  WS-NORM-TRL-TOTAL           PIC X(38) VALUE SPACES.
001590 01  WS-PROD-TRL-COUNT           PIC X(09) VALUE SPACES.
001600 01  WS-PROD-TRL-TOTAL           PIC X(38) VALUE SPACES.
001610 01  WS-SHD-TRL-COUNT            PIC X(09) VALUE SPACES.
001620 01  WS-SHD-TRL-TOTAL            PIC X(38) VALUE SPACES.
001630*----------------------------------------------------------------
001640* SHADOW TABLE - THE WHOLE SHADOW SIDE, EACH ENTRY MARKED WHEN A
001650* PRODUCTION RECORD CLAIMS IT
001660*----------------------------------------------------------------
001670 01  WS-SHD-COUNT                PIC 9(05) COMP VALUE ZERO.
001680 01  WS-SHD-TABLE-MAX            PIC 9(05) COMP VALUE 5000.
001690 01  WS-SHD-TABLE.
001700     05 WS-SHD-ENTRY OCCURS 5000 TIMES.
001710         10 WS-SHD-KEY           PIC X(33).
001720         10 WS-SHD-VALUE         PIC X(180).
001730         10 WS-SHD-MATCH-SW      PIC X(01).
001740             88 SHD-MATCHED          VALUE "Y".
001750 01  WS-SHD-SUB                  PIC 9(05) COMP VALUE ZERO.
001760 01  WS-LAST-MATCH               PIC 9(05) COMP VALUE ZERO.
001770 01  WS-SEARCH-COUNT             PIC 9(05) COMP VALUE ZERO.
001780*----------------------------------------------------------------
001790* COUNTS
001800*----------------------------------------------------------------
001810 01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
001820 01  WS-PROD-COUNT               PIC 9(09) VALUE ZERO.
001830 01  WS-SHADOW-COUNT             PIC 9(09) VALUE ZERO.
001840 01  WS-MATCH-COUNT              PIC 9(09) VALUE ZERO.
001850 01  WS-DIFF-COUNT               PIC 9(09) VALUE ZERO.
001860 01  WS-PROD-ONLY                PIC 9(09) VALUE ZERO.
001870 01  WS-SHADOW-ONLY              PIC 9(09) VALUE ZERO.
001880 01  WS-TOTALS-FLAG              PIC X(01) VALUE "N".
001890     88 TOTALS-AGREE                 VALUE "A".
001900     88 TOTALS-DIFFER                VALUE "D".
001910     88 TOTALS-NONE                  VALUE "N".
001920 01  WS-RESULT                   PIC X(01) VALUE "E".
001930     88 RESULT-IDENTICAL             VALUE "I".
001940     88 RESULT-DIFFERENT             VALUE "D".
001950     88 RESULT-INCOMPLETE            VALUE "E".
001960*----------------------------------------------------------------
001970* REPORT CONTROL - DETAIL LINES STOP AT WS-DETAIL-MAX ENTRIES;
001980* THE REST ARE COUNTED ONLY
001990*----------------------------------------------------------------
002000 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002010 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
002020 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
002030 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002040 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
002050 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
002060 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
002070 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
002080 01  WS-DETAIL-COUNT             PIC 9(05) COMP VALUE ZERO.
002090 01  WS-DETAIL-MAX               PIC 9(05) COMP VALUE 100.
002100 01  WS-DETAIL-UNLISTED          PIC 9(09) VALUE ZERO.
002110 01  WS-DETAIL-TEXT              PIC X(15) VALUE SPACES.
002120 01  WS-KEY-TEXT                 PIC X(60) VALUE SPACES.
002130 01  WS-SEG-POS                  PIC 9(03) VALUE ZERO.
002140 01  WS-SIDE-LABEL               PIC X(07) VALUE SPACES.
002150 01  WS-RESULT-TEXT              PIC X(20) VALUE SPACES.
002152*----------------------------------------------------------------
002154* THE TWO VALUES AS PRINTED - AN FBZ VALUE'S TEXT (POSITIONS
002156* 15-74, AFTER SOURCE AND AMOUNT) IS MASKED FOR THE REPORT
002158*----------------------------------------------------------------
002160 01  WS-PROD-SHOWN               PIC X(180) VALUE SPACES.
002162 01  WS-SHD-SHOWN                PIC X(180) VALUE SPACES.
002164     COPY MASKPRM.
002160 01  WS-EDIT-COUNT               PIC Z(08)9 VALUE ZERO.
002170 01  WS-EDIT-COUNT-2             PIC Z(08)9 VALUE ZERO.
002180*----------------------------------------------------------------
002190* SWITCHES
002200*----------------------------------------------------------------
002210 01  WS-SWITCHES.
002220     05 WS-PROD-EOF-SW           PIC X(01) VALUE "N".
002230         88 PRODIN-EOF               VALUE "Y".
002240     05 WS-SHD-EOF-SW            PIC X(01) VALUE "N".
002250         88 SHADIN-EOF               VALUE "Y".
002260     05 WS-KNOWN-SW              PIC X(01) VALUE "N".
002270         88 FILE-KNOWN               VALUE "Y".
002280     05 WS-OVERFLOW-SW           PIC X(01) VALUE "N".
002290         88 SHD-OVERFLOWED           VALUE "Y".
002300     05 WS-FOUND-SW              PIC X(01) VALUE "N".
002310         88 ENTRY-FOUND              VALUE "Y".
002320     05 WS-NORM-TRL-SW           PIC X(01) VALUE "N".
002330         88 NORM-TRAILER             VALUE "Y".
002340     05 WS-PROD-TRL-SW           PIC X(01) VALUE "N".
002350         88 PROD-TRAILER-FOUND       VALUE "Y".
002360     05 WS-SHD-TRL-SW            PIC X(01) VALUE "N".
002370         88 SHD-TRAILER-FOUND        VALUE "Y".
002380 LINKAGE SECTION.
002390*----------------------------------------------------------------
002400* JCL PARM= - THE NAME OF THE DATASET ON PRODIN AND SHADIN
002410*----------------------------------------------------------------
002420 01  LS-PARM.
002430     05 LS-PARM-LEN              PIC S9(04) COMP.
002440     05 LS-PARM-DATA             PIC X(08).
002450 PROCEDURE DIVISION USING LS-PARM.
002460*----------------------------------------------------------------
002470 0000-MAINLINE.
002480*----------------------------------------------------------------
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002500     IF FILE-KNOWN
002510         PERFORM 2000-LOAD-SHADOW THRU 2000-EXIT
002520             UNTIL SHADIN-EOF
002530     END-IF
002540     IF FILE-KNOWN AND NOT SHD-OVERFLOWED
002550         PERFORM 3000-COMPARE-PROD THRU 3000-EXIT
002560             UNTIL PRODIN-EOF
002570         PERFORM 4000-SHADOW-ONLY THRU 4000-EXIT
002580             VARYING WS-SHD-SUB FROM 1 BY 1
002590             UNTIL WS-SHD-SUB > WS-SHD-COUNT
002600         PERFORM 5000-CHECK-TOTALS THRU 5000-EXIT
002610     END-IF
002620     PERFORM 6000-SET-RESULT THRU 6000-EXIT
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT
002640     STOP RUN.
002650*----------------------------------------------------------------
002660 1000-INITIALIZE.
002670*----------------------------------------------------------------
002680     ACCEPT WS-START-TIME FROM TIME
002690     CALL "GETCYCDT" USING WS-RUN-DATE
002700     IF LS-PARM-LEN > ZERO
002710         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-FILE-NAME
002720     END-IF
002730     OPEN OUTPUT PARRPT
002740     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
002750     SET WS-FK-IDX TO 1
002760     SEARCH WS-FK-ENTRY
002770         AT END
002780             DISPLAY "PARCOMP " WS-FILE-NAME
002790                 " IS NOT A DATASET PARCOMP COMPARES"
002800             MOVE SPACES TO WS-PRINT-LINE
002810             STRING "DATASET " WS-FILE-NAME
002820                 " IS NOT ONE PARCOMP COMPARES - NOT COMPARED"
002830                 DELIMITED BY SIZE INTO WS-PRINT-LINE
002840             PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002850             GO TO 1000-EXIT
002860         WHEN WS-FK-NAME(WS-FK-IDX) EQUAL WS-FILE-NAME
002870             SET FILE-KNOWN TO TRUE
002880             MOVE WS-FK-KIND(WS-FK-IDX) TO WS-FILE-KIND
002890     END-SEARCH
002900     MOVE SPACES TO WS-PRINT-LINE
002910     STRING "DATASET: " WS-FILE-NAME
002920         "  KIND: " WS-FILE-KIND
002930         "  BUSINESS DATE: " WS-RUN-DATE
002940         DELIMITED BY SIZE INTO WS-PRINT-LINE
002950     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002960     MOVE SPACES TO WS-PRINT-LINE
002970     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002980     OPEN INPUT PRODIN
002990     OPEN INPUT SHADIN
003000     READ SHADIN
003010         AT END
003020             SET SHADIN-EOF TO TRUE
003030     END-READ
003040     READ PRODIN
003050         AT END
003060             SET PRODIN-EOF TO TRUE
003070     END-READ.
003080 1000-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110*2000-LOAD-SHADOW - THE SHADOW SIDE GOES INTO THE TABLE; ITS
003120* TRAILER IS KEPT ASIDE.
003130*----------------------------------------------------------------
003140 2000-LOAD-SHADOW.
003150     ADD 1 TO WS-READ-COUNT
003160     MOVE SHADIN-RECORD TO WS-IN-RECORD
003170     PERFORM 2500-SPLIT-RECORD THRU 2500-EXIT
003180     IF NORM-TRAILER
003190         SET SHD-TRAILER-FOUND TO TRUE
003200         MOVE WS-NORM-TRL-COUNT TO WS-SHD-TRL-COUNT
003210         MOVE WS-NORM-TRL-TOTAL TO WS-SHD-TRL-TOTAL
003220         GO TO 2000-READ
003230     END-IF
003240     ADD 1 TO WS-SHADOW-COUNT
003250     IF WS-SHD-COUNT >= WS-SHD-TABLE-MAX
003260         SET SHD-OVERFLOWED TO TRUE
003270         SET SHADIN-EOF TO TRUE
003280         DISPLAY "PARCOMP " WS-FILE-NAME " SHADOW SIDE EXCEEDS "
003290             WS-SHD-TABLE-MAX " RECORDS - NOT COMPARED"
003300         MOVE WS-SHD-TABLE-MAX TO WS-EDIT-COUNT
003310         MOVE SPACES TO WS-PRINT-LINE
003320         STRING "SHADOW SIDE EXCEEDS" WS-EDIT-COUNT
003330             " RECORDS - NOT COMPARED"
003340             DELIMITED BY SIZE INTO WS-PRINT-LINE
003350         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003360         GO TO 2000-EXIT
003370     END-IF
003380     ADD 1 TO WS-SHD-COUNT
003390     MOVE WS-NORM-KEY TO WS-SHD-KEY(WS-SHD-COUNT)
003400     MOVE WS-NORM-VALUE TO WS-SHD-VALUE(WS-SHD-COUNT)
003410     MOVE "N" TO WS-SHD-MATCH-SW(WS-SHD-COUNT).
003420 2000-READ.
003430     READ SHADIN
003440         AT END
003450             SET SHADIN-EOF TO TRUE
003460     END-READ.
003470 2000-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500*2500-SPLIT-RECORD - WS-IN-RECORD INTO WS-NORM-KEY AND
003510* WS-NORM-VALUE BY THE DATASET'S KIND, OR INTO THE TRAILER
003520* FIGURES WHEN IT IS THE CONTROL-TOTAL TRAILER.
003530*----------------------------------------------------------------
003540 2500-SPLIT-RECORD.
003550     MOVE "N" TO WS-NORM-TRL-SW
003560     MOVE SPACES TO WS-NORM-KEY
003570     MOVE SPACES TO WS-NORM-VALUE
003580     EVALUATE TRUE
003590         WHEN KIND-RESULT
003600             PERFORM 2510-SPLIT-RESULT THRU 2510-EXIT
003610         WHEN KIND-BIG
003620             PERFORM 2520-SPLIT-BIG THRU 2520-EXIT
003630         WHEN KIND-FBZ
003640             PERFORM 2530-SPLIT-FBZ THRU 2530-EXIT
003650         WHEN KIND-FIBKEY
003660             MOVE WS-IN-FIBKEY-TERM-NO TO WS-NK-TERM-NO
003670             MOVE WS-IN-FIBKEY-REST TO WS-NORM-VALUE
003680     END-EVALUATE.
003690 2500-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720 2510-SPLIT-RESULT.
003730*----------------------------------------------------------------
003740     IF WS-IN-RSLT-PROGRAM-ID EQUAL "*TRAILER"
003750         SET NORM-TRAILER TO TRUE
003760         MOVE WS-IN-RSLT-INPUT-VALUE TO WS-NORM-TRL-COUNT
003770         MOVE WS-IN-RSLT-COMPUTED TO WS-NORM-TRL-TOTAL
003780         GO TO 2510-EXIT
003790     END-IF
003800     MOVE WS-IN-RSLT-PROGRAM-ID TO WS-NK-PROGRAM-ID
003810     MOVE WS-IN-RSLT-INPUT-VALUE TO WS-NK-INPUT-VALUE
003820     MOVE WS-IN-RSLT-REQUESTER TO WS-NK-REQUESTER
003830     MOVE WS-IN-RSLT-REFERENCE TO WS-NK-REFERENCE
003840     MOVE WS-IN-RSLT-RUN-DATE TO WS-NORM-VALUE(1:8)
003850     MOVE WS-IN-RSLT-COMPUTED TO WS-NORM-VALUE(9:38).
003860 2510-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890 2520-SPLIT-BIG.
003900*----------------------------------------------------------------
003910     MOVE WS-IN-BIG-PROGRAM-ID TO WS-NK-PROGRAM-ID
003920     MOVE WS-IN-BIG-INPUT-VALUE TO WS-NK-INPUT-VALUE
003930     MOVE WS-IN-BIG-REQUESTER TO WS-NK-REQUESTER
003940     MOVE WS-IN-BIG-REFERENCE TO WS-NK-REFERENCE
003950     MOVE WS-IN-BIG-RUN-DATE TO WS-NORM-VALUE(1:8)
003960     MOVE WS-IN-BIG-DIGIT-COUNT TO WS-NORM-VALUE(9:3)
003970     MOVE WS-IN-BIG-DIGITS TO WS-NORM-VALUE(12:160).
003980 2520-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010 2530-SPLIT-FBZ.
004020*----------------------------------------------------------------
004030     IF WS-IN-FBZ-TAG EQUAL "*TRAILER*"
004040         SET NORM-TRAILER TO TRUE
004050         MOVE WS-IN-FBZ-DATA(1:9) TO WS-NORM-TRL-COUNT
004060         MOVE WS-IN-FBZ-DATA(10:38) TO WS-NORM-TRL-TOTAL
004070         GO TO 2530-EXIT
004080     END-IF
004090     MOVE WS-IN-FBZ-KEY TO WS-NK-FBZ-KEY
004100     MOVE WS-IN-FBZ-DATA TO WS-NORM-VALUE(1:74)
004110     MOVE WS-IN-FBZ-TAG TO WS-NORM-VALUE(75:40).
004120 2530-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150*3000-COMPARE-PROD - EACH PRODUCTION RECORD CLAIMS THE FIRST
004160* UNCLAIMED SHADOW ENTRY WITH ITS KEY.
004170*----------------------------------------------------------------
004180 3000-COMPARE-PROD.
004190     ADD 1 TO WS-READ-COUNT
004200     MOVE PRODIN-RECORD TO WS-IN-RECORD
004210     PERFORM 2500-SPLIT-RECORD THRU 2500-EXIT
004220     IF NORM-TRAILER
004230         SET PROD-TRAILER-FOUND TO TRUE
004240         MOVE WS-NORM-TRL-COUNT TO WS-PROD-TRL-COUNT
004250         MOVE WS-NORM-TRL-TOTAL TO WS-PROD-TRL-TOTAL
004260     ELSE
004270         ADD 1 TO WS-PROD-COUNT
004280         PERFORM 3100-MATCH-RECORD THRU 3100-EXIT
004290     END-IF
004300     READ PRODIN
004310         AT END
004320             SET PRODIN-EOF TO TRUE
004330     END-READ.
004340 3000-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370*3100-MATCH-RECORD - THE SEARCH STARTS JUST PAST THE LAST ENTRY
004380* CLAIMED AND WRAPS ROUND, SO TWO SIDES IN THE SAME ORDER ARE
004390* PAIRED IN ONE STEP EACH.
004400*----------------------------------------------------------------
004410 3100-MATCH-RECORD.
004420     MOVE "N" TO WS-FOUND-SW
004430     MOVE ZERO TO WS-SEARCH-COUNT
004440     MOVE WS-LAST-MATCH TO WS-SHD-SUB
004450     PERFORM 3200-SEARCH-SHADOW THRU 3200-EXIT
004460         UNTIL ENTRY-FOUND
004470         OR WS-SEARCH-COUNT >= WS-SHD-COUNT
004480     IF NOT ENTRY-FOUND
004490         ADD 1 TO WS-PROD-ONLY
004500         MOVE "PROD ONLY" TO WS-DETAIL-TEXT
004510         PERFORM 7000-LIST-KEY THRU 7000-EXIT
004520         GO TO 3100-EXIT
004530     END-IF
004540     MOVE "Y" TO WS-SHD-MATCH-SW(WS-SHD-SUB)
004550     MOVE WS-SHD-SUB TO WS-LAST-MATCH
004560     IF WS-SHD-VALUE(WS-SHD-SUB) EQUAL WS-NORM-VALUE
004570         ADD 1 TO WS-MATCH-COUNT
004580     ELSE
004590         ADD 1 TO WS-DIFF-COUNT
004600         MOVE "VALUE DIFFERS" TO WS-DETAIL-TEXT
004610         PERFORM 7000-LIST-KEY THRU 7000-EXIT
004620         PERFORM 7100-LIST-VALUES THRU 7100-EXIT
004630     END-IF.
004640 3100-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670 3200-SEARCH-SHADOW.
004680*----------------------------------------------------------------
004690     ADD 1 TO WS-SEARCH-COUNT
004700     ADD 1 TO WS-SHD-SUB
004710     IF WS-SHD-SUB > WS-SHD-COUNT
004720         MOVE 1 TO WS-SHD-SUB
004730     END-IF
004740     IF NOT SHD-MATCHED(WS-SHD-SUB)
004750         AND WS-SHD-KEY(WS-SHD-SUB) EQUAL WS-NORM-KEY
004760         SET ENTRY-FOUND TO TRUE
004770     END-IF.
004780 3200-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810 4000-SHADOW-ONLY.
004820*----------------------------------------------------------------
004830     IF SHD-MATCHED(WS-SHD-SUB)
004840         GO TO 4000-EXIT
004850     END-IF
004860     ADD 1 TO WS-SHADOW-ONLY
004870     MOVE WS-SHD-KEY(WS-SHD-SUB) TO WS-NORM-KEY
004880     MOVE "SHADOW ONLY" TO WS-DETAIL-TEXT
004890     PERFORM 7000-LIST-KEY THRU 7000-EXIT.
004900 4000-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930*5000-CHECK-TOTALS - THE TRAILERS' COUNT AND TOTAL MUST BOTH
004940* AGREE. A TRAILER ON ONE SIDE ONLY IS A DIFFERENCE.
004950*----------------------------------------------------------------
004960 5000-CHECK-TOTALS.
004970     IF NOT PROD-TRAILER-FOUND AND NOT SHD-TRAILER-FOUND
004980         SET TOTALS-NONE TO TRUE
004990         GO TO 5000-EXIT
005000     END-IF
005010     IF PROD-TRAILER-FOUND AND SHD-TRAILER-FOUND
005020         AND WS-PROD-TRL-COUNT EQUAL WS-SHD-TRL-COUNT
005030         AND WS-PROD-TRL-TOTAL EQUAL WS-SHD-TRL-TOTAL
005040         SET TOTALS-AGREE TO TRUE
005050     ELSE
005060         SET TOTALS-DIFFER TO TRUE
005070     END-IF.
005080 5000-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110 6000-SET-RESULT.
005120*----------------------------------------------------------------
005130     IF NOT FILE-KNOWN OR SHD-OVERFLOWED
005140         SET RESULT-INCOMPLETE TO TRUE
005150         MOVE "INCOMPLETE" TO WS-RESULT-TEXT
005160         MOVE 8 TO WS-RETURN-CODE
005170         GO TO 6000-EXIT
005180     END-IF
005190     IF WS-DIFF-COUNT > ZERO
005200         OR WS-PROD-ONLY > ZERO
005210         OR WS-SHADOW-ONLY > ZERO
005220         OR TOTALS-DIFFER
005230         SET RESULT-DIFFERENT TO TRUE
005240         MOVE "DIFFERENT" TO WS-RESULT-TEXT
005250         MOVE 4 TO WS-RETURN-CODE
005260     ELSE
005270         SET RESULT-IDENTICAL TO TRUE
005280         MOVE "IDENTICAL" TO WS-RESULT-TEXT
005290         MOVE ZERO TO WS-RETURN-CODE
005300     END-IF.
005310 6000-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340*7000-LIST-KEY - ONE DETAIL LINE FOR THE KEY IN WS-NORM-KEY,
005350* CAPTIONED BY WS-DETAIL-TEXT.
005360*----------------------------------------------------------------
005370 7000-LIST-KEY.
005380     ADD 1 TO WS-DETAIL-COUNT
005390     IF WS-DETAIL-COUNT > WS-DETAIL-MAX
005400         ADD 1 TO WS-DETAIL-UNLISTED
005410         GO TO 7000-EXIT
005420     END-IF
005430     MOVE SPACES TO WS-KEY-TEXT
005440     EVALUATE TRUE
005450         WHEN KIND-RESULT
005460         WHEN KIND-BIG
005470             STRING "PGM=" WS-NK-PROGRAM-ID
005480                 " N=" WS-NK-INPUT-VALUE
005490                 " REQ=" WS-NK-REQUESTER
005500                 " REF=" WS-NK-REFERENCE
005510                 DELIMITED BY SIZE INTO WS-KEY-TEXT
005520         WHEN KIND-FBZ
005530             STRING "KEY=" WS-NK-FBZ-KEY
005540                 DELIMITED BY SIZE INTO WS-KEY-TEXT
005550         WHEN KIND-FIBKEY
005560             STRING "TERM=" WS-NK-TERM-NO
005570                 DELIMITED BY SIZE INTO WS-KEY-TEXT
005580     END-EVALUATE
005590     MOVE SPACES TO WS-PRINT-LINE
005600     STRING WS-DETAIL-TEXT WS-KEY-TEXT
005610         DELIMITED BY SIZE INTO WS-PRINT-LINE
005620     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005630 7000-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660*7100-LIST-VALUES - UNDER A "VALUE DIFFERS" LINE, EACH 60-BYTE
005670* STRETCH OF THE VALUE THAT DIFFERS, PRODUCTION OVER SHADOW,
005680* LABELLED WITH ITS STARTING POSITION IN THE VALUE.
005690*----------------------------------------------------------------
005700 7100-LIST-VALUES.
005710     IF WS-DETAIL-COUNT > WS-DETAIL-MAX
005720         GO TO 7100-EXIT
005730     END-IF
005732     MOVE WS-NORM-VALUE TO WS-PROD-SHOWN
005734     MOVE WS-SHD-VALUE(WS-SHD-SUB) TO WS-SHD-SHOWN
005736     IF KIND-FBZ
005738         PERFORM 7150-MASK-SHOWN THRU 7150-EXIT
005739     END-IF
005740     PERFORM 7200-LIST-SEGMENT THRU 7200-EXIT
005750         VARYING WS-SEG-POS FROM 1 BY 60
005760         UNTIL WS-SEG-POS > 180.
005770 7100-EXIT.
005780     EXIT.
005782*----------------------------------------------------------------
005783 7150-MASK-SHOWN.
005784*----------------------------------------------------------------
005785     SET MSKP-REPORT-LINE TO TRUE
005786     MOVE WS-PROD-SHOWN(1:3) TO MSKP-SOURCE
005787     MOVE WS-PROD-SHOWN(75:40) TO MSKP-TAG
005788     MOVE WS-PROD-SHOWN(15:60) TO MSKP-TEXT
005789     CALL "TXTMASK" USING MSKP-AREA
005790     MOVE MSKP-TEXT TO WS-PROD-SHOWN(15:60)
005791     MOVE WS-SHD-SHOWN(1:3) TO MSKP-SOURCE
005792     MOVE WS-SHD-SHOWN(75:40) TO MSKP-TAG
005793     MOVE WS-SHD-SHOWN(15:60) TO MSKP-TEXT
005794     CALL "TXTMASK" USING MSKP-AREA
005795     MOVE MSKP-TEXT TO WS-SHD-SHOWN(15:60).
005796 7150-EXIT.
005797     EXIT.
005790*----------------------------------------------------------------
005800 7200-LIST-SEGMENT.
005810*----------------------------------------------------------------
005820     IF WS-NORM-VALUE(WS-SEG-POS:60) EQUAL
005830         WS-SHD-VALUE(WS-SHD-SUB)(WS-SEG-POS:60)
005840         GO TO 7200-EXIT
005850     END-IF
005860     MOVE SPACES TO WS-PRINT-LINE
005870     STRING "  PROD   " WS-SEG-POS " "
005880         WS-PROD-SHOWN(WS-SEG-POS:60)
005890         DELIMITED BY SIZE INTO WS-PRINT-LINE
005900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005910     MOVE SPACES TO WS-PRINT-LINE
005920     STRING "  SHADOW " WS-SEG-POS " "
005930         WS-SHD-SHOWN(WS-SEG-POS:60)
005940         DELIMITED BY SIZE INTO WS-PRINT-LINE
005950     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005960 7200-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
005990 8000-WRITE-LINE.
006000*----------------------------------------------------------------
006010     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006020         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
006030     END-IF
006040     MOVE WS-PRINT-LINE TO PARRPT-RECORD
006050     WRITE PARRPT-RECORD
006060     ADD 1 TO WS-LINE-COUNT.
006070 8000-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100 8500-NEW-PAGE.
006110*----------------------------------------------------------------
006120     ADD 1 TO WS-PAGE-NO
006130     MOVE ZERO TO WS-LINE-COUNT
006140     IF WS-PAGE-NO > 1
006150         MOVE SPACES TO PARRPT-RECORD
006160         WRITE PARRPT-RECORD
006170     END-IF
006180     MOVE SPACES TO PARRPT-RECORD
006190     STRING "PARALLEL RUN COMPARISON" "  PAGE " WS-PAGE-NO
006200         DELIMITED BY SIZE INTO PARRPT-RECORD
006210     WRITE PARRPT-RECORD
006220     ADD 1 TO WS-LINE-COUNT.
006230 8500-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260*9000-TERMINATE - THE SUMMARY, THEN THE DATASET'S FIGURES GO ON
006270* PARWORK, WHICH THE JOB PASSES FROM STEP TO STEP.
006280*----------------------------------------------------------------
006290 9000-TERMINATE.
006300     IF FILE-KNOWN
006310         CLOSE PRODIN
006320         CLOSE SHADIN
006330         PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT
006340     END-IF
006350     MOVE SPACES TO WS-PRINT-LINE
006360     STRING "RESULT: " WS-RESULT-TEXT
006370         DELIMITED BY SIZE INTO WS-PRINT-LINE
006380     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006390     CLOSE PARRPT
006400     OPEN EXTEND PARWORK
006410     MOVE SPACES TO PRC-RECORD
006420     MOVE WS-FILE-NAME TO PRC-FILE-NAME
006430     MOVE WS-RUN-DATE TO PRC-RUN-DATE
006440     MOVE WS-FILE-KIND TO PRC-KIND
006450     MOVE WS-PROD-COUNT TO PRC-PROD-COUNT
006460     MOVE WS-SHADOW-COUNT TO PRC-SHADOW-COUNT
006470     MOVE WS-MATCH-COUNT TO PRC-MATCH-COUNT
006480     MOVE WS-DIFF-COUNT TO PRC-DIFF-COUNT
006490     MOVE WS-PROD-ONLY TO PRC-PROD-ONLY
006500     MOVE WS-SHADOW-ONLY TO PRC-SHADOW-ONLY
006510     MOVE WS-TOTALS-FLAG TO PRC-TOTALS-FLAG
006520     MOVE WS-RESULT TO PRC-RESULT
006530     WRITE PRC-RECORD
006540     CLOSE PARWORK
006550     DISPLAY "PARCOMP " WS-FILE-NAME " PROD=" WS-PROD-COUNT
006560         " SHADOW=" WS-SHADOW-COUNT " RESULT=" WS-RESULT
006570     ACCEPT WS-END-TIME FROM TIME
006580     OPEN EXTEND RUNLOGF
006590     MOVE "PARCOMP" TO RUNLOG-JOB-NAME
006600     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
006610     MOVE WS-START-TIME TO RUNLOG-START-TIME
006620     MOVE WS-END-TIME TO RUNLOG-END-TIME
006630     MOVE WS-READ-COUNT TO RUNLOG-INPUT-COUNT
006640     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
006650     MOVE WS-FILE-NAME TO RUNLOG-PARAMETER
006660     WRITE RUNLOG-RECORD
006670     CLOSE RUNLOGF
006680     MOVE WS-RETURN-CODE TO RETURN-CODE.
006690 9000-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------
006720 9100-PRINT-SUMMARY.
006730*----------------------------------------------------------------
006740     IF WS-DETAIL-UNLISTED > ZERO
006750         MOVE WS-DETAIL-UNLISTED TO WS-EDIT-COUNT
006760         MOVE SPACES TO WS-PRINT-LINE
006770         STRING WS-EDIT-COUNT " MORE NOT LISTED"
006780             DELIMITED BY SIZE INTO WS-PRINT-LINE
006790         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006800     END-IF
006810     MOVE SPACES TO WS-PRINT-LINE
006820     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006830     MOVE WS-PROD-COUNT TO WS-EDIT-COUNT
006840     MOVE WS-SHADOW-COUNT TO WS-EDIT-COUNT-2
006850     MOVE SPACES TO WS-PRINT-LINE
006860     STRING "RECORDS     PROD " WS-EDIT-COUNT
006870         "   SHADOW " WS-EDIT-COUNT-2
006880         DELIMITED BY SIZE INTO WS-PRINT-LINE
006890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006900     MOVE WS-MATCH-COUNT TO WS-EDIT-COUNT
006910     MOVE WS-DIFF-COUNT TO WS-EDIT-COUNT-2
006920     MOVE SPACES TO WS-PRINT-LINE
006930     STRING "MATCHED          " WS-EDIT-COUNT
006940         "   VALUE DIFFERS " WS-EDIT-COUNT-2
006950         DELIMITED BY SIZE INTO WS-PRINT-LINE
006960     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006970     MOVE WS-PROD-ONLY TO WS-EDIT-COUNT
006980     MOVE WS-SHADOW-ONLY TO WS-EDIT-COUNT-2
006990     MOVE SPACES TO WS-PRINT-LINE
007000     STRING "PROD ONLY        " WS-EDIT-COUNT
007010         "   SHADOW ONLY   " WS-EDIT-COUNT-2
007020         DELIMITED BY SIZE INTO WS-PRINT-LINE
007030     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007040     MOVE SPACES TO WS-PRINT-LINE
007050     EVALUATE TRUE
007060         WHEN TOTALS-AGREE
007070             MOVE "CONTROL TOTALS: AGREE" TO WS-PRINT-LINE
007080         WHEN TOTALS-DIFFER
007090             MOVE "CONTROL TOTALS: DIFFER" TO WS-PRINT-LINE
007100         WHEN OTHER
007110             MOVE "CONTROL TOTALS: NO TRAILER" TO WS-PRINT-LINE
007120     END-EVALUATE
007130     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007140     IF TOTALS-NONE
007150         GO TO 9100-EXIT
007160     END-IF
007170     MOVE SPACES TO WS-PRINT-LINE
007180     IF PROD-TRAILER-FOUND
007190         STRING "  PROD   COUNT=" WS-PROD-TRL-COUNT
007200             " TOTAL=" WS-PROD-TRL-TOTAL
007210             DELIMITED BY SIZE INTO WS-PRINT-LINE
007220     ELSE
007230         MOVE "  PROD   NO TRAILER" TO WS-PRINT-LINE
007240     END-IF
007250     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007260     MOVE SPACES TO WS-PRINT-LINE
007270     IF SHD-TRAILER-FOUND
007280         STRING "  SHADOW COUNT=" WS-SHD-TRL-COUNT
007290             " TOTAL=" WS-SHD-TRL-TOTAL
007300             DELIMITED BY SIZE INTO WS-PRINT-LINE
007310     ELSE
007320         MOVE "  SHADOW NO TRAILER" TO WS-PRINT-LINE
007330     END-IF
007340     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007350 9100-EXIT.
007360     EXIT.
