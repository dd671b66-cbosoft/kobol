000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. drverify.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. LAST STEP OF DRVERIFY.
000110*                  HOLDS A RESTORED DISASTER-RECOVERY SET UP
000120*                  AGAINST THE VAULT MANIFEST IT WAS RESTORED
000130*                  FROM. THE DRCOPY STEPS AHEAD OF THIS ONE
000140*                  MEASURE EACH RESTORED DATASET ONTO DRWORK;
000150*                  EVERY MEMBER OF THE SET MUST BE THERE WITH
000160*                  THE RECORD COUNT AND CONTROL TOTAL THE
000170*                  MANIFEST FILED, AND EVERY RESULT FILE'S
000180*                  TRAILER MUST STILL AGREE BY BATCHVFY'S RULES.
000190*                  THEN THE STREAM MUST BE ABLE TO RESUME: THE
000200*                  RESTORED CYCDATE MUST BE THE MANIFEST'S CYCLE
000210*                  DATE AND THE LAST STRMEND ON THE RESTORED
000220*                  STRMSTAT, SO THE NEXT DATEROLL ADVANCES THE
000230*                  DATE AND DAILYBAT STARTS A FRESH CYCLE. THE
000240*                  FINDINGS ARE LISTED ON DRVRPT.
000241* 2026-10-15  DPG  THE MEMBER TABLE GROWS TO 45 FOR SECVIOL.
000242* 2026-10-15  DPG  THE MEMBER TABLE GROWS TO 47 FOR FBZMASK AND
000242*                  MASKCNT.
000242* 2026-10-15  DPG  THE MEMBER TABLE GROWS TO 59 AS THE DR SET
000242*                  TAKES IN THE REST OF THE CYCLE'S DATASETS.
000250*----------------------------------------------------------------
000260* RETURN CODE VALUES
000270*   00  RESTORED SET VERIFIED - THE STREAM CAN RESUME
000280*   08  A MEMBER IS MISSING OR DIFFERS, A TRAILER NO LONGER
000290*       AGREES, THE MANIFEST IS INCOMPLETE, OR THE CYCLE DATES
000300*       DO NOT LINE UP - DO NOT RESTART FROM THIS SET
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DRMANIF ASSIGN TO "DRMANIF"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT DRWORK ASSIGN TO "DRWORK"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT OPTIONAL CYCDATEF ASSIGN TO "CYCDATE"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT STRMSTAT ASSIGN TO "STRMSTAT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT DRVRPT ASSIGN TO "DRVRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DRMANIF
000480     RECORDING MODE IS F.
000490     COPY DRMANF REPLACING ==:PRE:== BY ==MAN==.
000500 FD  DRWORK
000510     RECORDING MODE IS F.
000520     COPY DRMANF REPLACING ==:PRE:== BY ==DRW==.
000530 FD  CYCDATEF
000540     RECORDING MODE IS F.
000550     COPY CYCDATE.
000560 FD  STRMSTAT
000570     RECORDING MODE IS F.
000580     COPY STRMST.
000590 FD  DRVRPT
000600     RECORDING MODE IS F.
000610 01  DRVRPT-RECORD               PIC X(80).
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640* THE DR SET - NAME, DSN, ORGANIZATION AND TRAILER TYPE
000650*----------------------------------------------------------------
000660     COPY DRSET.
000670*----------------------------------------------------------------
000680* PER-MEMBER IMAGES BY SET POSITION - AS FILED IN THE MANIFEST
000690* AND AS MEASURED FROM THE RESTORED DATASET
000700*----------------------------------------------------------------
000710 01  WS-MEMBER-TABLE.
000720     05 WS-MEMBER-ENTRY OCCURS 59 TIMES
000730             INDEXED BY WS-MEMBER-IDX.
000740         10 WS-FILED-SW          PIC X(01).
000750             88 MEMBER-FILED         VALUE "Y".
000760         10 WS-FILED-IMAGE       PIC X(100).
000770         10 WS-RESTORED-SW       PIC X(01).
000780             88 MEMBER-RESTORED      VALUE "Y".
000790         10 WS-RESTORED-IMAGE    PIC X(100).
000800*----------------------------------------------------------------
000810* WORKING VIEWS OF ONE MEMBER'S TWO IMAGES
000820*----------------------------------------------------------------
000830     COPY DRMANF REPLACING ==:PRE:== BY ==WS-FIL==.
000840     COPY DRMANF REPLACING ==:PRE:== BY ==WS-RST==.
000850*----------------------------------------------------------------
000860* MANIFEST HEADER AND TOTALS
000870*----------------------------------------------------------------
000880 01  WS-MAN-CYCLE-DATE           PIC 9(08) VALUE ZERO.
000890 01  WS-MAN-STRMEND-DATE         PIC 9(08) VALUE ZERO.
000900 01  WS-MAN-SET-COUNT            PIC 9(03) VALUE ZERO.
000910 01  WS-MAN-DATASET-COUNT        PIC 9(03) VALUE ZERO.
000920 01  WS-MAN-D-COUNT              PIC 9(03) VALUE ZERO.
000930*----------------------------------------------------------------
000940* RESTORED STREAM STATE
000950*----------------------------------------------------------------
000960 01  WS-CYCLE-DATE               PIC 9(08) VALUE ZERO.
000970 01  WS-STRMEND-DATE             PIC 9(08) VALUE ZERO.
000980*----------------------------------------------------------------
000990* COUNTERS
001000*----------------------------------------------------------------
001010 01  WS-SET-COUNT                PIC 9(03) VALUE ZERO.
001020 01  WS-MATCHED-COUNT            PIC 9(03) VALUE ZERO.
001030 01  WS-FAILED-COUNT             PIC 9(03) VALUE ZERO.
001040 01  WS-FOREIGN-COUNT            PIC 9(09) VALUE ZERO.
001050 01  WS-EDIT-COUNT               PIC Z(08)9 VALUE ZERO.
001060 01  WS-EDIT-COUNT-2             PIC Z(08)9 VALUE ZERO.
001070 01  WS-FINDING                  PIC X(40) VALUE SPACES.
001080*----------------------------------------------------------------
001090* REPORT CONTROL
001100*----------------------------------------------------------------
001110 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001120 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001130 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001140 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001150 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
001160 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001170*----------------------------------------------------------------
001180* SWITCHES
001190*----------------------------------------------------------------
001200 01  WS-SWITCHES.
001210     05 WS-MAN-EOF-SW            PIC X(01) VALUE "N".
001220         88 DRMANIF-EOF              VALUE "Y".
001230     05 WS-WORK-EOF-SW           PIC X(01) VALUE "N".
001240         88 DRWORK-EOF               VALUE "Y".
001250     05 WS-STRM-EOF-SW           PIC X(01) VALUE "N".
001260         88 STRMSTAT-EOF             VALUE "Y".
001270     05 WS-HEADER-SW             PIC X(01) VALUE "N".
001280         88 HEADER-FOUND             VALUE "Y".
001290     05 WS-TOTALS-SW             PIC X(01) VALUE "N".
001300         88 TOTALS-FOUND             VALUE "Y".
001310 PROCEDURE DIVISION.
001320*----------------------------------------------------------------
001330 0000-MAINLINE.
001340*----------------------------------------------------------------
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001360     PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT
001370         UNTIL DRMANIF-EOF
001380     CLOSE DRMANIF
001390     PERFORM 2500-LOAD-RESTORED THRU 2500-EXIT
001400         UNTIL DRWORK-EOF
001410     CLOSE DRWORK
001420     PERFORM 3000-FIND-STRMEND THRU 3000-EXIT
001430         UNTIL STRMSTAT-EOF
001440     CLOSE STRMSTAT
001450     PERFORM 4000-CHECK-MANIFEST THRU 4000-EXIT
001460     PERFORM 5000-CHECK-MEMBER THRU 5000-EXIT
001470         VARYING DRS-IDX FROM 1 BY 1
001480         UNTIL DRS-IDX > DRS-SET-COUNT
001490     PERFORM 6000-CHECK-RESUME THRU 6000-EXIT
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT
001510     STOP RUN.
001520*----------------------------------------------------------------
001530*1000-INITIALIZE - CYCDATE IS READ DIRECTLY, THE WAY DATEROLL
001540* READS IT; GETCYCDT WOULD FALL BACK TO THE MACHINE DATE AND
001550* HIDE A MISSING RESTORE.
001560*----------------------------------------------------------------
001570 1000-INITIALIZE.
001580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001590     MOVE DRS-SET-COUNT TO WS-SET-COUNT
001600     PERFORM 1100-CLEAR-ENTRY THRU 1100-EXIT
001610         VARYING WS-MEMBER-IDX FROM 1 BY 1
001620         UNTIL WS-MEMBER-IDX > DRS-SET-COUNT
001630     OPEN INPUT CYCDATEF
001640     READ CYCDATEF
001650         AT END
001660             MOVE ZERO TO CYC-CURRENT-DATE
001670     END-READ
001680     MOVE CYC-CURRENT-DATE TO WS-CYCLE-DATE
001690     CLOSE CYCDATEF
001700     OPEN INPUT DRMANIF
001710     READ DRMANIF
001720         AT END
001730             SET DRMANIF-EOF TO TRUE
001740     END-READ
001750     OPEN INPUT DRWORK
001760     READ DRWORK
001770         AT END
001780             SET DRWORK-EOF TO TRUE
001790     END-READ
001800     OPEN INPUT STRMSTAT
001810     READ STRMSTAT
001820         AT END
001830             SET STRMSTAT-EOF TO TRUE
001840     END-READ
001850     OPEN OUTPUT DRVRPT
001860     PERFORM 8500-NEW-PAGE THRU 8500-EXIT.
001870 1000-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------
001900 1100-CLEAR-ENTRY.
001910*----------------------------------------------------------------
001920     MOVE "N" TO WS-FILED-SW(WS-MEMBER-IDX)
001930     MOVE SPACES TO WS-FILED-IMAGE(WS-MEMBER-IDX)
001940     MOVE "N" TO WS-RESTORED-SW(WS-MEMBER-IDX)
001950     MOVE SPACES TO WS-RESTORED-IMAGE(WS-MEMBER-IDX).
001960 1100-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990 2000-LOAD-MANIFEST.
002000*----------------------------------------------------------------
002010     EVALUATE TRUE
002020         WHEN MAN-HEADER
002030             SET HEADER-FOUND TO TRUE
002040             MOVE MAN-CYCLE-DATE TO WS-MAN-CYCLE-DATE
002050             MOVE MAN-STRMEND-DATE TO WS-MAN-STRMEND-DATE
002060         WHEN MAN-TOTALS
002070             SET TOTALS-FOUND TO TRUE
002080             MOVE MAN-SET-COUNT TO WS-MAN-SET-COUNT
002090             MOVE MAN-DATASET-COUNT TO WS-MAN-DATASET-COUNT
002100         WHEN MAN-DATASET
002110             ADD 1 TO WS-MAN-D-COUNT
002120             SET DRS-IDX TO 1
002130             SEARCH DRS-ENTRY
002140                 AT END
002150                     ADD 1 TO WS-FOREIGN-COUNT
002160                 WHEN DRS-NAME(DRS-IDX) EQUAL MAN-NAME
002170                     SET WS-MEMBER-IDX TO DRS-IDX
002180                     MOVE "Y" TO WS-FILED-SW(WS-MEMBER-IDX)
002190                     MOVE MAN-RECORD
002200                         TO WS-FILED-IMAGE(WS-MEMBER-IDX)
002210             END-SEARCH
002220     END-EVALUATE
002230     READ DRMANIF
002240         AT END
002250             SET DRMANIF-EOF TO TRUE
002260     END-READ.
002270 2000-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300*2500-LOAD-RESTORED - A DRCOPY STEP RERUN APPENDS A SECOND
002310* MEASUREMENT; THE LAST ONE STANDS, AS IN DRMANIF.
002320*----------------------------------------------------------------
002330 2500-LOAD-RESTORED.
002340     IF DRW-DATASET
002350         SET DRS-IDX TO 1
002360         SEARCH DRS-ENTRY
002370             AT END
002380                 ADD 1 TO WS-FOREIGN-COUNT
002390             WHEN DRS-NAME(DRS-IDX) EQUAL DRW-NAME
002400                 SET WS-MEMBER-IDX TO DRS-IDX
002410                 MOVE "Y" TO WS-RESTORED-SW(WS-MEMBER-IDX)
002420                 MOVE DRW-RECORD
002430                     TO WS-RESTORED-IMAGE(WS-MEMBER-IDX)
002440         END-SEARCH
002450     END-IF
002460     READ DRWORK
002470         AT END
002480             SET DRWORK-EOF TO TRUE
002490     END-READ.
002500 2500-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530 3000-FIND-STRMEND.
002540*----------------------------------------------------------------
002550     IF STRM-STEP-NAME EQUAL "STRMEND"
002560         AND STRM-RUN-DATE > WS-STRMEND-DATE
002570         MOVE STRM-RUN-DATE TO WS-STRMEND-DATE
002580     END-IF
002590     READ STRMSTAT
002600         AT END
002610             SET STRMSTAT-EOF TO TRUE
002620     END-READ.
002630 3000-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660*4000-CHECK-MANIFEST - A MANIFEST WITHOUT ITS HEADER OR TOTALS
002670* WAS NOT RESTORED WHOLE; ONE FILED FOR A SHORT SET, OR FOR A
002680* DIFFERENT SET LAYOUT, CANNOT VOUCH FOR THIS ONE.
002690*----------------------------------------------------------------
002700 4000-CHECK-MANIFEST.
002710     MOVE SPACES TO WS-PRINT-LINE
002720     STRING "MANIFEST CYCLE DATE: " WS-MAN-CYCLE-DATE
002730         "  LAST STRMEND AT BACKUP: " WS-MAN-STRMEND-DATE
002740         DELIMITED BY SIZE INTO WS-PRINT-LINE
002750     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002760     IF NOT HEADER-FOUND
002770         MOVE "MANIFEST HAS NO HEADER RECORD" TO WS-FINDING
002780         PERFORM 8200-FAIL-LINE THRU 8200-EXIT
002790     END-IF
002800     IF NOT TOTALS-FOUND
002810         MOVE "MANIFEST HAS NO TOTALS RECORD" TO WS-FINDING
002820         PERFORM 8200-FAIL-LINE THRU 8200-EXIT
002830         GO TO 4000-LIST-HEAD
002840     END-IF
002850     IF WS-MAN-DATASET-COUNT NOT EQUAL WS-MAN-D-COUNT
002860         MOVE "MANIFEST DATASET COUNT DISAGREES" TO WS-FINDING
002870         PERFORM 8200-FAIL-LINE THRU 8200-EXIT
002880     END-IF
002890     IF WS-MAN-SET-COUNT NOT EQUAL WS-SET-COUNT
002900         MOVE "MANIFEST IS FOR A DIFFERENT SET LAYOUT"
002910             TO WS-FINDING
002920         PERFORM 8200-FAIL-LINE THRU 8200-EXIT
002930     END-IF
002940     IF WS-MAN-DATASET-COUNT NOT EQUAL WS-MAN-SET-COUNT
002950         MOVE "BACKUP SET WAS FILED SHORT" TO WS-FINDING
002960         PERFORM 8200-FAIL-LINE THRU 8200-EXIT
002970     END-IF.
002980 4000-LIST-HEAD.
002990     MOVE SPACES TO WS-PRINT-LINE
003000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003010     MOVE "MEMBER      FILED   RESTORED  FINDING" TO WS-PRINT-LINE
003020     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003030 4000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060*5000-CHECK-MEMBER - COUNT AND CONTROL TOTAL MUST MATCH THE
003070* MANIFEST EXACTLY; A RESULT FILE'S TRAILER MUST STILL BE ONE
003080* BATCHVFY ACCEPTS, AND BE IN THE STATE IT WAS BACKED UP IN.
003090*----------------------------------------------------------------
003100 5000-CHECK-MEMBER.
003110     SET WS-MEMBER-IDX TO DRS-IDX
003120     MOVE WS-FILED-IMAGE(WS-MEMBER-IDX) TO WS-FIL-RECORD
003130     MOVE WS-RESTORED-IMAGE(WS-MEMBER-IDX) TO WS-RST-RECORD
003140     MOVE SPACES TO WS-FINDING
003150     EVALUATE TRUE
003160         WHEN NOT MEMBER-FILED(WS-MEMBER-IDX)
003170             MOVE "** NOT IN THE MANIFEST" TO WS-FINDING
003180         WHEN NOT MEMBER-RESTORED(WS-MEMBER-IDX)
003190             MOVE "** NOT RESTORED" TO WS-FINDING
003200         WHEN WS-RST-RECORD-COUNT NOT EQUAL WS-FIL-RECORD-COUNT
003210             MOVE "** RECORD COUNT DIFFERS" TO WS-FINDING
003220         WHEN WS-RST-CONTROL-TOTAL
003230                 NOT EQUAL WS-FIL-CONTROL-TOTAL
003240             MOVE "** CONTROL TOTAL DIFFERS" TO WS-FINDING
003250         WHEN NOT WS-RST-TRAILER-USABLE
003260             MOVE "** TRAILER NO LONGER AGREES" TO WS-FINDING
003270         WHEN WS-RST-TRAILER-STATUS
003280                 NOT EQUAL WS-FIL-TRAILER-STATUS
003290             MOVE "** TRAILER STATE DIFFERS FROM BACKUP"
003300                 TO WS-FINDING
003310     END-EVALUATE
003320     IF WS-FINDING EQUAL SPACES
003330         ADD 1 TO WS-MATCHED-COUNT
003340         IF WS-RST-TRAILER-AGREES
003350             MOVE "MATCHES, TRAILER AGREES" TO WS-FINDING
003360         ELSE
003370             MOVE "MATCHES" TO WS-FINDING
003380         END-IF
003390     ELSE
003400         ADD 1 TO WS-FAILED-COUNT
003410         MOVE 8 TO WS-RETURN-CODE
003420     END-IF
003430     MOVE WS-FIL-RECORD-COUNT TO WS-EDIT-COUNT
003440     MOVE WS-RST-RECORD-COUNT TO WS-EDIT-COUNT-2
003450     MOVE SPACES TO WS-PRINT-LINE
003460     STRING DRS-NAME(DRS-IDX) " " WS-EDIT-COUNT " "
003470         WS-EDIT-COUNT-2 "  " WS-FINDING
003480         DELIMITED BY SIZE INTO WS-PRINT-LINE
003490     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003500 5000-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530*6000-CHECK-RESUME - DATEROLL ADVANCES CYCDATE ONLY PAST A DATE
003540* WITH A STRMEND MARKER. THE RESTORED CYCDATE MUST BE THE
003550* BACKED-UP CYCLE AND THAT CYCLE MUST HAVE ITS STRMEND, OR THE
003560* NEXT DAILYBAT WOULD RERUN OR SKIP A DAY.
003570*----------------------------------------------------------------
003580 6000-CHECK-RESUME.
003590     MOVE SPACES TO WS-PRINT-LINE
003600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003610     MOVE SPACES TO WS-PRINT-LINE
003620     STRING "RESTORED CYCDATE: " WS-CYCLE-DATE
003630         "  LAST STRMEND ON RESTORED STRMSTAT: " WS-STRMEND-DATE
003640         DELIMITED BY SIZE INTO WS-PRINT-LINE
003650     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003660     IF WS-CYCLE-DATE EQUAL ZERO
003670         MOVE "CYCDATE WAS NOT RESTORED" TO WS-FINDING
003680         PERFORM 8200-FAIL-LINE THRU 8200-EXIT
003690         GO TO 6000-EXIT
003700     END-IF
003710     IF WS-CYCLE-DATE NOT EQUAL WS-MAN-CYCLE-DATE
003720         MOVE "CYCDATE IS NOT THE MANIFEST CYCLE DATE"
003730             TO WS-FINDING
003740         PERFORM 8200-FAIL-LINE THRU 8200-EXIT
003750     END-IF
003760     IF WS-CYCLE-DATE NOT EQUAL WS-STRMEND-DATE
003770         MOVE "CYCDATE IS NOT THE LAST STRMEND DATE"
003780             TO WS-FINDING
003790         PERFORM 8200-FAIL-LINE THRU 8200-EXIT
003800     END-IF.
003810 6000-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840 8000-WRITE-LINE.
003850*----------------------------------------------------------------
003860     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003870         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
003880     END-IF
003890     MOVE WS-PRINT-LINE TO DRVRPT-RECORD
003900     WRITE DRVRPT-RECORD
003910     ADD 1 TO WS-LINE-COUNT.
003920 8000-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950*8200-FAIL-LINE - CALLER LEAVES THE FINDING IN WS-FINDING.
003960*----------------------------------------------------------------
003970 8200-FAIL-LINE.
003980     MOVE SPACES TO WS-PRINT-LINE
003990     STRING "** " WS-FINDING
004000         DELIMITED BY SIZE INTO WS-PRINT-LINE
004010     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004020     ADD 1 TO WS-FAILED-COUNT
004030     MOVE 8 TO WS-RETURN-CODE.
004040 8200-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------
004070 8500-NEW-PAGE.
004080*----------------------------------------------------------------
004090     ADD 1 TO WS-PAGE-NO
004100     MOVE ZERO TO WS-LINE-COUNT
004110     IF WS-PAGE-NO > 1
004120         MOVE SPACES TO DRVRPT-RECORD
004130         WRITE DRVRPT-RECORD
004140     END-IF
004150     MOVE SPACES TO DRVRPT-RECORD
004160     STRING "DISASTER-RECOVERY RESTORE VERIFICATION  RUN "
004170         WS-RUN-DATE "  PAGE " WS-PAGE-NO
004180         DELIMITED BY SIZE INTO DRVRPT-RECORD
004190     WRITE DRVRPT-RECORD
004200     ADD 1 TO WS-LINE-COUNT.
004210 8500-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240 9000-TERMINATE.
004250*----------------------------------------------------------------
004260     MOVE SPACES TO WS-PRINT-LINE
004270     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004280     MOVE SPACES TO WS-PRINT-LINE
004290     IF WS-RETURN-CODE EQUAL ZERO
004300         STRING "RESTORED SET VERIFIED - " WS-MATCHED-COUNT
004310             " MEMBERS MATCH, STREAM CAN RESUME"
004320             DELIMITED BY SIZE INTO WS-PRINT-LINE
004330     ELSE
004340         STRING "** RESTORED SET FAILED VERIFICATION - "
004350             WS-FAILED-COUNT " FINDINGS, DO NOT RESTART"
004360             DELIMITED BY SIZE INTO WS-PRINT-LINE
004370     END-IF
004380     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004390     DISPLAY "DRVERIFY MEMBERS=" WS-SET-COUNT
004400         " MATCHED=" WS-MATCHED-COUNT
004410         " FINDINGS=" WS-FAILED-COUNT
004420         " NOT IN SET=" WS-FOREIGN-COUNT
004430     CLOSE DRVRPT
004440     MOVE WS-RETURN-CODE TO RETURN-CODE.
004450 9000-EXIT.
004460     EXIT.
