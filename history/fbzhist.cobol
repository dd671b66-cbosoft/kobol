000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. fbzhist.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. FBZOUT AND THE ROUTED
000110*                  DATASETS ARE REWRITTEN EVERY NIGHT, SO ONCE
000120*                  A DAY HAS PASSED NOBODY COULD SAY WHAT TAG A
000130*                  GIVEN FBZIN-KEY GOT OR WHERE IT WAS ROUTED.
000140*                  LOADS TODAY'S FBZSPLIT ROUTE LOG (FBZRTLOG)
000150*                  INTO THE INDEXED HISTORY MASTER FBZHMST
000160*                  (COPY FBZHIST), KEYED FBZIN-KEY + RUN DATE -
000170*                  TAG, SOURCE, AMOUNT AND ROUTED DESTINATION
000180*                  PER RECORD. BEFORE EACH LOAD THE KEY'S MOST
000190*                  RECENT PRIOR APPEARANCE IS READ BACK, AND
000200*                  ANY KEY WHOSE TAG OR ROUTE DIFFERS FROM IT
000210*                  IS LISTED ON THE FBZHRPT TAG-CHANGE REPORT -
000220*                  A RE-ROUTED KEY IS FLAGGED, SINCE ITS AMOUNT
000230*                  LANDED IN A DIFFERENT DOWNSTREAM DATASET. A
000240*                  KEY ALREADY ON FILE FOR TODAY IS REWRITTEN,
000250*                  SO A RERUN IS IDEMPOTENT AND STILL COMPARES
000260*                  AGAINST THE PRIOR DAY, NOT AGAINST ITSELF.
000262* 2026-10-15  DPG  THE RECORD'S TEXT IS NOW KEPT ON THE MASTER
000264*                  TOO (FBZH-TEXT), FOR FBZEDIT'S CROSS-DAY
000266*                  DUPLICATE CHECK.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FBZRTLOG ASSIGN TO "FBZRTLOG"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT FBZHMST ASSIGN TO "FBZHMST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS FBZH-KEY.
000370     SELECT FBZHRPT ASSIGN TO "FBZHRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  FBZRTLOG
000460     RECORDING MODE IS F.
000470 01  FBZRTLOG-RECORD.
000480     05 RTLOG-KEY                PIC X(06).
000490     05 RTLOG-SOURCE             PIC X(03).
000500     05 RTLOG-AMOUNT             PIC 9(09)V9(02).
000510     05 RTLOG-TAG                PIC X(40).
000520     05 RTLOG-DEST               PIC X(08).
000530     05 RTLOG-ROUTE-SET          PIC X(08).
000535     05 RTLOG-TEXT               PIC X(60).
000540 FD  FBZHMST
000550     RECORDING MODE IS F.
000560     COPY FBZHIST.
000570 FD  FBZHRPT
000580     RECORDING MODE IS F.
000590 01  FBZHRPT-RECORD              PIC X(80).
000600 FD  RPTARCHF
000610     RECORDING MODE IS F.
000620     COPY RPTARCH.
000630 FD  RUNLOGF
000640     RECORDING MODE IS F.
000650     COPY RUNLOG.
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* MOST RECENT PRIOR APPEARANCE OF THE CURRENT KEY - LATEST RUN
000690* DATE BEFORE TODAY WINS
000700*----------------------------------------------------------------
000710 01  WS-PRIOR-RUN-DATE           PIC 9(08) VALUE ZERO.
000720 01  WS-PRIOR-TAG                PIC X(40) VALUE SPACES.
000730 01  WS-PRIOR-DEST               PIC X(08) VALUE SPACES.
000740 01  WS-PRIOR-ROUTE-SET          PIC X(08) VALUE SPACES.
000750*----------------------------------------------------------------
000760* COUNTERS
000770*----------------------------------------------------------------
000780 01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
000790 01  WS-NEW-KEY-COUNT            PIC 9(09) VALUE ZERO.
000800 01  WS-UNCHANGED-COUNT          PIC 9(09) VALUE ZERO.
000810 01  WS-TAG-CHANGE-COUNT         PIC 9(09) VALUE ZERO.
000820 01  WS-REROUTE-COUNT            PIC 9(09) VALUE ZERO.
000830 01  WS-ADDED-COUNT              PIC 9(09) VALUE ZERO.
000840 01  WS-REWRITTEN-COUNT          PIC 9(09) VALUE ZERO.
000850*----------------------------------------------------------------
000860* RUN CONTROL, REPORT CONTROL AND EDIT FIELDS
000870*----------------------------------------------------------------
000880 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000890 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000900 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
000910 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000920 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
000930 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
000940 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
000950 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
000960 01  WS-EDIT-COUNT               PIC 9(09) VALUE ZERO.
000970 01  WS-EDIT-AMOUNT              PIC 9(09).9(02) VALUE ZERO.
000980 01  WS-CHANGE-TEXT              PIC X(17) VALUE SPACES.
000990*----------------------------------------------------------------
001000* SWITCHES
001010*----------------------------------------------------------------
001020 01  WS-SWITCHES.
001030     05 WS-FBZRTLOG-EOF-SW       PIC X(01) VALUE "N".
001040         88 FBZRTLOG-EOF             VALUE "Y".
001050     05 WS-BROWSE-SW             PIC X(01) VALUE "N".
001060         88 HIST-BROWSE-DONE         VALUE "Y".
001070     05 WS-PRIOR-SW              PIC X(01) VALUE "N".
001080         88 PRIOR-FOUND              VALUE "Y".
001090 PROCEDURE DIVISION.
001100*----------------------------------------------------------------
001110 0000-MAINLINE.
001120*----------------------------------------------------------------
001130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001140     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001150         UNTIL FBZRTLOG-EOF
001160     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
001170     PERFORM 9000-TERMINATE THRU 9000-EXIT
001180     STOP RUN.
001190*----------------------------------------------------------------
001200 1000-INITIALIZE.
001210*----------------------------------------------------------------
001220     CALL "GETCYCDT" USING WS-RUN-DATE
001230     ACCEPT WS-START-TIME FROM TIME
001240     OPEN INPUT FBZRTLOG
001250     OPEN I-O FBZHMST
001260     OPEN OUTPUT FBZHRPT
001270     OPEN EXTEND RPTARCHF
001280     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
001290     MOVE SPACES TO WS-PRINT-LINE
001300     STRING "RUN DATE: " WS-RUN-DATE
001310         DELIMITED BY SIZE INTO WS-PRINT-LINE
001320     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001330     MOVE SPACES TO WS-PRINT-LINE
001340     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001350     READ FBZRTLOG
001360         AT END
001370             SET FBZRTLOG-EOF TO TRUE
001380     END-READ.
001390 1000-EXIT.
001400     EXIT.
001410*----------------------------------------------------------------
001420 2000-PROCESS-RECORD.
001430*----------------------------------------------------------------
001440     ADD 1 TO WS-READ-COUNT
001450     PERFORM 3000-FIND-PRIOR THRU 3000-EXIT
001460     IF NOT PRIOR-FOUND
001470         ADD 1 TO WS-NEW-KEY-COUNT
001480         GO TO 2000-LOAD
001490     END-IF
001500     IF RTLOG-TAG EQUAL WS-PRIOR-TAG
001510         AND RTLOG-ROUTE-SET EQUAL WS-PRIOR-ROUTE-SET
001520         ADD 1 TO WS-UNCHANGED-COUNT
001530         GO TO 2000-LOAD
001540     END-IF
001550     PERFORM 4000-PRINT-CHANGE THRU 4000-EXIT.
001560 2000-LOAD.
001570     PERFORM 5000-PUT-HISTORY THRU 5000-EXIT
001580     READ FBZRTLOG
001590         AT END
001600             SET FBZRTLOG-EOF TO TRUE
001610     END-READ.
001620 2000-EXIT.
001630     EXIT.
001640*----------------------------------------------------------------
001650*3000-FIND-PRIOR - BROWSE THE KEY'S HISTORY FROM ITS FIRST RUN
001660* DATE FORWARD; THE LAST ENTRY BEFORE TODAY IS THE MOST RECENT
001670* PRIOR APPEARANCE. TODAY'S OWN ENTRY (A RERUN) IS NOT A PRIOR.
001680*----------------------------------------------------------------
001690 3000-FIND-PRIOR.
001700     MOVE "N" TO WS-PRIOR-SW
001710     MOVE "N" TO WS-BROWSE-SW
001720     MOVE RTLOG-KEY TO FBZH-FBZ-KEY
001730     MOVE ZERO TO FBZH-RUN-DATE
001740     START FBZHMST KEY >= FBZH-KEY
001750         INVALID KEY
001760             SET HIST-BROWSE-DONE TO TRUE
001770     END-START
001780     PERFORM 3100-NEXT-HISTORY THRU 3100-EXIT
001790         UNTIL HIST-BROWSE-DONE.
001800 3000-EXIT.
001810     EXIT.
001820*----------------------------------------------------------------
001830 3100-NEXT-HISTORY.
001840*----------------------------------------------------------------
001850     READ FBZHMST NEXT
001860         AT END
001870             SET HIST-BROWSE-DONE TO TRUE
001880             GO TO 3100-EXIT
001890     END-READ
001900     IF FBZH-FBZ-KEY NOT EQUAL RTLOG-KEY
001910         OR FBZH-RUN-DATE NOT < WS-RUN-DATE
001920         SET HIST-BROWSE-DONE TO TRUE
001930         GO TO 3100-EXIT
001940     END-IF
001950     SET PRIOR-FOUND TO TRUE
001960     MOVE FBZH-RUN-DATE TO WS-PRIOR-RUN-DATE
001970     MOVE FBZH-TAG TO WS-PRIOR-TAG
001980     MOVE FBZH-DEST TO WS-PRIOR-DEST
001990     MOVE FBZH-ROUTE-SET TO WS-PRIOR-ROUTE-SET.
002000 3100-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------
002030*4000-PRINT-CHANGE - ONE ENTRY PER CHANGED KEY: WHEN IT WAS LAST
002040* SEEN, THEN THE TAG AND ROUTE IT HAD THEN AND HAS NOW. A CHANGE
002050* IN THE ROUTED DATASETS IS FLAGGED RE-ROUTED; A TAG CHANGE THAT
002060* LEFT THE ROUTING ALONE IS NOT.
002070*----------------------------------------------------------------
002080 4000-PRINT-CHANGE.
002090     IF RTLOG-ROUTE-SET NOT EQUAL WS-PRIOR-ROUTE-SET
002100         OR RTLOG-DEST NOT EQUAL WS-PRIOR-DEST
002110         ADD 1 TO WS-REROUTE-COUNT
002120         MOVE "** RE-ROUTED **" TO WS-CHANGE-TEXT
002130     ELSE
002140         ADD 1 TO WS-TAG-CHANGE-COUNT
002150         MOVE "TAG CHANGED" TO WS-CHANGE-TEXT
002160     END-IF
002170     MOVE RTLOG-AMOUNT TO WS-EDIT-AMOUNT
002180     MOVE SPACES TO WS-PRINT-LINE
002190     STRING "  KEY=" RTLOG-KEY
002200         "  LAST SEEN=" WS-PRIOR-RUN-DATE
002210         "  SRC=" RTLOG-SOURCE
002220         "  AMT=" WS-EDIT-AMOUNT
002230         "  " WS-CHANGE-TEXT
002240         DELIMITED BY SIZE INTO WS-PRINT-LINE
002250     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002260     MOVE SPACES TO WS-PRINT-LINE
002270     STRING "    WAS TAG=" WS-PRIOR-TAG
002280         "  ROUTE=" WS-PRIOR-DEST
002290         DELIMITED BY SIZE INTO WS-PRINT-LINE
002300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002310     MOVE SPACES TO WS-PRINT-LINE
002320     STRING "    NOW TAG=" RTLOG-TAG
002330         "  ROUTE=" RTLOG-DEST
002340         DELIMITED BY SIZE INTO WS-PRINT-LINE
002350     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
002360 4000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------
002390 5000-PUT-HISTORY.
002400*----------------------------------------------------------------
002410     MOVE RTLOG-KEY TO FBZH-FBZ-KEY
002420     MOVE WS-RUN-DATE TO FBZH-RUN-DATE
002430     MOVE RTLOG-SOURCE TO FBZH-SOURCE
002440     MOVE RTLOG-AMOUNT TO FBZH-AMOUNT
002450     MOVE RTLOG-TAG TO FBZH-TAG
002460     MOVE RTLOG-DEST TO FBZH-DEST
002470     MOVE RTLOG-ROUTE-SET TO FBZH-ROUTE-SET
002475     MOVE RTLOG-TEXT TO FBZH-TEXT
002480     WRITE FBZH-RECORD
002490         INVALID KEY
002500             REWRITE FBZH-RECORD
002510             ADD 1 TO WS-REWRITTEN-COUNT
002520         NOT INVALID KEY
002530             ADD 1 TO WS-ADDED-COUNT
002540     END-WRITE.
002550 5000-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580 6000-PRINT-TOTALS.
002590*----------------------------------------------------------------
002600     IF WS-TAG-CHANGE-COUNT EQUAL ZERO
002610         AND WS-REROUTE-COUNT EQUAL ZERO
002620         MOVE "  NO TAG OR ROUTE CHANGES" TO WS-PRINT-LINE
002630         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002640     END-IF
002650     MOVE SPACES TO WS-PRINT-LINE
002660     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002670     MOVE WS-READ-COUNT TO WS-EDIT-COUNT
002680     MOVE SPACES TO WS-PRINT-LINE
002690     STRING "  RECORDS LOADED=" WS-EDIT-COUNT
002700         DELIMITED BY SIZE INTO WS-PRINT-LINE
002710     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002720     MOVE WS-NEW-KEY-COUNT TO WS-EDIT-COUNT
002730     MOVE SPACES TO WS-PRINT-LINE
002740     STRING "  FIRST APPEARANCES=" WS-EDIT-COUNT
002750         DELIMITED BY SIZE INTO WS-PRINT-LINE
002760     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002770     MOVE WS-UNCHANGED-COUNT TO WS-EDIT-COUNT
002780     MOVE SPACES TO WS-PRINT-LINE
002790     STRING "  UNCHANGED=" WS-EDIT-COUNT
002800         DELIMITED BY SIZE INTO WS-PRINT-LINE
002810     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002820     MOVE WS-TAG-CHANGE-COUNT TO WS-EDIT-COUNT
002830     MOVE SPACES TO WS-PRINT-LINE
002840     STRING "  TAG CHANGED, SAME ROUTE=" WS-EDIT-COUNT
002850         DELIMITED BY SIZE INTO WS-PRINT-LINE
002860     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002870     MOVE WS-REROUTE-COUNT TO WS-EDIT-COUNT
002880     MOVE SPACES TO WS-PRINT-LINE
002890     STRING "  RE-ROUTED=" WS-EDIT-COUNT
002900         DELIMITED BY SIZE INTO WS-PRINT-LINE
002910     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
002920 6000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950 8000-WRITE-LINE.
002960*----------------------------------------------------------------
002970     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
002980         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
002990     END-IF
003000     MOVE WS-PRINT-LINE TO FBZHRPT-RECORD
003010     WRITE FBZHRPT-RECORD
003020     MOVE FBZHRPT-RECORD TO RPTA-LINE
003030     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
003040     ADD 1 TO WS-LINE-COUNT.
003050 8000-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
003090* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE RUN DATE.
003100*----------------------------------------------------------------
003110 8100-ARCHIVE-LINE.
003120     MOVE "FBZHRPT" TO RPTA-REPORT-NAME
003130     MOVE WS-RUN-DATE TO RPTA-RUN-DATE
003140     WRITE RPTA-RECORD.
003150 8100-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180 8500-NEW-PAGE.
003190*----------------------------------------------------------------
003200     ADD 1 TO WS-PAGE-NO
003210     MOVE ZERO TO WS-LINE-COUNT
003220     IF WS-PAGE-NO > 1
003230         MOVE SPACES TO FBZHRPT-RECORD
003240         WRITE FBZHRPT-RECORD
003250         MOVE FBZHRPT-RECORD TO RPTA-LINE
003260         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
003270     END-IF
003280     MOVE SPACES TO FBZHRPT-RECORD
003290     STRING "FIZZ-BUZZ TAG/ROUTE CHANGE REPORT" "  PAGE "
003300         WS-PAGE-NO
003310         DELIMITED BY SIZE INTO FBZHRPT-RECORD
003320     WRITE FBZHRPT-RECORD
003330     MOVE FBZHRPT-RECORD TO RPTA-LINE
003340     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
003350     ADD 1 TO WS-LINE-COUNT.
003360 8500-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390 9000-TERMINATE.
003400*----------------------------------------------------------------
003410     DISPLAY "FBZHIST RECORDS LOADED=" WS-READ-COUNT
003420     DISPLAY "FBZHIST MASTER ADDS=" WS-ADDED-COUNT
003430     DISPLAY "FBZHIST MASTER REWRITES=" WS-REWRITTEN-COUNT
003440     CLOSE FBZRTLOG
003450     CLOSE FBZHMST
003460     CLOSE FBZHRPT
003470     CLOSE RPTARCHF
003480     ACCEPT WS-END-TIME FROM TIME
003490     OPEN EXTEND RUNLOGF
003500     MOVE "FBZHIST" TO RUNLOG-JOB-NAME
003510     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
003520     MOVE WS-START-TIME TO RUNLOG-START-TIME
003530     MOVE WS-END-TIME TO RUNLOG-END-TIME
003540     MOVE WS-READ-COUNT TO RUNLOG-INPUT-COUNT
003550     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
003560     MOVE SPACES TO RUNLOG-PARAMETER
003570     WRITE RUNLOG-RECORD
003580     CLOSE RUNLOGF.
003590 9000-EXIT.
003600     EXIT.
