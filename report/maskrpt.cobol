000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. maskrpt.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. DAILY TEXT MASKING REPORT FOR
000110*                  COMPLIANCE. READS THE MASKCNT TRAIL THE TXTMASK
000120*                  SUBPROGRAM APPENDS FOR EVERY JOB THAT SHIPS
000130*                  FBZIN TEXT (COPY MASKCNT) AND PRINTS THE RUN
000140*                  DATE'S COUNTS - ONE LINE PER JOB, OUTPUT AND
000150*                  POLICY, THEN ONE PER POLICY ON THE FBZMASK FILE
000160*                  (COPY FBZMASK) PLUS DEFAULT, WITH POLICIES THAT
000170*                  SAW NOTHING TODAY SHOWN AT ZERO, THEN THE GRAND
000180*                  TOTALS. WHEN A JOB WAS RERUN ONLY ITS LATEST
000190*                  SET OF COUNTS IS TAKEN. THE REPORT IS ARCHIVED.
000190* 2026-10-15  DPG  A JOB'S LATEST RUN IS NOW PICKED ON THE MASKCNT
000190*                  DATE AND TIME STAMP, SO A RERUN AFTER MIDNIGHT
000190*                  IS NOT MISTAKEN FOR THE EARLIER RUN.
000200*----------------------------------------------------------------
000210* RETURN CODE VALUES
000220*   00  EVERY RECORD SHIPPED WAS COVERED BY A POLICY
000230*   04  TEXT FELL TO THE DEFAULT POLICY (WITHHELD) - FBZMASK NEEDS
000240*       A POLICY FOR IT
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL FBZMASKF ASSIGN TO "FBZMASK"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT OPTIONAL MASKCNTF ASSIGN TO "MASKCNT"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT MASKRPT ASSIGN TO "MASKRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  FBZMASKF
000420     RECORDING MODE IS F.
000430     COPY FBZMASK.
000440 FD  MASKCNTF
000450     RECORDING MODE IS F.
000460     COPY MASKCNT.
000470 FD  MASKRPT
000480     RECORDING MODE IS F.
000490 01  MASKRPT-RECORD              PIC X(80).
000500 FD  RPTARCHF
000510     RECORDING MODE IS F.
000520     COPY RPTARCH.
000530 FD  RUNLOGF
000540     RECORDING MODE IS F.
000550     COPY RUNLOG.
000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------
000580* LATEST RUN STAMP PER JOB FOR THE RUN DATE (FIRST PASS)
000590*----------------------------------------------------------------
000600 01  WS-JOB-COUNT                PIC 9(02) COMP VALUE ZERO.
000610 01  WS-JOB-TABLE.
000620     05 WS-JOB-ENTRY OCCURS 10 TIMES
000630             INDEXED BY WS-JOB-IDX.
000640         10 WS-JOB-NAME          PIC X(08).
000650         10 WS-JOB-RUN-STAMP     PIC X(16).
000660*----------------------------------------------------------------
000670* POLICY TOTALS - THE FBZMASK POLICIES, DEFAULT, AND ANY POLICY
000680* COUNTED TODAY THAT HAS SINCE LEFT THE FILE
000690*----------------------------------------------------------------
000700 01  WS-POL-COUNT                PIC 9(02) COMP VALUE ZERO.
000710 01  WS-POL-TABLE.
000720     05 WS-POL-ENTRY OCCURS 60 TIMES
000730             INDEXED BY WS-POL-IDX.
000740         10 WS-POL-ID            PIC X(08).
000750         10 WS-POL-ACTION        PIC X(01).
000760         10 WS-POL-RECORDS       PIC 9(09) COMP.
000770         10 WS-POL-MASKED        PIC 9(09) COMP.
000780*----------------------------------------------------------------
000790* TOTALS
000800*----------------------------------------------------------------
000810 01  WS-COUNT-READ               PIC 9(07) VALUE ZERO.
000820 01  WS-COUNT-TAKEN              PIC 9(07) VALUE ZERO.
000830 01  WS-TOTAL-RECORDS            PIC 9(09) COMP VALUE ZERO.
000840 01  WS-TOTAL-MASKED             PIC 9(09) COMP VALUE ZERO.
000850 01  WS-TOTAL-FULL               PIC 9(09) COMP VALUE ZERO.
000860 01  WS-DEFAULT-RECORDS          PIC 9(09) COMP VALUE ZERO.
000870 01  WS-FULL-COUNT               PIC 9(09) COMP VALUE ZERO.
000880 01  WS-EDIT-RECORDS             PIC Z(08)9.
000890 01  WS-EDIT-MASKED              PIC Z(08)9.
000900 01  WS-EDIT-FULL                PIC Z(08)9.
000910*----------------------------------------------------------------
000920* REPORT CONTROL
000930*----------------------------------------------------------------
000940 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000950 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000960 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
000970 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000980 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
000990 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001000 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
001010 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001020 01  WS-DETAIL-LINE.
001030     05 WS-DTL-JOB-NAME          PIC X(08).
001040     05 FILLER                   PIC X(02) VALUE SPACES.
001050     05 WS-DTL-DEST              PIC X(08).
001060     05 FILLER                   PIC X(02) VALUE SPACES.
001070     05 WS-DTL-POLICY-ID         PIC X(08).
001080     05 FILLER                   PIC X(03) VALUE SPACES.
001090     05 WS-DTL-ACTION            PIC X(01).
001100     05 FILLER                   PIC X(03) VALUE SPACES.
001110     05 WS-DTL-RECORDS           PIC Z(08)9.
001120     05 FILLER                   PIC X(01) VALUE SPACE.
001130     05 WS-DTL-MASKED            PIC Z(08)9.
001140     05 FILLER                   PIC X(01) VALUE SPACE.
001150     05 WS-DTL-FULL              PIC Z(08)9.
001160     05 FILLER                   PIC X(16) VALUE SPACES.
001170*----------------------------------------------------------------
001180* SWITCHES
001190*----------------------------------------------------------------
001200 01  WS-SWITCHES.
001210     05 WS-MASK-EOF-SW           PIC X(01) VALUE "N".
001220         88 FBZMASK-EOF              VALUE "Y".
001230     05 WS-CNT-EOF-SW            PIC X(01) VALUE "N".
001240         88 MASKCNT-EOF              VALUE "Y".
001250     05 WS-FOUND-SW              PIC X(01) VALUE "N".
001260         88 ENTRY-FOUND              VALUE "Y".
001270 PROCEDURE DIVISION.
001280*----------------------------------------------------------------
001290 0000-MAINLINE.
001300*----------------------------------------------------------------
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001320     PERFORM 2000-FIND-LATEST-RUN THRU 2000-EXIT
001330         UNTIL MASKCNT-EOF
001340     CLOSE MASKCNTF
001350     MOVE "N" TO WS-CNT-EOF-SW
001360     OPEN INPUT MASKCNTF
001370     READ MASKCNTF
001380         AT END
001390             SET MASKCNT-EOF TO TRUE
001400     END-READ
001410     PERFORM 3000-LIST-COUNT THRU 3000-EXIT
001420         UNTIL MASKCNT-EOF
001430     PERFORM 4000-LIST-POLICIES THRU 4000-EXIT
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT
001450     STOP RUN.
001460*----------------------------------------------------------------
001470*1000-INITIALIZE - LOADS THE POLICY TABLE FROM FBZMASK WITH
001480* DEFAULT AT THE END, AND PRIMES THE FIRST PASS OVER MASKCNT.
001490*----------------------------------------------------------------
001500 1000-INITIALIZE.
001510     ACCEPT WS-START-TIME FROM TIME
001520     CALL "GETCYCDT" USING WS-RUN-DATE
001530     OPEN INPUT FBZMASKF
001540     READ FBZMASKF
001550         AT END
001560             SET FBZMASK-EOF TO TRUE
001570     END-READ
001580     PERFORM 1100-LOAD-POLICY THRU 1100-EXIT
001590         UNTIL FBZMASK-EOF
001600     CLOSE FBZMASKF
001610     ADD 1 TO WS-POL-COUNT
001620     SET WS-POL-IDX TO WS-POL-COUNT
001630     MOVE "DEFAULT" TO WS-POL-ID(WS-POL-IDX)
001640     MOVE "T" TO WS-POL-ACTION(WS-POL-IDX)
001650     MOVE ZERO TO WS-POL-RECORDS(WS-POL-IDX)
001660     MOVE ZERO TO WS-POL-MASKED(WS-POL-IDX)
001670     OPEN INPUT MASKCNTF
001680     OPEN OUTPUT MASKRPT
001690     OPEN EXTEND RPTARCHF
001700     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
001710     MOVE SPACES TO WS-PRINT-LINE
001720     STRING "BUSINESS DATE: " WS-RUN-DATE
001730         "   FBZIN TEXT SHIPPED, BY POLICY"
001740         DELIMITED BY SIZE INTO WS-PRINT-LINE
001750     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001760     MOVE SPACES TO WS-PRINT-LINE
001770     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001780     MOVE SPACES TO WS-PRINT-LINE
001790     STRING "JOB       OUTPUT    POLICY    ACT"
001800         "    RECORDS    MASKED UNCHANGED"
001810         DELIMITED BY SIZE INTO WS-PRINT-LINE
001820     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001830     READ MASKCNTF
001840         AT END
001850             SET MASKCNT-EOF TO TRUE
001860     END-READ.
001870 1000-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------
001900*1100-LOAD-POLICY - CTLVALID HOLDS THE FILE TO 50 POLICIES; ROOM
001910* IS KEPT FOR DEFAULT AND FOR POLICIES SINCE REMOVED.
001920*----------------------------------------------------------------
001930 1100-LOAD-POLICY.
001940     IF WS-POL-COUNT < 50
001950         ADD 1 TO WS-POL-COUNT
001960         SET WS-POL-IDX TO WS-POL-COUNT
001970         MOVE MASK-POLICY-ID TO WS-POL-ID(WS-POL-IDX)
001980         MOVE MASK-ACTION TO WS-POL-ACTION(WS-POL-IDX)
001990         MOVE ZERO TO WS-POL-RECORDS(WS-POL-IDX)
002000         MOVE ZERO TO WS-POL-MASKED(WS-POL-IDX)
002010     END-IF
002020     READ FBZMASKF
002030         AT END
002040             SET FBZMASK-EOF TO TRUE
002050     END-READ.
002060 1100-EXIT.
002070     EXIT.
002080*----------------------------------------------------------------
002090*2000-FIND-LATEST-RUN - FIRST PASS. KEEPS THE LATEST
002100* MCNT-RUN-STAMP EACH JOB WROTE FOR THE RUN DATE, SO A RERUN'S
002110* COUNTS REPLACE THE ABENDED OR EARLIER RUN'S INSTEAD OF ADDING
002115* TO THEM.
002120*----------------------------------------------------------------
002130 2000-FIND-LATEST-RUN.
002140     IF MCNT-RUN-DATE NOT EQUAL WS-RUN-DATE
002150         GO TO 2000-READ-NEXT
002160     END-IF
002170     ADD 1 TO WS-COUNT-READ
002180     MOVE "N" TO WS-FOUND-SW
002190     SET WS-JOB-IDX TO 1
002200     SEARCH WS-JOB-ENTRY
002210         AT END
002220             CONTINUE
002230         WHEN WS-JOB-IDX > WS-JOB-COUNT
002240             CONTINUE
002250         WHEN WS-JOB-NAME(WS-JOB-IDX) EQUAL MCNT-JOB-NAME
002260             SET ENTRY-FOUND TO TRUE
002270             IF MCNT-RUN-STAMP > WS-JOB-RUN-STAMP(WS-JOB-IDX)
002280                 MOVE MCNT-RUN-STAMP
002285                     TO WS-JOB-RUN-STAMP(WS-JOB-IDX)
002290             END-IF
002300     END-SEARCH
002310     IF NOT ENTRY-FOUND
002320         AND WS-JOB-COUNT < 10
002330         ADD 1 TO WS-JOB-COUNT
002340         SET WS-JOB-IDX TO WS-JOB-COUNT
002350         MOVE MCNT-JOB-NAME TO WS-JOB-NAME(WS-JOB-IDX)
002360         MOVE MCNT-RUN-STAMP TO WS-JOB-RUN-STAMP(WS-JOB-IDX)
002370     END-IF.
002380 2000-READ-NEXT.
002390     READ MASKCNTF
002400         AT END
002410             SET MASKCNT-EOF TO TRUE
002420     END-READ.
002430 2000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460*3000-LIST-COUNT - SECOND PASS. ONE DETAIL LINE PER COUNT RECORD
002470* FROM EACH JOB'S LATEST RUN, ADDED INTO ITS POLICY'S TOTALS.
002480*----------------------------------------------------------------
002490 3000-LIST-COUNT.
002500     IF MCNT-RUN-DATE NOT EQUAL WS-RUN-DATE
002510         GO TO 3000-READ-NEXT
002520     END-IF
002530     MOVE "N" TO WS-FOUND-SW
002540     SET WS-JOB-IDX TO 1
002550     SEARCH WS-JOB-ENTRY
002560         AT END
002570             CONTINUE
002580         WHEN WS-JOB-IDX > WS-JOB-COUNT
002590             CONTINUE
002600         WHEN WS-JOB-NAME(WS-JOB-IDX) EQUAL MCNT-JOB-NAME
002610             AND WS-JOB-RUN-STAMP(WS-JOB-IDX) EQUAL MCNT-RUN-STAMP
002620             SET ENTRY-FOUND TO TRUE
002630     END-SEARCH
002640     IF NOT ENTRY-FOUND
002650         GO TO 3000-READ-NEXT
002660     END-IF
002670     ADD 1 TO WS-COUNT-TAKEN
002680     COMPUTE WS-FULL-COUNT =
002690         MCNT-RECORD-COUNT - MCNT-MASKED-COUNT
002700     MOVE MCNT-JOB-NAME TO WS-DTL-JOB-NAME
002710     MOVE MCNT-DEST TO WS-DTL-DEST
002720     MOVE MCNT-POLICY-ID TO WS-DTL-POLICY-ID
002730     MOVE MCNT-ACTION TO WS-DTL-ACTION
002740     MOVE MCNT-RECORD-COUNT TO WS-DTL-RECORDS
002750     MOVE MCNT-MASKED-COUNT TO WS-DTL-MASKED
002760     MOVE WS-FULL-COUNT TO WS-DTL-FULL
002770     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
002780     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002790     PERFORM 3100-ADD-TO-POLICY THRU 3100-EXIT
002800     ADD MCNT-RECORD-COUNT TO WS-TOTAL-RECORDS
002810     ADD MCNT-MASKED-COUNT TO WS-TOTAL-MASKED
002820     ADD WS-FULL-COUNT TO WS-TOTAL-FULL
002830     IF MCNT-POLICY-ID EQUAL "DEFAULT"
002840         ADD MCNT-RECORD-COUNT TO WS-DEFAULT-RECORDS
002850     END-IF.
002860 3000-READ-NEXT.
002870     READ MASKCNTF
002880         AT END
002890             SET MASKCNT-EOF TO TRUE
002900     END-READ.
002910 3000-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940*3100-ADD-TO-POLICY - A POLICY COUNTED TODAY BUT NO LONGER ON
002950* FBZMASK (CHANGED AFTER THE JOB RAN) IS ADDED TO THE TABLE.
002960*----------------------------------------------------------------
002970 3100-ADD-TO-POLICY.
002980     MOVE "N" TO WS-FOUND-SW
002990     SET WS-POL-IDX TO 1
003000     SEARCH WS-POL-ENTRY
003010         AT END
003020             CONTINUE
003030         WHEN WS-POL-IDX > WS-POL-COUNT
003040             CONTINUE
003050         WHEN WS-POL-ID(WS-POL-IDX) EQUAL MCNT-POLICY-ID
003060             SET ENTRY-FOUND TO TRUE
003070     END-SEARCH
003080     IF NOT ENTRY-FOUND
003090         IF WS-POL-COUNT < 60
003100             ADD 1 TO WS-POL-COUNT
003110             SET WS-POL-IDX TO WS-POL-COUNT
003120             MOVE MCNT-POLICY-ID TO WS-POL-ID(WS-POL-IDX)
003130             MOVE MCNT-ACTION TO WS-POL-ACTION(WS-POL-IDX)
003140             MOVE ZERO TO WS-POL-RECORDS(WS-POL-IDX)
003150             MOVE ZERO TO WS-POL-MASKED(WS-POL-IDX)
003160         ELSE
003170             GO TO 3100-EXIT
003180         END-IF
003190     END-IF
003200     ADD MCNT-RECORD-COUNT TO WS-POL-RECORDS(WS-POL-IDX)
003210     ADD MCNT-MASKED-COUNT TO WS-POL-MASKED(WS-POL-IDX).
003220 3100-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250*4000-LIST-POLICIES - ONE LINE PER POLICY, ZERO WHEN IT SAW
003260* NOTHING TODAY, SO COMPLIANCE SEES EVERY POLICY EVERY DAY.
003270*----------------------------------------------------------------
003280 4000-LIST-POLICIES.
003290     MOVE SPACES TO WS-PRINT-LINE
003300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003310     MOVE "TOTALS BY POLICY" TO WS-PRINT-LINE
003320     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003330     PERFORM 4100-LIST-POLICY THRU 4100-EXIT
003340         VARYING WS-POL-IDX FROM 1 BY 1
003350         UNTIL WS-POL-IDX > WS-POL-COUNT.
003360 4000-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390 4100-LIST-POLICY.
003400*----------------------------------------------------------------
003410     COMPUTE WS-FULL-COUNT =
003420         WS-POL-RECORDS(WS-POL-IDX) - WS-POL-MASKED(WS-POL-IDX)
003430     MOVE SPACES TO WS-DTL-JOB-NAME
003440     MOVE SPACES TO WS-DTL-DEST
003450     MOVE WS-POL-ID(WS-POL-IDX) TO WS-DTL-POLICY-ID
003460     MOVE WS-POL-ACTION(WS-POL-IDX) TO WS-DTL-ACTION
003470     MOVE WS-POL-RECORDS(WS-POL-IDX) TO WS-DTL-RECORDS
003480     MOVE WS-POL-MASKED(WS-POL-IDX) TO WS-DTL-MASKED
003490     MOVE WS-FULL-COUNT TO WS-DTL-FULL
003500     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
003510     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003520 4100-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550 8000-WRITE-LINE.
003560*----------------------------------------------------------------
003570     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003580         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
003590     END-IF
003600     MOVE WS-PRINT-LINE TO MASKRPT-RECORD
003610     WRITE MASKRPT-RECORD
003620     MOVE MASKRPT-RECORD TO RPTA-LINE
003630     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
003640     ADD 1 TO WS-LINE-COUNT.
003650 8000-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
003690* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE RUN DATE.
003700*----------------------------------------------------------------
003710 8100-ARCHIVE-LINE.
003720     MOVE "MASKRPT" TO RPTA-REPORT-NAME
003730     MOVE WS-RUN-DATE TO RPTA-RUN-DATE
003740     WRITE RPTA-RECORD.
003750 8100-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780 8500-NEW-PAGE.
003790*----------------------------------------------------------------
003800     ADD 1 TO WS-PAGE-NO
003810     MOVE ZERO TO WS-LINE-COUNT
003820     IF WS-PAGE-NO > 1
003830         MOVE SPACES TO MASKRPT-RECORD
003840         WRITE MASKRPT-RECORD
003850         MOVE MASKRPT-RECORD TO RPTA-LINE
003860         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
003870     END-IF
003880     MOVE SPACES TO MASKRPT-RECORD
003890     STRING "TEXT MASKING BY POLICY" "  PAGE " WS-PAGE-NO
003900         DELIMITED BY SIZE INTO MASKRPT-RECORD
003910     WRITE MASKRPT-RECORD
003920     MOVE MASKRPT-RECORD TO RPTA-LINE
003930     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
003940     ADD 1 TO WS-LINE-COUNT.
003950 8500-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980*9000-TERMINATE - GRAND TOTALS. ANY TEXT WITHHELD UNDER DEFAULT
003990* MEANS A FEED OR LABEL HAS NO POLICY, AND ENDS THE STEP RC 4.
004000*----------------------------------------------------------------
004010 9000-TERMINATE.
004020     MOVE SPACES TO WS-PRINT-LINE
004030     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004040     MOVE WS-TOTAL-RECORDS TO WS-EDIT-RECORDS
004050     MOVE WS-TOTAL-MASKED TO WS-EDIT-MASKED
004060     MOVE WS-TOTAL-FULL TO WS-EDIT-FULL
004070     MOVE SPACES TO WS-PRINT-LINE
004080     STRING "RECORDS SHIPPED=" WS-EDIT-RECORDS
004090         "  MASKED=" WS-EDIT-MASKED
004100         "  UNCHANGED=" WS-EDIT-FULL
004110         DELIMITED BY SIZE INTO WS-PRINT-LINE
004120     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004130     IF WS-DEFAULT-RECORDS > ZERO
004140         MOVE 4 TO WS-RETURN-CODE
004150         MOVE WS-DEFAULT-RECORDS TO WS-EDIT-RECORDS
004160         MOVE SPACES TO WS-PRINT-LINE
004170         STRING "WITHHELD UNDER DEFAULT=" WS-EDIT-RECORDS
004180             " - FBZMASK HAS NO POLICY FOR THEM"
004190             DELIMITED BY SIZE INTO WS-PRINT-LINE
004200         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004210     END-IF
004220     IF WS-COUNT-TAKEN EQUAL ZERO
004230         MOVE "NO MASKING COUNTS FOR THIS BUSINESS DATE"
004240             TO WS-PRINT-LINE
004250         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004260     END-IF
004270     CLOSE MASKCNTF
004280     CLOSE MASKRPT
004290     CLOSE RPTARCHF
004300     ACCEPT WS-END-TIME FROM TIME
004310     OPEN EXTEND RUNLOGF
004320     MOVE "MASKRPT" TO RUNLOG-JOB-NAME
004330     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
004340     MOVE WS-START-TIME TO RUNLOG-START-TIME
004350     MOVE WS-END-TIME TO RUNLOG-END-TIME
004360     MOVE WS-COUNT-READ TO RUNLOG-INPUT-COUNT
004370     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
004380     MOVE SPACES TO RUNLOG-PARAMETER
004390     WRITE RUNLOG-RECORD
004400     CLOSE RUNLOGF
004410     MOVE WS-RETURN-CODE TO RETURN-CODE.
004420 9000-EXIT.
004430     EXIT.
