000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. parsign.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. LAST STEP OF THE PARALLEL
000110*                  JOB. PRINTS THE PROMOTION SIGN-OFF FROM THE
000120*                  PARWORK RECORDS THE PARCOMP STEPS LEFT (COPY
000130*                  PARCMP): ONE ENTRY PER DATASET COMPARED WITH
000140*                  ITS RECORD COUNTS, MATCHES, VALUE DIFFERENCES,
000150*                  ONE-SIDED RECORDS, CONTROL TOTALS AND RESULT,
000160*                  THEN THE VERDICT - CLEAR FOR PROMOTION ONLY
000170*                  WHEN EVERY DATASET IS IDENTICAL - AND THE
000180*                  SIGNATURE LINES. RUNS COND=EVEN SO A FAILED
000190*                  COMPARISON STEP STILL GETS A SIGN-OFF SAYING
000200*                  SO, AND THE PARM (1-3 DIGITS) GIVES THE NUMBER
000210*                  OF DATASETS THE JOB COMPARES - ANY STEP THAT
000220*                  NEVER RAN COUNTS AS NOT COMPARED. THE REPORT IS
000230*                  ARCHIVED AS THE EVIDENCE.
000240*----------------------------------------------------------------
000250* RETURN CODE VALUES
000260*   00  EVERY DATASET IDENTICAL - CLEAR FOR PROMOTION
000270*   04  ONE OR MORE DATASETS DIFFER
000280*   08  A DATASET WAS NOT COMPARED, FEWER THAN THE PARM'S COUNT
000290*       WERE, OR PARWORK IS EMPTY
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARWORK ASSIGN TO "PARWORK"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT SIGNRPT ASSIGN TO "SIGNRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PARWORK
000450     RECORDING MODE IS F.
000460     COPY PARCMP.
000470 FD  SIGNRPT
000480     RECORDING MODE IS F.
000490 01  SIGNRPT-RECORD              PIC X(80).
000500 FD  RPTARCHF
000510     RECORDING MODE IS F.
000520     COPY RPTARCH.
000530 FD  RUNLOGF
000540     RECORDING MODE IS F.
000550     COPY RUNLOG.
000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------
000580* TOTALS
000590*----------------------------------------------------------------
000600 01  WS-DATASET-COUNT            PIC 9(05) VALUE ZERO.
000610 01  WS-IDENTICAL-COUNT          PIC 9(05) VALUE ZERO.
000620 01  WS-DIFFERENT-COUNT          PIC 9(05) VALUE ZERO.
000630 01  WS-INCOMPLETE-COUNT         PIC 9(05) VALUE ZERO.
000640 01  WS-EXPECTED-COUNT           PIC 9(05) VALUE ZERO.
000650 01  WS-MISSING-COUNT            PIC 9(05) VALUE ZERO.
000660 01  WS-PARM-TEXT                PIC X(03) VALUE SPACES.
000670 01  WS-PARM-NUMBER REDEFINES WS-PARM-TEXT
000680                                 PIC 9(03).
000690*----------------------------------------------------------------
000700* REPORT CONTROL
000710*----------------------------------------------------------------
000720 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000730 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000740 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
000750 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000760 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
000770 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
000780 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
000790 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
000800 01  WS-TOTALS-TEXT              PIC X(10) VALUE SPACES.
000810 01  WS-RESULT-TEXT              PIC X(10) VALUE SPACES.
000820 01  WS-DETAIL-LINE.
000830     05 WS-DTL-FILE-NAME         PIC X(08).
000840     05 FILLER                   PIC X(02) VALUE SPACES.
000850     05 WS-DTL-PROD-COUNT        PIC Z(08)9.
000860     05 FILLER                   PIC X(01) VALUE SPACE.
000870     05 WS-DTL-SHADOW-COUNT      PIC Z(08)9.
000880     05 FILLER                   PIC X(01) VALUE SPACE.
000890     05 WS-DTL-MATCH-COUNT       PIC Z(08)9.
000900     05 FILLER                   PIC X(01) VALUE SPACE.
000910     05 WS-DTL-DIFF-COUNT        PIC Z(08)9.
000920     05 FILLER                   PIC X(01) VALUE SPACE.
000930     05 WS-DTL-PROD-ONLY         PIC Z(08)9.
000940     05 FILLER                   PIC X(01) VALUE SPACE.
000950     05 WS-DTL-SHADOW-ONLY       PIC Z(08)9.
000960     05 FILLER                   PIC X(10) VALUE SPACES.
000970*----------------------------------------------------------------
000980* SWITCHES
000990*----------------------------------------------------------------
001000 01  WS-SWITCHES.
001010     05 WS-EOF-SW                PIC X(01) VALUE "N".
001020         88 PARWORK-EOF              VALUE "Y".
001030 LINKAGE SECTION.
001040*----------------------------------------------------------------
001050* JCL PARM= - NUMBER OF DATASETS THE JOB COMPARES (BLANK = ANY)
001060*----------------------------------------------------------------
001070 01  LS-PARM.
001080     05 LS-PARM-LEN              PIC S9(04) COMP.
001090     05 LS-PARM-DATA             PIC X(08).
001100 PROCEDURE DIVISION USING LS-PARM.
001110*----------------------------------------------------------------
001120 0000-MAINLINE.
001130*----------------------------------------------------------------
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001150     PERFORM 2000-LIST-DATASET THRU 2000-EXIT
001160         UNTIL PARWORK-EOF
001170     PERFORM 9000-TERMINATE THRU 9000-EXIT
001180     STOP RUN.
001190*----------------------------------------------------------------
001200 1000-INITIALIZE.
001210*----------------------------------------------------------------
001220     ACCEPT WS-START-TIME FROM TIME
001230     CALL "GETCYCDT" USING WS-RUN-DATE
001240     IF LS-PARM-LEN > ZERO
001250         AND LS-PARM-LEN < 4
001260         MOVE SPACES TO WS-PARM-TEXT
001270         MOVE LS-PARM-DATA(1:LS-PARM-LEN)
001280             TO WS-PARM-TEXT(4 - LS-PARM-LEN:LS-PARM-LEN)
001290         INSPECT WS-PARM-TEXT REPLACING LEADING SPACES BY ZEROS
001300         IF WS-PARM-TEXT IS NUMERIC
001310             MOVE WS-PARM-NUMBER TO WS-EXPECTED-COUNT
001320         END-IF
001330     END-IF
001340     OPEN INPUT PARWORK
001350     OPEN OUTPUT SIGNRPT
001360     OPEN EXTEND RPTARCHF
001370     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
001380     MOVE SPACES TO WS-PRINT-LINE
001390     STRING "BUSINESS DATE: " WS-RUN-DATE
001400         "   SHADOW OUTPUT AGAINST PRODUCTION"
001410         DELIMITED BY SIZE INTO WS-PRINT-LINE
001420     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001430     MOVE SPACES TO WS-PRINT-LINE
001440     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001450     MOVE SPACES TO WS-PRINT-LINE
001460     STRING "DATASET   " " PROD RECS" " SHAD RECS"
001470         "   MATCHED" "   DIFFERS" " PROD ONLY" " SHAD ONLY"
001480         DELIMITED BY SIZE INTO WS-PRINT-LINE
001490     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001500     READ PARWORK
001510         AT END
001520             SET PARWORK-EOF TO TRUE
001530     END-READ.
001540 1000-EXIT.
001550     EXIT.
001560*----------------------------------------------------------------
001570*2000-LIST-DATASET - TWO LINES PER DATASET: THE COUNTS, THEN THE
001580* CONTROL TOTALS AND RESULT.
001590*----------------------------------------------------------------
001600 2000-LIST-DATASET.
001610     ADD 1 TO WS-DATASET-COUNT
001620     EVALUATE TRUE
001630         WHEN PRC-IDENTICAL
001640             ADD 1 TO WS-IDENTICAL-COUNT
001650             MOVE "IDENTICAL" TO WS-RESULT-TEXT
001660         WHEN PRC-DIFFERENT
001670             ADD 1 TO WS-DIFFERENT-COUNT
001680             MOVE "DIFFERENT" TO WS-RESULT-TEXT
001690         WHEN OTHER
001700             ADD 1 TO WS-INCOMPLETE-COUNT
001710             MOVE "INCOMPLETE" TO WS-RESULT-TEXT
001720     END-EVALUATE
001730     EVALUATE TRUE
001740         WHEN PRC-TOTALS-AGREE
001750             MOVE "AGREE" TO WS-TOTALS-TEXT
001760         WHEN PRC-TOTALS-DIFFER
001770             MOVE "DIFFER" TO WS-TOTALS-TEXT
001780         WHEN OTHER
001790             MOVE "NO TRAILER" TO WS-TOTALS-TEXT
001800     END-EVALUATE
001810     MOVE PRC-FILE-NAME TO WS-DTL-FILE-NAME
001820     MOVE PRC-PROD-COUNT TO WS-DTL-PROD-COUNT
001830     MOVE PRC-SHADOW-COUNT TO WS-DTL-SHADOW-COUNT
001840     MOVE PRC-MATCH-COUNT TO WS-DTL-MATCH-COUNT
001850     MOVE PRC-DIFF-COUNT TO WS-DTL-DIFF-COUNT
001860     MOVE PRC-PROD-ONLY TO WS-DTL-PROD-ONLY
001870     MOVE PRC-SHADOW-ONLY TO WS-DTL-SHADOW-ONLY
001880     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
001890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001900     MOVE SPACES TO WS-PRINT-LINE
001910     STRING "          CONTROL TOTALS: " WS-TOTALS-TEXT
001920         "  RESULT: " WS-RESULT-TEXT
001930         DELIMITED BY SIZE INTO WS-PRINT-LINE
001940     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001950     READ PARWORK
001960         AT END
001970             SET PARWORK-EOF TO TRUE
001980     END-READ.
001990 2000-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------
002020 8000-WRITE-LINE.
002030*----------------------------------------------------------------
002040     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
002050         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
002060     END-IF
002070     MOVE WS-PRINT-LINE TO SIGNRPT-RECORD
002080     WRITE SIGNRPT-RECORD
002090     MOVE SIGNRPT-RECORD TO RPTA-LINE
002100     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
002110     ADD 1 TO WS-LINE-COUNT.
002120 8000-EXIT.
002130     EXIT.
002140*----------------------------------------------------------------
002150*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
002160* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE RUN DATE.
002170*----------------------------------------------------------------
002180 8100-ARCHIVE-LINE.
002190     MOVE "PARSIGN" TO RPTA-REPORT-NAME
002200     MOVE WS-RUN-DATE TO RPTA-RUN-DATE
002210     WRITE RPTA-RECORD.
002220 8100-EXIT.
002230     EXIT.
002240*----------------------------------------------------------------
002250 8500-NEW-PAGE.
002260*----------------------------------------------------------------
002270     ADD 1 TO WS-PAGE-NO
002280     MOVE ZERO TO WS-LINE-COUNT
002290     IF WS-PAGE-NO > 1
002300         MOVE SPACES TO SIGNRPT-RECORD
002310         WRITE SIGNRPT-RECORD
002320         MOVE SIGNRPT-RECORD TO RPTA-LINE
002330         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
002340     END-IF
002350     MOVE SPACES TO SIGNRPT-RECORD
002360     STRING "PARALLEL RUN SIGN-OFF" "  PAGE " WS-PAGE-NO
002370         DELIMITED BY SIZE INTO SIGNRPT-RECORD
002380     WRITE SIGNRPT-RECORD
002390     MOVE SIGNRPT-RECORD TO RPTA-LINE
002400     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
002410     ADD 1 TO WS-LINE-COUNT.
002420 8500-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450*9000-TERMINATE - THE VERDICT AND THE SIGNATURE LINES. ANYTHING
002460* SHORT OF EVERY DATASET IDENTICAL IS NOT CLEAR FOR PROMOTION.
002470*----------------------------------------------------------------
002480 9000-TERMINATE.
002490     MOVE SPACES TO WS-PRINT-LINE
002500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002510     IF WS-EXPECTED-COUNT > WS-DATASET-COUNT
002520         COMPUTE WS-MISSING-COUNT =
002530             WS-EXPECTED-COUNT - WS-DATASET-COUNT
002540         ADD WS-MISSING-COUNT TO WS-INCOMPLETE-COUNT
002550         MOVE SPACES TO WS-PRINT-LINE
002560         STRING "DATASETS EXPECTED=" WS-EXPECTED-COUNT
002570             "  NEVER COMPARED=" WS-MISSING-COUNT
002580             " - A COMPARISON STEP DID NOT RUN"
002590             DELIMITED BY SIZE INTO WS-PRINT-LINE
002600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002610     END-IF
002620     MOVE SPACES TO WS-PRINT-LINE
002630     STRING "DATASETS=" WS-DATASET-COUNT
002640         "  IDENTICAL=" WS-IDENTICAL-COUNT
002650         "  DIFFERENT=" WS-DIFFERENT-COUNT
002660         "  INCOMPLETE=" WS-INCOMPLETE-COUNT
002670         DELIMITED BY SIZE INTO WS-PRINT-LINE
002680     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002690     EVALUATE TRUE
002700         WHEN WS-DATASET-COUNT EQUAL ZERO
002710             MOVE 8 TO WS-RETURN-CODE
002720             MOVE "NOTHING WAS COMPARED - NOT CLEAR FOR PROMOTION"
002730                 TO WS-PRINT-LINE
002740         WHEN WS-INCOMPLETE-COUNT > ZERO
002750             MOVE 8 TO WS-RETURN-CODE
002760             MOVE "NOT ALL COMPARED - NOT CLEAR FOR PROMOTION"
002770                 TO WS-PRINT-LINE
002780         WHEN WS-DIFFERENT-COUNT > ZERO
002790             MOVE 4 TO WS-RETURN-CODE
002800             MOVE "DIFFERENCES FOUND - NOT CLEAR FOR PROMOTION"
002810                 TO WS-PRINT-LINE
002820         WHEN OTHER
002830             MOVE ZERO TO WS-RETURN-CODE
002840             MOVE "EVERY DATASET IDENTICAL - CLEAR FOR PROMOTION"
002850                 TO WS-PRINT-LINE
002860     END-EVALUATE
002870     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002880     MOVE SPACES TO WS-PRINT-LINE
002890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002900     MOVE "CHANGE OWNER     ____________________  DATE __________"
002910         TO WS-PRINT-LINE
002920     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002930     MOVE "OPERATIONS       ____________________  DATE __________"
002940         TO WS-PRINT-LINE
002950     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002960     CLOSE PARWORK
002970     CLOSE SIGNRPT
002980     CLOSE RPTARCHF
002990     ACCEPT WS-END-TIME FROM TIME
003000     OPEN EXTEND RUNLOGF
003010     MOVE "PARSIGN" TO RUNLOG-JOB-NAME
003020     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
003030     MOVE WS-START-TIME TO RUNLOG-START-TIME
003040     MOVE WS-END-TIME TO RUNLOG-END-TIME
003050     MOVE WS-DATASET-COUNT TO RUNLOG-INPUT-COUNT
003060     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
003070     MOVE SPACES TO RUNLOG-PARAMETER
003080     WRITE RUNLOG-RECORD
003090     CLOSE RUNLOGF
003100     MOVE WS-RETURN-CODE TO RETURN-CODE.
003110 9000-EXIT.
003120     EXIT.
