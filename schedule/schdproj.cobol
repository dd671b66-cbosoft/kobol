000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. schdproj.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. FORWARD SCHEDULE PROJECTION
000110*                  - "WHAT RUNS ON THE 31ST" WITHOUT WORKING
000120*                  EVERY SCHDCTL RECORD OUT BY HAND. EVERY
000130*                  REGISTERED JOB (COPY REGJOBS) IS EVALUATED
000140*                  BY SCHEDEVL - THE SAME CALL SCHEDCTL MAKES
000150*                  EACH NIGHT - FOR EACH DAY OF THE HORIZON
000160*                  (PARM 30, 60 OR 90 DAYS FROM THE BUSINESS
000170*                  DATE; DEFAULT 30) AND PRINTED AS A DAY-BY-JOB
000180*                  RUN GRID WITH A DUE COUNT PER DAY. PENDING
000190*                  SCHDCTL ENTRIES ON PENDCHG ARE APPLIED TO A
000200*                  COPY OF THE SCHEDULE AND SHOWN AS "IF
000210*                  APPROVED". EACH DAY'S COUNT IS CHECKED
000220*                  AGAINST THE MOST REGISTERED JOBS THE STREAM
000230*                  HAS EVER RUN ON A DAY IT STILL MET THE SLACTL
000240*                  "*STREAM*" CUTOFF (FROM RUNLOG). A CALENDAR
000250*                  EXCEPTION LIST NAMES MONTH-END DAYS A
000260*                  MONTH-END-ONLY JOB WILL NOT RUN ON, JOBS THAT
000270*                  NEVER RUN IN THE HORIZON, AND SKIP DATES THAT
000280*                  FALL ON A DAY THE JOB WOULD NOT RUN ANYWAY.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SCHDCTL ASSIGN TO "SCHDCTL"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT PENDCHGF ASSIGN TO "PENDCHG"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT SLACTLF ASSIGN TO "SLACTL"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT SCHPRPT ASSIGN TO "SCHPRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  SCHDCTL
000480     RECORDING MODE IS F.
000490 01  SCHDCTL-FILE-RECORD         PIC X(61).
000500 FD  PENDCHGF
000510     RECORDING MODE IS F.
000520     COPY PENDCHG.
000530 FD  SLACTLF
000540     RECORDING MODE IS F.
000550     COPY SLACTL.
000560 FD  RUNLOGF
000570     RECORDING MODE IS F.
000580     COPY RUNLOG.
000590 FD  SCHPRPT
000600     RECORDING MODE IS F.
000610 01  SCHPRPT-RECORD              PIC X(80).
000620 FD  RPTARCHF
000630     RECORDING MODE IS F.
000640     COPY RPTARCH.
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670* REGISTERED JOB SET AND THE SCHEDULE RECORD SCHEDEVL EVALUATES
000680*----------------------------------------------------------------
000690     COPY REGJOBS.
000700     COPY SCHDCTL.
000710*----------------------------------------------------------------
000720* JOB TABLE - ONE ENTRY PER REGISTERED JOB, IN REGJOBS ORDER:
000730* THE LIVE SCHEDULE IMAGE AND THE IMAGE WITH EVERY PENDING
000740* SCHDCTL ENTRY APPLIED, THE JOB'S OWN SLA DEADLINE, AND A RUN
000750* COUNT OVER THE HORIZON FOR EACH VIEW
000760*----------------------------------------------------------------
000770 01  WS-JOB-TABLE-MAX            PIC 9(02) COMP VALUE 20.
000780 01  WS-JOB-COUNT                PIC 9(02) COMP VALUE ZERO.
000790 01  WS-JOB-TABLE.
000800     05 WS-JOB-ENTRY OCCURS 20 TIMES
000810             INDEXED BY WS-JOB-IDX.
000820         10 WS-JOB-NAME          PIC X(08).
000830         10 WS-JOB-LIVE-IMAGE    PIC X(61).
000840         10 WS-JOB-LIVE-SW       PIC X(01).
000850             88 JOB-ON-LIVE          VALUE "Y".
000860         10 WS-JOB-APPR-IMAGE    PIC X(61).
000870         10 WS-JOB-APPR-SW       PIC X(01).
000880             88 JOB-ON-APPR          VALUE "Y".
000890         10 WS-JOB-CHANGED-SW    PIC X(01).
000900             88 JOB-CHANGED          VALUE "Y".
000910         10 WS-JOB-DEADLINE      PIC 9(08).
000920         10 WS-JOB-RAN-SW        PIC X(01).
000930         10 WS-JOB-LIVE-RESULT   PIC X(01).
000940         10 WS-JOB-APPR-RESULT   PIC X(01).
000950 01  WS-FOUND-SUB                PIC 9(02) COMP VALUE ZERO.
000960 01  WS-TARGET-JOB               PIC X(08) VALUE SPACES.
000970*----------------------------------------------------------------
000980* PENDING-ENTRY WORK - SAME SHAPE CHGAPRV HOLDS
000990*----------------------------------------------------------------
001000 01  WS-PEND-COUNT               PIC 9(03) VALUE ZERO.
001010 01  WS-IMAGE-WORK               PIC X(61) VALUE SPACES.
001020 01  WS-IMAGE-SCH REDEFINES WS-IMAGE-WORK.
001030     05 WS-IMG-JOB-NAME          PIC X(08).
001040     05 FILLER                   PIC X(53).
001050*----------------------------------------------------------------
001060* HORIZON AND DATE WORK
001070*----------------------------------------------------------------
001080 01  WS-HORIZON-DAYS             PIC 9(03) VALUE 30.
001090 01  WS-HORIZON-MAX              PIC 9(03) VALUE 90.
001100 01  WS-PARM-TEXT                PIC X(03) VALUE SPACES.
001110 01  WS-PARM-NUMBER REDEFINES WS-PARM-TEXT
001120                                 PIC 9(03).
001130 01  WS-START-INTEGER            PIC 9(08) COMP VALUE ZERO.
001140 01  WS-END-INTEGER              PIC 9(08) COMP VALUE ZERO.
001150 01  WS-DAY-INTEGER              PIC 9(08) COMP VALUE ZERO.
001160 01  WS-DAY-DATE                 PIC 9(08) VALUE ZERO.
001170 01  WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
001180 01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
001190     05 FILLER                   PIC 9(06).
001200     05 WS-NEXT-DD               PIC 9(02).
001210 01  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
001220 01  WS-DAY-NAMES                PIC X(21)
001230                                 VALUE "MONTUEWEDTHUFRISATSUN".
001240 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
001250     05 WS-DAY-NAME OCCURS 7 TIMES PIC X(03).
001260 01  WS-MONTH-END-SW             PIC X(01) VALUE "N".
001270     88 IS-MONTH-END                 VALUE "Y".
001280 01  WS-SKIP-WORK                PIC X(08) VALUE SPACES.
001290 01  WS-SKIP-DATE-R REDEFINES WS-SKIP-WORK.
001300     05 WS-SKIP-YYYY             PIC 9(04).
001310     05 WS-SKIP-MM               PIC 9(02).
001320     05 WS-SKIP-DD               PIC 9(02).
001330 01  WS-SKIP-SUB                 PIC 9(01) COMP VALUE ZERO.
001340 01  WS-SKIPPED-SW               PIC X(01) VALUE "N".
001350     88 DAY-SKIPPED                  VALUE "Y".
001360*----------------------------------------------------------------
001370* SCHEDEVL CALL FIELDS
001380*----------------------------------------------------------------
001390 01  WS-EVAL-IMAGE               PIC X(61) VALUE SPACES.
001400 01  WS-EVAL-DATE                PIC 9(08) VALUE ZERO.
001410 01  WS-EVAL-RESULT              PIC X(01) VALUE "N".
001420*----------------------------------------------------------------
001430* PROVEN LOAD - FROM RUNLOG, THE MOST REGISTERED JOBS RUN ON ONE
001440* BUSINESS DATE WHOSE LAST RUNLOG END TIME MET THE CUTOFF
001450*----------------------------------------------------------------
001460 01  WS-CUTOFF-TIME              PIC 9(08) VALUE ZERO.
001470 01  WS-CUTOFF-SW                PIC X(01) VALUE "N".
001480     88 CUTOFF-ON-FILE               VALUE "Y".
001490 01  WS-PROVEN-COUNT             PIC 9(02) VALUE ZERO.
001500 01  WS-HISTORY-DAYS             PIC 9(05) VALUE ZERO.
001510 01  WS-GROUP-DATE               PIC 9(08) VALUE ZERO.
001520 01  WS-GROUP-LAST-END           PIC 9(08) VALUE ZERO.
001530 01  WS-GROUP-JOB-COUNT          PIC 9(02) VALUE ZERO.
001540*----------------------------------------------------------------
001550* PER-DAY COUNTS
001560*----------------------------------------------------------------
001570 01  WS-LIVE-DUE                 PIC 9(02) VALUE ZERO.
001580 01  WS-APPR-DUE                 PIC 9(02) VALUE ZERO.
001590 01  WS-LIVE-RUNS                PIC 9(03) VALUE ZERO.
001600 01  WS-CELL                     PIC X(01) VALUE SPACE.
001610 01  WS-COL-NO                   PIC 9(02) VALUE ZERO.
001620 01  WS-LINE-PTR                 PIC 9(03) COMP VALUE 1.
001630 01  WS-LEGEND-ON-LINE           PIC 9(01) VALUE ZERO.
001640 01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
001650 01  WS-OVER-LOAD-DAYS           PIC 9(03) VALUE ZERO.
001660 01  WS-EXC-PREFIX               PIC X(13) VALUE SPACES.
001670 01  WS-EDIT-DAYS                PIC ZZ9 VALUE ZERO.
001680*----------------------------------------------------------------
001690* REPORT CONTROL
001700*----------------------------------------------------------------
001710 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001720 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001730 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001740 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
001750 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001760 01  WS-GRID-HEADING             PIC X(80) VALUE SPACES.
001770 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001780*----------------------------------------------------------------
001790* SWITCHES
001800*----------------------------------------------------------------
001810 01  WS-SWITCHES.
001820     05 WS-SCHDCTL-EOF-SW        PIC X(01) VALUE "N".
001830         88 SCHDCTL-EOF              VALUE "Y".
001840     05 WS-PEND-EOF-SW           PIC X(01) VALUE "N".
001850         88 PENDCHG-EOF              VALUE "Y".
001860     05 WS-SLA-EOF-SW            PIC X(01) VALUE "N".
001870         88 SLACTL-EOF               VALUE "Y".
001880     05 WS-RUNLOG-EOF-SW         PIC X(01) VALUE "N".
001890         88 RUNLOG-EOF               VALUE "Y".
001900     05 WS-GRID-SW               PIC X(01) VALUE "N".
001910         88 PRINTING-GRID            VALUE "Y".
001920 LINKAGE SECTION.
001930 01  LS-PARM.
001940     05 LS-PARM-LEN              PIC S9(04) COMP.
001950     05 LS-PARM-DATA             PIC X(08).
001960 PROCEDURE DIVISION USING LS-PARM.
001970*----------------------------------------------------------------
001980 0000-MAINLINE.
001990*----------------------------------------------------------------
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002010     PERFORM 3000-PRINT-GRID THRU 3000-EXIT
002020     PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
002030     PERFORM 9000-TERMINATE THRU 9000-EXIT
002040     STOP RUN.
002050*----------------------------------------------------------------
002060*1000-INITIALIZE - HORIZON FROM THE PARM (1-3 DIGITS, UP TO 90
002070* DAYS; ANYTHING ELSE TAKES THE 30-DAY DEFAULT), THEN THE
002080* SCHEDULE, THE PENDING CHANGES, THE SLA DEADLINES AND THE
002090* RUNLOG HISTORY.
002100*----------------------------------------------------------------
002110 1000-INITIALIZE.
002120     CALL "GETCYCDT" USING WS-RUN-DATE
002130     IF LS-PARM-LEN > ZERO
002140         AND LS-PARM-LEN < 4
002150         MOVE SPACES TO WS-PARM-TEXT
002160         MOVE LS-PARM-DATA(1:LS-PARM-LEN)
002170             TO WS-PARM-TEXT(4 - LS-PARM-LEN:LS-PARM-LEN)
002180         INSPECT WS-PARM-TEXT REPLACING LEADING SPACES BY ZEROS
002190         IF WS-PARM-TEXT IS NUMERIC
002200             AND WS-PARM-NUMBER > ZERO
002210             AND WS-PARM-NUMBER NOT > WS-HORIZON-MAX
002220             MOVE WS-PARM-NUMBER TO WS-HORIZON-DAYS
002230         END-IF
002240     END-IF
002250     COMPUTE WS-START-INTEGER =
002260         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
002270     COMPUTE WS-END-INTEGER =
002280         WS-START-INTEGER + WS-HORIZON-DAYS - 1
002290     PERFORM 1100-INIT-JOB THRU 1100-EXIT
002300         VARYING REG-JOB-IDX FROM 1 BY 1
002310         UNTIL REG-JOB-IDX > REG-JOB-COUNT
002320             OR WS-JOB-COUNT >= WS-JOB-TABLE-MAX
002330     OPEN INPUT SCHDCTL
002340     READ SCHDCTL
002350         AT END
002360             SET SCHDCTL-EOF TO TRUE
002370     END-READ
002380     PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT
002390         UNTIL SCHDCTL-EOF
002400     CLOSE SCHDCTL
002410     OPEN OUTPUT SCHPRPT
002420     OPEN EXTEND RPTARCHF
002430     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
002440     MOVE WS-HORIZON-DAYS TO WS-EDIT-DAYS
002450     MOVE SPACES TO WS-PRINT-LINE
002460     STRING "RUN DATE: " WS-RUN-DATE
002470         "  HORIZON:" WS-EDIT-DAYS " DAYS FROM THE RUN DATE"
002480         DELIMITED BY SIZE INTO WS-PRINT-LINE
002490     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002500     PERFORM 1300-LOAD-PENDING THRU 1300-EXIT
002510     PERFORM 1500-LOAD-SLA THRU 1500-EXIT
002520     PERFORM 1700-LOAD-HISTORY THRU 1700-EXIT.
002530 1000-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560 1100-INIT-JOB.
002570*----------------------------------------------------------------
002580     ADD 1 TO WS-JOB-COUNT
002590     SET WS-JOB-IDX TO WS-JOB-COUNT
002600     MOVE REG-JOB-NAME(REG-JOB-IDX) TO WS-JOB-NAME(WS-JOB-IDX)
002610     MOVE SPACES TO WS-JOB-LIVE-IMAGE(WS-JOB-IDX)
002620     MOVE SPACES TO WS-JOB-APPR-IMAGE(WS-JOB-IDX)
002630     MOVE "N" TO WS-JOB-LIVE-SW(WS-JOB-IDX)
002640     MOVE "N" TO WS-JOB-APPR-SW(WS-JOB-IDX)
002650     MOVE "N" TO WS-JOB-CHANGED-SW(WS-JOB-IDX)
002660     MOVE ZERO TO WS-JOB-DEADLINE(WS-JOB-IDX).
002670 1100-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700*1200-LOAD-SCHEDULE - A RECORD FOR A JOB THAT IS NOT REGISTERED
002710* IS LEFT TO CTLVALID TO REPORT; NO CHECKER STEP WOULD READ IT.
002720*----------------------------------------------------------------
002730 1200-LOAD-SCHEDULE.
002740     MOVE SCHDCTL-FILE-RECORD TO WS-IMAGE-WORK
002750     MOVE WS-IMG-JOB-NAME TO WS-TARGET-JOB
002760     PERFORM 7500-FIND-JOB THRU 7500-EXIT
002770     IF WS-FOUND-SUB > ZERO
002780         SET WS-JOB-IDX TO WS-FOUND-SUB
002790         MOVE WS-IMAGE-WORK TO WS-JOB-LIVE-IMAGE(WS-JOB-IDX)
002800         MOVE WS-IMAGE-WORK TO WS-JOB-APPR-IMAGE(WS-JOB-IDX)
002810         MOVE "Y" TO WS-JOB-LIVE-SW(WS-JOB-IDX)
002820         MOVE "Y" TO WS-JOB-APPR-SW(WS-JOB-IDX)
002830     END-IF
002840     READ SCHDCTL
002850         AT END
002860             SET SCHDCTL-EOF TO TRUE
002870     END-READ.
002880 1200-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002910*1300-LOAD-PENDING - EVERY UNDECIDED SCHDCTL ENTRY IS APPLIED,
002920* IN THE ORDER ENTERED, TO THE "IF APPROVED" IMAGES: AN ADD OR
002930* CHANGE PUTS THE AFTER IMAGE IN PLACE, A DELETE TAKES THE JOB'S
002940* RECORD AWAY. EACH ENTRY IS LISTED.
002950*----------------------------------------------------------------
002960 1300-LOAD-PENDING.
002970     MOVE SPACES TO WS-PRINT-LINE
002980     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002990     MOVE SPACES TO WS-PRINT-LINE
003000     MOVE "PENDING SCHDCTL CHANGES (SHOWN IF APPROVED)"
003010         TO WS-PRINT-LINE
003020     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003030     OPEN INPUT PENDCHGF
003040     READ PENDCHGF
003050         AT END
003060             SET PENDCHG-EOF TO TRUE
003070     END-READ
003080     PERFORM 1350-APPLY-PENDING THRU 1350-EXIT
003090         UNTIL PENDCHG-EOF
003100     CLOSE PENDCHGF
003110     IF WS-PEND-COUNT EQUAL ZERO
003120         MOVE SPACES TO WS-PRINT-LINE
003130         MOVE "  NONE" TO WS-PRINT-LINE
003140         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003150     END-IF.
003160 1300-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190 1350-APPLY-PENDING.
003200*----------------------------------------------------------------
003210     IF NOT PEND-PENDING
003220         OR PEND-FILE-NAME NOT EQUAL "SCHDCTL"
003230         GO TO 1350-READ-NEXT
003240     END-IF
003250     ADD 1 TO WS-PEND-COUNT
003260     IF PEND-ACTION EQUAL "D"
003270         MOVE PEND-BEFORE TO WS-IMAGE-WORK
003280     ELSE
003290         MOVE PEND-AFTER TO WS-IMAGE-WORK
003300     END-IF
003310     MOVE SPACES TO WS-PRINT-LINE
003320     STRING "  " PEND-DATE " " PEND-TIME
003330         "  ACTION=" PEND-ACTION
003340         "  JOB=" WS-IMG-JOB-NAME
003350         "  ENTERED BY " PEND-ENTERED-BY
003360         DELIMITED BY SIZE INTO WS-PRINT-LINE
003370     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003380     MOVE WS-IMG-JOB-NAME TO WS-TARGET-JOB
003390     PERFORM 7500-FIND-JOB THRU 7500-EXIT
003400     IF WS-FOUND-SUB EQUAL ZERO
003410         MOVE SPACES TO WS-PRINT-LINE
003420         MOVE "    ** JOB NOT REGISTERED - NOT PROJECTED"
003430             TO WS-PRINT-LINE
003440         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003450         GO TO 1350-READ-NEXT
003460     END-IF
003470     SET WS-JOB-IDX TO WS-FOUND-SUB
003480     MOVE "Y" TO WS-JOB-CHANGED-SW(WS-JOB-IDX)
003490     EVALUATE PEND-ACTION
003500         WHEN "A"
003510         WHEN "C"
003520             MOVE WS-IMAGE-WORK TO WS-JOB-APPR-IMAGE(WS-JOB-IDX)
003530             MOVE "Y" TO WS-JOB-APPR-SW(WS-JOB-IDX)
003540         WHEN "D"
003550             MOVE SPACES TO WS-JOB-APPR-IMAGE(WS-JOB-IDX)
003560             MOVE "N" TO WS-JOB-APPR-SW(WS-JOB-IDX)
003570     END-EVALUATE.
003580 1350-READ-NEXT.
003590     READ PENDCHGF
003600         AT END
003610             SET PENDCHG-EOF TO TRUE
003620     END-READ.
003630 1350-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660 1500-LOAD-SLA.
003670*----------------------------------------------------------------
003680     OPEN INPUT SLACTLF
003690     READ SLACTLF
003700         AT END
003710             SET SLACTL-EOF TO TRUE
003720     END-READ
003730     PERFORM 1550-TAKE-DEADLINE THRU 1550-EXIT
003740         UNTIL SLACTL-EOF
003750     CLOSE SLACTLF.
003760 1500-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790 1550-TAKE-DEADLINE.
003800*----------------------------------------------------------------
003810     IF SLA-STREAM-CUTOFF
003820         MOVE SLA-DEADLINE-TIME TO WS-CUTOFF-TIME
003830         SET CUTOFF-ON-FILE TO TRUE
003840     ELSE
003850         MOVE SLA-JOB-NAME TO WS-TARGET-JOB
003860         PERFORM 7500-FIND-JOB THRU 7500-EXIT
003870         IF WS-FOUND-SUB > ZERO
003880             SET WS-JOB-IDX TO WS-FOUND-SUB
003890             MOVE SLA-DEADLINE-TIME TO WS-JOB-DEADLINE(WS-JOB-IDX)
003900         END-IF
003910     END-IF
003920     READ SLACTLF
003930         AT END
003940             SET SLACTL-EOF TO TRUE
003950     END-READ.
003960 1550-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990*1700-LOAD-HISTORY - RUNLOG IS APPENDED IN RUN ORDER, SO ITS
004000* RECORDS COME GROUPED BY BUSINESS DATE. FOR EACH DATE THE
004010* DISTINCT REGISTERED JOBS THAT RAN ARE COUNTED AND THE LAST END
004020* TIME OF ANY STEP IS KEPT; A DATE THAT ENDED BY THE STREAM
004030* CUTOFF PROVES ITS COUNT CAN BE RUN WITHIN THE WINDOW.
004040*----------------------------------------------------------------
004050 1700-LOAD-HISTORY.
004060     IF NOT CUTOFF-ON-FILE
004070         GO TO 1700-REPORT
004080     END-IF
004090     MOVE ZERO TO WS-GROUP-DATE
004100     OPEN INPUT RUNLOGF
004110     READ RUNLOGF
004120         AT END
004130             SET RUNLOG-EOF TO TRUE
004140     END-READ
004150     PERFORM 1750-TAKE-RUNLOG THRU 1750-EXIT
004160         UNTIL RUNLOG-EOF
004170     CLOSE RUNLOGF
004180     IF WS-GROUP-DATE > ZERO
004190         PERFORM 1800-CLOSE-DATE THRU 1800-EXIT
004200     END-IF.
004210 1700-REPORT.
004220     MOVE SPACES TO WS-PRINT-LINE
004230     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004240     MOVE SPACES TO WS-PRINT-LINE
004250     IF NOT CUTOFF-ON-FILE
004260         MOVE "SLA LOAD CHECK: NO *STREAM* CUTOFF ON SLACTL - NOT"
004270             TO WS-PRINT-LINE
004280         MOVE " CHECKED" TO WS-PRINT-LINE(51:8)
004290         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004300         GO TO 1700-EXIT
004310     END-IF
004320     STRING "SLA LOAD CHECK: STREAM CUTOFF " WS-CUTOFF-TIME
004330         "  MOST REGISTERED JOBS RUN WITHIN IT="
004340         WS-PROVEN-COUNT
004350         DELIMITED BY SIZE INTO WS-PRINT-LINE
004360     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004370     MOVE SPACES TO WS-PRINT-LINE
004380     STRING "  (OVER " WS-HISTORY-DAYS
004390         " RUNLOG DATES; A DAY DUE TO RUN MORE IS FLAGGED)"
004400         DELIMITED BY SIZE INTO WS-PRINT-LINE
004410     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004420 1700-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450 1750-TAKE-RUNLOG.
004460*----------------------------------------------------------------
004470     IF RUNLOG-RUN-DATE NOT EQUAL WS-GROUP-DATE
004480         IF WS-GROUP-DATE > ZERO
004490             PERFORM 1800-CLOSE-DATE THRU 1800-EXIT
004500         END-IF
004510         MOVE RUNLOG-RUN-DATE TO WS-GROUP-DATE
004520         MOVE ZERO TO WS-GROUP-LAST-END
004530         MOVE ZERO TO WS-GROUP-JOB-COUNT
004540         PERFORM 1760-CLEAR-RAN THRU 1760-EXIT
004550             VARYING WS-JOB-IDX FROM 1 BY 1
004560             UNTIL WS-JOB-IDX > WS-JOB-COUNT
004570     END-IF
004580     IF RUNLOG-END-TIME > WS-GROUP-LAST-END
004590         MOVE RUNLOG-END-TIME TO WS-GROUP-LAST-END
004600     END-IF
004610     MOVE RUNLOG-JOB-NAME TO WS-TARGET-JOB
004620     PERFORM 7500-FIND-JOB THRU 7500-EXIT
004630     IF WS-FOUND-SUB > ZERO
004640         SET WS-JOB-IDX TO WS-FOUND-SUB
004650         IF WS-JOB-RAN-SW(WS-JOB-IDX) NOT EQUAL "Y"
004660             MOVE "Y" TO WS-JOB-RAN-SW(WS-JOB-IDX)
004670             ADD 1 TO WS-GROUP-JOB-COUNT
004680         END-IF
004690     END-IF
004700     READ RUNLOGF
004710         AT END
004720             SET RUNLOG-EOF TO TRUE
004730     END-READ.
004740 1750-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------
004770 1760-CLEAR-RAN.
004780*----------------------------------------------------------------
004790     MOVE "N" TO WS-JOB-RAN-SW(WS-JOB-IDX).
004800 1760-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830 1800-CLOSE-DATE.
004840*----------------------------------------------------------------
004850     ADD 1 TO WS-HISTORY-DAYS
004860     IF WS-GROUP-LAST-END NOT > WS-CUTOFF-TIME
004870         AND WS-GROUP-JOB-COUNT > WS-PROVEN-COUNT
004880         MOVE WS-GROUP-JOB-COUNT TO WS-PROVEN-COUNT
004890     END-IF.
004900 1800-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930*3000-PRINT-GRID - LEGEND OF COLUMN NUMBERS, THEN ONE LINE PER
004940* DAY. CELL: X RUNS, . DOES NOT RUN, ? NO SCHDCTL RECORD (THE
004950* CHECKER ENDS RC 8 AND THE JOB IS SKIPPED), + RUNS ONLY IF THE
004960* PENDING CHANGES ARE APPROVED, - STOPS RUNNING IF THEY ARE.
004970*----------------------------------------------------------------
004980 3000-PRINT-GRID.
004990     MOVE SPACES TO WS-PRINT-LINE
005000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005010     MOVE SPACES TO WS-PRINT-LINE
005020     MOVE "COLUMNS (JOB AND ITS OWN SLA DEADLINE, 0 = NONE)"
005030         TO WS-PRINT-LINE
005040     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005050     PERFORM 3100-PRINT-LEGEND THRU 3100-EXIT
005060         VARYING WS-JOB-IDX FROM 1 BY 1
005070         UNTIL WS-JOB-IDX > WS-JOB-COUNT
005080     MOVE SPACES TO WS-PRINT-LINE
005090     MOVE "CELLS: X RUNS  . DOES NOT  ? NO SCHDCTL RECORD"
005100         TO WS-PRINT-LINE
005110     MOVE "  + ONLY IF APPR  - NOT IF APPR"
005120         TO WS-PRINT-LINE(47:31)
005130     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005140     MOVE SPACES TO WS-GRID-HEADING
005150     MOVE 1 TO WS-LINE-PTR
005160     STRING "DATE     DAY" DELIMITED BY SIZE
005170         INTO WS-GRID-HEADING WITH POINTER WS-LINE-PTR
005180     PERFORM 3150-HEADING-COLUMN THRU 3150-EXIT
005190         VARYING WS-JOB-IDX FROM 1 BY 1
005200         UNTIL WS-JOB-IDX > WS-JOB-COUNT
005210     STRING "   DUE  APPR" DELIMITED BY SIZE
005220         INTO WS-GRID-HEADING WITH POINTER WS-LINE-PTR
005230     MOVE SPACES TO WS-PRINT-LINE
005240     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005250     MOVE WS-GRID-HEADING TO WS-PRINT-LINE
005260     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005270     SET PRINTING-GRID TO TRUE
005280     PERFORM 3200-PRINT-DAY THRU 3200-EXIT
005290         VARYING WS-DAY-INTEGER FROM WS-START-INTEGER BY 1
005300         UNTIL WS-DAY-INTEGER > WS-END-INTEGER
005310     MOVE "N" TO WS-GRID-SW
005320     IF WS-OVER-LOAD-DAYS > ZERO
005330         IF WS-RETURN-CODE < 4
005340             MOVE 4 TO WS-RETURN-CODE
005350         END-IF
005360     END-IF.
005370 3000-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------
005400 3100-PRINT-LEGEND.
005410*----------------------------------------------------------------
005420     SET WS-COL-NO TO WS-JOB-IDX
005430     MOVE SPACES TO WS-PRINT-LINE
005440     STRING "  " WS-COL-NO " " WS-JOB-NAME(WS-JOB-IDX)
005450         "  SLA " WS-JOB-DEADLINE(WS-JOB-IDX)
005460         DELIMITED BY SIZE INTO WS-PRINT-LINE
005470     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005480 3100-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510 3150-HEADING-COLUMN.
005520*----------------------------------------------------------------
005530     SET WS-COL-NO TO WS-JOB-IDX
005540     STRING " " WS-COL-NO DELIMITED BY SIZE
005550         INTO WS-GRID-HEADING WITH POINTER WS-LINE-PTR.
005560 3150-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590 3200-PRINT-DAY.
005600*----------------------------------------------------------------
005610     PERFORM 7000-SET-DAY THRU 7000-EXIT
005620     MOVE ZERO TO WS-LIVE-DUE
005630     MOVE ZERO TO WS-APPR-DUE
005640     MOVE SPACES TO WS-PRINT-LINE
005650     MOVE 1 TO WS-LINE-PTR
005660     STRING WS-DAY-DATE " " WS-DAY-NAME(WS-DAY-OF-WEEK)
005670         DELIMITED BY SIZE
005680         INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
005690     PERFORM 3300-DAY-CELL THRU 3300-EXIT
005700         VARYING WS-JOB-IDX FROM 1 BY 1
005710         UNTIL WS-JOB-IDX > WS-JOB-COUNT
005720     STRING "    " WS-LIVE-DUE "    " WS-APPR-DUE
005730         DELIMITED BY SIZE
005740         INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
005750     IF CUTOFF-ON-FILE
005760         AND WS-PROVEN-COUNT > ZERO
005770         IF WS-LIVE-DUE > WS-PROVEN-COUNT
005780             ADD 1 TO WS-OVER-LOAD-DAYS
005790             STRING "  OVER SLA LOAD" DELIMITED BY SIZE
005800                 INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
005810         ELSE
005820             IF WS-APPR-DUE > WS-PROVEN-COUNT
005830                 ADD 1 TO WS-OVER-LOAD-DAYS
005840                 STRING "  OVER IF APPR" DELIMITED BY SIZE
005850                     INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
005860             END-IF
005870         END-IF
005880     END-IF
005890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005900 3200-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930 3300-DAY-CELL.
005940*----------------------------------------------------------------
005950     MOVE "N" TO WS-JOB-LIVE-RESULT(WS-JOB-IDX)
005960     MOVE "N" TO WS-JOB-APPR-RESULT(WS-JOB-IDX)
005970     IF JOB-ON-LIVE(WS-JOB-IDX)
005980         MOVE WS-JOB-LIVE-IMAGE(WS-JOB-IDX) TO WS-EVAL-IMAGE
005990         PERFORM 7100-EVALUATE THRU 7100-EXIT
006000         MOVE WS-EVAL-RESULT TO WS-JOB-LIVE-RESULT(WS-JOB-IDX)
006010     END-IF
006020     IF JOB-ON-APPR(WS-JOB-IDX)
006030         MOVE WS-JOB-APPR-IMAGE(WS-JOB-IDX) TO WS-EVAL-IMAGE
006040         PERFORM 7100-EVALUATE THRU 7100-EXIT
006050         MOVE WS-EVAL-RESULT TO WS-JOB-APPR-RESULT(WS-JOB-IDX)
006060     END-IF
006070     IF WS-JOB-LIVE-RESULT(WS-JOB-IDX) EQUAL "Y"
006080         ADD 1 TO WS-LIVE-DUE
006090     END-IF
006100     IF WS-JOB-APPR-RESULT(WS-JOB-IDX) EQUAL "Y"
006110         ADD 1 TO WS-APPR-DUE
006120     END-IF
006130     EVALUATE TRUE
006140         WHEN WS-JOB-LIVE-RESULT(WS-JOB-IDX) EQUAL "Y"
006150             AND WS-JOB-APPR-RESULT(WS-JOB-IDX) EQUAL "Y"
006160             MOVE "X" TO WS-CELL
006170         WHEN WS-JOB-LIVE-RESULT(WS-JOB-IDX) EQUAL "Y"
006180             MOVE "-" TO WS-CELL
006190         WHEN WS-JOB-APPR-RESULT(WS-JOB-IDX) EQUAL "Y"
006200             MOVE "+" TO WS-CELL
006210         WHEN NOT JOB-ON-LIVE(WS-JOB-IDX)
006220             MOVE "?" TO WS-CELL
006230         WHEN OTHER
006240             MOVE "." TO WS-CELL
006250     END-EVALUATE
006260     STRING "  " WS-CELL DELIMITED BY SIZE
006270         INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR.
006280 3300-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------
006310*5000-PRINT-EXCEPTIONS - THE LIVE SCHEDULE OF EVERY JOB, THEN
006320* THE "IF APPROVED" SCHEDULE OF EACH JOB A PENDING CHANGE
006330* TOUCHES.
006340*----------------------------------------------------------------
006350 5000-PRINT-EXCEPTIONS.
006360     MOVE SPACES TO WS-PRINT-LINE
006370     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006380     MOVE SPACES TO WS-PRINT-LINE
006390     MOVE "CALENDAR EXCEPTIONS" TO WS-PRINT-LINE
006400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006410     PERFORM 5100-CHECK-JOB THRU 5100-EXIT
006420         VARYING WS-JOB-IDX FROM 1 BY 1
006430         UNTIL WS-JOB-IDX > WS-JOB-COUNT
006440     IF WS-EXCEPTION-COUNT EQUAL ZERO
006450         MOVE SPACES TO WS-PRINT-LINE
006460         MOVE "  NONE" TO WS-PRINT-LINE
006470         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006480     ELSE
006490         IF WS-RETURN-CODE < 4
006500             MOVE 4 TO WS-RETURN-CODE
006510         END-IF
006520     END-IF.
006530 5000-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560 5100-CHECK-JOB.
006570*----------------------------------------------------------------
006580     MOVE SPACES TO WS-EXC-PREFIX
006590     IF JOB-ON-LIVE(WS-JOB-IDX)
006600         MOVE WS-JOB-LIVE-IMAGE(WS-JOB-IDX) TO WS-EVAL-IMAGE
006610         PERFORM 5200-CHECK-SCHEDULE THRU 5200-EXIT
006620     ELSE
006630         MOVE SPACES TO WS-PRINT-LINE
006640         STRING "  " WS-JOB-NAME(WS-JOB-IDX)
006650             " NO SCHDCTL RECORD - CHECKER ENDS RC 8, JOB"
006660             " NEVER RUNS"
006670             DELIMITED BY SIZE INTO WS-PRINT-LINE
006680         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
006690     END-IF
006700     IF NOT JOB-CHANGED(WS-JOB-IDX)
006710         GO TO 5100-EXIT
006720     END-IF
006730     MOVE "IF APPROVED: " TO WS-EXC-PREFIX
006740     IF JOB-ON-APPR(WS-JOB-IDX)
006750         MOVE WS-JOB-APPR-IMAGE(WS-JOB-IDX) TO WS-EVAL-IMAGE
006760         PERFORM 5200-CHECK-SCHEDULE THRU 5200-EXIT
006770     ELSE
006780         MOVE SPACES TO WS-PRINT-LINE
006790         STRING "  " WS-EXC-PREFIX WS-JOB-NAME(WS-JOB-IDX)
006800             " RECORD DELETED - JOB NEVER RUNS"
006810             DELIMITED BY SIZE INTO WS-PRINT-LINE
006820         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
006830     END-IF.
006840 5100-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870*5200-CHECK-SCHEDULE - ONE SCHEDULE IMAGE (IN WS-EVAL-IMAGE)
006880* WALKED OVER THE HORIZON, THEN ITS SKIP DATES.
006890*----------------------------------------------------------------
006900 5200-CHECK-SCHEDULE.
006910     MOVE ZERO TO WS-LIVE-RUNS
006920     PERFORM 5300-CHECK-DAY THRU 5300-EXIT
006930         VARYING WS-DAY-INTEGER FROM WS-START-INTEGER BY 1
006940         UNTIL WS-DAY-INTEGER > WS-END-INTEGER
006950     MOVE WS-EVAL-IMAGE TO SCHDCTL-RECORD
006960     IF WS-LIVE-RUNS EQUAL ZERO
006970         MOVE WS-HORIZON-DAYS TO WS-EDIT-DAYS
006980         MOVE SPACES TO WS-PRINT-LINE
006990         IF SCHDCTL-MONTH-END-ONLY
007000             STRING "  " DELIMITED BY SIZE
007001                 WS-EXC-PREFIX DELIMITED BY "  "
007002                 WS-JOB-NAME(WS-JOB-IDX)
007010                 " MONTH-END-ONLY JOB NEVER RUNS IN THE NEXT"
007020                 WS-EDIT-DAYS " DAYS"
007030                 DELIMITED BY SIZE INTO WS-PRINT-LINE
007040         ELSE
007050             STRING "  " DELIMITED BY SIZE
007051                 WS-EXC-PREFIX DELIMITED BY "  "
007052                 WS-JOB-NAME(WS-JOB-IDX)
007060                 " DOES NOT RUN IN THE NEXT"
007070                 WS-EDIT-DAYS " DAYS"
007080                 DELIMITED BY SIZE INTO WS-PRINT-LINE
007090         END-IF
007100         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
007110     END-IF
007120     PERFORM 5400-CHECK-SKIP-DATE THRU 5400-EXIT
007130         VARYING WS-SKIP-SUB FROM 1 BY 1
007140         UNTIL WS-SKIP-SUB > 3.
007150 5200-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180*5300-CHECK-DAY - A MONTH-END-ONLY JOB THAT IS NOT HELD AND NOT
007190* EXPLICITLY SKIPPED, BUT STILL DOES NOT RUN ON A MONTH-END DAY,
007200* HAS A WEEKDAY CALENDAR THAT EXCLUDES THAT DAY.
007210*----------------------------------------------------------------
007220 5300-CHECK-DAY.
007230     PERFORM 7000-SET-DAY THRU 7000-EXIT
007240     PERFORM 7100-EVALUATE THRU 7100-EXIT
007250     IF WS-EVAL-RESULT EQUAL "Y"
007260         ADD 1 TO WS-LIVE-RUNS
007270         GO TO 5300-EXIT
007280     END-IF
007290     MOVE WS-EVAL-IMAGE TO SCHDCTL-RECORD
007300     IF NOT SCHDCTL-MONTH-END-ONLY
007310         OR NOT SCHDCTL-RUN-TODAY
007320         OR NOT IS-MONTH-END
007330         GO TO 5300-EXIT
007340     END-IF
007350     MOVE "N" TO WS-SKIPPED-SW
007360     MOVE WS-DAY-DATE TO WS-SKIP-WORK
007370     PERFORM 5350-MATCH-SKIP THRU 5350-EXIT
007380         VARYING WS-SKIP-SUB FROM 1 BY 1
007390         UNTIL WS-SKIP-SUB > 3
007400     IF DAY-SKIPPED
007410         GO TO 5300-EXIT
007420     END-IF
007430     MOVE SPACES TO WS-PRINT-LINE
007440     STRING "  " DELIMITED BY SIZE
007445         WS-EXC-PREFIX DELIMITED BY "  "
007450         WS-JOB-NAME(WS-JOB-IDX) " MONTH-END " WS-DAY-DATE " ("
007460         WS-DAY-NAME(WS-DAY-OF-WEEK)
007470         ") NOT A RUN DAY - NOT RUN"
007480         DELIMITED BY SIZE INTO WS-PRINT-LINE
007490     PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT.
007500 5300-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------
007530 5350-MATCH-SKIP.
007540*----------------------------------------------------------------
007550     IF SCHDCTL-SKIP-DATE(WS-SKIP-SUB) EQUAL WS-SKIP-WORK
007560         SET DAY-SKIPPED TO TRUE
007570     END-IF.
007580 5350-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007610*5400-CHECK-SKIP-DATE - A SKIP DATE STILL TO COME IS EVALUATED
007620* WITH THE SKIP LIST CLEARED; IF THE JOB WOULD NOT HAVE RUN THAT
007630* DAY ANYWAY THE SKIP DOES NOTHING (USUALLY A MIS-KEYED DATE).
007640* SCHDCTL-RECORD HOLDS THE IMAGE ON ENTRY AND IS RESTORED.
007650*----------------------------------------------------------------
007660 5400-CHECK-SKIP-DATE.
007670     MOVE SCHDCTL-SKIP-DATE(WS-SKIP-SUB) TO WS-SKIP-WORK
007680     IF WS-SKIP-WORK IS NOT NUMERIC
007690         GO TO 5400-EXIT
007700     END-IF
007710     IF WS-SKIP-MM < 1 OR WS-SKIP-MM > 12
007720         OR WS-SKIP-DD < 1 OR WS-SKIP-DD > 31
007730         GO TO 5400-EXIT
007740     END-IF
007750     MOVE WS-SKIP-WORK TO WS-DAY-DATE
007760     IF WS-DAY-DATE < WS-RUN-DATE
007770         GO TO 5400-EXIT
007780     END-IF
007790     COMPUTE WS-DAY-INTEGER =
007795         FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
007800     PERFORM 7000-SET-DAY THRU 7000-EXIT
007810     MOVE SPACES TO SCHDCTL-SKIP-DATES
007820     MOVE WS-DAY-DATE TO WS-EVAL-DATE
007830     CALL "SCHEDEVL" USING SCHDCTL-RECORD, WS-EVAL-DATE,
007840         WS-EVAL-RESULT
007850     MOVE WS-EVAL-IMAGE TO SCHDCTL-RECORD
007860     IF WS-EVAL-RESULT EQUAL "Y"
007870         GO TO 5400-EXIT
007880     END-IF
007890     MOVE SPACES TO WS-PRINT-LINE
007900     STRING "  " DELIMITED BY SIZE
007905         WS-EXC-PREFIX DELIMITED BY "  "
007910         WS-JOB-NAME(WS-JOB-IDX) " SKIP " WS-DAY-DATE " ("
007920         WS-DAY-NAME(WS-DAY-OF-WEEK)
007930         ") NOT A RUN DAY ANYWAY - NO EFFECT"
007940         DELIMITED BY SIZE INTO WS-PRINT-LINE
007950     PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT.
007960 5400-EXIT.
007970     EXIT.
007980*----------------------------------------------------------------
007990 5900-WRITE-EXCEPTION.
008000*----------------------------------------------------------------
008010     ADD 1 TO WS-EXCEPTION-COUNT
008020     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008030 5900-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------
008060*7000-SET-DAY - DATE, WEEKDAY (1 = MONDAY, AS SCHEDEVL COUNTS
008070* THEM) AND MONTH-END FOR WS-DAY-INTEGER.
008080*----------------------------------------------------------------
008090 7000-SET-DAY.
008100     COMPUTE WS-DAY-DATE =
008105         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
008110     COMPUTE WS-NEXT-DATE =
008120         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER + 1)
008130     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INTEGER, 7)
008140     IF WS-DAY-OF-WEEK EQUAL ZERO
008150         MOVE 7 TO WS-DAY-OF-WEEK
008160     END-IF
008170     MOVE "N" TO WS-MONTH-END-SW
008180     IF WS-NEXT-DD EQUAL 1
008190         SET IS-MONTH-END TO TRUE
008200     END-IF.
008210 7000-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------
008240 7100-EVALUATE.
008250*----------------------------------------------------------------
008260     MOVE WS-EVAL-IMAGE TO SCHDCTL-RECORD
008270     MOVE WS-DAY-DATE TO WS-EVAL-DATE
008280     CALL "SCHEDEVL" USING SCHDCTL-RECORD, WS-EVAL-DATE,
008290         WS-EVAL-RESULT.
008300 7100-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------
008330 7500-FIND-JOB.
008340*----------------------------------------------------------------
008350     MOVE ZERO TO WS-FOUND-SUB
008360     PERFORM 7550-MATCH-JOB THRU 7550-EXIT
008370         VARYING WS-JOB-IDX FROM 1 BY 1
008380         UNTIL WS-JOB-IDX > WS-JOB-COUNT
008390             OR WS-FOUND-SUB > ZERO.
008400 7500-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------
008430 7550-MATCH-JOB.
008440*----------------------------------------------------------------
008450     IF WS-JOB-NAME(WS-JOB-IDX) EQUAL WS-TARGET-JOB
008460         SET WS-FOUND-SUB TO WS-JOB-IDX
008470     END-IF.
008480 7550-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------
008510*8000-WRITE-LINE - A PAGE BREAK INSIDE THE GRID REPEATS THE
008520* COLUMN HEADING.
008530*----------------------------------------------------------------
008540 8000-WRITE-LINE.
008550     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008560         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
008570         IF PRINTING-GRID
008580             MOVE WS-GRID-HEADING TO SCHPRPT-RECORD
008590             WRITE SCHPRPT-RECORD
008600             MOVE SCHPRPT-RECORD TO RPTA-LINE
008610             PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
008620             ADD 1 TO WS-LINE-COUNT
008630         END-IF
008640     END-IF
008650     MOVE WS-PRINT-LINE TO SCHPRPT-RECORD
008660     WRITE SCHPRPT-RECORD
008670     MOVE SCHPRPT-RECORD TO RPTA-LINE
008680     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
008690     ADD 1 TO WS-LINE-COUNT.
008700 8000-EXIT.
008710     EXIT.
008720*----------------------------------------------------------------
008730*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
008740* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE RUN DATE.
008750*----------------------------------------------------------------
008760 8100-ARCHIVE-LINE.
008770     MOVE "SCHPRPT" TO RPTA-REPORT-NAME
008780     MOVE WS-RUN-DATE TO RPTA-RUN-DATE
008790     WRITE RPTA-RECORD.
008800 8100-EXIT.
008810     EXIT.
008820*----------------------------------------------------------------
008830 8500-NEW-PAGE.
008840*----------------------------------------------------------------
008850     ADD 1 TO WS-PAGE-NO
008860     MOVE ZERO TO WS-LINE-COUNT
008870     IF WS-PAGE-NO > 1
008880         MOVE SPACES TO SCHPRPT-RECORD
008890         WRITE SCHPRPT-RECORD
008900         MOVE SCHPRPT-RECORD TO RPTA-LINE
008910         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
008920     END-IF
008930     MOVE SPACES TO SCHPRPT-RECORD
008940     STRING "FORWARD SCHEDULE PROJECTION" "  PAGE "
008950         WS-PAGE-NO
008960         DELIMITED BY SIZE INTO SCHPRPT-RECORD
008970     WRITE SCHPRPT-RECORD
008980     MOVE SCHPRPT-RECORD TO RPTA-LINE
008990     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
009000     ADD 1 TO WS-LINE-COUNT.
009010 8500-EXIT.
009020     EXIT.
009030*----------------------------------------------------------------
009040 9000-TERMINATE.
009050*----------------------------------------------------------------
009060     DISPLAY "SCHDPROJ HORIZON DAYS=" WS-HORIZON-DAYS
009070         " PENDING CHANGES=" WS-PEND-COUNT
009080     DISPLAY "SCHDPROJ OVER-LOAD DAYS=" WS-OVER-LOAD-DAYS
009090         " CALENDAR EXCEPTIONS=" WS-EXCEPTION-COUNT
009100     CLOSE SCHPRPT
009110     CLOSE RPTARCHF
009120     MOVE WS-RETURN-CODE TO RETURN-CODE.
009130 9000-EXIT.
009140     EXIT.
