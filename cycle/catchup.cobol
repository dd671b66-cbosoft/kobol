000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. catchup.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. MULTI-DAY CATCH-UP AFTER A
000110*                  STREAM OUTAGE. STARTED FROM THE CATCHUP JOB
000120*                  (PARM = TARGET DATE, DEFAULT THE MACHINE
000130*                  DATE), IT FINDS THE GAP BETWEEN THE LAST
000140*                  CYCLE WITH A STRMEND MARKER AND THE TARGET
000150*                  AND RECORDS EVERY MISSED DATE ON CATCHCTL.
000160*                  EACH INVOCATION THEN TAKES THE EARLIEST
000170*                  OUTSTANDING DATE: A DATE ON WHICH SCHDCTL HAS
000180*                  NO REGISTERED JOB DUE (SCHEDEVL) IS SKIPPED BY
000190*                  CALENDAR; OTHERWISE IT IS MARKED SUBMITTED
000200*                  AND A STAGING JOB GOES TO THE INTERNAL READER
000210*                  (SUBMIT DD) THAT COPIES THAT DATE'S FEED
000220*                  GENERATIONS (COPY CATFEED) OVER THE FIXED
000230*                  FEED DSNS AND SUBMITS DAILYBAT, WHOSE DATEROLL
000240*                  ROLLS TO THE SUBMITTED DATE. DAILYBAT'S LAST
000250*                  STEP RUNS THIS PROGRAM AGAIN (PARM NEXT): A
000260*                  SUBMITTED DATE WITH ITS STRMEND IS MARKED
000270*                  PROCESSED AND THE NEXT DATE GOES; ONE WITHOUT
000280*                  IT STOPS THE CATCH-UP (RC 8) UNTIL A RERUN OF
000290*                  DAILYBAT COMPLETES THE DAY. CATRPT LISTS EVERY
000300*                  DATE AS PROCESSED, SKIPPED BY CALENDAR,
000310*                  SUBMITTED, FAILED OR STILL OUTSTANDING.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT STRMSTAT ASSIGN TO "STRMSTAT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT OPTIONAL CATCHCTL ASSIGN TO "CATCHCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT SCHDCTL ASSIGN TO "SCHDCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT SUBMITF ASSIGN TO "SUBMIT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT CATRPT ASSIGN TO "CATRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  STRMSTAT
000530     RECORDING MODE IS F.
000540     COPY STRMST.
000550 FD  CATCHCTL
000560     RECORDING MODE IS F.
000570     COPY CATCTL.
000580 FD  SCHDCTL
000590     RECORDING MODE IS F.
000600 01  SCHDCTL-FILE-RECORD         PIC X(61).
000610 FD  SUBMITF
000620     RECORDING MODE IS F.
000630 01  SUBMIT-RECORD               PIC X(80).
000640 FD  CATRPT
000650     RECORDING MODE IS F.
000660 01  CATRPT-RECORD               PIC X(80).
000670 FD  RPTARCHF
000680     RECORDING MODE IS F.
000690     COPY RPTARCH.
000700 FD  RUNLOGF
000710     RECORDING MODE IS F.
000720     COPY RUNLOG.
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750* REGISTERED JOBS, FEEDS, AND THE RECORD SCHEDEVL EVALUATES
000760*----------------------------------------------------------------
000770     COPY REGJOBS.
000780     COPY CATFEED.
000790     COPY SCHDCTL.
000800*----------------------------------------------------------------
000810* SCHEDULE IMAGES, ONE PER REGISTERED JOB (REGJOBS ORDER)
000820*----------------------------------------------------------------
000830 01  WS-SCHED-TABLE.
000840     05 WS-SCHED-IMAGE OCCURS 20 TIMES PIC X(61).
000850 01  WS-SCHED-FOUND-TABLE.
000860     05 WS-SCHED-FOUND OCCURS 20 TIMES PIC X(01).
000870 01  WS-IMAGE-WORK               PIC X(61) VALUE SPACES.
000880 01  WS-IMAGE-SCH REDEFINES WS-IMAGE-WORK.
000890     05 WS-IMG-JOB-NAME          PIC X(08).
000900     05 FILLER                   PIC X(53).
000910*----------------------------------------------------------------
000920* CATCH-UP PLAN - CATCHCTL HELD IN DATE ORDER
000930*----------------------------------------------------------------
000940 01  WS-PLAN-MAX                 PIC 9(03) VALUE 92.
000950 01  WS-PLAN-COUNT               PIC 9(03) VALUE ZERO.
000960 01  WS-PLAN-TABLE.
000970     05 WS-PLAN-ENTRY OCCURS 92 TIMES
000980             INDEXED BY WS-PLAN-IDX
000990                                 PIC X(35).
001000 01  WS-PLAN-SUB                 PIC 9(03) VALUE ZERO.
001010 01  WS-SUBMITTED-SUB            PIC 9(03) VALUE ZERO.
001020 01  WS-COUNTS.
001030     05 WS-OUTSTANDING-COUNT     PIC 9(03) VALUE ZERO.
001040     05 WS-SUBMITTED-COUNT       PIC 9(03) VALUE ZERO.
001050     05 WS-PROCESSED-COUNT       PIC 9(03) VALUE ZERO.
001060     05 WS-SKIPPED-COUNT         PIC 9(03) VALUE ZERO.
001070*----------------------------------------------------------------
001080* DATES
001090*----------------------------------------------------------------
001100 01  WS-MACHINE-DATE             PIC 9(08) VALUE ZERO.
001110 01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
001120 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
001130 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
001140 01  WS-CYCLE-DATE               PIC 9(08) VALUE ZERO.
001150 01  WS-TARGET-DATE              PIC 9(08) VALUE ZERO.
001160 01  WS-FIRST-INTEGER            PIC 9(08) COMP VALUE ZERO.
001170 01  WS-LAST-INTEGER             PIC 9(08) COMP VALUE ZERO.
001180 01  WS-DAY-INTEGER              PIC 9(08) COMP VALUE ZERO.
001190 01  WS-DAY-DATE                 PIC 9(08) VALUE ZERO.
001200 01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
001210     05 FILLER                   PIC 9(02).
001220     05 WS-DAY-YYMMDD            PIC 9(06).
001230 01  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
001240 01  WS-DAY-NAMES                PIC X(21)
001250                                 VALUE "MONTUEWEDTHUFRISATSUN".
001260 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
001270     05 WS-DAY-NAME OCCURS 7 TIMES PIC X(03).
001280 01  WS-DUE-COUNT                PIC 9(02) VALUE ZERO.
001290 01  WS-EVAL-DATE                PIC 9(08) VALUE ZERO.
001300 01  WS-EVAL-RESULT              PIC X(01) VALUE "N".
001310 01  WS-PARM-TEXT                PIC X(08) VALUE SPACES.
001320 01  WS-PARM-DATE REDEFINES WS-PARM-TEXT
001330                                 PIC 9(08).
001340*----------------------------------------------------------------
001350* REPORT CONTROL AND STAGING-JOB WORK
001360*----------------------------------------------------------------
001370 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001380 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001390 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
001400 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001410 01  WS-STATUS-TEXT              PIC X(44) VALUE SPACES.
001420 01  WS-JCL-LINE                 PIC X(80) VALUE SPACES.
001430 01  WS-STEP-NO                  PIC 9(02) VALUE ZERO.
001440 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001450*----------------------------------------------------------------
001460* SWITCHES
001470*----------------------------------------------------------------
001480 01  WS-SWITCHES.
001490     05 WS-MODE-SW               PIC X(01) VALUE "S".
001500         88 START-MODE               VALUE "S".
001510         88 NEXT-MODE                VALUE "N".
001520     05 WS-STRM-EOF-SW           PIC X(01) VALUE "N".
001530         88 STRMSTAT-EOF             VALUE "Y".
001540     05 WS-COMPLETE-SW           PIC X(01) VALUE "N".
001550         88 CYCLE-COMPLETE           VALUE "Y".
001560     05 WS-CATC-EOF-SW           PIC X(01) VALUE "N".
001570         88 CATCHCTL-EOF             VALUE "Y".
001580     05 WS-SCHDCTL-EOF-SW        PIC X(01) VALUE "N".
001590         88 SCHDCTL-EOF              VALUE "Y".
001600     05 WS-STOPPED-SW            PIC X(01) VALUE "N".
001610         88 CATCHUP-STOPPED          VALUE "Y".
001620     05 WS-REPORT-SW             PIC X(01) VALUE "N".
001630         88 REPORT-OPEN              VALUE "Y".
001640 LINKAGE SECTION.
001650 01  LS-PARM.
001660     05 LS-PARM-LEN              PIC S9(04) COMP.
001670     05 LS-PARM-DATA             PIC X(08).
001680 PROCEDURE DIVISION USING LS-PARM.
001690*----------------------------------------------------------------
001700 0000-MAINLINE.
001710*----------------------------------------------------------------
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001730     PERFORM 2000-UPDATE-PLAN THRU 2000-EXIT
001740     PERFORM 3000-NEXT-DATE THRU 3000-EXIT
001750     PERFORM 4000-REWRITE-PLAN THRU 4000-EXIT
001760     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT
001780     STOP RUN.
001790*----------------------------------------------------------------
001800*1000-INITIALIZE - PARM "NEXT" IS THE CONTINUATION FROM THE END
001810* OF DAILYBAT; ANYTHING ELSE STARTS OR RESUMES A CATCH-UP, WITH
001820* A NUMERIC YYYYMMDD PARM AS THE TARGET DATE (DEFAULT TODAY).
001830*----------------------------------------------------------------
001840 1000-INITIALIZE.
001850     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD
001860     ACCEPT WS-START-TIME FROM TIME
001870     MOVE WS-MACHINE-DATE TO WS-TARGET-DATE
001880     MOVE SPACES TO WS-PARM-TEXT
001890     IF LS-PARM-LEN > ZERO
001900         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TEXT
001910     END-IF
001920     IF WS-PARM-TEXT EQUAL "NEXT"
001930         SET NEXT-MODE TO TRUE
001940     ELSE
001950         IF WS-PARM-TEXT IS NUMERIC
001960             AND WS-PARM-DATE > ZERO
001970             MOVE WS-PARM-DATE TO WS-TARGET-DATE
001980         END-IF
001990     END-IF
002000     CALL "GETCYCDT" USING WS-CYCLE-DATE
002010     OPEN INPUT STRMSTAT
002020     READ STRMSTAT
002030         AT END
002040             SET STRMSTAT-EOF TO TRUE
002050     END-READ
002060     PERFORM 1100-SCAN-STATE THRU 1100-EXIT
002070         UNTIL STRMSTAT-EOF OR CYCLE-COMPLETE
002080     CLOSE STRMSTAT
002090     OPEN INPUT CATCHCTL
002100     READ CATCHCTL
002110         AT END
002120             SET CATCHCTL-EOF TO TRUE
002130     END-READ
002140     PERFORM 1200-LOAD-PLAN THRU 1200-EXIT
002150         UNTIL CATCHCTL-EOF
002160     CLOSE CATCHCTL
002170     PERFORM 1300-INIT-SCHED THRU 1300-EXIT
002180         VARYING REG-JOB-IDX FROM 1 BY 1
002190         UNTIL REG-JOB-IDX > REG-JOB-COUNT
002200     OPEN INPUT SCHDCTL
002210     READ SCHDCTL
002220         AT END
002230             SET SCHDCTL-EOF TO TRUE
002240     END-READ
002250     PERFORM 1400-LOAD-SCHEDULE THRU 1400-EXIT
002260         UNTIL SCHDCTL-EOF
002270     CLOSE SCHDCTL.
002280 1000-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310 1100-SCAN-STATE.
002320*----------------------------------------------------------------
002330     IF STRM-RUN-DATE EQUAL WS-CYCLE-DATE
002340         AND STRM-STEP-NAME EQUAL "STRMEND"
002350         SET CYCLE-COMPLETE TO TRUE
002360     ELSE
002370         READ STRMSTAT
002380             AT END
002390                 SET STRMSTAT-EOF TO TRUE
002400         END-READ
002410     END-IF.
002420 1100-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450 1200-LOAD-PLAN.
002460*----------------------------------------------------------------
002470     IF WS-PLAN-COUNT < WS-PLAN-MAX
002480         ADD 1 TO WS-PLAN-COUNT
002490         MOVE CATC-RECORD TO WS-PLAN-ENTRY(WS-PLAN-COUNT)
002500         EVALUATE TRUE
002510             WHEN CATC-OUTSTANDING
002520                 ADD 1 TO WS-OUTSTANDING-COUNT
002530             WHEN CATC-SUBMITTED
002540                 ADD 1 TO WS-SUBMITTED-COUNT
002550                 MOVE WS-PLAN-COUNT TO WS-SUBMITTED-SUB
002560         END-EVALUATE
002570     END-IF
002580     READ CATCHCTL
002590         AT END
002600             SET CATCHCTL-EOF TO TRUE
002610     END-READ.
002620 1200-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650 1300-INIT-SCHED.
002660*----------------------------------------------------------------
002670     MOVE SPACES TO WS-SCHED-IMAGE(REG-JOB-IDX)
002680     MOVE "N" TO WS-SCHED-FOUND(REG-JOB-IDX).
002690 1300-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720 1400-LOAD-SCHEDULE.
002730*----------------------------------------------------------------
002740     MOVE SCHDCTL-FILE-RECORD TO WS-IMAGE-WORK
002750     SET REG-JOB-IDX TO 1
002760     SEARCH REG-JOB-NAME
002770         WHEN REG-JOB-NAME(REG-JOB-IDX) EQUAL WS-IMG-JOB-NAME
002780             MOVE WS-IMAGE-WORK TO WS-SCHED-IMAGE(REG-JOB-IDX)
002790             MOVE "Y" TO WS-SCHED-FOUND(REG-JOB-IDX)
002800     END-SEARCH
002810     READ SCHDCTL
002820         AT END
002830             SET SCHDCTL-EOF TO TRUE
002840     END-READ.
002850 1400-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880*2000-UPDATE-PLAN - WITH NO CATCH-UP UNDER WAY, A START BUILDS
002890* THE PLAN (THE CONTINUATION HAS NOTHING TO DO); OTHERWISE THE
002900* SUBMITTED DATE IS CHECKED AGAINST THE CYCLE'S STRMEND.
002910*----------------------------------------------------------------
002920 2000-UPDATE-PLAN.
002930     IF WS-OUTSTANDING-COUNT > ZERO
002940         OR WS-SUBMITTED-COUNT > ZERO
002950         GO TO 2000-IN-PROGRESS
002960     END-IF
002970     IF NEXT-MODE
002980         DISPLAY "CATCHUP NO CATCH-UP IN PROGRESS"
002990         GO TO 2000-EXIT
003000     END-IF
003010     PERFORM 2100-BUILD-PLAN THRU 2100-EXIT
003020     GO TO 2000-EXIT.
003030 2000-IN-PROGRESS.
003040     PERFORM 8600-OPEN-REPORT THRU 8600-EXIT
003050     IF WS-SUBMITTED-SUB EQUAL ZERO
003060         GO TO 2000-EXIT
003070     END-IF
003080     MOVE WS-PLAN-ENTRY(WS-SUBMITTED-SUB) TO CATC-RECORD
003090     IF CATC-BUS-DATE NOT EQUAL WS-CYCLE-DATE
003100         GO TO 2000-EXIT
003110     END-IF
003120     IF CYCLE-COMPLETE
003130         MOVE "P" TO CATC-STATUS
003140         PERFORM 2900-STAMP-ENTRY THRU 2900-EXIT
003150         MOVE CATC-RECORD TO WS-PLAN-ENTRY(WS-SUBMITTED-SUB)
003160         MOVE ZERO TO WS-SUBMITTED-SUB
003170         SUBTRACT 1 FROM WS-SUBMITTED-COUNT
003180     ELSE
003190         SET CATCHUP-STOPPED TO TRUE
003200         MOVE 8 TO WS-RETURN-CODE
003210     END-IF.
003220 2000-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250*2100-BUILD-PLAN - EVERY DATE AFTER THE LAST COMPLETED CYCLE AND
003260* BEFORE THE TARGET IS OUTSTANDING. THE CURRENT CYCLE MUST HAVE
003270* ITS STRMEND - AN UNFINISHED DAY IS RERUN BY DAILYBAT FIRST.
003280*----------------------------------------------------------------
003290 2100-BUILD-PLAN.
003300     MOVE ZERO TO WS-PLAN-COUNT
003310     PERFORM 8600-OPEN-REPORT THRU 8600-EXIT
003320     IF NOT CYCLE-COMPLETE
003330         MOVE SPACES TO WS-PRINT-LINE
003340         STRING "CYCLE " WS-CYCLE-DATE " HAS NO STRMEND MARKER"
003350             " - RERUN DAILYBAT TO COMPLETE IT FIRST"
003360             DELIMITED BY SIZE INTO WS-PRINT-LINE
003370         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003380         MOVE 8 TO WS-RETURN-CODE
003390         GO TO 2100-EXIT
003400     END-IF
003410     COMPUTE WS-FIRST-INTEGER =
003420         FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) + 1
003430     COMPUTE WS-LAST-INTEGER =
003440         FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE) - 1
003450     IF WS-LAST-INTEGER < WS-FIRST-INTEGER
003460         MOVE SPACES TO WS-PRINT-LINE
003470         STRING "NO MISSED DATES BETWEEN CYCLE " WS-CYCLE-DATE
003480             " AND TARGET " WS-TARGET-DATE
003490             DELIMITED BY SIZE INTO WS-PRINT-LINE
003500         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003510         MOVE 4 TO WS-RETURN-CODE
003520         GO TO 2100-EXIT
003530     END-IF
003540     IF WS-LAST-INTEGER - WS-FIRST-INTEGER + 1 > WS-PLAN-MAX
003550         MOVE SPACES TO WS-PRINT-LINE
003560         STRING "GAP FROM CYCLE " WS-CYCLE-DATE " TO TARGET "
003570             WS-TARGET-DATE " EXCEEDS " WS-PLAN-MAX
003580             " DAYS - NOT STARTED"
003590             DELIMITED BY SIZE INTO WS-PRINT-LINE
003600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003610         MOVE 8 TO WS-RETURN-CODE
003620         GO TO 2100-EXIT
003630     END-IF
003640     PERFORM 2200-ADD-DATE THRU 2200-EXIT
003650         VARYING WS-DAY-INTEGER FROM WS-FIRST-INTEGER BY 1
003660         UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER.
003670 2100-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700 2200-ADD-DATE.
003710*----------------------------------------------------------------
003720     ADD 1 TO WS-PLAN-COUNT
003730     ADD 1 TO WS-OUTSTANDING-COUNT
003740     MOVE SPACES TO CATC-RECORD
003750     COMPUTE CATC-BUS-DATE =
003760         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
003770     MOVE "O" TO CATC-STATUS
003780     MOVE WS-TARGET-DATE TO CATC-TARGET-DATE
003790     MOVE ZERO TO CATC-DUE-COUNT
003800     PERFORM 2900-STAMP-ENTRY THRU 2900-EXIT
003810     MOVE CATC-RECORD TO WS-PLAN-ENTRY(WS-PLAN-COUNT).
003820 2200-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850 2900-STAMP-ENTRY.
003860*----------------------------------------------------------------
003870     ACCEPT WS-NOW-TIME FROM TIME
003880     MOVE WS-MACHINE-DATE TO CATC-SET-DATE
003890     MOVE WS-NOW-TIME TO CATC-SET-TIME.
003900 2900-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930*3000-NEXT-DATE - A DATE STILL SUBMITTED BUT NOT YET RUN IS
003940* RESUBMITTED ON A START (ITS STAGING JOB FAILED) AND LEFT ALONE
003950* ON THE CONTINUATION. OTHERWISE THE EARLIEST OUTSTANDING DATE
003960* WITH A REGISTERED JOB DUE IS SUBMITTED, SKIPPING THE DATES
003970* BEFORE IT THAT HAVE NONE.
003980*----------------------------------------------------------------
003990 3000-NEXT-DATE.
004000     IF CATCHUP-STOPPED
004010         OR WS-PLAN-COUNT EQUAL ZERO
004020         OR WS-RETURN-CODE > 4
004030         GO TO 3000-EXIT
004040     END-IF
004050     IF WS-SUBMITTED-SUB > ZERO
004060         IF START-MODE
004070             MOVE WS-PLAN-ENTRY(WS-SUBMITTED-SUB) TO CATC-RECORD
004080             PERFORM 3500-SUBMIT-DATE THRU 3500-EXIT
004090         END-IF
004100         GO TO 3000-EXIT
004110     END-IF
004120     PERFORM 3100-TRY-DATE THRU 3100-EXIT
004130         VARYING WS-PLAN-SUB FROM 1 BY 1
004140         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
004150             OR WS-SUBMITTED-SUB > ZERO.
004160 3000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190 3100-TRY-DATE.
004200*----------------------------------------------------------------
004210     MOVE WS-PLAN-ENTRY(WS-PLAN-SUB) TO CATC-RECORD
004220     IF NOT CATC-OUTSTANDING
004230         GO TO 3100-EXIT
004240     END-IF
004250     MOVE CATC-BUS-DATE TO WS-DAY-DATE
004260     PERFORM 7000-COUNT-DUE THRU 7000-EXIT
004270     MOVE WS-DUE-COUNT TO CATC-DUE-COUNT
004280     SUBTRACT 1 FROM WS-OUTSTANDING-COUNT
004290     IF WS-DUE-COUNT EQUAL ZERO
004300         MOVE "S" TO CATC-STATUS
004310     ELSE
004320         MOVE "R" TO CATC-STATUS
004330         ADD 1 TO WS-SUBMITTED-COUNT
004340         MOVE WS-PLAN-SUB TO WS-SUBMITTED-SUB
004350         PERFORM 3500-SUBMIT-DATE THRU 3500-EXIT
004360     END-IF
004370     PERFORM 2900-STAMP-ENTRY THRU 2900-EXIT
004380     MOVE CATC-RECORD TO WS-PLAN-ENTRY(WS-PLAN-SUB).
004390 3100-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420*3500-SUBMIT-DATE - THE STAGING JOB FOR CATC-BUS-DATE. EACH FEED
004430* COPY RUNS ONLY WHEN EVERY STEP BEFORE IT ENDED RC 0, SO A
004440* MISSING DATED FEED STOPS THE JOB BEFORE DAILYBAT IS SUBMITTED.
004450* THE JOB SHARES DAILYBAT'S CLASS; THE SUBMITTED DAILYBAT WAITS
004460* FOR A STILL-RUNNING DAILYBAT OF THE SAME NAME TO END.
004470*----------------------------------------------------------------
004480 3500-SUBMIT-DATE.
004490     MOVE CATC-BUS-DATE TO WS-DAY-DATE
004500     OPEN OUTPUT SUBMITF
004510     MOVE SPACES TO WS-JCL-LINE
004520     STRING "//CATCHSTG JOB (ACCTNO),'CATCH-UP " WS-DAY-DATE
004530         "',CLASS=A,MSGCLASS=X"
004540         DELIMITED BY SIZE INTO WS-JCL-LINE
004550     PERFORM 3900-WRITE-JCL THRU 3900-EXIT
004560     MOVE SPACES TO WS-JCL-LINE
004570     STRING "//* FEED GENERATIONS FOR BUSINESS DATE " WS-DAY-DATE
004580         ", THEN DAILYBAT"
004590         DELIMITED BY SIZE INTO WS-JCL-LINE
004600     PERFORM 3900-WRITE-JCL THRU 3900-EXIT
004610     MOVE ZERO TO WS-STEP-NO
004620     PERFORM 3600-STAGE-FEED THRU 3600-EXIT
004630         VARYING CATF-FEED-IDX FROM 1 BY 1
004640         UNTIL CATF-FEED-IDX > CATF-FEED-COUNT
004650     MOVE "//SUBMIT   EXEC PGM=IEBGENER,COND=(0,NE)"
004655         TO WS-JCL-LINE
004660     PERFORM 3900-WRITE-JCL THRU 3900-EXIT
004670     MOVE "//SYSUT1   DD DSN=PROD.JCLLIB(DAILYBAT),DISP=SHR"
004680         TO WS-JCL-LINE
004690     PERFORM 3900-WRITE-JCL THRU 3900-EXIT
004700     MOVE "//SYSUT2   DD SYSOUT=(A,INTRDR)" TO WS-JCL-LINE
004710     PERFORM 3900-WRITE-JCL THRU 3900-EXIT
004720     PERFORM 3700-GENER-TAIL THRU 3700-EXIT
004730     CLOSE SUBMITF
004740     DISPLAY "CATCHUP SUBMITTED BUSINESS DATE " WS-DAY-DATE.
004750 3500-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780 3600-STAGE-FEED.
004790*----------------------------------------------------------------
004800     ADD 1 TO WS-STEP-NO
004810     MOVE SPACES TO WS-JCL-LINE
004820     IF WS-STEP-NO EQUAL 1
004830         STRING "//STG" WS-STEP-NO "    EXEC PGM=IEBGENER"
004840             DELIMITED BY SIZE INTO WS-JCL-LINE
004850     ELSE
004860         STRING "//STG" WS-STEP-NO
004870             "    EXEC PGM=IEBGENER,COND=(0,NE)"
004880             DELIMITED BY SIZE INTO WS-JCL-LINE
004890     END-IF
004900     PERFORM 3900-WRITE-JCL THRU 3900-EXIT
004910     MOVE SPACES TO WS-JCL-LINE
004920     STRING "//SYSUT1   DD DSN=" DELIMITED BY SIZE
004930         CATF-FEED-DSN(CATF-FEED-IDX) DELIMITED BY SPACE
004940         ".D" WS-DAY-YYMMDD ",DISP=SHR" DELIMITED BY SIZE
004950         INTO WS-JCL-LINE
004960     PERFORM 3900-WRITE-JCL THRU 3900-EXIT
004970     MOVE SPACES TO WS-JCL-LINE
004980     STRING "//SYSUT2   DD DSN=" DELIMITED BY SIZE
004990         CATF-FEED-DSN(CATF-FEED-IDX) DELIMITED BY SPACE
005000         ",DISP=OLD" DELIMITED BY SIZE
005010         INTO WS-JCL-LINE
005020     PERFORM 3900-WRITE-JCL THRU 3900-EXIT
005030     PERFORM 3700-GENER-TAIL THRU 3700-EXIT.
005040 3600-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070 3700-GENER-TAIL.
005080*----------------------------------------------------------------
005090     MOVE "//SYSPRINT DD SYSOUT=*" TO WS-JCL-LINE
005100     PERFORM 3900-WRITE-JCL THRU 3900-EXIT
005110     MOVE "//SYSIN    DD DUMMY" TO WS-JCL-LINE
005120     PERFORM 3900-WRITE-JCL THRU 3900-EXIT.
005130 3700-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160 3900-WRITE-JCL.
005170*----------------------------------------------------------------
005180     WRITE SUBMIT-RECORD FROM WS-JCL-LINE.
005190 3900-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220 4000-REWRITE-PLAN.
005230*----------------------------------------------------------------
005240     IF WS-PLAN-COUNT EQUAL ZERO
005250         GO TO 4000-EXIT
005260     END-IF
005270     OPEN OUTPUT CATCHCTL
005280     PERFORM 4100-WRITE-ENTRY THRU 4100-EXIT
005290         VARYING WS-PLAN-SUB FROM 1 BY 1
005300         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
005310     CLOSE CATCHCTL.
005320 4000-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350 4100-WRITE-ENTRY.
005360*----------------------------------------------------------------
005370     WRITE CATC-RECORD FROM WS-PLAN-ENTRY(WS-PLAN-SUB).
005380 4100-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410*5000-PRINT-REPORT - ONE LINE PER DATE IN THE CATCH-UP, THEN
005420* THE TOTALS AND WHERE THE CATCH-UP STANDS.
005430*----------------------------------------------------------------
005440 5000-PRINT-REPORT.
005450     IF NOT REPORT-OPEN
005460         OR WS-PLAN-COUNT EQUAL ZERO
005470         GO TO 5000-EXIT
005480     END-IF
005490     MOVE ZERO TO WS-OUTSTANDING-COUNT
005500     MOVE ZERO TO WS-SUBMITTED-COUNT
005510     MOVE ZERO TO WS-PROCESSED-COUNT
005520     MOVE ZERO TO WS-SKIPPED-COUNT
005530     MOVE WS-PLAN-ENTRY(1) TO CATC-RECORD
005540     MOVE SPACES TO WS-PRINT-LINE
005550     STRING "CATCH-UP TO TARGET " CATC-TARGET-DATE
005560         "  CYCLE DATE " WS-CYCLE-DATE
005570         DELIMITED BY SIZE INTO WS-PRINT-LINE
005580     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005590     MOVE SPACES TO WS-PRINT-LINE
005600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005610     MOVE "BUS DATE DAY  DUE  STATUS" TO WS-PRINT-LINE
005620     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005630     PERFORM 5100-PRINT-DATE THRU 5100-EXIT
005640         VARYING WS-PLAN-SUB FROM 1 BY 1
005650         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
005660     MOVE SPACES TO WS-PRINT-LINE
005670     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005680     MOVE SPACES TO WS-PRINT-LINE
005690     STRING "PROCESSED=" WS-PROCESSED-COUNT
005700         "  SKIPPED BY CALENDAR=" WS-SKIPPED-COUNT
005710         "  SUBMITTED=" WS-SUBMITTED-COUNT
005720         "  OUTSTANDING=" WS-OUTSTANDING-COUNT
005730         DELIMITED BY SIZE INTO WS-PRINT-LINE
005740     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005750     MOVE SPACES TO WS-PRINT-LINE
005760     EVALUATE TRUE
005770         WHEN CATCHUP-STOPPED
005780             STRING "CATCH-UP STOPPED - BUSINESS DATE "
005790                 WS-CYCLE-DATE " DID NOT COMPLETE"
005800                 DELIMITED BY SIZE INTO WS-PRINT-LINE
005810         WHEN WS-SUBMITTED-COUNT > ZERO
005820             MOVE "CATCH-UP CONTINUING - NEXT DATE SUBMITTED"
005830                 TO WS-PRINT-LINE
005840         WHEN WS-OUTSTANDING-COUNT > ZERO
005850             MOVE "CATCH-UP NOT CONTINUING - DATES OUTSTANDING"
005860                 TO WS-PRINT-LINE
005870         WHEN OTHER
005880             MOVE "CATCH-UP COMPLETE - RELEASE THE NIGHTLY RUN"
005890                 TO WS-PRINT-LINE
005900     END-EVALUATE
005910     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005920     IF CATCHUP-STOPPED
005930         MOVE SPACES TO WS-PRINT-LINE
005940         MOVE "  FIX THE FAILURE AND RESUBMIT DAILYBAT; ITS LAST"
005950             TO WS-PRINT-LINE
005960         MOVE " STEP CONTINUES THE CATCH-UP"
005965             TO WS-PRINT-LINE(50:29)
005970         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005980     END-IF.
005990 5000-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------
006020 5100-PRINT-DATE.
006030*----------------------------------------------------------------
006040     MOVE WS-PLAN-ENTRY(WS-PLAN-SUB) TO CATC-RECORD
006050     MOVE CATC-BUS-DATE TO WS-DAY-DATE
006060     COMPUTE WS-DAY-INTEGER =
006065         FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
006070     PERFORM 7100-SET-WEEKDAY THRU 7100-EXIT
006080     EVALUATE TRUE
006090         WHEN CATC-PROCESSED
006100             ADD 1 TO WS-PROCESSED-COUNT
006110             MOVE "PROCESSED" TO WS-STATUS-TEXT
006120         WHEN CATC-CAL-SKIPPED
006130             ADD 1 TO WS-SKIPPED-COUNT
006140             MOVE "SKIPPED BY CALENDAR - NO REGISTERED JOB DUE"
006150                 TO WS-STATUS-TEXT
006160         WHEN CATC-SUBMITTED
006170             ADD 1 TO WS-SUBMITTED-COUNT
006180             IF CATCHUP-STOPPED
006190                 MOVE "FAILED - NO STRMEND, CATCH-UP STOPPED"
006200                     TO WS-STATUS-TEXT
006210             ELSE
006220                 MOVE "SUBMITTED" TO WS-STATUS-TEXT
006230             END-IF
006240         WHEN OTHER
006250             ADD 1 TO WS-OUTSTANDING-COUNT
006260             PERFORM 7000-COUNT-DUE THRU 7000-EXIT
006270             MOVE WS-DUE-COUNT TO CATC-DUE-COUNT
006280             MOVE "OUTSTANDING" TO WS-STATUS-TEXT
006290     END-EVALUATE
006300     MOVE SPACES TO WS-PRINT-LINE
006310     STRING CATC-BUS-DATE " " WS-DAY-NAME(WS-DAY-OF-WEEK)
006320         "   " CATC-DUE-COUNT "  " WS-STATUS-TEXT
006330         DELIMITED BY SIZE INTO WS-PRINT-LINE
006340     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006350 5100-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380*7000-COUNT-DUE - REGISTERED JOBS SCHEDEVL SAYS RUN ON
006390* WS-DAY-DATE. A JOB WITH NO SCHDCTL RECORD IS NOT DUE (ITS
006400* CHECKER ENDS RC 8 AND THE JOB IS SKIPPED).
006410*----------------------------------------------------------------
006420 7000-COUNT-DUE.
006430     MOVE ZERO TO WS-DUE-COUNT
006440     PERFORM 7050-EVALUATE-JOB THRU 7050-EXIT
006450         VARYING REG-JOB-IDX FROM 1 BY 1
006460         UNTIL REG-JOB-IDX > REG-JOB-COUNT.
006470 7000-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500 7050-EVALUATE-JOB.
006510*----------------------------------------------------------------
006520     IF WS-SCHED-FOUND(REG-JOB-IDX) NOT EQUAL "Y"
006530         GO TO 7050-EXIT
006540     END-IF
006550     MOVE WS-SCHED-IMAGE(REG-JOB-IDX) TO SCHDCTL-RECORD
006560     MOVE WS-DAY-DATE TO WS-EVAL-DATE
006570     CALL "SCHEDEVL" USING SCHDCTL-RECORD, WS-EVAL-DATE,
006580         WS-EVAL-RESULT
006590     IF WS-EVAL-RESULT EQUAL "Y"
006600         ADD 1 TO WS-DUE-COUNT
006610     END-IF.
006620 7050-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650 7100-SET-WEEKDAY.
006660*----------------------------------------------------------------
006670     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INTEGER, 7)
006680     IF WS-DAY-OF-WEEK EQUAL ZERO
006690         MOVE 7 TO WS-DAY-OF-WEEK
006700     END-IF.
006710 7100-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740 8000-WRITE-LINE.
006750*----------------------------------------------------------------
006760     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006770         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
006780     END-IF
006790     MOVE WS-PRINT-LINE TO CATRPT-RECORD
006800     WRITE CATRPT-RECORD
006810     MOVE CATRPT-RECORD TO RPTA-LINE
006820     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
006830     ADD 1 TO WS-LINE-COUNT.
006840 8000-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
006880* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE CYCLE DATE.
006890*----------------------------------------------------------------
006900 8100-ARCHIVE-LINE.
006910     MOVE "CATRPT" TO RPTA-REPORT-NAME
006920     MOVE WS-CYCLE-DATE TO RPTA-RUN-DATE
006930     WRITE RPTA-RECORD.
006940 8100-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970 8500-NEW-PAGE.
006980*----------------------------------------------------------------
006990     ADD 1 TO WS-PAGE-NO
007000     MOVE ZERO TO WS-LINE-COUNT
007010     IF WS-PAGE-NO > 1
007020         MOVE SPACES TO CATRPT-RECORD
007030         WRITE CATRPT-RECORD
007040         MOVE CATRPT-RECORD TO RPTA-LINE
007050         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
007060     END-IF
007070     MOVE SPACES TO CATRPT-RECORD
007080     STRING "STREAM CATCH-UP REPORT" "  PAGE " WS-PAGE-NO
007090         DELIMITED BY SIZE INTO CATRPT-RECORD
007100     WRITE CATRPT-RECORD
007110     MOVE CATRPT-RECORD TO RPTA-LINE
007120     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
007130     ADD 1 TO WS-LINE-COUNT.
007140 8500-EXIT.
007150     EXIT.
007160*----------------------------------------------------------------
007170 8600-OPEN-REPORT.
007180*----------------------------------------------------------------
007190     OPEN OUTPUT CATRPT
007200     OPEN EXTEND RPTARCHF
007210     SET REPORT-OPEN TO TRUE
007220     PERFORM 8500-NEW-PAGE THRU 8500-EXIT.
007230 8600-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------
007260 9000-TERMINATE.
007270*----------------------------------------------------------------
007280     IF REPORT-OPEN
007290         CLOSE CATRPT
007300         CLOSE RPTARCHF
007310     END-IF
007320     DISPLAY "CATCHUP CYCLE DATE=" WS-CYCLE-DATE
007330         " DATES IN CATCH-UP=" WS-PLAN-COUNT
007340         " RC=" WS-RETURN-CODE
007350     ACCEPT WS-END-TIME FROM TIME
007360     OPEN EXTEND RUNLOGF
007370     MOVE "CATCHUP" TO RUNLOG-JOB-NAME
007380     MOVE WS-CYCLE-DATE TO RUNLOG-RUN-DATE
007390     MOVE WS-START-TIME TO RUNLOG-START-TIME
007400     MOVE WS-END-TIME TO RUNLOG-END-TIME
007410     MOVE WS-PLAN-COUNT TO RUNLOG-INPUT-COUNT
007420     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
007430     MOVE WS-PARM-TEXT TO RUNLOG-PARAMETER
007440     WRITE RUNLOG-RECORD
007450     CLOSE RUNLOGF
007460     MOVE WS-RETURN-CODE TO RETURN-CODE.
007470 9000-EXIT.
007480     EXIT.
