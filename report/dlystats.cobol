000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. dlystats.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. DAILY STATISTICS STEP -
000110*                  DLYSUMRY, SLAMON, ALERTGEN, RUNTREND AND
000120*                  MOENDRPT EACH OPENED AND RE-READ RUNLOG, THE
000130*                  REJECT FILES, INQAUDIT, REJAGE AND THE RESULT
000140*                  FILES TO COUNT THE SAME THINGS, AND THE END OF
000150*                  THE BATCH WINDOW WAS MOSTLY THAT RE-READING.
000160*                  THIS STEP READS EACH SOURCE ONCE AND WRITES
000170*                  THE BUSINESS DATE'S STATISTICS TO THE DLYSTAT
000180*                  CLUSTER (COPY DLYSTAT) - ONE RECORD PER JOB
000190*                  RUN, COUNTS AND AMOUNTS PER FILE, AND ONE
000200*                  LINE PER REJECT AND OPEN AGED REJECT - AND
000210*                  THE REPORTING AND ALERT PROGRAMS BUILD THEIR
000220*                  OUTPUT FROM THOSE RECORDS.
000230*
000240*                  A RERUN REPLACES THE DATE'S RECORDS, NEVER
000250*                  ADDS TO THEM. JOBS THAT RUN LATER UNDER THE
000260*                  SAME BUSINESS DATE (THE END-OF-STREAM STEPS,
000270*                  A DAYTIME DLYINQRY) ARE PICKED UP THE NEXT
000280*                  NIGHT: A FULL PASS ALSO RE-DERIVES THE
000290*                  PREVIOUS PASS'S DATE FROM RUNLOG AND INQAUDIT,
000300*                  THE TWO SOURCES THAT KEEP GROWING AFTER THE
000310*                  STEP HAS RUN. THE "LASTRUN" CONTROL RECORD
000320*                  (DATE ZERO, KIND "C") REMEMBERS WHICH DATE
000330*                  THAT IS.
000340*
000350*                  PARM 'JOBS' REFRESHES ONLY TODAY'S JOB-RUN
000360*                  RECORDS FROM RUNLOG - RUN JUST AHEAD OF
000370*                  SLAMON AND ALERTGEN SO THE STEPS THAT RAN
000380*                  AFTER THE FULL PASS ARE NOT MISSED RUNS.
000380* 2026-10-15  DPG  A DEPARTMENT'S BILLABLE REQUESTS INCLUDE STATUS
000380*                  36 (ANSWERED FROM BIGMST) AS WELL AS STATUS 00,
000380*                  MATCHING CHGSTMT.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DLYSTAT ASSIGN TO "DLYSTAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS STAT-KEY.
000470     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT FACRSLT ASSIGN TO "FACRSLT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT FIBRSLT ASSIGN TO "FIBRSLT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT CMBRSLT ASSIGN TO "CMBRSLT"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT PRMRSLT ASSIGN TO "PRMRSLT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT FBZOUT ASSIGN TO "FBZOUT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT FACREJ ASSIGN TO "FACREJ"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT FIBREJ ASSIGN TO "FIBREJ"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT CMBREJ ASSIGN TO "CMBREJ"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT FBZREJ ASSIGN TO "FBZREJ"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT PRMREJ ASSIGN TO "PRMREJ"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT FACDIFF ASSIGN TO "FACDIFF"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT INQAUDIT ASSIGN TO "INQAUDIT"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730     SELECT CHGRATE ASSIGN TO "CHGRATE"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT REJAGE ASSIGN TO "REJAGE"
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DLYSTAT
000800     RECORDING MODE IS F.
000810     COPY DLYSTAT.
000820 FD  RUNLOGF
000830     RECORDING MODE IS F.
000840     COPY RUNLOG.
000850 FD  FACRSLT
000860     RECORDING MODE IS F.
000870     COPY RSLTREC.
000880 FD  FIBRSLT
000890     RECORDING MODE IS F.
000900 01  FIBRSLT-RECORD.
000910     05 FIBRSLT-RUN-DATE         PIC 9(08).
000920     05 FIBRSLT-PROGRAM-ID       PIC X(08).
000930     05 FIBRSLT-INPUT-VALUE      PIC 9(09).
000940     05 FIBRSLT-COMPUTED-VALUE   PIC 9(38).
000950     05 FILLER                   PIC X(17).
000960 FD  CMBRSLT
000970     RECORDING MODE IS F.
000980 01  CMBRSLT-RECORD.
000990     05 CMBRSLT-RUN-DATE         PIC 9(08).
001000     05 CMBRSLT-PROGRAM-ID       PIC X(08).
001010     05 CMBRSLT-INPUT-VALUE      PIC 9(09).
001020     05 CMBRSLT-COMPUTED-VALUE   PIC 9(38).
001030     05 FILLER                   PIC X(17).
001040 FD  PRMRSLT
001050     RECORDING MODE IS F.
001060 01  PRMRSLT-RECORD.
001070     05 PRMRSLT-RUN-DATE         PIC 9(08).
001080     05 PRMRSLT-PROGRAM-ID       PIC X(08).
001090     05 PRMRSLT-INPUT-VALUE      PIC 9(09).
001100     05 PRMRSLT-COMPUTED-VALUE   PIC 9(38).
001110     05 FILLER                   PIC X(17).
001120 FD  FBZOUT
001130     RECORDING MODE IS F.
001140 01  FBZOUT-RECORD.
001150     05 FBZOUT-KEY               PIC 9(06).
001160     05 FBZOUT-DATA              PIC X(74).
001170     05 FBZOUT-TAG               PIC X(40).
001180 FD  FACREJ
001190     RECORDING MODE IS F.
001200     COPY REJCREC.
001210 FD  FIBREJ
001220     RECORDING MODE IS F.
001230 01  FIBREJ-RECORD.
001240     05 FIBREJ-RUN-DATE          PIC 9(08).
001250     05 FIBREJ-PROGRAM-ID        PIC X(08).
001260     05 FIBREJ-INPUT-VALUE       PIC 9(09).
001270     05 FIBREJ-REASON            PIC X(30).
001280     05 FILLER                   PIC X(16).
001290 FD  CMBREJ
001300     RECORDING MODE IS F.
001310 01  CMBREJ-RECORD.
001320     05 CMBREJ-RUN-DATE          PIC 9(08).
001330     05 CMBREJ-PROGRAM-ID        PIC X(08).
001340     05 CMBREJ-INPUT-VALUE       PIC 9(09).
001350     05 CMBREJ-REASON            PIC X(30).
001360     05 FILLER                   PIC X(16).
001370 FD  FBZREJ
001380     RECORDING MODE IS F.
001390 01  FBZREJ-RECORD.
001400     05 FBZREJ-RUN-DATE          PIC 9(08).
001410     05 FBZREJ-PROGRAM-ID        PIC X(08).
001420     05 FBZREJ-INPUT-VALUE       PIC 9(09).
001430     05 FBZREJ-REASON            PIC X(30).
001440     05 FILLER                   PIC X(16).
001450 FD  PRMREJ
001460     RECORDING MODE IS F.
001470 01  PRMREJ-RECORD.
001480     05 PRMREJ-RUN-DATE          PIC 9(08).
001490     05 PRMREJ-PROGRAM-ID        PIC X(08).
001500     05 PRMREJ-INPUT-VALUE       PIC 9(09).
001510     05 PRMREJ-REASON            PIC X(30).
001520     05 FILLER                   PIC X(16).
001530 FD  FACDIFF
001540     RECORDING MODE IS F.
001550     COPY FACDIFF.
001560 FD  INQAUDIT
001570     RECORDING MODE IS F.
001580     COPY INQAUDT.
001590 FD  CHGRATE
001600     RECORDING MODE IS F.
001610     COPY CHRGRT.
001620 FD  REJAGE
001630     RECORDING MODE IS F.
001640     COPY REJAGED.
001650 WORKING-STORAGE SECTION.
001660*----------------------------------------------------------------
001670* DATES - THE RUN DATE, AND THE EARLIER DATE THE LAST FULL PASS
001680* COVERED (ZERO WHEN THERE IS NONE), WHOSE RUNLOG AND INQAUDIT
001690* FIGURES ARE SETTLED AGAIN TONIGHT
001700*----------------------------------------------------------------
001710 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001720 01  WS-PRIOR-DATE               PIC 9(08) VALUE ZERO.
001730 01  WS-CONTROL-DATE             PIC 9(08) VALUE ZERO.
001740*----------------------------------------------------------------
001750* FILE COUNT TABLE - ONE ENTRY PER DATE + DD NAME + ITEM, WRITTEN
001760* AS "F" RECORDS AT THE END OF THE PASS. THE "*TOTAL" ENTRIES
001770* ARE SEEDED FIRST SO EVERY FILE READ GETS ONE, EVEN AT ZERO.
001780*----------------------------------------------------------------
001790 01  WS-CNT-COUNT                PIC 9(03) COMP VALUE ZERO.
001800 01  WS-CNT-TABLE-MAX            PIC 9(03) COMP VALUE 300.
001810 01  WS-CNT-TABLE.
001820     05 WS-CNT-ENTRY OCCURS 300 TIMES
001830             INDEXED BY WS-CNT-IDX.
001840         10 WS-CNT-DATE          PIC 9(08).
001850         10 WS-CNT-NAME          PIC X(08).
001860         10 WS-CNT-ITEM          PIC X(08).
001870         10 WS-CNT-TALLY         PIC 9(09) COMP.
001880         10 WS-CNT-AUX           PIC 9(09) COMP.
001890         10 WS-CNT-AMOUNT        PIC 9(11)V9(02).
001900 01  WS-LOOK-DATE                PIC 9(08) VALUE ZERO.
001910 01  WS-LOOK-NAME                PIC X(08) VALUE SPACES.
001920 01  WS-LOOK-ITEM                PIC X(08) VALUE SPACES.
001930*----------------------------------------------------------------
001940* FILES SEEDED WITH A "*TOTAL" ENTRY, IN THE ORDER THEY ARE READ
001950*----------------------------------------------------------------
001960 01  WS-TOTAL-NAMES.
001970     05 FILLER                   PIC X(08) VALUE "FACRSLT".
001980     05 FILLER                   PIC X(08) VALUE "FIBRSLT".
001990     05 FILLER                   PIC X(08) VALUE "CMBRSLT".
002000     05 FILLER                   PIC X(08) VALUE "PRMRSLT".
002010     05 FILLER                   PIC X(08) VALUE "FBZOUT".
002020     05 FILLER                   PIC X(08) VALUE "FACREJ".
002030     05 FILLER                   PIC X(08) VALUE "FIBREJ".
002040     05 FILLER                   PIC X(08) VALUE "CMBREJ".
002050     05 FILLER                   PIC X(08) VALUE "FBZREJ".
002060     05 FILLER                   PIC X(08) VALUE "PRMREJ".
002070     05 FILLER                   PIC X(08) VALUE "FACDIFF".
002080     05 FILLER                   PIC X(08) VALUE "INQAUDIT".
002090     05 FILLER                   PIC X(08) VALUE "REJAGE".
002100 01  WS-TOTAL-NAMES-R REDEFINES WS-TOTAL-NAMES.
002110     05 WS-TOTAL-NAME OCCURS 13 TIMES
002120             INDEXED BY WS-TOTAL-IDX PIC X(08).
002130 01  WS-TOTAL-NAME-COUNT         PIC 9(02) COMP VALUE 13.
002140*----------------------------------------------------------------
002150* INQUIRY PRICING - RATE SLOTS AS CHGSTMT (1 F, 2 B, 3 C, 4 V,
002160* 5 P). A DEPARTMENT'S BILLABLE AMOUNT IS PRICED AT THE RATES
002170* IN FORCE THE NIGHT THE STATISTICS ARE TAKEN.
002180*----------------------------------------------------------------
002190 01  WS-RATE-TABLE.
002200     05 WS-RATE OCCURS 5 TIMES   PIC 9(05)V9(02).
002210 01  WS-TYPE-SUB                 PIC 9(01) VALUE ZERO.
002220*----------------------------------------------------------------
002230* SOURCE FIELDS - EACH FILE'S READ PARAGRAPH MOVES ITS RECORD
002240* HERE AND PERFORMS THE COMMON TALLY OR EXCEPTION PARAGRAPH
002250*----------------------------------------------------------------
002260 01  WS-SRC-NAME                 PIC X(08) VALUE SPACES.
002270 01  WS-SRC-PROGRAM-ID           PIC X(08) VALUE SPACES.
002280 01  WS-SRC-INPUT-VALUE          PIC 9(09) VALUE ZERO.
002290 01  WS-SRC-REASON               PIC X(30) VALUE SPACES.
002300 01  WS-SRC-REQUESTER            PIC X(08) VALUE SPACES.
002310 01  WS-SRC-ORIGINAL-DATE        PIC 9(08) VALUE ZERO.
002320 01  WS-SRC-AGE-DAYS             PIC 9(03) VALUE ZERO.
002330 01  WS-SRC-SERVED-SW            PIC X(01) VALUE "N".
002340     88 SRC-SERVED                   VALUE "Y".
002350*----------------------------------------------------------------
002360* ELAPSED-TIME DERIVATION - SAME HHMMSSCC PARSE RUNTREND USED.
002370* AN END TIME BELOW ITS START TIME MEANS THE RUN CROSSED
002380* MIDNIGHT, SO ONE DAY IS ADDED BACK IN.
002390*----------------------------------------------------------------
002400 01  WS-TIME-PARSE               PIC 9(08).
002410 01  WS-TIME-PARSE-X REDEFINES WS-TIME-PARSE.
002420     05 WS-TIME-HH               PIC 9(02).
002430     05 WS-TIME-MM               PIC 9(02).
002440     05 WS-TIME-SS               PIC 9(02).
002450     05 WS-TIME-CC               PIC 9(02).
002460 01  WS-START-SECONDS            PIC 9(07) COMP VALUE ZERO.
002470 01  WS-END-SECONDS              PIC 9(07) COMP VALUE ZERO.
002480 01  WS-ELAPSED-SECONDS          PIC 9(07) COMP VALUE ZERO.
002490 01  WS-SECONDS-PER-DAY          PIC 9(07) COMP VALUE 86400.
002500*----------------------------------------------------------------
002510* CLEAR-RANGE KEY - EVERY RECORD WHOSE KEY STARTS WITH THIS
002520* DATE (AND KIND, AND NAME, WHEN NOT BLANK) IS DELETED BEFORE
002530* THE DATE'S RECORDS ARE WRITTEN AGAIN
002540*----------------------------------------------------------------
002550 01  WS-CLEAR-DATE               PIC 9(08) VALUE ZERO.
002560 01  WS-CLEAR-KIND               PIC X(01) VALUE SPACES.
002570 01  WS-CLEAR-NAME               PIC X(08) VALUE SPACES.
002580*----------------------------------------------------------------
002590* RUN CONTROL
002600*----------------------------------------------------------------
002610 01  WS-PARM-TEXT                PIC X(08) VALUE SPACES.
002620 01  WS-PASS-SW                  PIC X(01) VALUE "F".
002630     88 FULL-PASS                    VALUE "F".
002640     88 JOBS-PASS                    VALUE "J".
002650 01  WS-RUN-SEQ                  PIC 9(04) VALUE ZERO.
002660 01  WS-PRIOR-SEQ                PIC 9(04) VALUE ZERO.
002670 01  WS-EXCP-SEQ                 PIC 9(04) VALUE ZERO.
002680 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
002690 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
002700 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
002710 01  WS-WRITE-COUNT              PIC 9(09) COMP VALUE ZERO.
002720 01  WS-DELETE-COUNT             PIC 9(09) COMP VALUE ZERO.
002730 01  WS-EDIT-COUNT               PIC 9(09) VALUE ZERO.
002740 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002750*----------------------------------------------------------------
002760* SWITCHES
002770*----------------------------------------------------------------
002780 01  WS-SWITCHES.
002790     05 WS-RUNLOG-EOF-SW         PIC X(01) VALUE "N".
002800         88 RUNLOG-EOF               VALUE "Y".
002810     05 WS-FACRSLT-EOF-SW        PIC X(01) VALUE "N".
002820         88 FACRSLT-EOF              VALUE "Y".
002830     05 WS-FIBRSLT-EOF-SW        PIC X(01) VALUE "N".
002840         88 FIBRSLT-EOF              VALUE "Y".
002850     05 WS-CMBRSLT-EOF-SW        PIC X(01) VALUE "N".
002860         88 CMBRSLT-EOF              VALUE "Y".
002870     05 WS-PRMRSLT-EOF-SW        PIC X(01) VALUE "N".
002880         88 PRMRSLT-EOF              VALUE "Y".
002890     05 WS-FBZOUT-EOF-SW         PIC X(01) VALUE "N".
002900         88 FBZOUT-EOF               VALUE "Y".
002910     05 WS-FACREJ-EOF-SW         PIC X(01) VALUE "N".
002920         88 FACREJ-EOF               VALUE "Y".
002930     05 WS-FIBREJ-EOF-SW         PIC X(01) VALUE "N".
002940         88 FIBREJ-EOF               VALUE "Y".
002950     05 WS-CMBREJ-EOF-SW         PIC X(01) VALUE "N".
002960         88 CMBREJ-EOF               VALUE "Y".
002970     05 WS-FBZREJ-EOF-SW         PIC X(01) VALUE "N".
002980         88 FBZREJ-EOF               VALUE "Y".
002990     05 WS-PRMREJ-EOF-SW         PIC X(01) VALUE "N".
003000         88 PRMREJ-EOF               VALUE "Y".
003010     05 WS-FACDIFF-EOF-SW        PIC X(01) VALUE "N".
003020         88 FACDIFF-EOF              VALUE "Y".
003030     05 WS-INQAUDIT-EOF-SW       PIC X(01) VALUE "N".
003040         88 INQAUDIT-EOF             VALUE "Y".
003050     05 WS-CHGRATE-EOF-SW        PIC X(01) VALUE "N".
003060         88 CHGRATE-EOF              VALUE "Y".
003070     05 WS-REJAGE-EOF-SW         PIC X(01) VALUE "N".
003080         88 REJAGE-EOF               VALUE "Y".
003090     05 WS-CLEAR-SW              PIC X(01) VALUE "N".
003100         88 CLEAR-DONE               VALUE "Y".
003110     05 WS-FOUND-SW              PIC X(01) VALUE "N".
003120         88 ENTRY-FOUND              VALUE "Y".
003130     05 WS-OVERFLOW-SW           PIC X(01) VALUE "N".
003140         88 COUNT-TABLE-FULL         VALUE "Y".
003150 LINKAGE SECTION.
003160 01  LS-PARM.
003170     05 LS-PARM-LEN              PIC S9(04) COMP.
003180     05 LS-PARM-DATA             PIC X(08).
003190 PROCEDURE DIVISION USING LS-PARM.
003200*----------------------------------------------------------------
003210 0000-MAINLINE.
003220*----------------------------------------------------------------
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003240     PERFORM 2000-PROCESS-RUNLOG THRU 2000-EXIT
003250         UNTIL RUNLOG-EOF
003260     IF FULL-PASS
003270         PERFORM 3000-COUNT-RESULTS THRU 3000-EXIT
003280         PERFORM 4000-COUNT-REJECTS THRU 4000-EXIT
003290         PERFORM 5000-PROCESS-INQAUDIT THRU 5000-EXIT
003300             UNTIL INQAUDIT-EOF
003310         PERFORM 5500-PROCESS-REJAGE THRU 5500-EXIT
003320             UNTIL REJAGE-EOF
003330         PERFORM 6000-WRITE-COUNT THRU 6000-EXIT
003340             VARYING WS-CNT-IDX FROM 1 BY 1
003350             UNTIL WS-CNT-IDX > WS-CNT-COUNT
003360         PERFORM 6500-WRITE-CONTROL THRU 6500-EXIT
003370     END-IF
003380     PERFORM 9000-TERMINATE THRU 9000-EXIT
003390     STOP RUN.
003400*----------------------------------------------------------------
003410*1000-INITIALIZE - THE OLD RECORDS FOR WHAT THIS PASS REWRITES
003420* ARE CLEARED BEFORE ANY SOURCE IS READ: THE WHOLE RUN DATE AND
003430* THE PRIOR DATE'S JOB RUNS AND INQAUDIT COUNTS ON A FULL PASS,
003440* ONLY THE RUN DATE'S JOB RUNS ON A 'JOBS' PASS.
003450*----------------------------------------------------------------
003460 1000-INITIALIZE.
003470     CALL "GETCYCDT" USING WS-RUN-DATE
003480     ACCEPT WS-START-TIME FROM TIME
003490     IF LS-PARM-LEN > ZERO
003500         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TEXT
003510     END-IF
003520     IF WS-PARM-TEXT EQUAL "JOBS"
003530         SET JOBS-PASS TO TRUE
003540     END-IF
003550     OPEN I-O DLYSTAT
003560     IF JOBS-PASS
003570         MOVE WS-RUN-DATE TO WS-CLEAR-DATE
003580         MOVE "J" TO WS-CLEAR-KIND
003590         MOVE SPACES TO WS-CLEAR-NAME
003600         PERFORM 1500-CLEAR-RANGE THRU 1500-EXIT
003610     ELSE
003620         PERFORM 1100-FIND-PRIOR-DATE THRU 1100-EXIT
003630         MOVE WS-RUN-DATE TO WS-CLEAR-DATE
003640         MOVE SPACES TO WS-CLEAR-KIND
003650         MOVE SPACES TO WS-CLEAR-NAME
003660         PERFORM 1500-CLEAR-RANGE THRU 1500-EXIT
003670         IF WS-PRIOR-DATE > ZERO
003680             MOVE WS-PRIOR-DATE TO WS-CLEAR-DATE
003690             MOVE "J" TO WS-CLEAR-KIND
003700             PERFORM 1500-CLEAR-RANGE THRU 1500-EXIT
003710             MOVE "F" TO WS-CLEAR-KIND
003720             MOVE "INQAUDIT" TO WS-CLEAR-NAME
003730             PERFORM 1500-CLEAR-RANGE THRU 1500-EXIT
003740         END-IF
003750         PERFORM 1200-SEED-TOTALS THRU 1200-EXIT
003760         PERFORM 1300-LOAD-RATES THRU 1300-EXIT
003770         PERFORM 1400-OPEN-SOURCES THRU 1400-EXIT
003780     END-IF
003790     OPEN INPUT RUNLOGF
003800     READ RUNLOGF
003810         AT END
003820             SET RUNLOG-EOF TO TRUE
003830     END-READ.
003840 1000-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870*1100-FIND-PRIOR-DATE - THE CONTROL RECORD HOLDS THE DATE OF THE
003880* LAST FULL PASS AND THE DATE THAT PASS SETTLED. A RERUN OF THE
003890* SAME DATE SETTLES THE SAME PRIOR DATE AGAIN.
003900*----------------------------------------------------------------
003910 1100-FIND-PRIOR-DATE.
003920     MOVE LOW-VALUES TO STAT-KEY
003930     MOVE ZERO TO STAT-BUS-DATE
003940     SET STAT-CONTROL TO TRUE
003950     MOVE "LASTRUN" TO STAT-NAME
003960     MOVE SPACES TO STAT-ITEM
003970     MOVE ZERO TO STAT-SEQ
003980     READ DLYSTAT
003990         INVALID KEY
004000             GO TO 1100-EXIT
004010     END-READ
004020     MOVE STAT-COUNT TO WS-CONTROL-DATE
004030     IF WS-CONTROL-DATE EQUAL WS-RUN-DATE
004040         MOVE STAT-AUX-COUNT TO WS-PRIOR-DATE
004050     ELSE
004060         IF WS-CONTROL-DATE < WS-RUN-DATE
004070             MOVE WS-CONTROL-DATE TO WS-PRIOR-DATE
004080         END-IF
004090     END-IF.
004100 1100-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130 1200-SEED-TOTALS.
004140*----------------------------------------------------------------
004150     PERFORM 1250-SEED-TOTAL THRU 1250-EXIT
004160         VARYING WS-TOTAL-IDX FROM 1 BY 1
004170         UNTIL WS-TOTAL-IDX > WS-TOTAL-NAME-COUNT
004180     IF WS-PRIOR-DATE > ZERO
004190         MOVE WS-PRIOR-DATE TO WS-LOOK-DATE
004200         MOVE "INQAUDIT" TO WS-LOOK-NAME
004210         MOVE "*TOTAL" TO WS-LOOK-ITEM
004220         PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
004230     END-IF.
004240 1200-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270 1250-SEED-TOTAL.
004280*----------------------------------------------------------------
004290     MOVE WS-RUN-DATE TO WS-LOOK-DATE
004300     MOVE WS-TOTAL-NAME(WS-TOTAL-IDX) TO WS-LOOK-NAME
004310     MOVE "*TOTAL" TO WS-LOOK-ITEM
004320     PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT.
004330 1250-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360 1300-LOAD-RATES.
004370*----------------------------------------------------------------
004380     MOVE ZERO TO WS-RATE(1)
004390     MOVE ZERO TO WS-RATE(2)
004400     MOVE ZERO TO WS-RATE(3)
004410     MOVE ZERO TO WS-RATE(4)
004420     MOVE ZERO TO WS-RATE(5)
004430     OPEN INPUT CHGRATE
004440     READ CHGRATE
004450         AT END
004460             SET CHGRATE-EOF TO TRUE
004470     END-READ
004480     PERFORM 1350-LOAD-RATE THRU 1350-EXIT
004490         UNTIL CHGRATE-EOF
004500     CLOSE CHGRATE.
004510 1300-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540 1350-LOAD-RATE.
004550*----------------------------------------------------------------
004560     EVALUATE CHRG-REQUEST-TYPE
004570         WHEN "F"
004580             MOVE CHRG-RATE TO WS-RATE(1)
004590         WHEN "B"
004600             MOVE CHRG-RATE TO WS-RATE(2)
004610         WHEN "C"
004620             MOVE CHRG-RATE TO WS-RATE(3)
004630         WHEN "V"
004640             MOVE CHRG-RATE TO WS-RATE(4)
004650         WHEN "P"
004660             MOVE CHRG-RATE TO WS-RATE(5)
004670         WHEN OTHER
004680             CONTINUE
004690     END-EVALUATE
004700     READ CHGRATE
004710         AT END
004720             SET CHGRATE-EOF TO TRUE
004730     END-READ.
004740 1350-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------
004770 1400-OPEN-SOURCES.
004780*----------------------------------------------------------------
004790     OPEN INPUT FACRSLT
004800     OPEN INPUT FIBRSLT
004810     OPEN INPUT CMBRSLT
004820     OPEN INPUT PRMRSLT
004830     OPEN INPUT FBZOUT
004840     OPEN INPUT FACREJ
004850     OPEN INPUT FIBREJ
004860     OPEN INPUT CMBREJ
004870     OPEN INPUT FBZREJ
004880     OPEN INPUT PRMREJ
004890     OPEN INPUT FACDIFF
004900     OPEN INPUT INQAUDIT
004910     OPEN INPUT REJAGE
004920     READ INQAUDIT
004930         AT END
004940             SET INQAUDIT-EOF TO TRUE
004950     END-READ
004960     READ REJAGE
004970         AT END
004980             SET REJAGE-EOF TO TRUE
004990     END-READ.
005000 1400-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*1500-CLEAR-RANGE - DELETES EVERY RECORD UNDER WS-CLEAR-DATE,
005040* NARROWED TO WS-CLEAR-KIND AND WS-CLEAR-NAME WHEN THEY ARE NOT
005050* BLANK. THE BROWSE STOPS AT THE FIRST KEY OUTSIDE THE RANGE.
005060*----------------------------------------------------------------
005070 1500-CLEAR-RANGE.
005080     MOVE "N" TO WS-CLEAR-SW
005090     MOVE LOW-VALUES TO STAT-KEY
005100     MOVE WS-CLEAR-DATE TO STAT-BUS-DATE
005110     IF WS-CLEAR-KIND NOT EQUAL SPACES
005120         MOVE WS-CLEAR-KIND TO STAT-KIND
005130     END-IF
005140     IF WS-CLEAR-NAME NOT EQUAL SPACES
005150         MOVE WS-CLEAR-NAME TO STAT-NAME
005160     END-IF
005170     START DLYSTAT KEY >= STAT-KEY
005180         INVALID KEY
005190             GO TO 1500-EXIT
005200     END-START
005210     PERFORM 1550-CLEAR-NEXT THRU 1550-EXIT
005220         UNTIL CLEAR-DONE.
005230 1500-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260 1550-CLEAR-NEXT.
005270*----------------------------------------------------------------
005280     READ DLYSTAT NEXT
005290         AT END
005300             SET CLEAR-DONE TO TRUE
005310             GO TO 1550-EXIT
005320     END-READ
005330     IF STAT-BUS-DATE NOT EQUAL WS-CLEAR-DATE
005340         SET CLEAR-DONE TO TRUE
005350         GO TO 1550-EXIT
005360     END-IF
005370     IF WS-CLEAR-KIND NOT EQUAL SPACES
005380         AND STAT-KIND NOT EQUAL WS-CLEAR-KIND
005390         SET CLEAR-DONE TO TRUE
005400         GO TO 1550-EXIT
005410     END-IF
005420     IF WS-CLEAR-NAME NOT EQUAL SPACES
005430         AND STAT-NAME NOT EQUAL WS-CLEAR-NAME
005440         SET CLEAR-DONE TO TRUE
005450         GO TO 1550-EXIT
005460     END-IF
005470     DELETE DLYSTAT RECORD
005480         INVALID KEY
005490             DISPLAY "DLYSTATS DELETE FAILED - " STAT-BUS-DATE
005500                 " " STAT-KIND " " STAT-NAME " " STAT-ITEM
005510             MOVE 8 TO WS-RETURN-CODE
005520             GO TO 1550-EXIT
005530     END-DELETE
005540     ADD 1 TO WS-DELETE-COUNT.
005550 1550-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580*2000-PROCESS-RUNLOG - ONE "J" RECORD PER RUN ON THE RUN DATE
005590* (AND, ON A FULL PASS, ON THE PRIOR DATE BEING SETTLED), IN
005600* RUNLOG ORDER
005610*----------------------------------------------------------------
005620 2000-PROCESS-RUNLOG.
005630     ADD 1 TO WS-READ-COUNT
005640     IF RUNLOG-RUN-DATE EQUAL WS-RUN-DATE
005650         ADD 1 TO WS-RUN-SEQ
005660         MOVE WS-RUN-SEQ TO STAT-SEQ
005670         PERFORM 2100-WRITE-JOB-RUN THRU 2100-EXIT
005680         GO TO 2000-READ-NEXT
005690     END-IF
005700     IF FULL-PASS
005710         AND WS-PRIOR-DATE > ZERO
005720         AND RUNLOG-RUN-DATE EQUAL WS-PRIOR-DATE
005730         ADD 1 TO WS-PRIOR-SEQ
005740         MOVE WS-PRIOR-SEQ TO STAT-SEQ
005750         PERFORM 2100-WRITE-JOB-RUN THRU 2100-EXIT
005760     END-IF.
005770 2000-READ-NEXT.
005780     READ RUNLOGF
005790         AT END
005800             SET RUNLOG-EOF TO TRUE
005810     END-READ.
005820 2000-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850*2100-WRITE-JOB-RUN - CALLER HAS SET STAT-SEQ
005860*----------------------------------------------------------------
005870 2100-WRITE-JOB-RUN.
005880     PERFORM 2200-COMPUTE-ELAPSED THRU 2200-EXIT
005890     MOVE RUNLOG-RUN-DATE TO STAT-BUS-DATE
005900     SET STAT-JOB-RUN TO TRUE
005910     MOVE RUNLOG-JOB-NAME TO STAT-NAME
005920     MOVE SPACES TO STAT-ITEM
005930     MOVE RUNLOG-INPUT-COUNT TO STAT-COUNT
005940     MOVE ZERO TO STAT-AUX-COUNT
005950     MOVE ZERO TO STAT-AMOUNT
005960     MOVE SPACES TO STAT-DETAIL
005970     MOVE RUNLOG-START-TIME TO STAT-START-TIME
005980     MOVE RUNLOG-END-TIME TO STAT-END-TIME
005990     MOVE WS-ELAPSED-SECONDS TO STAT-ELAPSED
006000     MOVE RUNLOG-RETURN-CODE TO STAT-RETURN-CODE
006010     PERFORM 7500-WRITE-STAT THRU 7500-EXIT.
006020 2100-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050 2200-COMPUTE-ELAPSED.
006060*----------------------------------------------------------------
006070     MOVE RUNLOG-START-TIME TO WS-TIME-PARSE
006080     COMPUTE WS-START-SECONDS =
006090         WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
006100     MOVE RUNLOG-END-TIME TO WS-TIME-PARSE
006110     COMPUTE WS-END-SECONDS =
006120         WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
006130     IF WS-END-SECONDS < WS-START-SECONDS
006140         ADD WS-SECONDS-PER-DAY TO WS-END-SECONDS
006150     END-IF
006160     COMPUTE WS-ELAPSED-SECONDS =
006170         WS-END-SECONDS - WS-START-SECONDS.
006180 2200-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210*3000-COUNT-RESULTS - TODAY'S ANSWERS PER RESULT FILE AND PER
006220* PROGRAM ID, TRAILERS EXCLUDED. FBZOUT CARRIES NO DATE (FIZZ-
006230* BUZZ REWRITES IT EACH RUN), SO EVERY TAGGED RECORD COUNTS;
006240* DLYSUMRY DECIDES FROM THE JOB RUNS WHETHER IT IS TODAY'S.
006250*----------------------------------------------------------------
006260 3000-COUNT-RESULTS.
006270     READ FACRSLT
006280         AT END
006290             SET FACRSLT-EOF TO TRUE
006300     END-READ
006310     PERFORM 3100-PROCESS-FACRSLT THRU 3100-EXIT
006320         UNTIL FACRSLT-EOF
006330     READ FIBRSLT
006340         AT END
006350             SET FIBRSLT-EOF TO TRUE
006360     END-READ
006370     PERFORM 3200-PROCESS-FIBRSLT THRU 3200-EXIT
006380         UNTIL FIBRSLT-EOF
006390     READ CMBRSLT
006400         AT END
006410             SET CMBRSLT-EOF TO TRUE
006420     END-READ
006430     PERFORM 3300-PROCESS-CMBRSLT THRU 3300-EXIT
006440         UNTIL CMBRSLT-EOF
006450     READ PRMRSLT
006460         AT END
006470             SET PRMRSLT-EOF TO TRUE
006480     END-READ
006490     PERFORM 3400-PROCESS-PRMRSLT THRU 3400-EXIT
006500         UNTIL PRMRSLT-EOF
006510     READ FBZOUT
006520         AT END
006530             SET FBZOUT-EOF TO TRUE
006540     END-READ
006550     PERFORM 3500-PROCESS-FBZOUT THRU 3500-EXIT
006560         UNTIL FBZOUT-EOF.
006570 3000-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------
006600 3100-PROCESS-FACRSLT.
006610*----------------------------------------------------------------
006620     ADD 1 TO WS-READ-COUNT
006630     IF RSLT-RUN-DATE EQUAL WS-RUN-DATE
006640         AND RSLT-PROGRAM-ID NOT EQUAL "*TRAILER"
006650         MOVE "FACRSLT" TO WS-SRC-NAME
006660         MOVE RSLT-PROGRAM-ID TO WS-SRC-PROGRAM-ID
006670         MOVE "N" TO WS-SRC-SERVED-SW
006680         IF RSLT-FROM-MASTER
006690             SET SRC-SERVED TO TRUE
006700         END-IF
006710         PERFORM 3900-TALLY-RESULT THRU 3900-EXIT
006720     END-IF
006730     READ FACRSLT
006740         AT END
006750             SET FACRSLT-EOF TO TRUE
006760     END-READ.
006770 3100-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800 3200-PROCESS-FIBRSLT.
006810*----------------------------------------------------------------
006820     ADD 1 TO WS-READ-COUNT
006830     IF FIBRSLT-RUN-DATE EQUAL WS-RUN-DATE
006840         AND FIBRSLT-PROGRAM-ID NOT EQUAL "*TRAILER"
006850         MOVE "FIBRSLT" TO WS-SRC-NAME
006860         MOVE FIBRSLT-PROGRAM-ID TO WS-SRC-PROGRAM-ID
006870         MOVE "N" TO WS-SRC-SERVED-SW
006880         PERFORM 3900-TALLY-RESULT THRU 3900-EXIT
006890     END-IF
006900     READ FIBRSLT
006910         AT END
006920             SET FIBRSLT-EOF TO TRUE
006930     END-READ.
006940 3200-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970 3300-PROCESS-CMBRSLT.
006980*----------------------------------------------------------------
006990     ADD 1 TO WS-READ-COUNT
007000     IF CMBRSLT-RUN-DATE EQUAL WS-RUN-DATE
007010         AND CMBRSLT-PROGRAM-ID NOT EQUAL "*TRAILER"
007020         MOVE "CMBRSLT" TO WS-SRC-NAME
007030         MOVE CMBRSLT-PROGRAM-ID TO WS-SRC-PROGRAM-ID
007040         MOVE "N" TO WS-SRC-SERVED-SW
007050         PERFORM 3900-TALLY-RESULT THRU 3900-EXIT
007060     END-IF
007070     READ CMBRSLT
007080         AT END
007090             SET CMBRSLT-EOF TO TRUE
007100     END-READ.
007110 3300-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140 3400-PROCESS-PRMRSLT.
007150*----------------------------------------------------------------
007160     ADD 1 TO WS-READ-COUNT
007170     IF PRMRSLT-RUN-DATE EQUAL WS-RUN-DATE
007180         AND PRMRSLT-PROGRAM-ID NOT EQUAL "*TRAILER"
007190         MOVE "PRMRSLT" TO WS-SRC-NAME
007200         MOVE PRMRSLT-PROGRAM-ID TO WS-SRC-PROGRAM-ID
007210         MOVE "N" TO WS-SRC-SERVED-SW
007220         PERFORM 3900-TALLY-RESULT THRU 3900-EXIT
007230     END-IF
007240     READ PRMRSLT
007250         AT END
007260             SET PRMRSLT-EOF TO TRUE
007270     END-READ.
007280 3400-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310 3500-PROCESS-FBZOUT.
007320*----------------------------------------------------------------
007330     ADD 1 TO WS-READ-COUNT
007340     IF FBZOUT-TAG NOT EQUAL "*TRAILER*"
007350         MOVE WS-RUN-DATE TO WS-LOOK-DATE
007360         MOVE "FBZOUT" TO WS-LOOK-NAME
007370         MOVE "*TOTAL" TO WS-LOOK-ITEM
007380         PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
007390         IF ENTRY-FOUND
007400             ADD 1 TO WS-CNT-TALLY(WS-CNT-IDX)
007410         END-IF
007420     END-IF
007430     READ FBZOUT
007440         AT END
007450             SET FBZOUT-EOF TO TRUE
007460     END-READ.
007470 3500-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------
007500*3900-TALLY-RESULT - ONE ANSWER INTO ITS FILE'S TOTAL AND ITS
007510* PROGRAM'S ENTRY. AUX COUNTS ANSWERS SERVED FROM THE MASTER.
007520*----------------------------------------------------------------
007530 3900-TALLY-RESULT.
007540     MOVE WS-RUN-DATE TO WS-LOOK-DATE
007550     MOVE WS-SRC-NAME TO WS-LOOK-NAME
007560     MOVE "*TOTAL" TO WS-LOOK-ITEM
007570     PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
007580     IF ENTRY-FOUND
007590         ADD 1 TO WS-CNT-TALLY(WS-CNT-IDX)
007600         IF SRC-SERVED
007610             ADD 1 TO WS-CNT-AUX(WS-CNT-IDX)
007620         END-IF
007630     END-IF
007640     MOVE WS-SRC-PROGRAM-ID TO WS-LOOK-ITEM
007650     PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
007660     IF ENTRY-FOUND
007670         ADD 1 TO WS-CNT-TALLY(WS-CNT-IDX)
007680         IF SRC-SERVED
007690             ADD 1 TO WS-CNT-AUX(WS-CNT-IDX)
007700         END-IF
007710     END-IF.
007720 3900-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------
007750*4000-COUNT-REJECTS - TODAY'S REJECTS PER FILE, EACH ALSO KEPT
007760* AS AN "X" LINE FOR THE SIGN-OFF REPORT'S REJECT LISTING, AND
007770* THE FACRECON DISCREPANCY COUNT (FACDIFF IS REWRITTEN EACH RUN,
007780* SO EVERY RECORD ON IT COUNTS).
007790*----------------------------------------------------------------
007800 4000-COUNT-REJECTS.
007810     READ FACREJ
007820         AT END
007830             SET FACREJ-EOF TO TRUE
007840     END-READ
007850     PERFORM 4100-PROCESS-FACREJ THRU 4100-EXIT
007860         UNTIL FACREJ-EOF
007870     READ FIBREJ
007880         AT END
007890             SET FIBREJ-EOF TO TRUE
007900     END-READ
007910     PERFORM 4200-PROCESS-FIBREJ THRU 4200-EXIT
007920         UNTIL FIBREJ-EOF
007930     READ CMBREJ
007940         AT END
007950             SET CMBREJ-EOF TO TRUE
007960     END-READ
007970     PERFORM 4300-PROCESS-CMBREJ THRU 4300-EXIT
007980         UNTIL CMBREJ-EOF
007990     READ FBZREJ
008000         AT END
008010             SET FBZREJ-EOF TO TRUE
008020     END-READ
008030     PERFORM 4400-PROCESS-FBZREJ THRU 4400-EXIT
008040         UNTIL FBZREJ-EOF
008050     READ PRMREJ
008060         AT END
008070             SET PRMREJ-EOF TO TRUE
008080     END-READ
008090     PERFORM 4500-PROCESS-PRMREJ THRU 4500-EXIT
008100         UNTIL PRMREJ-EOF
008110     READ FACDIFF
008120         AT END
008130             SET FACDIFF-EOF TO TRUE
008140     END-READ
008150     PERFORM 4600-PROCESS-FACDIFF THRU 4600-EXIT
008160         UNTIL FACDIFF-EOF.
008170 4000-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200 4100-PROCESS-FACREJ.
008210*----------------------------------------------------------------
008220     ADD 1 TO WS-READ-COUNT
008230     IF REJC-RUN-DATE EQUAL WS-RUN-DATE
008240         MOVE "FACREJ" TO WS-SRC-NAME
008250         MOVE REJC-PROGRAM-ID TO WS-SRC-PROGRAM-ID
008260         MOVE REJC-INPUT-VALUE TO WS-SRC-INPUT-VALUE
008270         MOVE REJC-REASON TO WS-SRC-REASON
008280         MOVE REJC-REQUESTER TO WS-SRC-REQUESTER
008290         PERFORM 4900-TALLY-REJECT THRU 4900-EXIT
008300     END-IF
008310     READ FACREJ
008320         AT END
008330             SET FACREJ-EOF TO TRUE
008340     END-READ.
008350 4100-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------
008380 4200-PROCESS-FIBREJ.
008390*----------------------------------------------------------------
008400     ADD 1 TO WS-READ-COUNT
008410     IF FIBREJ-RUN-DATE EQUAL WS-RUN-DATE
008420         MOVE "FIBREJ" TO WS-SRC-NAME
008430         MOVE FIBREJ-PROGRAM-ID TO WS-SRC-PROGRAM-ID
008440         MOVE FIBREJ-INPUT-VALUE TO WS-SRC-INPUT-VALUE
008450         MOVE FIBREJ-REASON TO WS-SRC-REASON
008460         MOVE SPACES TO WS-SRC-REQUESTER
008470         PERFORM 4900-TALLY-REJECT THRU 4900-EXIT
008480     END-IF
008490     READ FIBREJ
008500         AT END
008510             SET FIBREJ-EOF TO TRUE
008520     END-READ.
008530 4200-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------
008560 4300-PROCESS-CMBREJ.
008570*----------------------------------------------------------------
008580     ADD 1 TO WS-READ-COUNT
008590     IF CMBREJ-RUN-DATE EQUAL WS-RUN-DATE
008600         MOVE "CMBREJ" TO WS-SRC-NAME
008610         MOVE CMBREJ-PROGRAM-ID TO WS-SRC-PROGRAM-ID
008620         MOVE CMBREJ-INPUT-VALUE TO WS-SRC-INPUT-VALUE
008630         MOVE CMBREJ-REASON TO WS-SRC-REASON
008640         MOVE SPACES TO WS-SRC-REQUESTER
008650         PERFORM 4900-TALLY-REJECT THRU 4900-EXIT
008660     END-IF
008670     READ CMBREJ
008680         AT END
008690             SET CMBREJ-EOF TO TRUE
008700     END-READ.
008710 4300-EXIT.
008720     EXIT.
008730*----------------------------------------------------------------
008740 4400-PROCESS-FBZREJ.
008750*----------------------------------------------------------------
008760     ADD 1 TO WS-READ-COUNT
008770     IF FBZREJ-RUN-DATE EQUAL WS-RUN-DATE
008780         MOVE "FBZREJ" TO WS-SRC-NAME
008790         MOVE FBZREJ-PROGRAM-ID TO WS-SRC-PROGRAM-ID
008800         MOVE FBZREJ-INPUT-VALUE TO WS-SRC-INPUT-VALUE
008810         MOVE FBZREJ-REASON TO WS-SRC-REASON
008820         MOVE SPACES TO WS-SRC-REQUESTER
008830         PERFORM 4900-TALLY-REJECT THRU 4900-EXIT
008840     END-IF
008850     READ FBZREJ
008860         AT END
008870             SET FBZREJ-EOF TO TRUE
008880     END-READ.
008890 4400-EXIT.
008900     EXIT.
008910*----------------------------------------------------------------
008920 4500-PROCESS-PRMREJ.
008930*----------------------------------------------------------------
008940     ADD 1 TO WS-READ-COUNT
008950     IF PRMREJ-RUN-DATE EQUAL WS-RUN-DATE
008960         MOVE "PRMREJ" TO WS-SRC-NAME
008970         MOVE PRMREJ-PROGRAM-ID TO WS-SRC-PROGRAM-ID
008980         MOVE PRMREJ-INPUT-VALUE TO WS-SRC-INPUT-VALUE
008990         MOVE PRMREJ-REASON TO WS-SRC-REASON
009000         MOVE SPACES TO WS-SRC-REQUESTER
009010         PERFORM 4900-TALLY-REJECT THRU 4900-EXIT
009020     END-IF
009030     READ PRMREJ
009040         AT END
009050             SET PRMREJ-EOF TO TRUE
009060     END-READ.
009070 4500-EXIT.
009080     EXIT.
009090*----------------------------------------------------------------
009100 4600-PROCESS-FACDIFF.
009110*----------------------------------------------------------------
009120     ADD 1 TO WS-READ-COUNT
009130     MOVE WS-RUN-DATE TO WS-LOOK-DATE
009140     MOVE "FACDIFF" TO WS-LOOK-NAME
009150     MOVE "*TOTAL" TO WS-LOOK-ITEM
009160     PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
009170     IF ENTRY-FOUND
009180         ADD 1 TO WS-CNT-TALLY(WS-CNT-IDX)
009190     END-IF
009200     READ FACDIFF
009210         AT END
009220             SET FACDIFF-EOF TO TRUE
009230     END-READ.
009240 4600-EXIT.
009250     EXIT.
009260*----------------------------------------------------------------
009270 4900-TALLY-REJECT.
009280*----------------------------------------------------------------
009290     MOVE WS-RUN-DATE TO WS-LOOK-DATE
009300     MOVE WS-SRC-NAME TO WS-LOOK-NAME
009310     MOVE "*TOTAL" TO WS-LOOK-ITEM
009320     PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
009330     IF ENTRY-FOUND
009340         ADD 1 TO WS-CNT-TALLY(WS-CNT-IDX)
009350     END-IF
009360     MOVE WS-RUN-DATE TO WS-SRC-ORIGINAL-DATE
009370     MOVE ZERO TO WS-SRC-AGE-DAYS
009380     PERFORM 7600-WRITE-EXCEPTION THRU 7600-EXIT.
009390 4900-EXIT.
009400     EXIT.
009410*----------------------------------------------------------------
009420*5000-PROCESS-INQAUDIT - REQUESTS ON THE RUN DATE AND ON THE
009430* PRIOR DATE BEING SETTLED: THE TOTAL (AUX = NONZERO STATUS),
009440* THE STATUS 32 AND 40 REFUSALS, AND PER DEPARTMENT THE REQUEST
009450* COUNT WITH THE BILLABLE (STATUS 00 OR 36) REQUESTS AND PRICE.
009460*----------------------------------------------------------------
009470 5000-PROCESS-INQAUDIT.
009480     ADD 1 TO WS-READ-COUNT
009490     IF INQAUDT-RUN-DATE NOT EQUAL WS-RUN-DATE
009500         AND (WS-PRIOR-DATE EQUAL ZERO
009510             OR INQAUDT-RUN-DATE NOT EQUAL WS-PRIOR-DATE)
009520         GO TO 5000-READ-NEXT
009530     END-IF
009540     MOVE INQAUDT-RUN-DATE TO WS-LOOK-DATE
009550     MOVE "INQAUDIT" TO WS-LOOK-NAME
009560     MOVE "*TOTAL" TO WS-LOOK-ITEM
009570     PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
009580     IF ENTRY-FOUND
009590         ADD 1 TO WS-CNT-TALLY(WS-CNT-IDX)
009600         IF INQAUDT-STATUS-CODE > ZERO
009610             ADD 1 TO WS-CNT-AUX(WS-CNT-IDX)
009620         END-IF
009630     END-IF
009640     MOVE SPACES TO WS-LOOK-ITEM
009650     IF INQAUDT-STATUS-CODE EQUAL 32
009660         MOVE "*STAT32" TO WS-LOOK-ITEM
009670     END-IF
009680     IF INQAUDT-STATUS-CODE EQUAL 40
009690         MOVE "*STAT40" TO WS-LOOK-ITEM
009700     END-IF
009710     IF WS-LOOK-ITEM NOT EQUAL SPACES
009720         PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
009730         IF ENTRY-FOUND
009740             ADD 1 TO WS-CNT-TALLY(WS-CNT-IDX)
009750         END-IF
009760     END-IF
009770     MOVE INQAUDT-DEPARTMENT TO WS-LOOK-ITEM
009780     PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
009790     IF NOT ENTRY-FOUND
009800         GO TO 5000-READ-NEXT
009810     END-IF
009820     ADD 1 TO WS-CNT-TALLY(WS-CNT-IDX)
009830     IF INQAUDT-STATUS-CODE NOT EQUAL ZERO
009835         AND INQAUDT-STATUS-CODE NOT EQUAL 36
009840         GO TO 5000-READ-NEXT
009850     END-IF
009860     EVALUATE INQAUDT-REQUEST-TYPE
009870         WHEN "F"
009880             MOVE 1 TO WS-TYPE-SUB
009890         WHEN "B"
009900             MOVE 2 TO WS-TYPE-SUB
009910         WHEN "C"
009920             MOVE 3 TO WS-TYPE-SUB
009930         WHEN "V"
009940             MOVE 4 TO WS-TYPE-SUB
009950         WHEN "P"
009960             MOVE 5 TO WS-TYPE-SUB
009970         WHEN OTHER
009980             GO TO 5000-READ-NEXT
009990     END-EVALUATE
010000     ADD 1 TO WS-CNT-AUX(WS-CNT-IDX)
010010     ADD WS-RATE(WS-TYPE-SUB) TO WS-CNT-AMOUNT(WS-CNT-IDX).
010020 5000-READ-NEXT.
010030     READ INQAUDIT
010040         AT END
010050             SET INQAUDIT-EOF TO TRUE
010060     END-READ.
010070 5000-EXIT.
010080     EXIT.
010090*----------------------------------------------------------------
010100*5500-PROCESS-REJAGE - REJAGE IS THE CURRENT CARRIED-FORWARD
010110* STATE, NOT A DATED LOG: EVERY ENTRY COUNTS, AND EVERY ONE
010120* STILL UNRESOLVED BECOMES AN "X" LINE WITH ITS AGE SO DLYSUMRY
010130* CAN ESCALATE THE OLD ONES.
010140*----------------------------------------------------------------
010150 5500-PROCESS-REJAGE.
010160     ADD 1 TO WS-READ-COUNT
010170     MOVE WS-RUN-DATE TO WS-LOOK-DATE
010180     MOVE "REJAGE" TO WS-LOOK-NAME
010190     MOVE "*TOTAL" TO WS-LOOK-ITEM
010200     PERFORM 7000-LOCATE-COUNT THRU 7000-EXIT
010210     IF ENTRY-FOUND
010220         ADD 1 TO WS-CNT-TALLY(WS-CNT-IDX)
010230         IF NOT REJA-RESOLVED
010240             ADD 1 TO WS-CNT-AUX(WS-CNT-IDX)
010250         END-IF
010260     END-IF
010270     IF NOT REJA-RESOLVED
010280         MOVE "REJAGE" TO WS-SRC-NAME
010290         MOVE REJA-PROGRAM-ID TO WS-SRC-PROGRAM-ID
010300         MOVE REJA-INPUT-VALUE TO WS-SRC-INPUT-VALUE
010310         MOVE REJA-REASON TO WS-SRC-REASON
010320         MOVE REJA-REQUESTER TO WS-SRC-REQUESTER
010330         MOVE REJA-RUN-DATE TO WS-SRC-ORIGINAL-DATE
010340         MOVE REJA-AGE-DAYS TO WS-SRC-AGE-DAYS
010350         PERFORM 7600-WRITE-EXCEPTION THRU 7600-EXIT
010360     END-IF
010370     READ REJAGE
010380         AT END
010390             SET REJAGE-EOF TO TRUE
010400     END-READ.
010410 5500-EXIT.
010420     EXIT.
010430*----------------------------------------------------------------
010440 6000-WRITE-COUNT.
010450*----------------------------------------------------------------
010460     MOVE WS-CNT-DATE(WS-CNT-IDX) TO STAT-BUS-DATE
010470     SET STAT-FILE-COUNT TO TRUE
010480     MOVE WS-CNT-NAME(WS-CNT-IDX) TO STAT-NAME
010490     MOVE WS-CNT-ITEM(WS-CNT-IDX) TO STAT-ITEM
010500     MOVE ZERO TO STAT-SEQ
010510     MOVE WS-CNT-TALLY(WS-CNT-IDX) TO STAT-COUNT
010520     MOVE WS-CNT-AUX(WS-CNT-IDX) TO STAT-AUX-COUNT
010530     MOVE WS-CNT-AMOUNT(WS-CNT-IDX) TO STAT-AMOUNT
010540     MOVE SPACES TO STAT-DETAIL
010550     PERFORM 7500-WRITE-STAT THRU 7500-EXIT.
010560 6000-EXIT.
010570     EXIT.
010580*----------------------------------------------------------------
010590*6500-WRITE-CONTROL - RECORDS TONIGHT'S DATE AND THE DATE IT
010600* SETTLED, FOR THE NEXT FULL PASS (SEE 1100-FIND-PRIOR-DATE)
010610*----------------------------------------------------------------
010620 6500-WRITE-CONTROL.
010630     MOVE LOW-VALUES TO STAT-KEY
010640     MOVE ZERO TO STAT-BUS-DATE
010650     SET STAT-CONTROL TO TRUE
010660     MOVE "LASTRUN" TO STAT-NAME
010670     MOVE SPACES TO STAT-ITEM
010680     MOVE ZERO TO STAT-SEQ
010690     MOVE WS-RUN-DATE TO STAT-COUNT
010700     MOVE WS-PRIOR-DATE TO STAT-AUX-COUNT
010710     MOVE ZERO TO STAT-AMOUNT
010720     MOVE SPACES TO STAT-DETAIL
010730     REWRITE STAT-RECORD
010740         INVALID KEY
010750             PERFORM 7500-WRITE-STAT THRU 7500-EXIT
010760     END-REWRITE.
010770 6500-EXIT.
010780     EXIT.
010790*----------------------------------------------------------------
010800*7000-LOCATE-COUNT - FINDS OR ADDS THE COUNT ENTRY FOR
010810* WS-LOOK-DATE/WS-LOOK-NAME/WS-LOOK-ITEM. PAST THE TABLE BOUND
010820* THE FIGURE IS DROPPED, THE RUN ENDS 4, AND IT IS SAID ONCE.
010830*----------------------------------------------------------------
010840 7000-LOCATE-COUNT.
010850     MOVE "N" TO WS-FOUND-SW
010860     IF WS-CNT-COUNT > ZERO
010870         PERFORM 7050-MATCH-COUNT THRU 7050-EXIT
010880             VARYING WS-CNT-IDX FROM 1 BY 1
010890             UNTIL WS-CNT-IDX > WS-CNT-COUNT
010900                 OR ENTRY-FOUND
010910     END-IF
010920     IF ENTRY-FOUND
010930         GO TO 7000-EXIT
010940     END-IF
010950     IF WS-CNT-COUNT NOT < WS-CNT-TABLE-MAX
010960         IF NOT COUNT-TABLE-FULL
010970             DISPLAY "DLYSTATS COUNT TABLE FULL - " WS-LOOK-NAME
010980                 " " WS-LOOK-ITEM " AND LATER ITEMS NOT KEPT"
010990             SET COUNT-TABLE-FULL TO TRUE
011000             MOVE 4 TO WS-RETURN-CODE
011010         END-IF
011020         GO TO 7000-EXIT
011030     END-IF
011040     ADD 1 TO WS-CNT-COUNT
011050     SET WS-CNT-IDX TO WS-CNT-COUNT
011060     MOVE WS-LOOK-DATE TO WS-CNT-DATE(WS-CNT-IDX)
011070     MOVE WS-LOOK-NAME TO WS-CNT-NAME(WS-CNT-IDX)
011080     MOVE WS-LOOK-ITEM TO WS-CNT-ITEM(WS-CNT-IDX)
011090     MOVE ZERO TO WS-CNT-TALLY(WS-CNT-IDX)
011100     MOVE ZERO TO WS-CNT-AUX(WS-CNT-IDX)
011110     MOVE ZERO TO WS-CNT-AMOUNT(WS-CNT-IDX)
011120     SET ENTRY-FOUND TO TRUE.
011130 7000-EXIT.
011140     EXIT.
011150*----------------------------------------------------------------
011160 7050-MATCH-COUNT.
011170*----------------------------------------------------------------
011180     IF WS-CNT-DATE(WS-CNT-IDX) EQUAL WS-LOOK-DATE
011190         AND WS-CNT-NAME(WS-CNT-IDX) EQUAL WS-LOOK-NAME
011200         AND WS-CNT-ITEM(WS-CNT-IDX) EQUAL WS-LOOK-ITEM
011210         SET ENTRY-FOUND TO TRUE
011220         SET WS-CNT-IDX DOWN BY 1
011230     END-IF.
011240 7050-EXIT.
011250     EXIT.
011260*----------------------------------------------------------------
011270 7500-WRITE-STAT.
011280*----------------------------------------------------------------
011290     WRITE STAT-RECORD
011300         INVALID KEY
011310             DISPLAY "DLYSTATS WRITE FAILED - " STAT-BUS-DATE
011320                 " " STAT-KIND " " STAT-NAME " " STAT-ITEM
011330                 " " STAT-SEQ
011340             MOVE 8 TO WS-RETURN-CODE
011350             GO TO 7500-EXIT
011360     END-WRITE
011370     ADD 1 TO WS-WRITE-COUNT.
011380 7500-EXIT.
011390     EXIT.
011400*----------------------------------------------------------------
011410*7600-WRITE-EXCEPTION - ONE "X" LINE FROM THE WS-SRC- FIELDS
011420*----------------------------------------------------------------
011430 7600-WRITE-EXCEPTION.
011440     ADD 1 TO WS-EXCP-SEQ
011450     MOVE WS-RUN-DATE TO STAT-BUS-DATE
011460     SET STAT-EXCEPTION TO TRUE
011470     MOVE WS-SRC-NAME TO STAT-NAME
011480     MOVE WS-SRC-PROGRAM-ID TO STAT-ITEM
011490     MOVE WS-EXCP-SEQ TO STAT-SEQ
011500     MOVE WS-SRC-INPUT-VALUE TO STAT-COUNT
011510     MOVE ZERO TO STAT-AUX-COUNT
011520     MOVE ZERO TO STAT-AMOUNT
011530     MOVE SPACES TO STAT-DETAIL
011540     MOVE WS-SRC-REASON TO STAT-REASON
011550     MOVE WS-SRC-REQUESTER TO STAT-REQUESTER
011560     MOVE WS-SRC-ORIGINAL-DATE TO STAT-ORIGINAL-DATE
011570     MOVE WS-SRC-AGE-DAYS TO STAT-AGE-DAYS
011580     PERFORM 7500-WRITE-STAT THRU 7500-EXIT.
011590 7600-EXIT.
011600     EXIT.
011610*----------------------------------------------------------------
011620 9000-TERMINATE.
011630*----------------------------------------------------------------
011640     CLOSE RUNLOGF
011650     IF FULL-PASS
011660         CLOSE FACRSLT
011670         CLOSE FIBRSLT
011680         CLOSE CMBRSLT
011690         CLOSE PRMRSLT
011700         CLOSE FBZOUT
011710         CLOSE FACREJ
011720         CLOSE FIBREJ
011730         CLOSE CMBREJ
011740         CLOSE FBZREJ
011750         CLOSE PRMREJ
011760         CLOSE FACDIFF
011770         CLOSE INQAUDIT
011780         CLOSE REJAGE
011790     END-IF
011800     CLOSE DLYSTAT
011810     MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
011820     DISPLAY "DLYSTATS OLD STATISTICS RECORDS REPLACED="
011830         WS-EDIT-COUNT
011840     MOVE WS-WRITE-COUNT TO WS-EDIT-COUNT
011850     DISPLAY "DLYSTATS STATISTICS RECORDS WRITTEN=" WS-EDIT-COUNT
011860     IF WS-PRIOR-DATE > ZERO
011870         DISPLAY "DLYSTATS RUNLOG/INQAUDIT FIGURES SETTLED FOR "
011880             WS-PRIOR-DATE
011890     END-IF
011900     ACCEPT WS-END-TIME FROM TIME
011910     OPEN EXTEND RUNLOGF
011920     MOVE "DLYSTATS" TO RUNLOG-JOB-NAME
011930     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
011940     MOVE WS-START-TIME TO RUNLOG-START-TIME
011950     MOVE WS-END-TIME TO RUNLOG-END-TIME
011960     MOVE WS-READ-COUNT TO RUNLOG-INPUT-COUNT
011970     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
011980     MOVE WS-PARM-TEXT TO RUNLOG-PARAMETER
011990     WRITE RUNLOG-RECORD
012000     CLOSE RUNLOGF
012010     MOVE WS-RETURN-CODE TO RETURN-CODE.
012020 9000-EXIT.
012030     EXIT.
