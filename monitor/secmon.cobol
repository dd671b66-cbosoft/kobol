000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. secmon.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. FAILED-AUTHORIZATION MONITOR.
000110*                  A REFUSAL USED TO BE ONE LINE ON A TRAIL AND
000120*                  NOTHING MORE, SO A USER COULD KEEP PROBING FOR
000130*                  A REQUEST TYPE OR FILE THEY WERE NOT CLEARED
000140*                  FOR. EACH NIGHT THIS STEP COUNTS EVERY USER'S
000150*                  REFUSALS - MAINTENANCE SCREEN REFUSALS FROM THE
000160*                  SECVIOL TRAIL (COPY SECVIOL, WRITTEN THROUGH
000170*                  SECLOG) AND DLYINQRY STATUS 32 ANSWERS FROM
000180*                  INQAUDIT - OVER THE LAST WS-WINDOW-DAYS DAYS.
000190*                  A USER ON USRAUTH WITH WS-LOCK-THRESHOLD OR
000200*                  MORE IS LOCKED OUT (AUTH-LOCK-STATUS "L",
000210*                  AUTH-LOCK-DATE THE RUN DATE): USRAUTH IS
000220*                  REWRITTEN, THEN THE CHANGE GOES TO CHGLOG
000230*                  (CHANGED BY "SECMON") AND A LOCK ALERT IS
000240*                  STAGED ON SECEXCP FOR ALERTGEN - THE USER ID
000250*                  RIDES IN THE JOB-NAME FIELD SO THE ALERT
000260*                  MASTER KEEPS ONE OPEN ENTRY PER USER. ONLY A
000270*                  SECURITY ADMINISTRATOR LIFTS A LOCK (USRMNT
000280*                  ACTION R); AFTER A RESET ONLY REFUSALS DATED
000290*                  LATER THAN THE RESET COUNT AGAIN. THE DAILY
000300*                  SECURITY VIOLATIONS REPORT (SECRPT, ALSO FILED
000310*                  ON RPTARCH) LISTS TODAY'S REFUSALS BY
000320*                  DEPARTMENT, USER AND ATTEMPTED FUNCTION, AND
000330*                  THE LOCKOUTS APPLIED. RETURNS 4 WHEN A USER IS
000340*                  LOCKED OUT, 8 WHEN USRAUTH OUTGROWS THE TABLE
000350*                  (NOTHING IS LOCKED AND THE FILE IS LEFT ALONE).
000360*----------------------------------------------------------------
000370* SECEXCP ALERT-CODE VALUES
000380*   LOCK  USER LOCKED OUT FOR REPEATED REFUSALS
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT USRAUTHF ASSIGN TO "USRAUTH"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT OPTIONAL SECVIOLF ASSIGN TO "SECVIOL"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT INQAUDIT ASSIGN TO "INQAUDIT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT CHGLOGF ASSIGN TO "CHGLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT SECRPT ASSIGN TO "SECRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT SECEXCP ASSIGN TO "SECEXCP"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  USRAUTHF
000620     RECORDING MODE IS F.
000630     COPY USRAUTH.
000640 FD  SECVIOLF
000650     RECORDING MODE IS F.
000660     COPY SECVIOL.
000670 FD  INQAUDIT
000680     RECORDING MODE IS F.
000690     COPY INQAUDT.
000700 FD  CHGLOGF
000710     RECORDING MODE IS F.
000720     COPY CHGLOG.
000730 FD  SECRPT
000740     RECORDING MODE IS F.
000750 01  SECRPT-RECORD               PIC X(80).
000760 FD  SECEXCP
000770     RECORDING MODE IS F.
000780     COPY ALERTRC.
000790 FD  RPTARCHF
000800     RECORDING MODE IS F.
000810     COPY RPTARCH.
000820 FD  RUNLOGF
000830     RECORDING MODE IS F.
000840     COPY RUNLOG.
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* USER TABLE - THE USRAUTH IMAGE, THE DATE AFTER WHICH A REFUSAL
000880* COUNTS (THE RESET DATE, ZERO IF NEVER RESET) AND THE COUNT OF
000890* REFUSALS IN THE WINDOW. A USER LOCKED OUT THIS RUN KEEPS THE
000900* BEFORE IMAGE FOR THE CHGLOG RECORD.
000910*----------------------------------------------------------------
000920 01  WS-USR-COUNT                PIC 9(03) COMP VALUE ZERO.
000930 01  WS-USR-TABLE-MAX            PIC 9(03) COMP VALUE 500.
000940 01  WS-USR-TABLE.
000950     05 WS-USR-ENTRY OCCURS 500 TIMES
000960             INDEXED BY WS-USR-IDX.
000970         10 WS-USR-IMAGE         PIC X(32).
000980         10 WS-USR-BEFORE        PIC X(32).
000990         10 WS-USR-COUNT-AFTER   PIC 9(08).
001000         10 WS-USR-WINDOW-COUNT  PIC 9(04) COMP.
001010         10 WS-USR-LOCK-SW       PIC X(01).
001020             88 USR-LOCKED-TODAY     VALUE "Y".
001030*----------------------------------------------------------------
001040* TODAY'S VIOLATIONS - ONE ENTRY PER DEPARTMENT/USER/FUNCTION,
001050* KEPT IN ASCENDING KEY ORDER AS THEY ARE FOUND
001060*----------------------------------------------------------------
001070 01  WS-VIO-COUNT                PIC 9(03) COMP VALUE ZERO.
001080 01  WS-VIO-TABLE-MAX            PIC 9(03) COMP VALUE 300.
001090 01  WS-VIO-TABLE.
001100     05 WS-VIO-ENTRY OCCURS 300 TIMES
001110             INDEXED BY WS-VIO-IDX.
001120         10 WS-VIO-KEY.
001130             15 WS-VIO-DEPT      PIC X(04).
001140             15 WS-VIO-USER      PIC X(08).
001150             15 WS-VIO-FUNCTION  PIC X(08).
001160         10 WS-VIO-REFUSED       PIC 9(04) COMP.
001170         10 WS-VIO-LOCKED        PIC 9(04) COMP.
001180         10 WS-VIO-ON-FILE-SW    PIC X(01).
001190             88 VIO-ON-FILE          VALUE "Y".
001200 01  WS-VIO-SLOT                 PIC 9(03) COMP VALUE ZERO.
001210 01  WS-VIO-DROPPED              PIC 9(05) VALUE ZERO.
001220*----------------------------------------------------------------
001230* THE REFUSAL BEING COUNTED
001240*----------------------------------------------------------------
001250 01  WS-NEW-KEY.
001260     05 WS-NEW-DEPT              PIC X(04).
001270     05 WS-NEW-USER              PIC X(08).
001280     05 WS-NEW-FUNCTION          PIC X(08).
001290 01  WS-NEW-DATE                 PIC 9(08) VALUE ZERO.
001300 01  WS-NEW-LOCKED-SW            PIC X(01) VALUE "N".
001310     88 REFUSAL-WHILE-LOCKED         VALUE "Y".
001320 01  WS-NEW-ON-FILE-SW           PIC X(01) VALUE "N".
001330     88 REFUSER-ON-FILE              VALUE "Y".
001340*----------------------------------------------------------------
001350* LOCKOUT RULE - WS-LOCK-THRESHOLD REFUSALS IN THE LAST
001360* WS-WINDOW-DAYS DAYS, TODAY INCLUDED
001370*----------------------------------------------------------------
001380 01  WS-WINDOW-DAYS              PIC 9(03) COMP VALUE 7.
001390 01  WS-LOCK-THRESHOLD           PIC 9(04) COMP VALUE 5.
001400 01  WS-WINDOW-START             PIC 9(08) VALUE ZERO.
001410 01  WS-DATE-INTEGER             PIC 9(08) COMP VALUE ZERO.
001420*----------------------------------------------------------------
001430* RUN CONTROL
001440*----------------------------------------------------------------
001450 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001460 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
001470 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
001480 01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
001490 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
001500 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001510*----------------------------------------------------------------
001520* REPORT CONTROL
001530*----------------------------------------------------------------
001540 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001550 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001560 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
001570 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001580 01  WS-CURRENT-DEPT             PIC X(04) VALUE SPACES.
001590 01  WS-STATUS-TEXT              PIC X(16) VALUE SPACES.
001600 01  WS-PRT-REFUSED              PIC 9(04) VALUE ZERO.
001610 01  WS-PRT-LOCKED               PIC 9(04) VALUE ZERO.
001620 01  WS-PRT-WINDOW               PIC 9(04) VALUE ZERO.
001630 01  WS-PRT-THRESHOLD            PIC 9(04) VALUE ZERO.
001640 01  WS-DEPT-TOTAL               PIC 9(05) VALUE ZERO.
001650 01  WS-TOTAL-SCREEN             PIC 9(05) VALUE ZERO.
001660 01  WS-TOTAL-INQUIRY            PIC 9(05) VALUE ZERO.
001670 01  WS-LOCKOUT-COUNT            PIC 9(04) VALUE ZERO.
001680*----------------------------------------------------------------
001690* SWITCHES
001700*----------------------------------------------------------------
001710 01  WS-SWITCHES.
001720     05 WS-EOF-SW                PIC X(01) VALUE "N".
001730         88 INPUT-EOF                VALUE "Y".
001740     05 WS-LOAD-SW               PIC X(01) VALUE "N".
001750         88 USR-LOAD-OVERFLOWED      VALUE "Y".
001760     05 WS-FOUND-SW              PIC X(01) VALUE "N".
001770         88 ENTRY-FOUND              VALUE "Y".
001780     05 WS-CHANGED-SW            PIC X(01) VALUE "N".
001790         88 USRAUTH-CHANGED          VALUE "Y".
001800 PROCEDURE DIVISION.
001810*----------------------------------------------------------------
001820 0000-MAINLINE.
001830*----------------------------------------------------------------
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001850     PERFORM 2000-GATHER-REFUSALS THRU 2000-EXIT
001860     IF NOT USR-LOAD-OVERFLOWED
001870         PERFORM 3000-CHECK-USER THRU 3000-EXIT
001880             VARYING WS-USR-IDX FROM 1 BY 1
001890             UNTIL WS-USR-IDX > WS-USR-COUNT
001900     END-IF
001910     IF USRAUTH-CHANGED
001920         PERFORM 4000-APPLY-LOCKOUTS THRU 4000-EXIT
001930     END-IF
001940     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT
001960     STOP RUN.
001970*----------------------------------------------------------------
001980 1000-INITIALIZE.
001990*----------------------------------------------------------------
002000     CALL "GETCYCDT" USING WS-RUN-DATE
002010     ACCEPT WS-START-TIME FROM TIME
002020     COMPUTE WS-DATE-INTEGER =
002030         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
002040         - WS-WINDOW-DAYS + 1
002050     COMPUTE WS-WINDOW-START =
002060         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
002070     OPEN INPUT USRAUTHF
002080     MOVE "N" TO WS-EOF-SW
002090     READ USRAUTHF
002100         AT END
002110             SET INPUT-EOF TO TRUE
002120     END-READ
002130     PERFORM 1100-LOAD-USER THRU 1100-EXIT
002140         UNTIL INPUT-EOF
002150     CLOSE USRAUTHF
002160     IF USR-LOAD-OVERFLOWED
002170         DISPLAY "SECMON USRAUTH EXCEEDS THE TABLE - NO LOCKOUTS"
002180             " APPLIED, FILE LEFT UNTOUCHED"
002190         MOVE 8 TO WS-RETURN-CODE
002200     END-IF
002210     OPEN OUTPUT SECRPT
002220     OPEN OUTPUT SECEXCP
002230     OPEN EXTEND RPTARCHF.
002240 1000-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270*1100-LOAD-USER - A USER WHOSE LOCK WAS RESET STARTS COUNTING
002280* AFRESH THE DAY AFTER THE RESET.
002290*----------------------------------------------------------------
002300 1100-LOAD-USER.
002310     IF WS-USR-COUNT < WS-USR-TABLE-MAX
002320         ADD 1 TO WS-USR-COUNT
002330         SET WS-USR-IDX TO WS-USR-COUNT
002340         MOVE AUTH-RECORD TO WS-USR-IMAGE(WS-USR-IDX)
002350         MOVE SPACES TO WS-USR-BEFORE(WS-USR-IDX)
002360         MOVE ZERO TO WS-USR-COUNT-AFTER(WS-USR-IDX)
002370         MOVE ZERO TO WS-USR-WINDOW-COUNT(WS-USR-IDX)
002380         MOVE "N" TO WS-USR-LOCK-SW(WS-USR-IDX)
002390         IF AUTH-LOCK-RESET
002400             AND AUTH-LOCK-DATE IS NUMERIC
002410             MOVE AUTH-LOCK-DATE TO
002420                 WS-USR-COUNT-AFTER(WS-USR-IDX)
002430         END-IF
002440     ELSE
002450         SET USR-LOAD-OVERFLOWED TO TRUE
002460     END-IF
002470     READ USRAUTHF
002480         AT END
002490             SET INPUT-EOF TO TRUE
002500     END-READ.
002510 1100-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540*2000-GATHER-REFUSALS - ONE PASS OF EACH TRAIL. A SECVIOL FILE
002550* THAT DOES NOT EXIST YET (NO SCREEN HAS REFUSED ANYONE) READS
002560* AS EMPTY.
002570*----------------------------------------------------------------
002580 2000-GATHER-REFUSALS.
002590     OPEN INPUT SECVIOLF
002600     MOVE "N" TO WS-EOF-SW
002610     PERFORM 2100-READ-SECVIOL THRU 2100-EXIT
002620         UNTIL INPUT-EOF
002630     CLOSE SECVIOLF
002640     OPEN INPUT INQAUDIT
002650     MOVE "N" TO WS-EOF-SW
002660     PERFORM 2200-READ-INQAUDIT THRU 2200-EXIT
002670         UNTIL INPUT-EOF
002680     CLOSE INQAUDIT.
002690 2000-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720 2100-READ-SECVIOL.
002730*----------------------------------------------------------------
002740     READ SECVIOLF
002750         AT END
002760             SET INPUT-EOF TO TRUE
002770             GO TO 2100-EXIT
002780     END-READ
002790     ADD 1 TO WS-READ-COUNT
002800     MOVE SPACES TO WS-NEW-DEPT
002810     MOVE SECV-USER-ID TO WS-NEW-USER
002820     MOVE SECV-FUNCTION TO WS-NEW-FUNCTION
002830     MOVE SECV-DATE TO WS-NEW-DATE
002840     MOVE "N" TO WS-NEW-LOCKED-SW
002850     IF SECV-LOCKED-OUT
002860         SET REFUSAL-WHILE-LOCKED TO TRUE
002870     END-IF
002880     PERFORM 2500-COUNT-REFUSAL THRU 2500-EXIT
002890     IF WS-NEW-DATE EQUAL WS-RUN-DATE
002900         ADD 1 TO WS-TOTAL-SCREEN
002910     END-IF.
002920 2100-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950*2200-READ-INQAUDIT - ONLY STATUS 32 IS A REFUSAL. THE FUNCTION
002960* IS THE REQUEST TYPE; A REQUESTER NOT ON USRAUTH IS LISTED
002970* UNDER THE DEPARTMENT THE REQUEST CARRIED.
002980*----------------------------------------------------------------
002990 2200-READ-INQAUDIT.
003000     READ INQAUDIT
003010         AT END
003020             SET INPUT-EOF TO TRUE
003030             GO TO 2200-EXIT
003040     END-READ
003050     ADD 1 TO WS-READ-COUNT
003060     IF INQAUDT-STATUS-CODE NOT EQUAL 32
003070         GO TO 2200-EXIT
003080     END-IF
003090     MOVE INQAUDT-DEPARTMENT TO WS-NEW-DEPT
003100     MOVE INQAUDT-REQUESTER-ID TO WS-NEW-USER
003110     MOVE SPACES TO WS-NEW-FUNCTION
003120     STRING "INQ " INQAUDT-REQUEST-TYPE
003130         DELIMITED BY SIZE INTO WS-NEW-FUNCTION
003140     MOVE INQAUDT-RUN-DATE TO WS-NEW-DATE
003150     MOVE "N" TO WS-NEW-LOCKED-SW
003160     PERFORM 2500-COUNT-REFUSAL THRU 2500-EXIT
003170     IF WS-NEW-DATE EQUAL WS-RUN-DATE
003180         ADD 1 TO WS-TOTAL-INQUIRY
003190     END-IF.
003200 2200-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230*2500-COUNT-REFUSAL - COUNTS TOWARD THE USER'S WINDOW WHEN IT
003240* FALLS INSIDE IT AND AFTER ANY RESET, AND NOTES TODAY'S FOR THE
003250* REPORT. AN INQUIRY REFUSED ON OR AFTER THE LOCK DATE OF A
003260* LOCKED-OUT USER IS SHOWN AS REFUSED WHILE LOCKED.
003270*----------------------------------------------------------------
003280 2500-COUNT-REFUSAL.
003290     MOVE "N" TO WS-NEW-ON-FILE-SW
003300     PERFORM 7000-FIND-USER THRU 7000-EXIT
003310     IF ENTRY-FOUND
003320         SET REFUSER-ON-FILE TO TRUE
003330         MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
003340         MOVE AUTH-DEPARTMENT TO WS-NEW-DEPT
003350         IF AUTH-LOCKED-OUT
003360             AND AUTH-LOCK-DATE IS NUMERIC
003370             AND WS-NEW-DATE >= AUTH-LOCK-DATE
003380             SET REFUSAL-WHILE-LOCKED TO TRUE
003390         END-IF
003400         IF WS-NEW-DATE >= WS-WINDOW-START
003410             AND WS-NEW-DATE <= WS-RUN-DATE
003420             AND WS-NEW-DATE > WS-USR-COUNT-AFTER(WS-USR-IDX)
003430             ADD 1 TO WS-USR-WINDOW-COUNT(WS-USR-IDX)
003440         END-IF
003450     END-IF
003460     IF WS-NEW-DATE EQUAL WS-RUN-DATE
003470         PERFORM 2600-NOTE-VIOLATION THRU 2600-EXIT
003480     END-IF.
003490 2500-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520*2600-NOTE-VIOLATION - ADDS TO THE ENTRY FOR THE KEY, OR INSERTS
003530* A NEW ONE AT ITS PLACE IN THE ASCENDING TABLE.
003540*----------------------------------------------------------------
003550 2600-NOTE-VIOLATION.
003560     MOVE "N" TO WS-FOUND-SW
003570     MOVE ZERO TO WS-VIO-SLOT
003580     PERFORM 2650-FIND-VIO-SLOT THRU 2650-EXIT
003590         VARYING WS-VIO-IDX FROM 1 BY 1
003600         UNTIL WS-VIO-IDX > WS-VIO-COUNT
003610             OR ENTRY-FOUND
003620             OR WS-VIO-SLOT > ZERO
003630     IF ENTRY-FOUND
003640         ADD 1 TO WS-VIO-REFUSED(WS-VIO-IDX)
003650         IF REFUSAL-WHILE-LOCKED
003660             ADD 1 TO WS-VIO-LOCKED(WS-VIO-IDX)
003670         END-IF
003680         GO TO 2600-EXIT
003690     END-IF
003700     IF WS-VIO-COUNT >= WS-VIO-TABLE-MAX
003710         ADD 1 TO WS-VIO-DROPPED
003720         GO TO 2600-EXIT
003730     END-IF
003740     IF WS-VIO-SLOT EQUAL ZERO
003750         COMPUTE WS-VIO-SLOT = WS-VIO-COUNT + 1
003760     END-IF
003770     ADD 1 TO WS-VIO-COUNT
003780     PERFORM 2680-SHIFT-VIO THRU 2680-EXIT
003790         VARYING WS-VIO-IDX FROM WS-VIO-COUNT BY -1
003800         UNTIL WS-VIO-IDX <= WS-VIO-SLOT
003810     SET WS-VIO-IDX TO WS-VIO-SLOT
003820     MOVE WS-NEW-KEY TO WS-VIO-KEY(WS-VIO-IDX)
003830     MOVE 1 TO WS-VIO-REFUSED(WS-VIO-IDX)
003840     MOVE ZERO TO WS-VIO-LOCKED(WS-VIO-IDX)
003850     IF REFUSAL-WHILE-LOCKED
003860         MOVE 1 TO WS-VIO-LOCKED(WS-VIO-IDX)
003870     END-IF
003880     MOVE WS-NEW-ON-FILE-SW TO WS-VIO-ON-FILE-SW(WS-VIO-IDX).
003890 2600-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920 2650-FIND-VIO-SLOT.
003930*----------------------------------------------------------------
003940     IF WS-VIO-KEY(WS-VIO-IDX) EQUAL WS-NEW-KEY
003950         SET ENTRY-FOUND TO TRUE
003960         SET WS-VIO-IDX DOWN BY 1
003970     ELSE
003980         IF WS-VIO-KEY(WS-VIO-IDX) > WS-NEW-KEY
003990             SET WS-VIO-SLOT TO WS-VIO-IDX
004000         END-IF
004010     END-IF.
004020 2650-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050 2680-SHIFT-VIO.
004060*----------------------------------------------------------------
004070     MOVE WS-VIO-ENTRY(WS-VIO-IDX - 1)
004080         TO WS-VIO-ENTRY(WS-VIO-IDX).
004090 2680-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120*3000-CHECK-USER - A USER ALREADY LOCKED OUT STAYS LOCKED WITH
004130* THE ORIGINAL DATE; ANYONE ELSE AT THE THRESHOLD IS LOCKED NOW.
004140*----------------------------------------------------------------
004150 3000-CHECK-USER.
004160     MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
004170     IF AUTH-LOCKED-OUT
004180         GO TO 3000-EXIT
004190     END-IF
004200     IF WS-USR-WINDOW-COUNT(WS-USR-IDX) < WS-LOCK-THRESHOLD
004210         GO TO 3000-EXIT
004220     END-IF
004230     MOVE AUTH-RECORD TO WS-USR-BEFORE(WS-USR-IDX)
004240     SET AUTH-LOCKED-OUT TO TRUE
004250     MOVE WS-RUN-DATE TO AUTH-LOCK-DATE
004260     MOVE AUTH-RECORD TO WS-USR-IMAGE(WS-USR-IDX)
004270     SET USR-LOCKED-TODAY(WS-USR-IDX) TO TRUE
004280     SET USRAUTH-CHANGED TO TRUE
004290     ADD 1 TO WS-LOCKOUT-COUNT.
004300 3000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330*4000-APPLY-LOCKOUTS - THE FILE FIRST, THEN THE TRAIL AND THE
004340* ALERTS, SO CHGLOG NEVER SHOWS A LOCK THE FILE DID NOT TAKE.
004350*----------------------------------------------------------------
004360 4000-APPLY-LOCKOUTS.
004370     OPEN OUTPUT USRAUTHF
004380     PERFORM 4100-WRITE-USER THRU 4100-EXIT
004390         VARYING WS-USR-IDX FROM 1 BY 1
004400         UNTIL WS-USR-IDX > WS-USR-COUNT
004410     CLOSE USRAUTHF
004420     OPEN EXTEND CHGLOGF
004430     PERFORM 4200-LOG-LOCKOUT THRU 4200-EXIT
004440         VARYING WS-USR-IDX FROM 1 BY 1
004450         UNTIL WS-USR-IDX > WS-USR-COUNT
004460     CLOSE CHGLOGF
004470     MOVE 4 TO WS-RETURN-CODE.
004480 4000-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510 4100-WRITE-USER.
004520*----------------------------------------------------------------
004530     MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
004540     WRITE AUTH-RECORD.
004550 4100-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580 4200-LOG-LOCKOUT.
004590*----------------------------------------------------------------
004600     IF NOT USR-LOCKED-TODAY(WS-USR-IDX)
004610         GO TO 4200-EXIT
004620     END-IF
004630     MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
004640     ACCEPT WS-NOW-TIME FROM TIME
004650     MOVE SPACES TO CHGLOG-RECORD
004660     MOVE WS-RUN-DATE TO CHGLOG-DATE
004670     MOVE WS-NOW-TIME TO CHGLOG-TIME
004680     MOVE "USRAUTH" TO CHGLOG-FILE-NAME
004690     MOVE "C" TO CHGLOG-ACTION
004700     MOVE WS-USR-BEFORE(WS-USR-IDX) TO CHGLOG-BEFORE
004710     MOVE AUTH-RECORD TO CHGLOG-AFTER
004720     MOVE "SECMON" TO CHGLOG-CHANGED-BY
004730     WRITE CHGLOG-RECORD
004740     MOVE WS-USR-WINDOW-COUNT(WS-USR-IDX) TO WS-PRT-WINDOW
004750     MOVE SPACES TO ALERT-RECORD
004760     MOVE WS-RUN-DATE TO ALERT-RUN-DATE
004770     SET ALERT-ERROR TO TRUE
004780     MOVE "LOCK" TO ALERT-CODE
004790     MOVE AUTH-USER-ID TO ALERT-JOB-NAME
004800     STRING "USER " AUTH-USER-ID " LOCKED OUT - "
004810         WS-PRT-WINDOW " REFUSALS"
004820         DELIMITED BY SIZE INTO ALERT-TEXT
004830     WRITE ALERT-RECORD.
004840 4200-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870*5000-PRINT-REPORT - TODAY'S REFUSALS BY DEPARTMENT, USER AND
004880* FUNCTION, THEN THE LOCKOUTS APPLIED THIS RUN.
004890*----------------------------------------------------------------
004900 5000-PRINT-REPORT.
004910     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
004920     MOVE WS-LOCK-THRESHOLD TO WS-PRT-THRESHOLD
004930     MOVE SPACES TO WS-PRINT-LINE
004940     STRING "RUN DATE: " WS-RUN-DATE
004950         "  WINDOW FROM: " WS-WINDOW-START
004960         "  LOCKOUT AT: " WS-PRT-THRESHOLD " REFUSALS"
004970         DELIMITED BY SIZE INTO WS-PRINT-LINE
004980     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004990     MOVE SPACES TO WS-PRINT-LINE
005000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005010     IF WS-VIO-COUNT EQUAL ZERO
005020         AND WS-VIO-DROPPED EQUAL ZERO
005030         MOVE "NO REFUSALS TODAY" TO WS-PRINT-LINE
005040         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005050         GO TO 5000-LOCKOUTS
005060     END-IF
005070     MOVE SPACES TO WS-PRINT-LINE
005080     STRING "DEPT USER     FUNCTION REFUSED LOCKED WINDOW"
005090         " STATUS"
005100         DELIMITED BY SIZE INTO WS-PRINT-LINE
005110     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005120     MOVE ZERO TO WS-DEPT-TOTAL
005130     PERFORM 5100-LIST-VIOLATION THRU 5100-EXIT
005140         VARYING WS-VIO-IDX FROM 1 BY 1
005150         UNTIL WS-VIO-IDX > WS-VIO-COUNT
005160     IF WS-VIO-COUNT > ZERO
005170         PERFORM 5200-DEPT-TOTAL THRU 5200-EXIT
005180     END-IF
005190     IF WS-VIO-DROPPED > ZERO
005200         MOVE SPACES TO WS-PRINT-LINE
005210         STRING WS-VIO-DROPPED " MORE REFUSALS NOT ITEMIZED -"
005220             " VIOLATION TABLE FULL"
005230             DELIMITED BY SIZE INTO WS-PRINT-LINE
005240         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005250     END-IF.
005260 5000-LOCKOUTS.
005270     MOVE SPACES TO WS-PRINT-LINE
005280     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005290     MOVE "LOCKOUTS APPLIED THIS RUN:" TO WS-PRINT-LINE
005300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005310     IF USR-LOAD-OVERFLOWED
005320         MOVE "  NONE - USRAUTH EXCEEDS THE TABLE, NOT CHECKED"
005330             TO WS-PRINT-LINE
005340         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005350         GO TO 5000-EXIT
005360     END-IF
005370     IF WS-LOCKOUT-COUNT EQUAL ZERO
005380         MOVE "  NONE" TO WS-PRINT-LINE
005390         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005400         GO TO 5000-EXIT
005410     END-IF
005420     PERFORM 5300-LIST-LOCKOUT THRU 5300-EXIT
005430         VARYING WS-USR-IDX FROM 1 BY 1
005440         UNTIL WS-USR-IDX > WS-USR-COUNT.
005450 5000-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480 5100-LIST-VIOLATION.
005490*----------------------------------------------------------------
005500     IF WS-VIO-IDX > 1
005510         AND WS-VIO-DEPT(WS-VIO-IDX) NOT EQUAL WS-CURRENT-DEPT
005520         PERFORM 5200-DEPT-TOTAL THRU 5200-EXIT
005530         MOVE SPACES TO WS-PRINT-LINE
005540         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005550     END-IF
005560     MOVE WS-VIO-DEPT(WS-VIO-IDX) TO WS-CURRENT-DEPT
005570     ADD WS-VIO-REFUSED(WS-VIO-IDX) TO WS-DEPT-TOTAL
005580     MOVE WS-VIO-REFUSED(WS-VIO-IDX) TO WS-PRT-REFUSED
005590     MOVE WS-VIO-LOCKED(WS-VIO-IDX) TO WS-PRT-LOCKED
005600     MOVE ZERO TO WS-PRT-WINDOW
005610     MOVE SPACES TO WS-STATUS-TEXT
005620     IF NOT VIO-ON-FILE(WS-VIO-IDX)
005630         MOVE "*NOT ON USRAUTH*" TO WS-STATUS-TEXT
005640     ELSE
005650         MOVE WS-VIO-USER(WS-VIO-IDX) TO WS-NEW-USER
005660         PERFORM 7000-FIND-USER THRU 7000-EXIT
005670         IF ENTRY-FOUND
005680             MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
005690             MOVE WS-USR-WINDOW-COUNT(WS-USR-IDX)
005700                 TO WS-PRT-WINDOW
005710             IF USR-LOCKED-TODAY(WS-USR-IDX)
005720                 MOVE "*LOCKED TODAY*" TO WS-STATUS-TEXT
005730             ELSE
005740                 IF AUTH-LOCKED-OUT
005750                     MOVE "LOCKED OUT" TO WS-STATUS-TEXT
005760                 END-IF
005770             END-IF
005780         END-IF
005790     END-IF
005800     MOVE SPACES TO WS-PRINT-LINE
005810     STRING WS-VIO-DEPT(WS-VIO-IDX) " "
005820         WS-VIO-USER(WS-VIO-IDX) " "
005830         WS-VIO-FUNCTION(WS-VIO-IDX) "    "
005840         WS-PRT-REFUSED "   "
005850         WS-PRT-LOCKED "   "
005860         WS-PRT-WINDOW " "
005870         WS-STATUS-TEXT
005880         DELIMITED BY SIZE INTO WS-PRINT-LINE
005890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005900 5100-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930 5200-DEPT-TOTAL.
005940*----------------------------------------------------------------
005950     MOVE SPACES TO WS-PRINT-LINE
005960     STRING "     DEPARTMENT " WS-CURRENT-DEPT
005970         " REFUSALS=" WS-DEPT-TOTAL
005980         DELIMITED BY SIZE INTO WS-PRINT-LINE
005990     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006000     MOVE ZERO TO WS-DEPT-TOTAL.
006010 5200-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040 5300-LIST-LOCKOUT.
006050*----------------------------------------------------------------
006060     IF NOT USR-LOCKED-TODAY(WS-USR-IDX)
006070         GO TO 5300-EXIT
006080     END-IF
006090     MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
006100     MOVE WS-USR-WINDOW-COUNT(WS-USR-IDX) TO WS-PRT-WINDOW
006110     MOVE SPACES TO WS-PRINT-LINE
006120     STRING "  " AUTH-USER-ID " DEPT " AUTH-DEPARTMENT
006130         "  " WS-PRT-WINDOW " REFUSALS SINCE " WS-WINDOW-START
006140         " - ALERT RAISED"
006150         DELIMITED BY SIZE INTO WS-PRINT-LINE
006160     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006170 5300-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200*7000-FIND-USER - LOOKS UP WS-NEW-USER; ON A MATCH WS-USR-IDX IS
006210* LEFT ON THE USER'S ENTRY.
006220*----------------------------------------------------------------
006230 7000-FIND-USER.
006240     MOVE "N" TO WS-FOUND-SW
006250     IF WS-NEW-USER EQUAL SPACES
006260         GO TO 7000-EXIT
006270     END-IF
006280     PERFORM 7050-MATCH-USER THRU 7050-EXIT
006290         VARYING WS-USR-IDX FROM 1 BY 1
006300         UNTIL WS-USR-IDX > WS-USR-COUNT
006310             OR ENTRY-FOUND.
006320 7000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350 7050-MATCH-USER.
006360*----------------------------------------------------------------
006370     IF WS-USR-IMAGE(WS-USR-IDX)(1:8) EQUAL WS-NEW-USER
006380         SET ENTRY-FOUND TO TRUE
006390         SET WS-USR-IDX DOWN BY 1
006400     END-IF.
006410 7050-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------
006440 8000-WRITE-LINE.
006450*----------------------------------------------------------------
006460     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006470         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
006480     END-IF
006490     MOVE WS-PRINT-LINE TO SECRPT-RECORD
006500     WRITE SECRPT-RECORD
006510     MOVE SECRPT-RECORD TO RPTA-LINE
006520     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
006530     ADD 1 TO WS-LINE-COUNT.
006540 8000-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------
006570*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
006580* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE RUN DATE.
006590*----------------------------------------------------------------
006600 8100-ARCHIVE-LINE.
006610     MOVE "SECRPT" TO RPTA-REPORT-NAME
006620     MOVE WS-RUN-DATE TO RPTA-RUN-DATE
006630     WRITE RPTA-RECORD.
006640 8100-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670 8500-NEW-PAGE.
006680*----------------------------------------------------------------
006690     ADD 1 TO WS-PAGE-NO
006700     MOVE ZERO TO WS-LINE-COUNT
006710     IF WS-PAGE-NO > 1
006720         MOVE SPACES TO SECRPT-RECORD
006730         WRITE SECRPT-RECORD
006740         MOVE SECRPT-RECORD TO RPTA-LINE
006750         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
006760     END-IF
006770     MOVE SPACES TO SECRPT-RECORD
006780     STRING "DAILY SECURITY VIOLATIONS" "  PAGE " WS-PAGE-NO
006790         DELIMITED BY SIZE INTO SECRPT-RECORD
006800     WRITE SECRPT-RECORD
006810     MOVE SECRPT-RECORD TO RPTA-LINE
006820     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
006830     ADD 1 TO WS-LINE-COUNT.
006840 8500-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870 9000-TERMINATE.
006880*----------------------------------------------------------------
006890     MOVE SPACES TO WS-PRINT-LINE
006900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006910     MOVE SPACES TO WS-PRINT-LINE
006920     STRING "REFUSALS TODAY: SCREENS=" WS-TOTAL-SCREEN
006930         "  INQUIRY=" WS-TOTAL-INQUIRY
006940         "  LOCKOUTS APPLIED=" WS-LOCKOUT-COUNT
006950         DELIMITED BY SIZE INTO WS-PRINT-LINE
006960     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006970     CLOSE SECRPT
006980     CLOSE SECEXCP
006990     CLOSE RPTARCHF
007000     ACCEPT WS-END-TIME FROM TIME
007010     OPEN EXTEND RUNLOGF
007020     MOVE "SECMON" TO RUNLOG-JOB-NAME
007030     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
007040     MOVE WS-START-TIME TO RUNLOG-START-TIME
007050     MOVE WS-END-TIME TO RUNLOG-END-TIME
007060     MOVE WS-READ-COUNT TO RUNLOG-INPUT-COUNT
007070     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
007080     MOVE SPACES TO RUNLOG-PARAMETER
007090     WRITE RUNLOG-RECORD
007100     CLOSE RUNLOGF
007110     MOVE WS-RETURN-CODE TO RETURN-CODE.
007120 9000-EXIT.
007130     EXIT.
