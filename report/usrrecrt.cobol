000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. usrrecrt.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. QUARTERLY USER ACCESS
000110*                  RECERTIFICATION REPORT. ONE SECTION PER
000120*                  DEPARTMENT (AUTH-DEPARTMENT, IN DEPARTMENT
000130*                  ORDER, EACH ON A NEW PAGE) LISTING EVERY
000140*                  USRAUTH USER'S INQUIRY FLAGS AND MAINTENANCE
000150*                  LEVELS WITH THE LAST DATE THE USER WAS SEEN
000160*                  ON EACH SIDE - INQUIRY FROM INQAUDIT (A
000170*                  REFUSED, STATUS 32, REQUEST IS NOT USE OF A
000180*                  RIGHT AND DOES NOT COUNT), MAINTENANCE FROM
000190*                  PENDCHG (ENTERED OR DECIDED), CHGLOG,
000200*                  FBZHOLD DECISIONS AND STDREQ CHANGES. A USER
000210*                  WITH NO ACTIVITY IN THE LAST WS-IDLE-DAYS
000220*                  DAYS, OR NONE ON RECORD, IS MARKED FOR THE
000230*                  DEPARTMENT HEAD TO CONFIRM OR REVOKE, AND
000240*                  EACH SECTION ENDS WITH A SIGN-OFF LINE.
000250*                  RETURNS 4 WHEN ANY USER IS MARKED. READS
000260*                  ONLY; REVOCATIONS ARE MADE IN USRMNT.
000265* 2026-10-15  DPG  A USER NOT OTHERWISE MARKED WHO IS CURRENTLY
000266*                  LOCKED OUT BY SECMON SHOWS "*LOCKED OUT*" SO
000267*                  THE DEPARTMENT HEAD SEES IT AT SIGN-OFF.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT USRAUTHF ASSIGN TO "USRAUTH"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT INQAUDIT ASSIGN TO "INQAUDIT"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT PENDCHGF ASSIGN TO "PENDCHG"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT CHGLOGF ASSIGN TO "CHGLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT FBZHOLD ASSIGN TO "FBZHOLD"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT STDREQF ASSIGN TO "STDREQ"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT RCRTRPT ASSIGN TO "RCRTRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  USRAUTHF
000500     RECORDING MODE IS F.
000510     COPY USRAUTH.
000520 FD  INQAUDIT
000530     RECORDING MODE IS F.
000540     COPY INQAUDT.
000550 FD  PENDCHGF
000560     RECORDING MODE IS F.
000570     COPY PENDCHG.
000580 FD  CHGLOGF
000590     RECORDING MODE IS F.
000600     COPY CHGLOG.
000610 FD  FBZHOLD
000620     RECORDING MODE IS F.
000630     COPY FBZHOLD.
000640 FD  STDREQF
000650     RECORDING MODE IS F.
000660     COPY STDREQ.
000670 FD  RCRTRPT
000680     RECORDING MODE IS F.
000690 01  RCRTRPT-RECORD              PIC X(80).
000700 FD  RPTARCHF
000710     RECORDING MODE IS F.
000720     COPY RPTARCH.
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750* USER TABLE - THE USRAUTH IMAGE PLUS THE LAST ACTIVITY DATES
000760* GATHERED FROM THE LOGS (ZERO = NONE ON RECORD)
000770*----------------------------------------------------------------
000780 01  WS-USR-COUNT                PIC 9(03) COMP VALUE ZERO.
000790 01  WS-USR-TABLE-MAX            PIC 9(03) COMP VALUE 500.
000800 01  WS-USR-TABLE.
000810     05 WS-USR-ENTRY OCCURS 500 TIMES
000820             INDEXED BY WS-USR-IDX.
000830         10 WS-USR-IMAGE         PIC X(32).
000840         10 WS-USR-LAST-INQ      PIC 9(08).
000850         10 WS-USR-LAST-MNT      PIC 9(08).
000860*----------------------------------------------------------------
000870* DEPARTMENT TABLE - DISTINCT AUTH-DEPARTMENT VALUES, KEPT IN
000880* ASCENDING ORDER AS THEY ARE FOUND
000890*----------------------------------------------------------------
000900 01  WS-DEPT-COUNT               PIC 9(03) COMP VALUE ZERO.
000910 01  WS-DEPT-TABLE-MAX           PIC 9(03) COMP VALUE 200.
000920 01  WS-DEPT-TABLE.
000930     05 WS-DEPT-CODE OCCURS 200 TIMES
000940             INDEXED BY WS-DEPT-IDX PIC X(04).
000950 01  WS-DEPT-SUB                 PIC 9(03) COMP VALUE ZERO.
000960 01  WS-DEPT-SLOT                PIC 9(03) COMP VALUE ZERO.
000970 01  WS-CURRENT-DEPT             PIC X(04) VALUE SPACES.
000980*----------------------------------------------------------------
000990* ACTIVITY MATCHING AND THE IDLE TEST
001000*----------------------------------------------------------------
001010 01  WS-IDLE-DAYS                PIC 9(03) COMP VALUE 90.
001020 01  WS-IDLE-CUTOFF              PIC 9(08) VALUE ZERO.
001030 01  WS-DATE-INTEGER             PIC 9(08) COMP VALUE ZERO.
001040 01  WS-MATCH-USER               PIC X(08) VALUE SPACES.
001050 01  WS-MATCH-DATE               PIC 9(08) VALUE ZERO.
001060 01  WS-LAST-ACTIVITY            PIC 9(08) VALUE ZERO.
001070*----------------------------------------------------------------
001080* REPORT CONTROL
001090*----------------------------------------------------------------
001100 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001110 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001120 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001130 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
001140 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001150 01  WS-DEPT-LABEL               PIC X(06) VALUE SPACES.
001160 01  WS-LAST-INQ-TEXT            PIC X(08) VALUE SPACES.
001170 01  WS-LAST-MNT-TEXT            PIC X(08) VALUE SPACES.
001180 01  WS-FLAG-TEXT                PIC X(17) VALUE SPACES.
001190 01  WS-DEPT-USERS               PIC 9(05) VALUE ZERO.
001200 01  WS-DEPT-FLAGGED             PIC 9(05) VALUE ZERO.
001210 01  WS-TOTAL-USERS              PIC 9(05) VALUE ZERO.
001220 01  WS-TOTAL-FLAGGED            PIC 9(05) VALUE ZERO.
001230 01  WS-TOTAL-DEPTS              PIC 9(05) VALUE ZERO.
001240*----------------------------------------------------------------
001250* SWITCHES
001260*----------------------------------------------------------------
001270 01  WS-SWITCHES.
001280     05 WS-EOF-SW                PIC X(01) VALUE "N".
001290         88 INPUT-EOF                VALUE "Y".
001300     05 WS-LOAD-SW               PIC X(01) VALUE "N".
001310         88 USR-LOAD-OVERFLOWED      VALUE "Y".
001320     05 WS-FOUND-SW              PIC X(01) VALUE "N".
001330         88 ENTRY-FOUND              VALUE "Y".
001340 PROCEDURE DIVISION.
001350*----------------------------------------------------------------
001360 0000-MAINLINE.
001370*----------------------------------------------------------------
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001390     PERFORM 2000-GATHER-ACTIVITY THRU 2000-EXIT
001400     PERFORM 3000-LIST-DEPARTMENT THRU 3000-EXIT
001410         VARYING WS-DEPT-SUB FROM 1 BY 1
001420         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
001430     PERFORM 9000-TERMINATE THRU 9000-EXIT
001440     STOP RUN.
001450*----------------------------------------------------------------
001460 1000-INITIALIZE.
001470*----------------------------------------------------------------
001480     CALL "GETCYCDT" USING WS-RUN-DATE
001490     COMPUTE WS-DATE-INTEGER =
001500         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-IDLE-DAYS
001510     COMPUTE WS-IDLE-CUTOFF =
001520         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
001530     OPEN INPUT USRAUTHF
001540     MOVE "N" TO WS-EOF-SW
001550     READ USRAUTHF
001560         AT END
001570             SET INPUT-EOF TO TRUE
001580     END-READ
001590     PERFORM 1100-LOAD-USER THRU 1100-EXIT
001600         UNTIL INPUT-EOF
001610     CLOSE USRAUTHF
001620     OPEN OUTPUT RCRTRPT
001630     OPEN EXTEND RPTARCHF
001640     IF USR-LOAD-OVERFLOWED
001650         DISPLAY "USRRECRT USER TABLE FULL - USERS AFTER "
001660             WS-USR-TABLE-MAX " NOT LISTED"
001670     END-IF.
001680 1000-EXIT.
001690     EXIT.
001700*----------------------------------------------------------------
001710 1100-LOAD-USER.
001720*----------------------------------------------------------------
001730     IF WS-USR-COUNT < WS-USR-TABLE-MAX
001740         ADD 1 TO WS-USR-COUNT
001750         SET WS-USR-IDX TO WS-USR-COUNT
001760         MOVE AUTH-RECORD TO WS-USR-IMAGE(WS-USR-IDX)
001770         MOVE ZERO TO WS-USR-LAST-INQ(WS-USR-IDX)
001780         MOVE ZERO TO WS-USR-LAST-MNT(WS-USR-IDX)
001790         PERFORM 1200-NOTE-DEPARTMENT THRU 1200-EXIT
001800     ELSE
001810         SET USR-LOAD-OVERFLOWED TO TRUE
001820     END-IF
001830     READ USRAUTHF
001840         AT END
001850             SET INPUT-EOF TO TRUE
001860     END-READ.
001870 1100-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------
001900*1200-NOTE-DEPARTMENT - INSERTS A DEPARTMENT NOT YET SEEN AT
001910* ITS PLACE IN THE ASCENDING TABLE, SHIFTING THE REST UP ONE.
001920*----------------------------------------------------------------
001930 1200-NOTE-DEPARTMENT.
001940     MOVE "N" TO WS-FOUND-SW
001950     MOVE ZERO TO WS-DEPT-SLOT
001960     PERFORM 1250-FIND-DEPT-SLOT THRU 1250-EXIT
001970         VARYING WS-DEPT-IDX FROM 1 BY 1
001980         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
001990             OR ENTRY-FOUND
002000             OR WS-DEPT-SLOT > ZERO
002010     IF ENTRY-FOUND
002020         GO TO 1200-EXIT
002030     END-IF
002040     IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
002050         DISPLAY "USRRECRT DEPARTMENT TABLE FULL - DEPARTMENT "
002060             AUTH-DEPARTMENT " NOT LISTED"
002070         GO TO 1200-EXIT
002080     END-IF
002090     IF WS-DEPT-SLOT EQUAL ZERO
002100         COMPUTE WS-DEPT-SLOT = WS-DEPT-COUNT + 1
002110     END-IF
002120     ADD 1 TO WS-DEPT-COUNT
002130     PERFORM 1280-SHIFT-DEPT THRU 1280-EXIT
002140         VARYING WS-DEPT-IDX FROM WS-DEPT-COUNT BY -1
002150         UNTIL WS-DEPT-IDX <= WS-DEPT-SLOT
002160     SET WS-DEPT-IDX TO WS-DEPT-SLOT
002170     MOVE AUTH-DEPARTMENT TO WS-DEPT-CODE(WS-DEPT-IDX).
002180 1200-EXIT.
002190     EXIT.
002200*----------------------------------------------------------------
002210 1250-FIND-DEPT-SLOT.
002220*----------------------------------------------------------------
002230     IF WS-DEPT-CODE(WS-DEPT-IDX) EQUAL AUTH-DEPARTMENT
002240         SET ENTRY-FOUND TO TRUE
002250     ELSE
002260         IF WS-DEPT-CODE(WS-DEPT-IDX) > AUTH-DEPARTMENT
002270             SET WS-DEPT-SLOT TO WS-DEPT-IDX
002280         END-IF
002290     END-IF.
002300 1250-EXIT.
002310     EXIT.
002320*----------------------------------------------------------------
002330 1280-SHIFT-DEPT.
002340*----------------------------------------------------------------
002350     MOVE WS-DEPT-CODE(WS-DEPT-IDX - 1)
002360         TO WS-DEPT-CODE(WS-DEPT-IDX).
002370 1280-EXIT.
002380     EXIT.
002390*----------------------------------------------------------------
002400*2000-GATHER-ACTIVITY - ONE PASS OF EACH LOG, KEEPING THE
002410* LATEST DATE PER USER ON THE INQUIRY OR MAINTENANCE SIDE.
002420*----------------------------------------------------------------
002430 2000-GATHER-ACTIVITY.
002440     OPEN INPUT INQAUDIT
002450     MOVE "N" TO WS-EOF-SW
002460     PERFORM 2100-READ-INQAUDIT THRU 2100-EXIT
002470         UNTIL INPUT-EOF
002480     CLOSE INQAUDIT
002490     OPEN INPUT PENDCHGF
002500     MOVE "N" TO WS-EOF-SW
002510     PERFORM 2200-READ-PENDCHG THRU 2200-EXIT
002520         UNTIL INPUT-EOF
002530     CLOSE PENDCHGF
002540     OPEN INPUT CHGLOGF
002550     MOVE "N" TO WS-EOF-SW
002560     PERFORM 2300-READ-CHGLOG THRU 2300-EXIT
002570         UNTIL INPUT-EOF
002580     CLOSE CHGLOGF
002590     OPEN INPUT FBZHOLD
002600     MOVE "N" TO WS-EOF-SW
002610     PERFORM 2400-READ-FBZHOLD THRU 2400-EXIT
002620         UNTIL INPUT-EOF
002630     CLOSE FBZHOLD
002640     OPEN INPUT STDREQF
002650     MOVE "N" TO WS-EOF-SW
002660     PERFORM 2500-READ-STDREQ THRU 2500-EXIT
002670         UNTIL INPUT-EOF
002680     CLOSE STDREQF.
002690 2000-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720 2100-READ-INQAUDIT.
002730*----------------------------------------------------------------
002740     READ INQAUDIT
002750         AT END
002760             SET INPUT-EOF TO TRUE
002770             GO TO 2100-EXIT
002780     END-READ
002790     IF INQAUDT-STATUS-CODE EQUAL 32
002800         GO TO 2100-EXIT
002810     END-IF
002820     MOVE INQAUDT-REQUESTER-ID TO WS-MATCH-USER
002830     MOVE INQAUDT-RUN-DATE TO WS-MATCH-DATE
002840     PERFORM 7000-FIND-USER THRU 7000-EXIT
002850     IF ENTRY-FOUND
002860         AND WS-MATCH-DATE > WS-USR-LAST-INQ(WS-USR-IDX)
002870         MOVE WS-MATCH-DATE TO WS-USR-LAST-INQ(WS-USR-IDX)
002880     END-IF.
002890 2100-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920 2200-READ-PENDCHG.
002930*----------------------------------------------------------------
002940     READ PENDCHGF
002950         AT END
002960             SET INPUT-EOF TO TRUE
002970             GO TO 2200-EXIT
002980     END-READ
002990     MOVE PEND-ENTERED-BY TO WS-MATCH-USER
003000     MOVE PEND-DATE TO WS-MATCH-DATE
003010     PERFORM 7100-NOTE-MAINTENANCE THRU 7100-EXIT
003020     IF NOT PEND-PENDING
003030         MOVE PEND-DECIDED-BY TO WS-MATCH-USER
003040         MOVE PEND-DECIDED-DATE TO WS-MATCH-DATE
003050         PERFORM 7100-NOTE-MAINTENANCE THRU 7100-EXIT
003060     END-IF.
003070 2200-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100 2300-READ-CHGLOG.
003110*----------------------------------------------------------------
003120     READ CHGLOGF
003130         AT END
003140             SET INPUT-EOF TO TRUE
003150             GO TO 2300-EXIT
003160     END-READ
003170     MOVE CHGLOG-CHANGED-BY TO WS-MATCH-USER
003180     MOVE CHGLOG-DATE TO WS-MATCH-DATE
003190     PERFORM 7100-NOTE-MAINTENANCE THRU 7100-EXIT.
003200 2300-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230 2400-READ-FBZHOLD.
003240*----------------------------------------------------------------
003250     READ FBZHOLD
003260         AT END
003270             SET INPUT-EOF TO TRUE
003280             GO TO 2400-EXIT
003290     END-READ
003300     IF HOLD-HELD
003310         GO TO 2400-EXIT
003320     END-IF
003330     MOVE HOLD-DECIDED-BY TO WS-MATCH-USER
003340     MOVE HOLD-DECIDED-DATE TO WS-MATCH-DATE
003350     PERFORM 7100-NOTE-MAINTENANCE THRU 7100-EXIT.
003360 2400-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390 2500-READ-STDREQ.
003400*----------------------------------------------------------------
003410     READ STDREQF
003420         AT END
003430             SET INPUT-EOF TO TRUE
003440             GO TO 2500-EXIT
003450     END-READ
003460     MOVE STD-CHANGED-BY TO WS-MATCH-USER
003470     MOVE STD-CHANGED-DATE TO WS-MATCH-DATE
003480     PERFORM 7100-NOTE-MAINTENANCE THRU 7100-EXIT.
003490 2500-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520*3000-LIST-DEPARTMENT - ONE SECTION, ON ITS OWN PAGE, FOR THE
003530* DEPARTMENT HEAD WHO SIGNS IT.
003540*----------------------------------------------------------------
003550 3000-LIST-DEPARTMENT.
003560     SET WS-DEPT-IDX TO WS-DEPT-SUB
003570     MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-CURRENT-DEPT
003580     IF WS-CURRENT-DEPT EQUAL SPACES
003590         MOVE "(NONE)" TO WS-DEPT-LABEL
003600     ELSE
003610         MOVE WS-CURRENT-DEPT TO WS-DEPT-LABEL
003620     END-IF
003630     ADD 1 TO WS-TOTAL-DEPTS
003640     MOVE ZERO TO WS-DEPT-USERS
003650     MOVE ZERO TO WS-DEPT-FLAGGED
003660     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
003670     MOVE SPACES TO WS-PRINT-LINE
003680     STRING "RUN DATE: " WS-RUN-DATE
003690         "  DEPARTMENT: " WS-DEPT-LABEL
003700         "  MARKED IF NO ACTIVITY SINCE " WS-IDLE-CUTOFF
003710         DELIMITED BY SIZE INTO WS-PRINT-LINE
003720     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003730     MOVE SPACES TO WS-PRINT-LINE
003740     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003750     MOVE SPACES TO WS-PRINT-LINE
003760     STRING "USER     INQUIRY SCHD FBZC HOLD STDR ADMN"
003765         " LAST-INQ LAST-MNT"
003768         DELIMITED BY SIZE INTO WS-PRINT-LINE
003770     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003780     MOVE "         FBCVP" TO WS-PRINT-LINE
003790     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003800     PERFORM 3100-LIST-USER THRU 3100-EXIT
003810         VARYING WS-USR-IDX FROM 1 BY 1
003820         UNTIL WS-USR-IDX > WS-USR-COUNT
003830     MOVE SPACES TO WS-PRINT-LINE
003840     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003850     MOVE SPACES TO WS-PRINT-LINE
003860     STRING "USERS=" WS-DEPT-USERS
003870         "  MARKED FOR CONFIRM OR REVOKE=" WS-DEPT-FLAGGED
003880         DELIMITED BY SIZE INTO WS-PRINT-LINE
003890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003900     MOVE SPACES TO WS-PRINT-LINE
003910     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003920     MOVE "ACCESS ABOVE CONFIRMED EXCEPT AS MARKED REVOKE:"
003930         TO WS-PRINT-LINE
003940     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003950     MOVE SPACES TO WS-PRINT-LINE
003960     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003970     MOVE "DEPARTMENT HEAD ____________________  DATE __________"
003980         TO WS-PRINT-LINE
003990     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004000 3000-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030 3100-LIST-USER.
004040*----------------------------------------------------------------
004050     MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
004060     IF AUTH-DEPARTMENT NOT EQUAL WS-CURRENT-DEPT
004070         GO TO 3100-EXIT
004080     END-IF
004090     ADD 1 TO WS-DEPT-USERS
004100     ADD 1 TO WS-TOTAL-USERS
004110     MOVE "NONE" TO WS-LAST-INQ-TEXT
004120     IF WS-USR-LAST-INQ(WS-USR-IDX) > ZERO
004130         MOVE WS-USR-LAST-INQ(WS-USR-IDX) TO WS-LAST-INQ-TEXT
004140     END-IF
004150     MOVE "NONE" TO WS-LAST-MNT-TEXT
004160     IF WS-USR-LAST-MNT(WS-USR-IDX) > ZERO
004170         MOVE WS-USR-LAST-MNT(WS-USR-IDX) TO WS-LAST-MNT-TEXT
004180     END-IF
004190     MOVE WS-USR-LAST-INQ(WS-USR-IDX) TO WS-LAST-ACTIVITY
004200     IF WS-USR-LAST-MNT(WS-USR-IDX) > WS-LAST-ACTIVITY
004210         MOVE WS-USR-LAST-MNT(WS-USR-IDX) TO WS-LAST-ACTIVITY
004220     END-IF
004230     MOVE SPACES TO WS-FLAG-TEXT
004240     IF WS-LAST-ACTIVITY < WS-IDLE-CUTOFF
004250         MOVE "*CONFIRM/REVOKE*" TO WS-FLAG-TEXT
004260         ADD 1 TO WS-DEPT-FLAGGED
004270         ADD 1 TO WS-TOTAL-FLAGGED
004280     END-IF
004282     IF WS-FLAG-TEXT EQUAL SPACES
004284         AND AUTH-LOCKED-OUT
004286         MOVE "*LOCKED OUT*" TO WS-FLAG-TEXT
004288     END-IF
004290     MOVE SPACES TO WS-PRINT-LINE
004300     STRING AUTH-USER-ID " "
004310         AUTH-INQ-FACTORIAL AUTH-INQ-FIBONACCI
004320         AUTH-INQ-COMBIN AUTH-INQ-FIB-LOOKUP
004330         AUTH-INQ-PRIME "   "
004340         AUTH-SCHDCTL-LEVEL "    "
004350         AUTH-FBZCTL-LEVEL "    "
004360         AUTH-FBZHOLD-LEVEL "    "
004370         AUTH-STDREQ-LEVEL "    "
004380         AUTH-USRAUTH-LEVEL "    "
004390         WS-LAST-INQ-TEXT " "
004400         WS-LAST-MNT-TEXT " "
004410         WS-FLAG-TEXT
004420         DELIMITED BY SIZE INTO WS-PRINT-LINE
004430     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004440 3100-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470*7000-FIND-USER - LOOKS UP WS-MATCH-USER; ON A MATCH
004480* WS-USR-IDX IS LEFT ON THE USER'S ENTRY.
004490*----------------------------------------------------------------
004500 7000-FIND-USER.
004510     MOVE "N" TO WS-FOUND-SW
004520     IF WS-MATCH-USER EQUAL SPACES
004530         GO TO 7000-EXIT
004540     END-IF
004550     PERFORM 7050-MATCH-USER THRU 7050-EXIT
004560         VARYING WS-USR-IDX FROM 1 BY 1
004570         UNTIL WS-USR-IDX > WS-USR-COUNT
004580             OR ENTRY-FOUND.
004590 7000-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620 7050-MATCH-USER.
004630*----------------------------------------------------------------
004640     IF WS-USR-IMAGE(WS-USR-IDX)(1:8) EQUAL WS-MATCH-USER
004650         SET ENTRY-FOUND TO TRUE
004660         SET WS-USR-IDX DOWN BY 1
004670     END-IF.
004680 7050-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710 7100-NOTE-MAINTENANCE.
004720*----------------------------------------------------------------
004730     PERFORM 7000-FIND-USER THRU 7000-EXIT
004740     IF ENTRY-FOUND
004750         AND WS-MATCH-DATE IS NUMERIC
004760         AND WS-MATCH-DATE > WS-USR-LAST-MNT(WS-USR-IDX)
004770         MOVE WS-MATCH-DATE TO WS-USR-LAST-MNT(WS-USR-IDX)
004780     END-IF.
004790 7100-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820 8000-WRITE-LINE.
004830*----------------------------------------------------------------
004840     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004850         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
004860     END-IF
004870     MOVE WS-PRINT-LINE TO RCRTRPT-RECORD
004880     WRITE RCRTRPT-RECORD
004890     MOVE RCRTRPT-RECORD TO RPTA-LINE
004900     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
004910     ADD 1 TO WS-LINE-COUNT.
004920 8000-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
004960* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE RUN DATE.
004970*----------------------------------------------------------------
004980 8100-ARCHIVE-LINE.
004990     MOVE "RCRTRPT" TO RPTA-REPORT-NAME
005000     MOVE WS-RUN-DATE TO RPTA-RUN-DATE
005010     WRITE RPTA-RECORD.
005020 8100-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050 8500-NEW-PAGE.
005060*----------------------------------------------------------------
005070     ADD 1 TO WS-PAGE-NO
005080     MOVE ZERO TO WS-LINE-COUNT
005090     IF WS-PAGE-NO > 1
005100         MOVE SPACES TO RCRTRPT-RECORD
005110         WRITE RCRTRPT-RECORD
005120         MOVE RCRTRPT-RECORD TO RPTA-LINE
005130         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
005140     END-IF
005150     MOVE SPACES TO RCRTRPT-RECORD
005160     STRING "USER ACCESS RECERTIFICATION" "  PAGE " WS-PAGE-NO
005170         DELIMITED BY SIZE INTO RCRTRPT-RECORD
005180     WRITE RCRTRPT-RECORD
005190     MOVE RCRTRPT-RECORD TO RPTA-LINE
005200     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
005210     ADD 1 TO WS-LINE-COUNT.
005220 8500-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250 9000-TERMINATE.
005260*----------------------------------------------------------------
005270     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
005280     MOVE SPACES TO WS-PRINT-LINE
005290     STRING "RUN DATE: " WS-RUN-DATE
005300         "  DEPARTMENTS=" WS-TOTAL-DEPTS
005310         "  USERS=" WS-TOTAL-USERS
005320         "  MARKED=" WS-TOTAL-FLAGGED
005330         DELIMITED BY SIZE INTO WS-PRINT-LINE
005340     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005350     CLOSE RCRTRPT
005360     CLOSE RPTARCHF
005370     IF WS-TOTAL-FLAGGED > ZERO
005380         MOVE 4 TO RETURN-CODE
005390     ELSE
005400         MOVE ZERO TO RETURN-CODE
005410     END-IF.
005420 9000-EXIT.
005430     EXIT.
