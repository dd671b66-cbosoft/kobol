000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. stdmnt.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. SCREEN-BASED MAINTENANCE
000110*                  FOR THE STDREQ STANDING-REQUEST FILE (COPY
000120*                  STDREQ) THAT STDGEN TURNS INTO EACH DAY'S
000130*                  FACIN/CMBIN/INQIN TRANSACTIONS. THE OPERATOR
000140*                  SIGNS ON, LISTS THE REQUESTS, AND ADDS,
000150*                  SUSPENDS, RESUMES OR EXPIRES ONE BY ITS
000160*                  REQUESTER AND REFERENCE. AN ADD IS EDITED AT
000170*                  ENTRY THE WAY SCHDMNT EDITS A CALENDAR, PLUS
000180*                  THE TARGET FILE'S FIELD RANGES, SO STDGEN
000190*                  NEVER MEETS A BAD VALUE. AN EXPIRED REQUEST
000200*                  STAYS ON THE FILE AS HISTORY AND CANNOT BE
000210*                  REVIVED - A NEW ONE IS ADDED UNDER A NEW
000220*                  REFERENCE. EVERY ACTION STAMPS THE OPERATOR
000230*                  ID AND DATE ON THE REQUEST. ALL ACTIONS
000240*                  OTHER THAN LIST REQUIRE USRAUTH LEVEL "U" ON
000250*                  AUTH-STDREQ-LEVEL. THE FILE IS REWRITTEN
000260*                  FROM THE IN-STORAGE TABLE AT EXIT.
000260* 2026-10-15  DPG  A USER SECMON HAS LOCKED OUT (USRAUTH LOCK
000260*                  STATUS "L") IS REFUSED AT SIGN-ON. THAT
000260*                  REFUSAL AND EVERY REFUSED STDREQ UPDATE
000260*                  GO TO THE SECVIOL TRAIL THROUGH SECLOG SO
000260*                  SECMON CAN COUNT THEM.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STDREQF ASSIGN TO "STDREQ"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT USRAUTHF ASSIGN TO "USRAUTH"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  STDREQF
000380     RECORDING MODE IS F.
000390     COPY STDREQ.
000400 FD  USRAUTHF
000410     RECORDING MODE IS F.
000420     COPY USRAUTH.
000430 WORKING-STORAGE SECTION.
000440*----------------------------------------------------------------
000450* IN-STORAGE REQUEST TABLE - EDITED HERE, REWRITTEN WHOLE AT EXIT
000460*----------------------------------------------------------------
000470 01  WS-STD-COUNT                PIC 9(03) COMP VALUE ZERO.
000480 01  WS-STD-TABLE-MAX            PIC 9(03) COMP VALUE 500.
000490 01  WS-STD-TABLE.
000500     05 WS-STD-IMAGE OCCURS 500 TIMES
000510             INDEXED BY WS-STD-IDX PIC X(173).
000520*----------------------------------------------------------------
000530* ENTRY FIELDS - ACCEPTED FROM THE SCREEN, EDITED, THEN MOVED
000540* OVER THE STDREQ RECORD
000550*----------------------------------------------------------------
000560 01  WS-ENTRY-RECORD.
000570     05 WS-ENT-TARGET            PIC X(01).
000580     05 WS-ENT-INQ-TYPE          PIC X(01).
000590     05 WS-ENT-VALUE             PIC 9(04).
000600     05 WS-ENT-VALUE-R           PIC 9(04).
000610     05 WS-ENT-DEPARTMENT        PIC X(04).
000620     05 WS-ENT-LOOKUP-VALUE      PIC 9(38).
000630     05 WS-ENT-RUN-DAYS          PIC X(07).
000640     05 WS-ENT-RUN-DAY REDEFINES WS-ENT-RUN-DAYS
000650             OCCURS 7 TIMES      PIC X(01).
000660     05 WS-ENT-MONTH-END         PIC X(01).
000670     05 WS-ENT-RUN-DATES.
000680         10 WS-ENT-RUN-DATE OCCURS 6 TIMES
000690                                 PIC X(08).
000700     05 WS-ENT-SKIP-DATES.
000710         10 WS-ENT-SKIP-DATE OCCURS 3 TIMES
000720                                 PIC X(08).
000730     05 WS-ENT-EXPIRY-DATE       PIC 9(08).
000740*----------------------------------------------------------------
000750* DIALOG CONTROL
000760*----------------------------------------------------------------
000770 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000780 01  WS-ACTION                   PIC X(01) VALUE SPACE.
000790 01  WS-MESSAGE                  PIC X(60) VALUE SPACES.
000800 01  WS-TARGET-REQUESTER         PIC X(08) VALUE SPACES.
000810 01  WS-TARGET-REFERENCE         PIC X(08) VALUE SPACES.
000820 01  WS-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
000830 01  WS-LIST-LINE                PIC X(78) VALUE SPACES.
000840 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000850 01  WS-DAY-SUB                  PIC 9(01) COMP VALUE ZERO.
000860 01  WS-DATE-SUB                 PIC 9(01) COMP VALUE ZERO.
000870*----------------------------------------------------------------
000880* SWITCHES
000890*----------------------------------------------------------------
000900 01  WS-SWITCHES.
000910     05 WS-EOF-SW                PIC X(01) VALUE "N".
000920         88 STDREQ-EOF               VALUE "Y".
000930     05 WS-DONE-SW               PIC X(01) VALUE "N".
000940         88 SESSION-DONE             VALUE "Y".
000950     05 WS-LOAD-SW               PIC X(01) VALUE "N".
000960         88 STD-LOAD-OVERFLOWED      VALUE "Y".
000970     05 WS-VALID-SW              PIC X(01) VALUE "Y".
000980         88 ENTRY-VALID              VALUE "Y".
000990         88 ENTRY-INVALID            VALUE "N".
001000     05 WS-USRAUTH-EOF-SW        PIC X(01) VALUE "N".
001010         88 USRAUTH-EOF              VALUE "Y".
001020     05 WS-AUTH-SW               PIC X(01) VALUE "N".
001030         88 OPERATOR-MAY-UPDATE      VALUE "Y".
001031     05 WS-LOCK-SW               PIC X(01) VALUE "N".
001031         88 OPERATOR-LOCKED-OUT      VALUE "Y".
001031*----------------------------------------------------------------
001031* REFUSAL RECORD - FILLED IN AND HANDED TO SECLOG
001031*----------------------------------------------------------------
001031     COPY SECVIOL.
001040 SCREEN SECTION.
001050 01  SIGNON-SCREEN.
001060     05 BLANK SCREEN.
001070     05 LINE 1 COL 1 VALUE "STANDING REQUEST MAINTENANCE".
001080     05 LINE 3 COL 1 VALUE "OPERATOR ID:".
001090     05 LINE 3 COL 15 PIC X(08) USING WS-OPERATOR-ID.
001100 01  ACTION-SCREEN.
001110     05 BLANK SCREEN.
001120     05 LINE 1 COL 1 VALUE "STANDING REQUEST MAINTENANCE".
001130     05 LINE 2 COL 1 VALUE "OPERATOR:".
001140     05 LINE 2 COL 11 PIC X(08) FROM WS-OPERATOR-ID.
001150     05 LINE 3 COL 1 VALUE
001160         "ACTION (A=ADD S=SUSPEND R=RESUME E=EXPIRE L=LIST".
001170     05 LINE 3 COL 50 VALUE " X=EXIT):".
001180     05 LINE 3 COL 60 PIC X(01) USING WS-ACTION.
001190     05 LINE 5 COL 1 PIC X(60) FROM WS-MESSAGE.
001200 01  TARGET-SCREEN.
001210     05 LINE 7 COL 1 VALUE "REQUESTER:".
001220     05 LINE 7 COL 12 PIC X(08) USING WS-TARGET-REQUESTER.
001230     05 LINE 7 COL 25 VALUE "REFERENCE:".
001240     05 LINE 7 COL 36 PIC X(08) USING WS-TARGET-REFERENCE.
001250 01  ENTRY-SCREEN.
001260     05 LINE 8 COL 1 VALUE "TARGET (F/C/I):".
001270     05 LINE 8 COL 25 PIC X(01) USING WS-ENT-TARGET.
001280     05 LINE 9 COL 1 VALUE "INQUIRY TYPE (F/B/C/V/P):".
001290     05 LINE 9 COL 27 PIC X(01) USING WS-ENT-INQ-TYPE.
001300     05 LINE 10 COL 1 VALUE "VALUE (N):".
001310     05 LINE 10 COL 25 PIC 9(04) USING WS-ENT-VALUE.
001320     05 LINE 11 COL 1 VALUE "VALUE (R):".
001330     05 LINE 11 COL 25 PIC 9(04) USING WS-ENT-VALUE-R.
001340     05 LINE 12 COL 1 VALUE "DEPARTMENT:".
001350     05 LINE 12 COL 25 PIC X(04) USING WS-ENT-DEPARTMENT.
001360     05 LINE 13 COL 1 VALUE "LOOKUP VALUE (TYPE V):".
001370     05 LINE 13 COL 25 PIC 9(38) USING WS-ENT-LOOKUP-VALUE.
001380     05 LINE 14 COL 1 VALUE "RUN DAYS MON-SUN (Y/N):".
001390     05 LINE 14 COL 25 PIC X(07) USING WS-ENT-RUN-DAYS.
001400     05 LINE 15 COL 1 VALUE "MONTH-END ONLY (Y/N):".
001410     05 LINE 15 COL 25 PIC X(01) USING WS-ENT-MONTH-END.
001420     05 LINE 16 COL 1 VALUE "RUN DATES (YYYYMMDD):".
001430     05 LINE 16 COL 25 PIC X(08) USING WS-ENT-RUN-DATE(1).
001440     05 LINE 16 COL 35 PIC X(08) USING WS-ENT-RUN-DATE(2).
001450     05 LINE 16 COL 45 PIC X(08) USING WS-ENT-RUN-DATE(3).
001460     05 LINE 17 COL 25 PIC X(08) USING WS-ENT-RUN-DATE(4).
001470     05 LINE 17 COL 35 PIC X(08) USING WS-ENT-RUN-DATE(5).
001480     05 LINE 17 COL 45 PIC X(08) USING WS-ENT-RUN-DATE(6).
001490     05 LINE 18 COL 1 VALUE "SKIP DATES (YYYYMMDD):".
001500     05 LINE 18 COL 25 PIC X(08) USING WS-ENT-SKIP-DATE(1).
001510     05 LINE 18 COL 35 PIC X(08) USING WS-ENT-SKIP-DATE(2).
001520     05 LINE 18 COL 45 PIC X(08) USING WS-ENT-SKIP-DATE(3).
001530     05 LINE 19 COL 1 VALUE "EXPIRY DATE (0=NONE):".
001540     05 LINE 19 COL 25 PIC 9(08) USING WS-ENT-EXPIRY-DATE.
001550 PROCEDURE DIVISION.
001560*----------------------------------------------------------------
001570 0000-MAINLINE.
001580*----------------------------------------------------------------
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600     IF NOT SESSION-DONE
001610         PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001620             UNTIL SESSION-DONE
001630         PERFORM 9000-TERMINATE THRU 9000-EXIT
001640     END-IF
001650     STOP RUN.
001660*----------------------------------------------------------------
001670 1000-INITIALIZE.
001680*----------------------------------------------------------------
001690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001700     PERFORM 1500-SIGN-ON THRU 1500-EXIT
001710     IF SESSION-DONE
001720         GO TO 1000-EXIT
001730     END-IF
001740     OPEN INPUT STDREQF
001750     READ STDREQF
001760         AT END
001770             SET STDREQ-EOF TO TRUE
001780     END-READ
001790     PERFORM 1100-LOAD-REQUEST THRU 1100-EXIT
001800         UNTIL STDREQ-EOF
001810     CLOSE STDREQF
001820     IF STD-LOAD-OVERFLOWED
001830         DISPLAY "STANDING REQUESTS EXCEED THE TABLE - SESSION"
001840             " ENDED, FILE LEFT UNTOUCHED"
001850         SET SESSION-DONE TO TRUE
001860     END-IF.
001870 1000-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------
001900 1100-LOAD-REQUEST.
001910*----------------------------------------------------------------
001920     IF WS-STD-COUNT < WS-STD-TABLE-MAX
001930         ADD 1 TO WS-STD-COUNT
001940         SET WS-STD-IDX TO WS-STD-COUNT
001950         MOVE STD-RECORD TO WS-STD-IMAGE(WS-STD-IDX)
001960     ELSE
001970         SET STD-LOAD-OVERFLOWED TO TRUE
001980     END-IF
001990     READ STDREQF
002000         AT END
002010             SET STDREQ-EOF TO TRUE
002020     END-READ.
002030 1100-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060*1500-SIGN-ON - THE OPERATOR'S STANDING REQUEST LEVEL COMES
002070* FROM USRAUTH. WITHOUT LEVEL "U" THE SESSION IS LIST-ONLY.
002070* A USER LOCKED OUT BY SECMON IS TURNED AWAY ALTOGETHER.
002080*----------------------------------------------------------------
002090 1500-SIGN-ON.
002100     MOVE SPACES TO WS-OPERATOR-ID
002110     DISPLAY SIGNON-SCREEN
002120     ACCEPT SIGNON-SCREEN
002130     IF WS-OPERATOR-ID EQUAL SPACES
002140         DISPLAY "OPERATOR ID REQUIRED - SESSION ENDED"
002150         SET SESSION-DONE TO TRUE
002160         GO TO 1500-EXIT
002170     END-IF
002180     OPEN INPUT USRAUTHF
002190     READ USRAUTHF
002200         AT END
002210             SET USRAUTH-EOF TO TRUE
002220     END-READ
002230     PERFORM 1550-MATCH-OPERATOR THRU 1550-EXIT
002240         UNTIL USRAUTH-EOF OR OPERATOR-MAY-UPDATE
002240             OR OPERATOR-LOCKED-OUT
002250     CLOSE USRAUTHF
002250     IF OPERATOR-LOCKED-OUT
002250         DISPLAY "USER ID LOCKED OUT - SEE SECURITY"
002250             " ADMINISTRATOR - SESSION ENDED"
002250         MOVE "S" TO WS-ACTION
002250         PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
002250         SET SESSION-DONE TO TRUE
002250         GO TO 1500-EXIT
002250     END-IF
002260     IF NOT OPERATOR-MAY-UPDATE
002270         MOVE "NOT AUTHORIZED TO UPDATE STANDING REQUESTS - LIST"
002280             TO WS-MESSAGE
002290     END-IF.
002300 1500-EXIT.
002310     EXIT.
002320*----------------------------------------------------------------
002330 1550-MATCH-OPERATOR.
002340*----------------------------------------------------------------
002350     IF AUTH-USER-ID EQUAL WS-OPERATOR-ID
002350         AND AUTH-LOCKED-OUT
002350         SET OPERATOR-LOCKED-OUT TO TRUE
002350         GO TO 1550-EXIT
002350     END-IF
002350     IF AUTH-USER-ID EQUAL WS-OPERATOR-ID
002360         AND AUTH-STDREQ-UPDATE
002370         SET OPERATOR-MAY-UPDATE TO TRUE
002380         GO TO 1550-EXIT
002390     END-IF
002400     READ USRAUTHF
002410         AT END
002420             SET USRAUTH-EOF TO TRUE
002430     END-READ.
002440 1550-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------
002470 2000-PROCESS-ACTION.
002480*----------------------------------------------------------------
002490     MOVE SPACE TO WS-ACTION
002500     DISPLAY ACTION-SCREEN
002510     ACCEPT ACTION-SCREEN
002520     MOVE SPACES TO WS-MESSAGE
002530     EVALUATE WS-ACTION
002540         WHEN "L"
002550             PERFORM 3000-LIST-REQUESTS THRU 3000-EXIT
002560         WHEN "A"
002570             IF OPERATOR-MAY-UPDATE
002580                 PERFORM 4000-ADD-REQUEST THRU 4000-EXIT
002590             ELSE
002600                 MOVE "NOT AUTHORIZED TO UPDATE STANDING REQUESTS"
002610                     TO WS-MESSAGE
002611                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
002620             END-IF
002630         WHEN "S"
002640         WHEN "R"
002650         WHEN "E"
002660             IF OPERATOR-MAY-UPDATE
002670                 PERFORM 5000-CHANGE-STATUS THRU 5000-EXIT
002680             ELSE
002690                 MOVE "NOT AUTHORIZED TO UPDATE STANDING REQUESTS"
002700                     TO WS-MESSAGE
002701                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
002710             END-IF
002720         WHEN "X"
002730             SET SESSION-DONE TO TRUE
002740         WHEN OTHER
002750             MOVE "ACTION MUST BE A, S, R, E, L, OR X"
002760                 TO WS-MESSAGE
002770     END-EVALUATE.
002780 2000-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------
002810 3000-LIST-REQUESTS.
002820*----------------------------------------------------------------
002830     DISPLAY "REQUESTR REFERENC ST TG IT    N    R DEPT DAYS"
002840         "    ME EXPIRES  FIRST DATE"
002850     PERFORM 3100-LIST-ONE THRU 3100-EXIT
002860         VARYING WS-STD-IDX FROM 1 BY 1
002870         UNTIL WS-STD-IDX > WS-STD-COUNT.
002880 3000-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002910 3100-LIST-ONE.
002920*----------------------------------------------------------------
002930     MOVE WS-STD-IMAGE(WS-STD-IDX) TO STD-RECORD
002940     MOVE SPACES TO WS-LIST-LINE
002950     STRING STD-REQUESTER " " STD-REFERENCE
002960         "  " STD-STATUS "  " STD-TARGET "  " STD-INQ-TYPE
002970         " " STD-VALUE " " STD-VALUE-R
002980         " " STD-DEPARTMENT " " STD-RUN-DAYS
002990         " " STD-MONTH-END-FLAG "  " STD-EXPIRY-DATE
003000         " " STD-RUN-DATE(1)
003010         DELIMITED BY SIZE INTO WS-LIST-LINE
003020     DISPLAY WS-LIST-LINE.
003030 3100-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060 4000-ADD-REQUEST.
003070*----------------------------------------------------------------
003080     IF WS-STD-COUNT >= WS-STD-TABLE-MAX
003090         MOVE "STANDING REQUEST TABLE FULL" TO WS-MESSAGE
003100         GO TO 4000-EXIT
003110     END-IF
003120     MOVE SPACES TO WS-TARGET-REQUESTER
003130     MOVE SPACES TO WS-TARGET-REFERENCE
003140     DISPLAY TARGET-SCREEN
003150     ACCEPT TARGET-SCREEN
003160     IF WS-TARGET-REQUESTER EQUAL SPACES
003170         OR WS-TARGET-REFERENCE EQUAL SPACES
003180         MOVE "REQUESTER AND REFERENCE ARE BOTH REQUIRED"
003190             TO WS-MESSAGE
003200         GO TO 4000-EXIT
003210     END-IF
003220     PERFORM 7200-FIND-REQUEST THRU 7200-EXIT
003230     IF WS-FOUND-SUB > ZERO
003240         MOVE "REQUEST ALREADY ON FILE - USE A NEW REFERENCE"
003250             TO WS-MESSAGE
003260         GO TO 4000-EXIT
003270     END-IF
003280     MOVE SPACES TO WS-ENTRY-RECORD
003290     MOVE ZERO TO WS-ENT-VALUE
003300     MOVE ZERO TO WS-ENT-VALUE-R
003310     MOVE ZERO TO WS-ENT-LOOKUP-VALUE
003320     MOVE ZERO TO WS-ENT-EXPIRY-DATE
003330     PERFORM 7000-ACCEPT-AND-EDIT THRU 7000-EXIT
003340     IF ENTRY-INVALID
003350         GO TO 4000-EXIT
003360     END-IF
003370     ADD 1 TO WS-STD-COUNT
003380     SET WS-STD-IDX TO WS-STD-COUNT
003390     PERFORM 7500-BUILD-RECORD THRU 7500-EXIT
003400     MOVE STD-RECORD TO WS-STD-IMAGE(WS-STD-IDX)
003410     MOVE "STANDING REQUEST ADDED" TO WS-MESSAGE.
003420 4000-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450*5000-CHANGE-STATUS - ONE PARAGRAPH SERVES SUSPEND, RESUME AND
003460* EXPIRE; WS-ACTION CARRIES WHICH. ONLY AN ACTIVE REQUEST CAN
003470* BE SUSPENDED, ONLY A SUSPENDED ONE RESUMED, AND AN EXPIRED
003480* ONE IS FINAL. EXPIRING STAMPS TODAY AS THE EXPIRY DATE.
003490*----------------------------------------------------------------
003500 5000-CHANGE-STATUS.
003510     MOVE SPACES TO WS-TARGET-REQUESTER
003520     MOVE SPACES TO WS-TARGET-REFERENCE
003530     DISPLAY TARGET-SCREEN
003540     ACCEPT TARGET-SCREEN
003550     PERFORM 7200-FIND-REQUEST THRU 7200-EXIT
003560     IF WS-FOUND-SUB EQUAL ZERO
003570         MOVE "REQUEST NOT ON FILE" TO WS-MESSAGE
003580         GO TO 5000-EXIT
003590     END-IF
003600     SET WS-STD-IDX TO WS-FOUND-SUB
003610     MOVE WS-STD-IMAGE(WS-STD-IDX) TO STD-RECORD
003620     IF STD-EXPIRED
003630         MOVE "REQUEST ALREADY EXPIRED" TO WS-MESSAGE
003640         GO TO 5000-EXIT
003650     END-IF
003660     EVALUATE WS-ACTION
003670         WHEN "S"
003680             IF NOT STD-ACTIVE
003690                 MOVE "ONLY AN ACTIVE REQUEST CAN BE SUSPENDED"
003700                     TO WS-MESSAGE
003710                 GO TO 5000-EXIT
003720             END-IF
003730             SET STD-SUSPENDED TO TRUE
003740             MOVE "STANDING REQUEST SUSPENDED" TO WS-MESSAGE
003750         WHEN "R"
003760             IF NOT STD-SUSPENDED
003770                 MOVE "ONLY A SUSPENDED REQUEST CAN BE RESUMED"
003780                     TO WS-MESSAGE
003790                 GO TO 5000-EXIT
003800             END-IF
003810             SET STD-ACTIVE TO TRUE
003820             MOVE "STANDING REQUEST RESUMED" TO WS-MESSAGE
003830         WHEN OTHER
003840             SET STD-EXPIRED TO TRUE
003850             MOVE WS-RUN-DATE TO STD-EXPIRY-DATE
003860             MOVE "STANDING REQUEST EXPIRED" TO WS-MESSAGE
003870     END-EVALUATE
003880     MOVE WS-OPERATOR-ID TO STD-CHANGED-BY
003890     MOVE WS-RUN-DATE TO STD-CHANGED-DATE
003900     MOVE STD-RECORD TO WS-STD-IMAGE(WS-STD-IDX).
003910 5000-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940*7000-ACCEPT-AND-EDIT - TAKES THE ENTRY SCREEN AND APPLIES THE
003950* SAME EDITS STDGEN APPLIES BEFORE IT WRITES A TRANSACTION, PLUS
003960* THE SCHDMNT CALENDAR EDITS, SO A BAD VALUE NEVER REACHES THE
003970* FILE IN THE FIRST PLACE.
003980*----------------------------------------------------------------
003990 7000-ACCEPT-AND-EDIT.
004000     DISPLAY ENTRY-SCREEN
004010     ACCEPT ENTRY-SCREEN
004020     SET ENTRY-VALID TO TRUE
004030     EVALUATE WS-ENT-TARGET
004040         WHEN "F"
004050         WHEN "C"
004060             IF WS-ENT-VALUE > 999
004070                 OR WS-ENT-VALUE-R > 999
004080                 SET ENTRY-INVALID TO TRUE
004090                 MOVE "N AND R MUST BE 0-999 FOR FACIN/CMBIN"
004100                     TO WS-MESSAGE
004110                 GO TO 7000-EXIT
004120             END-IF
004130         WHEN "I"
004140             IF WS-ENT-INQ-TYPE NOT EQUAL "F"
004150                 AND WS-ENT-INQ-TYPE NOT EQUAL "B"
004160                 AND WS-ENT-INQ-TYPE NOT EQUAL "C"
004170                 AND WS-ENT-INQ-TYPE NOT EQUAL "V"
004180                 AND WS-ENT-INQ-TYPE NOT EQUAL "P"
004190                 SET ENTRY-INVALID TO TRUE
004200                 MOVE "INQUIRY TYPE MUST BE F, B, C, V, OR P"
004210                     TO WS-MESSAGE
004220                 GO TO 7000-EXIT
004230             END-IF
004240             IF WS-ENT-DEPARTMENT EQUAL SPACES
004250                 SET ENTRY-INVALID TO TRUE
004260                 MOVE "DEPARTMENT REQUIRED FOR AN INQUIRY"
004270                     TO WS-MESSAGE
004280                 GO TO 7000-EXIT
004290             END-IF
004300         WHEN OTHER
004310             SET ENTRY-INVALID TO TRUE
004320             MOVE "TARGET MUST BE F, C, OR I" TO WS-MESSAGE
004330             GO TO 7000-EXIT
004340     END-EVALUATE
004350     IF WS-ENT-RUN-DAYS NOT EQUAL SPACES
004360         PERFORM 7300-EDIT-RUN-DAY THRU 7300-EXIT
004370             VARYING WS-DAY-SUB FROM 1 BY 1
004380             UNTIL WS-DAY-SUB > 7
004390                 OR ENTRY-INVALID
004400         IF ENTRY-INVALID
004410             GO TO 7000-EXIT
004420         END-IF
004430     END-IF
004440     IF WS-ENT-MONTH-END NOT EQUAL "Y"
004450         AND WS-ENT-MONTH-END NOT EQUAL "N"
004460         AND WS-ENT-MONTH-END NOT EQUAL SPACE
004470         SET ENTRY-INVALID TO TRUE
004480         MOVE "MONTH-END FLAG MUST BE Y, N, OR BLANK"
004490             TO WS-MESSAGE
004500         GO TO 7000-EXIT
004510     END-IF
004520     PERFORM 7400-EDIT-RUN-DATE THRU 7400-EXIT
004530         VARYING WS-DATE-SUB FROM 1 BY 1
004540         UNTIL WS-DATE-SUB > 6
004550             OR ENTRY-INVALID
004560     IF ENTRY-INVALID
004570         GO TO 7000-EXIT
004580     END-IF
004590     PERFORM 7450-EDIT-SKIP-DATE THRU 7450-EXIT
004600         VARYING WS-DATE-SUB FROM 1 BY 1
004610         UNTIL WS-DATE-SUB > 3
004620             OR ENTRY-INVALID
004630     IF ENTRY-INVALID
004640         GO TO 7000-EXIT
004650     END-IF
004660     IF WS-ENT-EXPIRY-DATE > ZERO
004670         AND WS-ENT-EXPIRY-DATE < WS-RUN-DATE
004680         SET ENTRY-INVALID TO TRUE
004690         MOVE "EXPIRY DATE IS IN THE PAST" TO WS-MESSAGE
004700     END-IF.
004710 7000-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740 7200-FIND-REQUEST.
004750*----------------------------------------------------------------
004760     MOVE ZERO TO WS-FOUND-SUB
004770     PERFORM 7250-MATCH-REQUEST THRU 7250-EXIT
004780         VARYING WS-STD-IDX FROM 1 BY 1
004790         UNTIL WS-STD-IDX > WS-STD-COUNT
004800             OR WS-FOUND-SUB > ZERO.
004810 7200-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840 7250-MATCH-REQUEST.
004850*----------------------------------------------------------------
004860     MOVE WS-STD-IMAGE(WS-STD-IDX) TO STD-RECORD
004870     IF STD-REQUESTER EQUAL WS-TARGET-REQUESTER
004880         AND STD-REFERENCE EQUAL WS-TARGET-REFERENCE
004890         SET WS-FOUND-SUB TO WS-STD-IDX
004900     END-IF.
004910 7250-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940 7300-EDIT-RUN-DAY.
004950*----------------------------------------------------------------
004960     IF WS-ENT-RUN-DAY(WS-DAY-SUB) NOT EQUAL "Y"
004970         AND WS-ENT-RUN-DAY(WS-DAY-SUB) NOT EQUAL "N"
004980         SET ENTRY-INVALID TO TRUE
004990         MOVE "RUN DAYS MUST BE Y OR N (OR ALL BLANK)"
005000             TO WS-MESSAGE
005010     END-IF.
005020 7300-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050 7400-EDIT-RUN-DATE.
005060*----------------------------------------------------------------
005070     IF WS-ENT-RUN-DATE(WS-DATE-SUB) NOT EQUAL SPACES
005080         AND WS-ENT-RUN-DATE(WS-DATE-SUB) IS NOT NUMERIC
005090         SET ENTRY-INVALID TO TRUE
005100         MOVE "RUN DATES MUST BE YYYYMMDD OR BLANK"
005110             TO WS-MESSAGE
005120     END-IF.
005130 7400-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160 7450-EDIT-SKIP-DATE.
005170*----------------------------------------------------------------
005180     IF WS-ENT-SKIP-DATE(WS-DATE-SUB) NOT EQUAL SPACES
005190         AND WS-ENT-SKIP-DATE(WS-DATE-SUB) IS NOT NUMERIC
005200         SET ENTRY-INVALID TO TRUE
005210         MOVE "SKIP DATES MUST BE YYYYMMDD OR BLANK"
005220             TO WS-MESSAGE
005230     END-IF.
005240 7450-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270 7500-BUILD-RECORD.
005280*----------------------------------------------------------------
005290     MOVE SPACES TO STD-RECORD
005300     MOVE WS-TARGET-REQUESTER TO STD-REQUESTER
005310     MOVE WS-TARGET-REFERENCE TO STD-REFERENCE
005320     SET STD-ACTIVE TO TRUE
005330     MOVE WS-ENT-TARGET TO STD-TARGET
005340     MOVE WS-ENT-INQ-TYPE TO STD-INQ-TYPE
005350     MOVE WS-ENT-VALUE TO STD-VALUE
005360     MOVE WS-ENT-VALUE-R TO STD-VALUE-R
005370     MOVE WS-ENT-DEPARTMENT TO STD-DEPARTMENT
005380     MOVE WS-ENT-LOOKUP-VALUE TO STD-LOOKUP-VALUE
005390     MOVE WS-ENT-RUN-DAYS TO STD-RUN-DAYS
005400     MOVE WS-ENT-MONTH-END TO STD-MONTH-END-FLAG
005410     MOVE WS-ENT-RUN-DATES TO STD-RUN-DATES
005420     MOVE WS-ENT-SKIP-DATES TO STD-SKIP-DATES
005430     MOVE WS-ENT-EXPIRY-DATE TO STD-EXPIRY-DATE
005440     MOVE WS-OPERATOR-ID TO STD-CHANGED-BY
005450     MOVE WS-RUN-DATE TO STD-CHANGED-DATE.
005460 7500-EXIT.
005470     EXIT.
005471*----------------------------------------------------------------
005472*8900-LOG-REFUSAL - ONE SECVIOL RECORD PER REFUSED ACTION OR
005473* LOCKED-OUT SIGN-ON. SECMON COUNTS THEM TOWARD A LOCKOUT.
005474*----------------------------------------------------------------
005475 8900-LOG-REFUSAL.
005476     MOVE WS-OPERATOR-ID TO SECV-USER-ID
005477     MOVE "STDMNT" TO SECV-PROGRAM
005478     MOVE "STDREQ" TO SECV-FUNCTION
005479     MOVE WS-ACTION TO SECV-ACTION
005479     IF OPERATOR-LOCKED-OUT
005479         SET SECV-LOCKED-OUT TO TRUE
005479     ELSE
005479         SET SECV-NOT-AUTHORIZED TO TRUE
005479     END-IF
005479     CALL "SECLOG" USING SECV-RECORD.
005479 8900-EXIT.
005479     EXIT.
005480*----------------------------------------------------------------
005490 9000-TERMINATE.
005500*----------------------------------------------------------------
005510     OPEN OUTPUT STDREQF
005520     PERFORM 9100-WRITE-REQUEST THRU 9100-EXIT
005530         VARYING WS-STD-IDX FROM 1 BY 1
005540         UNTIL WS-STD-IDX > WS-STD-COUNT
005550     CLOSE STDREQF.
005560 9000-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590 9100-WRITE-REQUEST.
005600*----------------------------------------------------------------
005610     MOVE WS-STD-IMAGE(WS-STD-IDX) TO STD-RECORD
005620     WRITE STD-RECORD.
005630 9100-EXIT.
005640     EXIT.
