000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. usrmnt.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. SCREEN-BASED MAINTENANCE
000110*                  FOR THE USRAUTH USER-AUTHORITY FILE, WHICH
000120*                  UNTIL NOW WAS HAND-EDITED WITH NO HISTORY -
000130*                  AN AUDITOR ASKED WHO GRANTED A USER SCHDCTL
000140*                  UPDATE RIGHTS AND NOBODY COULD SAY. ONLY A
000150*                  SECURITY ADMINISTRATOR (USRAUTH LEVEL "U" ON
000160*                  AUTH-USRAUTH-LEVEL) GETS PAST SIGN-ON; ANYONE
000170*                  ELSE IS TURNED AWAY WITHOUT SO MUCH AS A
000180*                  LIST. THE ADMINISTRATOR ADDS A USER, CHANGES
000190*                  A USER'S DEPARTMENT AND RIGHTS, OR DELETES A
000200*                  USER (REVOKING EVERYTHING), WITH THE SAME
000210*                  FIELD EDITS CTLVALID RUNS AT PRE-FLIGHT. NO
000220*                  ADMINISTRATOR MAY CHANGE HIS OR HER OWN
000230*                  RECORD - ANOTHER ADMINISTRATOR MUST. EVERY
000240*                  GRANT AND REVOKE IS WRITTEN TO THE CHGLOG
000250*                  TRAIL (FILE NAME "USRAUTH", BEFORE AND AFTER
000260*                  USRAUTH IMAGES, THE ADMINISTRATOR'S ID IN
000270*                  CHGLOG-CHANGED-BY). THE FILE IS REWRITTEN
000280*                  FROM THE IN-STORAGE TABLE AFTER EACH CHANGE,
000290*                  BEFORE THE TRAIL RECORD, SO THE TRAIL NEVER
000300*                  SHOWS A CHANGE THE FILE DID NOT TAKE.
000301* 2026-10-15  DPG  LOCKOUT. A USER SECMON HAS LOCKED OUT IS
000302*                  REFUSED AT SIGN-ON, AND A NON-ADMINISTRATOR
000303*                  SIGN-ON IS NOW WRITTEN TO THE SECVIOL TRAIL
000304*                  (CALL "SECLOG") SO IT COUNTS TOWARD A LOCKOUT.
000305*                  NEW ACTION R RESETS A USER'S LOCK - STATUS "R"
000306*                  AND TODAY'S DATE, LOGGED TO CHGLOG AS A CHANGE
000307*                  - AFTER WHICH SECMON COUNTS ONLY LATER
000308*                  REFUSALS. CHANGE NOW BUILDS ON THE BEFORE
000309*                  IMAGE SO THE LOCK FIELDS, WHICH ARE NOT ON THE
000310*                  ENTRY SCREEN, CARRY THROUGH UNTOUCHED.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT USRAUTHF ASSIGN TO "USRAUTH"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT CHGLOGF ASSIGN TO "CHGLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  USRAUTHF
000420     RECORDING MODE IS F.
000430     COPY USRAUTH.
000440 FD  CHGLOGF
000450     RECORDING MODE IS F.
000460     COPY CHGLOG.
000470 WORKING-STORAGE SECTION.
000480*----------------------------------------------------------------
000490* IN-STORAGE AUTHORITY TABLE - EDITED HERE, REWRITTEN WHOLE
000500* AFTER EVERY CHANGE
000510*----------------------------------------------------------------
000520 01  WS-USR-COUNT                PIC 9(03) COMP VALUE ZERO.
000530 01  WS-USR-TABLE-MAX            PIC 9(03) COMP VALUE 500.
000540 01  WS-USR-TABLE.
000550     05 WS-USR-IMAGE OCCURS 500 TIMES
000560             INDEXED BY WS-USR-IDX PIC X(32).
000570*----------------------------------------------------------------
000580* ENTRY FIELDS - ACCEPTED FROM THE SCREEN, EDITED, THEN MOVED
000590* OVER THE USRAUTH RECORD
000600*----------------------------------------------------------------
000610 01  WS-ENTRY-RECORD.
000620     05 WS-ENT-DEPARTMENT        PIC X(04).
000630     05 WS-ENT-INQ-FLAGS.
000640         10 WS-ENT-INQ-FACTORIAL PIC X(01).
000650         10 WS-ENT-INQ-FIBONACCI PIC X(01).
000660         10 WS-ENT-INQ-COMBIN    PIC X(01).
000670         10 WS-ENT-INQ-FIB-LOOKUP
000680                                 PIC X(01).
000690         10 WS-ENT-INQ-PRIME     PIC X(01).
000700     05 WS-ENT-INQ-FLAG REDEFINES WS-ENT-INQ-FLAGS
000710             OCCURS 5 TIMES      PIC X(01).
000720     05 WS-ENT-LEVELS.
000730         10 WS-ENT-SCHDCTL-LEVEL PIC X(01).
000740         10 WS-ENT-FBZCTL-LEVEL  PIC X(01).
000750         10 WS-ENT-FBZHOLD-LEVEL PIC X(01).
000760         10 WS-ENT-STDREQ-LEVEL  PIC X(01).
000770         10 WS-ENT-USRAUTH-LEVEL PIC X(01).
000780     05 WS-ENT-LEVEL REDEFINES WS-ENT-LEVELS
000790             OCCURS 5 TIMES      PIC X(01).
000800*----------------------------------------------------------------
000810* DIALOG CONTROL
000820*----------------------------------------------------------------
000830 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000840 01  WS-ACTION                   PIC X(01) VALUE SPACE.
000850 01  WS-MESSAGE                  PIC X(60) VALUE SPACES.
000860 01  WS-TARGET-USER              PIC X(08) VALUE SPACES.
000870 01  WS-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
000880 01  WS-LIST-LINE                PIC X(78) VALUE SPACES.
000890 01  WS-BEFORE-IMAGE             PIC X(61) VALUE SPACES.
000900 01  WS-AFTER-IMAGE              PIC X(61) VALUE SPACES.
000910 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000920 01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
000930 01  WS-FLAG-SUB                 PIC 9(01) COMP VALUE ZERO.
000940*----------------------------------------------------------------
000950* SWITCHES
000960*----------------------------------------------------------------
000970 01  WS-SWITCHES.
000980     05 WS-EOF-SW                PIC X(01) VALUE "N".
000990         88 USRAUTH-EOF              VALUE "Y".
001000     05 WS-DONE-SW               PIC X(01) VALUE "N".
001010         88 SESSION-DONE             VALUE "Y".
001020     05 WS-LOAD-SW               PIC X(01) VALUE "N".
001030         88 USR-LOAD-OVERFLOWED      VALUE "Y".
001040     05 WS-VALID-SW              PIC X(01) VALUE "Y".
001050         88 ENTRY-VALID              VALUE "Y".
001060         88 ENTRY-INVALID            VALUE "N".
001062*----------------------------------------------------------------
001064* REFUSAL RECORD - FILLED IN AND HANDED TO SECLOG
001066*----------------------------------------------------------------
001068     COPY SECVIOL.
001070 SCREEN SECTION.
001080 01  SIGNON-SCREEN.
001090     05 BLANK SCREEN.
001100     05 LINE 1 COL 1 VALUE "USRAUTH USER AUTHORITY MAINTENANCE".
001110     05 LINE 3 COL 1 VALUE "OPERATOR ID:".
001120     05 LINE 3 COL 15 PIC X(08) USING WS-OPERATOR-ID.
001130 01  ACTION-SCREEN.
001140     05 BLANK SCREEN.
001150     05 LINE 1 COL 1 VALUE "USRAUTH USER AUTHORITY MAINTENANCE".
001160     05 LINE 2 COL 1 VALUE "OPERATOR:".
001170     05 LINE 2 COL 11 PIC X(08) FROM WS-OPERATOR-ID.
001180     05 LINE 3 COL 1 VALUE
001190         "ACTION (A=ADD C=CHANGE D=DELETE R=RESET LOCK L=LIST".
001192     05 LINE 4 COL 1 VALUE "        X=EXIT):".
001200     05 LINE 4 COL 18 PIC X(01) USING WS-ACTION.
001210     05 LINE 5 COL 1 PIC X(60) FROM WS-MESSAGE.
001220 01  TARGET-SCREEN.
001230     05 LINE 7 COL 1 VALUE "USER ID:".
001240     05 LINE 7 COL 12 PIC X(08) USING WS-TARGET-USER.
001250 01  ENTRY-SCREEN.
001260     05 LINE 8 COL 1 VALUE "DEPARTMENT:".
001270     05 LINE 8 COL 30 PIC X(04) USING WS-ENT-DEPARTMENT.
001280     05 LINE 9 COL 1 VALUE "INQUIRY F/B/C/V/P (Y/N):".
001290     05 LINE 9 COL 30 PIC X(05) USING WS-ENT-INQ-FLAGS.
001300     05 LINE 10 COL 1 VALUE "SCHDCTL MAINTENANCE (U/N):".
001310     05 LINE 10 COL 30 PIC X(01) USING WS-ENT-SCHDCTL-LEVEL.
001320     05 LINE 11 COL 1 VALUE "FBZCTL MAINTENANCE (U/N):".
001330     05 LINE 11 COL 30 PIC X(01) USING WS-ENT-FBZCTL-LEVEL.
001340     05 LINE 12 COL 1 VALUE "FBZHOLD DECISIONS (U/N):".
001350     05 LINE 12 COL 30 PIC X(01) USING WS-ENT-FBZHOLD-LEVEL.
001360     05 LINE 13 COL 1 VALUE "STDREQ MAINTENANCE (U/N):".
001370     05 LINE 13 COL 30 PIC X(01) USING WS-ENT-STDREQ-LEVEL.
001380     05 LINE 14 COL 1 VALUE "SECURITY ADMINISTRATOR (U/N):".
001390     05 LINE 14 COL 30 PIC X(01) USING WS-ENT-USRAUTH-LEVEL.
001400 PROCEDURE DIVISION.
001410*----------------------------------------------------------------
001420 0000-MAINLINE.
001430*----------------------------------------------------------------
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001450     IF NOT SESSION-DONE
001460         PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001470             UNTIL SESSION-DONE
001480         PERFORM 9000-TERMINATE THRU 9000-EXIT
001490     END-IF
001500     STOP RUN.
001510*----------------------------------------------------------------
001520 1000-INITIALIZE.
001530*----------------------------------------------------------------
001540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001550     MOVE SPACES TO WS-OPERATOR-ID
001560     DISPLAY SIGNON-SCREEN
001570     ACCEPT SIGNON-SCREEN
001580     IF WS-OPERATOR-ID EQUAL SPACES
001590         DISPLAY "OPERATOR ID REQUIRED - SESSION ENDED"
001600         SET SESSION-DONE TO TRUE
001610         GO TO 1000-EXIT
001620     END-IF
001630     OPEN INPUT USRAUTHF
001640     READ USRAUTHF
001650         AT END
001660             SET USRAUTH-EOF TO TRUE
001670     END-READ
001680     PERFORM 1100-LOAD-USER THRU 1100-EXIT
001690         UNTIL USRAUTH-EOF
001700     CLOSE USRAUTHF
001710     PERFORM 1500-SIGN-ON THRU 1500-EXIT
001720     IF SESSION-DONE
001730         GO TO 1000-EXIT
001740     END-IF
001750     IF USR-LOAD-OVERFLOWED
001760         DISPLAY "USRAUTH EXCEEDS THE TABLE - SESSION ENDED,"
001770             " FILE LEFT UNTOUCHED"
001780         SET SESSION-DONE TO TRUE
001790         GO TO 1000-EXIT
001800     END-IF
001810     OPEN EXTEND CHGLOGF.
001820 1000-EXIT.
001830     EXIT.
001840*----------------------------------------------------------------
001850 1100-LOAD-USER.
001860*----------------------------------------------------------------
001870     IF WS-USR-COUNT < WS-USR-TABLE-MAX
001880         ADD 1 TO WS-USR-COUNT
001890         SET WS-USR-IDX TO WS-USR-COUNT
001900         MOVE AUTH-RECORD TO WS-USR-IMAGE(WS-USR-IDX)
001910     ELSE
001920         SET USR-LOAD-OVERFLOWED TO TRUE
001930     END-IF
001940     READ USRAUTHF
001950         AT END
001960             SET USRAUTH-EOF TO TRUE
001970     END-READ.
001980 1100-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------
002010*1500-SIGN-ON - THE OPERATOR MUST BE ON FILE AS A SECURITY
002020* ADMINISTRATOR AND NOT LOCKED OUT. THERE IS NO LIST-ONLY
002030* SESSION: THE RIGHTS OF OTHER USERS ARE NOT SHOWN TO ANYONE
002035* ELSE. EITHER REFUSAL GOES TO THE SECVIOL TRAIL.
002040*----------------------------------------------------------------
002050 1500-SIGN-ON.
002060     MOVE WS-OPERATOR-ID TO WS-TARGET-USER
002070     PERFORM 7200-FIND-USER THRU 7200-EXIT
002080     IF WS-FOUND-SUB > ZERO
002090         SET WS-USR-IDX TO WS-FOUND-SUB
002100         MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
002102         IF AUTH-LOCKED-OUT
002104             DISPLAY "USER ID LOCKED OUT - SEE SECURITY"
002106                 " ADMINISTRATOR - SESSION ENDED"
002108             MOVE "S" TO WS-ACTION
002110             SET SECV-LOCKED-OUT TO TRUE
002112             PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
002114             SET SESSION-DONE TO TRUE
002116             GO TO 1500-EXIT
002118         END-IF
002120         IF AUTH-SECURITY-ADMIN
002122             GO TO 1500-EXIT
002130         END-IF
002140     END-IF
002150     DISPLAY "NOT A SECURITY ADMINISTRATOR - SESSION ENDED"
002152     MOVE "S" TO WS-ACTION
002154     SET SECV-NOT-AUTHORIZED TO TRUE
002156     PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
002160     SET SESSION-DONE TO TRUE.
002170 1500-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------
002200 2000-PROCESS-ACTION.
002210*----------------------------------------------------------------
002220     MOVE SPACE TO WS-ACTION
002230     DISPLAY ACTION-SCREEN
002240     ACCEPT ACTION-SCREEN
002250     MOVE SPACES TO WS-MESSAGE
002260     EVALUATE WS-ACTION
002270         WHEN "L"
002280             PERFORM 3000-LIST-USERS THRU 3000-EXIT
002290         WHEN "A"
002300             PERFORM 4000-ADD-USER THRU 4000-EXIT
002310         WHEN "C"
002320             PERFORM 5000-CHANGE-USER THRU 5000-EXIT
002330         WHEN "D"
002340             PERFORM 6000-DELETE-USER THRU 6000-EXIT
002342         WHEN "R"
002344             PERFORM 6500-RESET-LOCK THRU 6500-EXIT
002350         WHEN "X"
002360             SET SESSION-DONE TO TRUE
002370         WHEN OTHER
002380             MOVE "ACTION MUST BE A, C, D, R, L, OR X"
002390                 TO WS-MESSAGE
002400     END-EVALUATE.
002410 2000-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440 3000-LIST-USERS.
002450*----------------------------------------------------------------
002460     DISPLAY "USER     DEPT INQ   SCHD FBZC HOLD STDR ADMN LOCK"
002470     PERFORM 3100-LIST-ONE THRU 3100-EXIT
002480         VARYING WS-USR-IDX FROM 1 BY 1
002490         UNTIL WS-USR-IDX > WS-USR-COUNT.
002500 3000-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530 3100-LIST-ONE.
002540*----------------------------------------------------------------
002550     MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
002560     MOVE SPACES TO WS-LIST-LINE
002570     STRING AUTH-USER-ID " "
002580         AUTH-DEPARTMENT " "
002590         AUTH-INQ-FACTORIAL AUTH-INQ-FIBONACCI
002600         AUTH-INQ-COMBIN AUTH-INQ-FIB-LOOKUP
002610         AUTH-INQ-PRIME " "
002620         AUTH-SCHDCTL-LEVEL "    "
002630         AUTH-FBZCTL-LEVEL "    "
002640         AUTH-FBZHOLD-LEVEL "    "
002650         AUTH-STDREQ-LEVEL "    "
002660         AUTH-USRAUTH-LEVEL "    "
002665         AUTH-LOCK-STATUS
002670         DELIMITED BY SIZE INTO WS-LIST-LINE
002680     DISPLAY WS-LIST-LINE.
002690 3100-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720 4000-ADD-USER.
002730*----------------------------------------------------------------
002740     IF WS-USR-COUNT >= WS-USR-TABLE-MAX
002750         MOVE "USER TABLE FULL" TO WS-MESSAGE
002760         GO TO 4000-EXIT
002770     END-IF
002780     PERFORM 7100-ACCEPT-TARGET THRU 7100-EXIT
002790     IF ENTRY-INVALID
002800         GO TO 4000-EXIT
002810     END-IF
002820     IF WS-FOUND-SUB > ZERO
002830         MOVE "USER ALREADY ON FILE - USE CHANGE" TO WS-MESSAGE
002840         GO TO 4000-EXIT
002850     END-IF
002860     MOVE SPACES TO WS-ENTRY-RECORD
002870     MOVE "NNNNN" TO WS-ENT-INQ-FLAGS
002880     MOVE "NNNNN" TO WS-ENT-LEVELS
002890     PERFORM 7000-ACCEPT-AND-EDIT THRU 7000-EXIT
002900     IF ENTRY-INVALID
002910         GO TO 4000-EXIT
002920     END-IF
002930     ADD 1 TO WS-USR-COUNT
002940     SET WS-USR-IDX TO WS-USR-COUNT
002945     MOVE SPACES TO WS-BEFORE-IMAGE
002950     PERFORM 7500-BUILD-RECORD THRU 7500-EXIT
002960     MOVE AUTH-RECORD TO WS-USR-IMAGE(WS-USR-IDX)
002980     MOVE AUTH-RECORD TO WS-AFTER-IMAGE
002990     PERFORM 8000-RECORD-CHANGE THRU 8000-EXIT
003000     MOVE "USER ADDED" TO WS-MESSAGE.
003010 4000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040 5000-CHANGE-USER.
003050*----------------------------------------------------------------
003060     PERFORM 7100-ACCEPT-TARGET THRU 7100-EXIT
003070     IF ENTRY-INVALID
003080         GO TO 5000-EXIT
003090     END-IF
003100     IF WS-FOUND-SUB EQUAL ZERO
003110         MOVE "USER NOT ON FILE" TO WS-MESSAGE
003120         GO TO 5000-EXIT
003130     END-IF
003140     SET WS-USR-IDX TO WS-FOUND-SUB
003150     MOVE WS-USR-IMAGE(WS-USR-IDX) TO WS-BEFORE-IMAGE
003160     MOVE WS-BEFORE-IMAGE TO AUTH-RECORD
003170     MOVE AUTH-DEPARTMENT TO WS-ENT-DEPARTMENT
003180     MOVE AUTH-INQ-FACTORIAL TO WS-ENT-INQ-FACTORIAL
003190     MOVE AUTH-INQ-FIBONACCI TO WS-ENT-INQ-FIBONACCI
003200     MOVE AUTH-INQ-COMBIN TO WS-ENT-INQ-COMBIN
003210     MOVE AUTH-INQ-FIB-LOOKUP TO WS-ENT-INQ-FIB-LOOKUP
003220     MOVE AUTH-INQ-PRIME TO WS-ENT-INQ-PRIME
003230     MOVE AUTH-SCHDCTL-LEVEL TO WS-ENT-SCHDCTL-LEVEL
003240     MOVE AUTH-FBZCTL-LEVEL TO WS-ENT-FBZCTL-LEVEL
003250     MOVE AUTH-FBZHOLD-LEVEL TO WS-ENT-FBZHOLD-LEVEL
003260     MOVE AUTH-STDREQ-LEVEL TO WS-ENT-STDREQ-LEVEL
003270     MOVE AUTH-USRAUTH-LEVEL TO WS-ENT-USRAUTH-LEVEL
003280     PERFORM 7000-ACCEPT-AND-EDIT THRU 7000-EXIT
003290     IF ENTRY-INVALID
003300         GO TO 5000-EXIT
003310     END-IF
003320     PERFORM 7500-BUILD-RECORD THRU 7500-EXIT
003330     MOVE AUTH-RECORD TO WS-AFTER-IMAGE
003340     IF WS-AFTER-IMAGE EQUAL WS-BEFORE-IMAGE
003350         MOVE "NOTHING CHANGED - NOTHING LOGGED" TO WS-MESSAGE
003360         GO TO 5000-EXIT
003370     END-IF
003380     MOVE AUTH-RECORD TO WS-USR-IMAGE(WS-USR-IDX)
003390     PERFORM 8000-RECORD-CHANGE THRU 8000-EXIT
003400     MOVE "USER CHANGED" TO WS-MESSAGE.
003410 5000-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440*6000-DELETE-USER - REVOKES EVERYTHING BY REMOVING THE RECORD;
003450* AN UNKNOWN USER IS REFUSED EVERYWHERE USRAUTH IS CHECKED.
003460*----------------------------------------------------------------
003470 6000-DELETE-USER.
003480     PERFORM 7100-ACCEPT-TARGET THRU 7100-EXIT
003490     IF ENTRY-INVALID
003500         GO TO 6000-EXIT
003510     END-IF
003520     IF WS-FOUND-SUB EQUAL ZERO
003530         MOVE "USER NOT ON FILE" TO WS-MESSAGE
003540         GO TO 6000-EXIT
003550     END-IF
003560     SET WS-USR-IDX TO WS-FOUND-SUB
003570     MOVE WS-USR-IMAGE(WS-USR-IDX) TO WS-BEFORE-IMAGE
003580     PERFORM 6100-SHIFT-TABLE THRU 6100-EXIT
003590         VARYING WS-FOUND-SUB FROM WS-FOUND-SUB BY 1
003600         UNTIL WS-FOUND-SUB >= WS-USR-COUNT
003610     SUBTRACT 1 FROM WS-USR-COUNT
003620     MOVE SPACES TO WS-AFTER-IMAGE
003630     PERFORM 8000-RECORD-CHANGE THRU 8000-EXIT
003640     MOVE "USER DELETED - ALL AUTHORITY REVOKED" TO WS-MESSAGE.
003650 6000-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680 6100-SHIFT-TABLE.
003690*----------------------------------------------------------------
003700     SET WS-USR-IDX TO WS-FOUND-SUB
003710     MOVE WS-USR-IMAGE(WS-USR-IDX + 1) TO
003720         WS-USR-IMAGE(WS-USR-IDX).
003730 6100-EXIT.
003740     EXIT.
003741*----------------------------------------------------------------
003742*6500-RESET-LOCK - LIFTS A SECMON LOCKOUT. THE STATUS GOES TO
003743* "R" WITH TODAY'S DATE RATHER THAN BACK TO BLANK, SO SECMON
003744* STARTS THE USER'S COUNT AFRESH FROM HERE. LOGGED AS A CHANGE.
003745*----------------------------------------------------------------
003746 6500-RESET-LOCK.
003747     PERFORM 7100-ACCEPT-TARGET THRU 7100-EXIT
003748     IF ENTRY-INVALID
003749         GO TO 6500-EXIT
003750     END-IF
003751     IF WS-FOUND-SUB EQUAL ZERO
003752         MOVE "USER NOT ON FILE" TO WS-MESSAGE
003753         GO TO 6500-EXIT
003754     END-IF
003755     SET WS-USR-IDX TO WS-FOUND-SUB
003756     MOVE WS-USR-IMAGE(WS-USR-IDX) TO WS-BEFORE-IMAGE
003757     MOVE WS-BEFORE-IMAGE TO AUTH-RECORD
003758     IF NOT AUTH-LOCKED-OUT
003759         MOVE "USER IS NOT LOCKED OUT" TO WS-MESSAGE
003760         GO TO 6500-EXIT
003761     END-IF
003762     SET AUTH-LOCK-RESET TO TRUE
003763     MOVE WS-RUN-DATE TO AUTH-LOCK-DATE
003764     MOVE AUTH-RECORD TO WS-USR-IMAGE(WS-USR-IDX)
003765     MOVE AUTH-RECORD TO WS-AFTER-IMAGE
003766     MOVE "C" TO WS-ACTION
003767     PERFORM 8000-RECORD-CHANGE THRU 8000-EXIT
003768     MOVE "LOCKOUT RESET" TO WS-MESSAGE.
003769 6500-EXIT.
003770     EXIT.
003750*----------------------------------------------------------------
003760*7000-ACCEPT-AND-EDIT - TAKES THE ENTRY SCREEN AND APPLIES THE
003770* SAME FIELD EDITS CTLVALID RUNS AT PRE-FLIGHT, SO A BAD VALUE
003780* NEVER REACHES THE FILE IN THE FIRST PLACE.
003790*----------------------------------------------------------------
003800 7000-ACCEPT-AND-EDIT.
003810     DISPLAY ENTRY-SCREEN
003820     ACCEPT ENTRY-SCREEN
003830     SET ENTRY-VALID TO TRUE
003840     PERFORM 7300-EDIT-INQ-FLAG THRU 7300-EXIT
003850         VARYING WS-FLAG-SUB FROM 1 BY 1
003860         UNTIL WS-FLAG-SUB > 5
003870             OR ENTRY-INVALID
003880     IF ENTRY-INVALID
003890         GO TO 7000-EXIT
003900     END-IF
003910     PERFORM 7400-EDIT-LEVEL THRU 7400-EXIT
003920         VARYING WS-FLAG-SUB FROM 1 BY 1
003930         UNTIL WS-FLAG-SUB > 5
003940             OR ENTRY-INVALID.
003950 7000-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980*7100-ACCEPT-TARGET - THE ADMINISTRATOR'S OWN RECORD IS OFF
003990* LIMITS; A SECOND ADMINISTRATOR MUST MAKE THAT CHANGE.
004000*----------------------------------------------------------------
004010 7100-ACCEPT-TARGET.
004020     SET ENTRY-VALID TO TRUE
004030     MOVE SPACES TO WS-TARGET-USER
004040     DISPLAY TARGET-SCREEN
004050     ACCEPT TARGET-SCREEN
004060     IF WS-TARGET-USER EQUAL SPACES
004070         SET ENTRY-INVALID TO TRUE
004080         MOVE "USER ID REQUIRED" TO WS-MESSAGE
004090         GO TO 7100-EXIT
004100     END-IF
004110     IF WS-TARGET-USER EQUAL WS-OPERATOR-ID
004120         SET ENTRY-INVALID TO TRUE
004130         MOVE "ANOTHER ADMINISTRATOR MUST CHANGE YOUR OWN RECORD"
004140             TO WS-MESSAGE
004150         GO TO 7100-EXIT
004160     END-IF
004170     PERFORM 7200-FIND-USER THRU 7200-EXIT.
004180 7100-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004210 7200-FIND-USER.
004220*----------------------------------------------------------------
004230     MOVE ZERO TO WS-FOUND-SUB
004240     PERFORM 7250-MATCH-USER THRU 7250-EXIT
004250         VARYING WS-USR-IDX FROM 1 BY 1
004260         UNTIL WS-USR-IDX > WS-USR-COUNT
004270             OR WS-FOUND-SUB > ZERO.
004280 7200-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310 7250-MATCH-USER.
004320*----------------------------------------------------------------
004330     MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
004340     IF AUTH-USER-ID EQUAL WS-TARGET-USER
004350         SET WS-FOUND-SUB TO WS-USR-IDX
004360     END-IF.
004370 7250-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400 7300-EDIT-INQ-FLAG.
004410*----------------------------------------------------------------
004420     IF WS-ENT-INQ-FLAG(WS-FLAG-SUB) NOT EQUAL "Y"
004430         AND WS-ENT-INQ-FLAG(WS-FLAG-SUB) NOT EQUAL "N"
004440         AND WS-ENT-INQ-FLAG(WS-FLAG-SUB) NOT EQUAL SPACE
004450         SET ENTRY-INVALID TO TRUE
004460         MOVE "INQUIRY FLAGS MUST BE Y, N, OR BLANK"
004470             TO WS-MESSAGE
004480     END-IF.
004490 7300-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520 7400-EDIT-LEVEL.
004530*----------------------------------------------------------------
004540     IF WS-ENT-LEVEL(WS-FLAG-SUB) NOT EQUAL "U"
004550         AND WS-ENT-LEVEL(WS-FLAG-SUB) NOT EQUAL "N"
004560         AND WS-ENT-LEVEL(WS-FLAG-SUB) NOT EQUAL SPACE
004570         SET ENTRY-INVALID TO TRUE
004580         MOVE "MAINTENANCE LEVELS MUST BE U, N, OR BLANK"
004590             TO WS-MESSAGE
004600     END-IF.
004610 7400-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640*7500-BUILD-RECORD - STARTS FROM THE BEFORE IMAGE (SPACES ON AN
004645* ADD) SO FIELDS NOT ON THE ENTRY SCREEN CARRY THROUGH.
004650*----------------------------------------------------------------
004655 7500-BUILD-RECORD.
004660     MOVE WS-BEFORE-IMAGE TO AUTH-RECORD
004670     MOVE WS-TARGET-USER TO AUTH-USER-ID
004680     MOVE WS-ENT-DEPARTMENT TO AUTH-DEPARTMENT
004690     MOVE WS-ENT-INQ-FACTORIAL TO AUTH-INQ-FACTORIAL
004700     MOVE WS-ENT-INQ-FIBONACCI TO AUTH-INQ-FIBONACCI
004710     MOVE WS-ENT-INQ-COMBIN TO AUTH-INQ-COMBIN
004720     MOVE WS-ENT-INQ-FIB-LOOKUP TO AUTH-INQ-FIB-LOOKUP
004730     MOVE WS-ENT-INQ-PRIME TO AUTH-INQ-PRIME
004740     MOVE WS-ENT-SCHDCTL-LEVEL TO AUTH-SCHDCTL-LEVEL
004750     MOVE WS-ENT-FBZCTL-LEVEL TO AUTH-FBZCTL-LEVEL
004760     MOVE WS-ENT-FBZHOLD-LEVEL TO AUTH-FBZHOLD-LEVEL
004770     MOVE WS-ENT-STDREQ-LEVEL TO AUTH-STDREQ-LEVEL
004780     MOVE WS-ENT-USRAUTH-LEVEL TO AUTH-USRAUTH-LEVEL.
004790 7500-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820*8000-RECORD-CHANGE - THE FILE FIRST, THEN THE TRAIL. THE
004830* CALLER LEAVES THE ACTION IN WS-ACTION AND THE IMAGES IN
004840* WS-BEFORE-IMAGE / WS-AFTER-IMAGE (SPACES FOR NONE).
004850*----------------------------------------------------------------
004860 8000-RECORD-CHANGE.
004870     OPEN OUTPUT USRAUTHF
004880     PERFORM 8100-WRITE-USER THRU 8100-EXIT
004890         VARYING WS-USR-IDX FROM 1 BY 1
004900         UNTIL WS-USR-IDX > WS-USR-COUNT
004910     CLOSE USRAUTHF
004920     ACCEPT WS-NOW-TIME FROM TIME
004930     MOVE SPACES TO CHGLOG-RECORD
004940     MOVE WS-RUN-DATE TO CHGLOG-DATE
004950     MOVE WS-NOW-TIME TO CHGLOG-TIME
004960     MOVE "USRAUTH" TO CHGLOG-FILE-NAME
004970     MOVE WS-ACTION TO CHGLOG-ACTION
004980     MOVE WS-BEFORE-IMAGE TO CHGLOG-BEFORE
004990     MOVE WS-AFTER-IMAGE TO CHGLOG-AFTER
005000     MOVE WS-OPERATOR-ID TO CHGLOG-CHANGED-BY
005010     WRITE CHGLOG-RECORD.
005020 8000-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050 8100-WRITE-USER.
005060*----------------------------------------------------------------
005070     MOVE WS-USR-IMAGE(WS-USR-IDX) TO AUTH-RECORD
005080     WRITE AUTH-RECORD.
005090 8100-EXIT.
005100     EXIT.
005102*----------------------------------------------------------------
005104*8900-LOG-REFUSAL - THE CALLER SETS THE REASON AND LEAVES THE
005106* ACTION IN WS-ACTION.
005108*----------------------------------------------------------------
005110 8900-LOG-REFUSAL.
005112     MOVE WS-OPERATOR-ID TO SECV-USER-ID
005114     MOVE "USRMNT" TO SECV-PROGRAM
005116     MOVE "USRAUTH" TO SECV-FUNCTION
005118     MOVE WS-ACTION TO SECV-ACTION
005120     CALL "SECLOG" USING SECV-RECORD.
005122 8900-EXIT.
005124     EXIT.
005110*----------------------------------------------------------------
005120*9000-TERMINATE - EVERY CHANGE HAS ALREADY REACHED THE FILE.
005130*----------------------------------------------------------------
005140 9000-TERMINATE.
005150     CLOSE CHGLOGF.
005160 9000-EXIT.
005170     EXIT.
