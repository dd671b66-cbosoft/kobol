000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. holdmnt.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. SCREEN-BASED MAINTENANCE
000110*                  FOR THE FBZHOLD CROSS-DAY DUPLICATE HOLD
000120*                  QUEUE (COPY FBZHOLD), IN THE STYLE OF
000130*                  ALERTMNT - THE OPERATOR SIGNS ON, LISTS THE
000140*                  UNDECIDED HOLDS WITH THEIR AGE IN DAYS AND
000150*                  THE EARLIER RUN DATE EACH ONE MATCHED, AND
000160*                  RELEASES OR REJECTS ONE BY ITS LIST NUMBER
000170*                  WITH A NOTE. THE OPERATOR ID, DATE AND NOTE
000180*                  ARE STAMPED ON THE HOLD. A RELEASED HOLD IS
000190*                  RE-ENTERED BY FBZEDIT ON ITS NEXT RUN; A
000200*                  REJECTED ONE IS NEVER PROCESSED. RELEASE AND
000210*                  REJECT REQUIRE USRAUTH LEVEL "U" ON
000220*                  AUTH-FBZHOLD-LEVEL; WITHOUT IT THE SESSION
000230*                  IS LIST-ONLY. THE QUEUE IS REWRITTEN FROM
000240*                  THE IN-STORAGE TABLE AT EXIT; RETENTION OF
000250*                  DECIDED HOLDS IS FBZEDIT'S JOB AT ITS
000260*                  NIGHTLY REWRITE, NOT THIS SCREEN'S.
000260* 2026-10-15  DPG  A USER SECMON HAS LOCKED OUT (USRAUTH LOCK
000260*                  STATUS "L") IS REFUSED AT SIGN-ON. THAT
000260*                  REFUSAL AND EVERY REFUSED RELEASE/REJECT
000260*                  GO TO THE SECVIOL TRAIL THROUGH SECLOG SO
000260*                  SECMON CAN COUNT THEM.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FBZHOLD ASSIGN TO "FBZHOLD"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT USRAUTHF ASSIGN TO "USRAUTH"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  FBZHOLD
000380     RECORDING MODE IS F.
000390     COPY FBZHOLD.
000400 FD  USRAUTHF
000410     RECORDING MODE IS F.
000420     COPY USRAUTH.
000430 WORKING-STORAGE SECTION.
000440*----------------------------------------------------------------
000450* IN-STORAGE HOLD TABLE - EDITED HERE, REWRITTEN WHOLE AT EXIT
000460*----------------------------------------------------------------
000470 01  WS-HOLD-COUNT               PIC 9(03) COMP VALUE ZERO.
000480 01  WS-HOLD-TABLE-MAX           PIC 9(03) COMP VALUE 500.
000490 01  WS-HOLD-TABLE.
000500     05 WS-HOLD-IMAGE OCCURS 500 TIMES
000510             INDEXED BY WS-HOLD-IDX PIC X(151).
000520 01  WS-HOLD-WORK                PIC X(151) VALUE SPACES.
000530 01  WS-HOLD-WORK-R REDEFINES WS-HOLD-WORK.
000540     05 WS-HLW-DATE              PIC 9(08).
000550     05 WS-HLW-STATUS            PIC X(01).
000560         88 WS-HLW-HELD              VALUE "H".
000570         88 WS-HLW-RELEASED          VALUE "R".
000580         88 WS-HLW-POSTED            VALUE "P".
000590         88 WS-HLW-REJECTED          VALUE "X".
000600     05 WS-HLW-FBZ-KEY           PIC X(06).
000610     05 WS-HLW-SOURCE            PIC X(03).
000620     05 WS-HLW-AMOUNT            PIC 9(09)V9(02).
000630     05 WS-HLW-TEXT              PIC X(60).
000640     05 WS-HLW-MATCH-DATE        PIC 9(08).
000650     05 WS-HLW-DECIDED-BY        PIC X(08).
000660     05 WS-HLW-DECIDED-DATE      PIC 9(08).
000670     05 WS-HLW-NOTE              PIC X(30).
000680     05 WS-HLW-POSTED-DATE       PIC 9(08).
000690*----------------------------------------------------------------
000700* DIALOG CONTROL
000710*----------------------------------------------------------------
000720 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000730 01  WS-ACTION                   PIC X(01) VALUE SPACE.
000740 01  WS-MESSAGE                  PIC X(60) VALUE SPACES.
000750 01  WS-TARGET-NO                PIC 9(03) VALUE ZERO.
000760 01  WS-ENT-NOTE                 PIC X(30) VALUE SPACES.
000770 01  WS-LIST-LINE                PIC X(78) VALUE SPACES.
000780 01  WS-LIST-NO                  PIC 9(03) VALUE ZERO.
000790 01  WS-EDIT-AMOUNT              PIC Z(08)9.99 VALUE ZERO.
000800 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000810 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
000820 01  WS-ENTRY-INTEGER            PIC 9(08) COMP VALUE ZERO.
000830 01  WS-AGE-DAYS                 PIC 9(05) COMP VALUE ZERO.
000840 01  WS-EDIT-AGE                 PIC 9(03) VALUE ZERO.
000850*----------------------------------------------------------------
000860* SWITCHES
000870*----------------------------------------------------------------
000880 01  WS-SWITCHES.
000890     05 WS-EOF-SW                PIC X(01) VALUE "N".
000900         88 FBZHOLD-EOF              VALUE "Y".
000910     05 WS-DONE-SW               PIC X(01) VALUE "N".
000920         88 SESSION-DONE             VALUE "Y".
000930     05 WS-LOAD-SW               PIC X(01) VALUE "N".
000940         88 HOLD-LOAD-OVERFLOWED     VALUE "Y".
000950     05 WS-USRAUTH-EOF-SW        PIC X(01) VALUE "N".
000960         88 USRAUTH-EOF              VALUE "Y".
000970     05 WS-AUTH-SW               PIC X(01) VALUE "N".
000980         88 OPERATOR-MAY-UPDATE      VALUE "Y".
000981     05 WS-LOCK-SW               PIC X(01) VALUE "N".
000981         88 OPERATOR-LOCKED-OUT      VALUE "Y".
000981*----------------------------------------------------------------
000981* REFUSAL RECORD - FILLED IN AND HANDED TO SECLOG
000981*----------------------------------------------------------------
000981     COPY SECVIOL.
000990 SCREEN SECTION.
001000 01  SIGNON-SCREEN.
001010     05 BLANK SCREEN.
001020     05 LINE 1 COL 1 VALUE "FBZIN DUPLICATE HOLD QUEUE".
001030     05 LINE 3 COL 1 VALUE "OPERATOR ID:".
001040     05 LINE 3 COL 15 PIC X(08) USING WS-OPERATOR-ID.
001050 01  ACTION-SCREEN.
001060     05 BLANK SCREEN.
001070     05 LINE 1 COL 1 VALUE "FBZIN DUPLICATE HOLD QUEUE".
001080     05 LINE 2 COL 1 VALUE "OPERATOR:".
001090     05 LINE 2 COL 11 PIC X(08) FROM WS-OPERATOR-ID.
001100     05 LINE 3 COL 1 VALUE
001110         "ACTION (R=RELEASE J=REJECT L=LIST X=EXIT):".
001120     05 LINE 3 COL 50 PIC X(01) USING WS-ACTION.
001130     05 LINE 5 COL 1 PIC X(60) FROM WS-MESSAGE.
001140 01  TARGET-SCREEN.
001150     05 LINE 7 COL 1 VALUE "ENTRY NUMBER:".
001160     05 LINE 7 COL 15 PIC 9(03) USING WS-TARGET-NO.
001170     05 LINE 8 COL 1 VALUE "NOTE:".
001180     05 LINE 8 COL 15 PIC X(30) USING WS-ENT-NOTE.
001190 PROCEDURE DIVISION.
001200*----------------------------------------------------------------
001210 0000-MAINLINE.
001220*----------------------------------------------------------------
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001240     IF NOT SESSION-DONE
001250         PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001260             UNTIL SESSION-DONE
001270         PERFORM 9000-TERMINATE THRU 9000-EXIT
001280     END-IF
001290     STOP RUN.
001300*----------------------------------------------------------------
001310 1000-INITIALIZE.
001320*----------------------------------------------------------------
001330     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001340     COMPUTE WS-TODAY-INTEGER =
001350         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
001360     PERFORM 1500-SIGN-ON THRU 1500-EXIT
001370     IF SESSION-DONE
001380         GO TO 1000-EXIT
001390     END-IF
001400     OPEN INPUT FBZHOLD
001410     READ FBZHOLD
001420         AT END
001430             SET FBZHOLD-EOF TO TRUE
001440     END-READ
001450     PERFORM 1100-LOAD-ENTRY THRU 1100-EXIT
001460         UNTIL FBZHOLD-EOF
001470     CLOSE FBZHOLD
001480     IF HOLD-LOAD-OVERFLOWED
001490         DISPLAY "HOLD QUEUE EXCEEDS THE TABLE - SESSION"
001500             " ENDED, FILE LEFT UNTOUCHED"
001510         SET SESSION-DONE TO TRUE
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550*----------------------------------------------------------------
001560 1100-LOAD-ENTRY.
001570*----------------------------------------------------------------
001580     IF WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
001590         ADD 1 TO WS-HOLD-COUNT
001600         SET WS-HOLD-IDX TO WS-HOLD-COUNT
001610         MOVE HOLD-RECORD TO WS-HOLD-IMAGE(WS-HOLD-IDX)
001620     ELSE
001630         SET HOLD-LOAD-OVERFLOWED TO TRUE
001640     END-IF
001650     READ FBZHOLD
001660         AT END
001670             SET FBZHOLD-EOF TO TRUE
001680     END-READ.
001690 1100-EXIT.
001700     EXIT.
001710*----------------------------------------------------------------
001720*1500-SIGN-ON - THE OPERATOR'S HOLD QUEUE LEVEL COMES FROM
001730* USRAUTH. WITHOUT LEVEL "U" THE SESSION IS LIST-ONLY.
001730* A USER LOCKED OUT BY SECMON IS TURNED AWAY ALTOGETHER.
001740*----------------------------------------------------------------
001750 1500-SIGN-ON.
001760     MOVE SPACES TO WS-OPERATOR-ID
001770     DISPLAY SIGNON-SCREEN
001780     ACCEPT SIGNON-SCREEN
001790     IF WS-OPERATOR-ID EQUAL SPACES
001800         DISPLAY "OPERATOR ID REQUIRED - SESSION ENDED"
001810         SET SESSION-DONE TO TRUE
001820         GO TO 1500-EXIT
001830     END-IF
001840     OPEN INPUT USRAUTHF
001850     READ USRAUTHF
001860         AT END
001870             SET USRAUTH-EOF TO TRUE
001880     END-READ
001890     PERFORM 1550-MATCH-OPERATOR THRU 1550-EXIT
001900         UNTIL USRAUTH-EOF OR OPERATOR-MAY-UPDATE
001900             OR OPERATOR-LOCKED-OUT
001910     CLOSE USRAUTHF
001910     IF OPERATOR-LOCKED-OUT
001910         DISPLAY "USER ID LOCKED OUT - SEE SECURITY"
001910             " ADMINISTRATOR - SESSION ENDED"
001910         MOVE "S" TO WS-ACTION
001910         PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001910         SET SESSION-DONE TO TRUE
001910         GO TO 1500-EXIT
001910     END-IF
001920     IF NOT OPERATOR-MAY-UPDATE
001930         MOVE "NOT AUTHORIZED TO DECIDE HOLDS - LIST ONLY"
001940             TO WS-MESSAGE
001950     END-IF.
001960 1500-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990 1550-MATCH-OPERATOR.
002000*----------------------------------------------------------------
002010     IF AUTH-USER-ID EQUAL WS-OPERATOR-ID
002010         AND AUTH-LOCKED-OUT
002010         SET OPERATOR-LOCKED-OUT TO TRUE
002010         GO TO 1550-EXIT
002010     END-IF
002010     IF AUTH-USER-ID EQUAL WS-OPERATOR-ID
002020         AND AUTH-FBZHOLD-UPDATE
002030         SET OPERATOR-MAY-UPDATE TO TRUE
002040         GO TO 1550-EXIT
002050     END-IF
002060     READ USRAUTHF
002070         AT END
002080             SET USRAUTH-EOF TO TRUE
002090     END-READ.
002100 1550-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------
002130 2000-PROCESS-ACTION.
002140*----------------------------------------------------------------
002150     MOVE SPACE TO WS-ACTION
002160     DISPLAY ACTION-SCREEN
002170     ACCEPT ACTION-SCREEN
002180     MOVE SPACES TO WS-MESSAGE
002190     EVALUATE WS-ACTION
002200         WHEN "L"
002210             PERFORM 3000-LIST-ENTRIES THRU 3000-EXIT
002220         WHEN "R"
002230         WHEN "J"
002240             IF OPERATOR-MAY-UPDATE
002250                 PERFORM 4000-DECIDE-ENTRY THRU 4000-EXIT
002260             ELSE
002270                 MOVE "NOT AUTHORIZED TO DECIDE HOLDS"
002280                     TO WS-MESSAGE
002281                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
002290             END-IF
002300         WHEN "X"
002310             SET SESSION-DONE TO TRUE
002320         WHEN OTHER
002330             MOVE "ACTION MUST BE R, J, L, OR X" TO WS-MESSAGE
002340     END-EVALUATE.
002350 2000-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------
002380 3000-LIST-ENTRIES.
002390*----------------------------------------------------------------
002400     DISPLAY "NO  HELD     AGE KEY    SRC       AMOUNT MATCHED"
002410         "  TEXT"
002420     MOVE ZERO TO WS-LIST-NO
002430     PERFORM 3100-LIST-ONE THRU 3100-EXIT
002440         VARYING WS-HOLD-IDX FROM 1 BY 1
002450         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
002460 3000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490*3100-LIST-ONE - ONLY UNDECIDED HOLDS ARE LISTED; THE LIST
002500* NUMBER PRINTED IS THE TABLE POSITION, WHICH IS WHAT THE
002510* RELEASE/REJECT ACTIONS TAKE AS THE ENTRY NUMBER.
002520*----------------------------------------------------------------
002530 3100-LIST-ONE.
002540     MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO WS-HOLD-WORK
002550     IF NOT WS-HLW-HELD
002560         GO TO 3100-EXIT
002570     END-IF
002580     SET WS-LIST-NO TO WS-HOLD-IDX
002590     PERFORM 3200-COMPUTE-AGE THRU 3200-EXIT
002600     MOVE WS-HLW-AMOUNT TO WS-EDIT-AMOUNT
002610     MOVE SPACES TO WS-LIST-LINE
002620     STRING WS-LIST-NO " " WS-HLW-DATE
002630         " " WS-EDIT-AGE
002640         " " WS-HLW-FBZ-KEY
002650         " " WS-HLW-SOURCE
002660         " " WS-EDIT-AMOUNT
002670         " " WS-HLW-MATCH-DATE
002680         " " WS-HLW-TEXT(1:18)
002690         DELIMITED BY SIZE INTO WS-LIST-LINE
002700     DISPLAY WS-LIST-LINE.
002710 3100-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740 3200-COMPUTE-AGE.
002750*----------------------------------------------------------------
002760     MOVE ZERO TO WS-EDIT-AGE
002770     IF WS-HLW-DATE IS NUMERIC
002780         AND WS-HLW-DATE > ZERO
002790         COMPUTE WS-ENTRY-INTEGER =
002800             FUNCTION INTEGER-OF-DATE(WS-HLW-DATE)
002810         COMPUTE WS-AGE-DAYS =
002820             WS-TODAY-INTEGER - WS-ENTRY-INTEGER
002830         MOVE WS-AGE-DAYS TO WS-EDIT-AGE
002840     END-IF.
002850 3200-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880*4000-DECIDE-ENTRY - ONE PARAGRAPH SERVES BOTH RELEASE AND
002890* REJECT; WS-ACTION CARRIES WHICH STATUS TO STAMP. ONLY AN
002900* UNDECIDED HOLD CAN BE DECIDED - A RELEASE CANNOT BE TAKEN
002910* BACK ONCE MADE.
002920*----------------------------------------------------------------
002930 4000-DECIDE-ENTRY.
002940     MOVE ZERO TO WS-TARGET-NO
002950     MOVE SPACES TO WS-ENT-NOTE
002960     DISPLAY TARGET-SCREEN
002970     ACCEPT TARGET-SCREEN
002980     IF WS-TARGET-NO EQUAL ZERO
002990         OR WS-TARGET-NO > WS-HOLD-COUNT
003000         MOVE "ENTRY NUMBER NOT ON THE LIST" TO WS-MESSAGE
003010         GO TO 4000-EXIT
003020     END-IF
003030     SET WS-HOLD-IDX TO WS-TARGET-NO
003040     MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO WS-HOLD-WORK
003050     IF NOT WS-HLW-HELD
003060         MOVE "ENTRY ALREADY DECIDED" TO WS-MESSAGE
003070         GO TO 4000-EXIT
003080     END-IF
003090     IF WS-ACTION EQUAL "R"
003100         SET WS-HLW-RELEASED TO TRUE
003110         MOVE "HOLD RELEASED - RE-ENTERS ON THE NEXT RUN"
003120             TO WS-MESSAGE
003130     ELSE
003140         SET WS-HLW-REJECTED TO TRUE
003150         MOVE "HOLD REJECTED" TO WS-MESSAGE
003160     END-IF
003170     MOVE WS-OPERATOR-ID TO WS-HLW-DECIDED-BY
003180     MOVE WS-RUN-DATE TO WS-HLW-DECIDED-DATE
003190     MOVE WS-ENT-NOTE TO WS-HLW-NOTE
003200     MOVE WS-HOLD-WORK TO WS-HOLD-IMAGE(WS-HOLD-IDX).
003210 4000-EXIT.
003220     EXIT.
003221*----------------------------------------------------------------
003222*8900-LOG-REFUSAL - ONE SECVIOL RECORD PER REFUSED ACTION OR
003223* LOCKED-OUT SIGN-ON. SECMON COUNTS THEM TOWARD A LOCKOUT.
003224*----------------------------------------------------------------
003225 8900-LOG-REFUSAL.
003226     MOVE WS-OPERATOR-ID TO SECV-USER-ID
003227     MOVE "HOLDMNT" TO SECV-PROGRAM
003228     MOVE "FBZHOLD" TO SECV-FUNCTION
003229     MOVE WS-ACTION TO SECV-ACTION
003229     IF OPERATOR-LOCKED-OUT
003229         SET SECV-LOCKED-OUT TO TRUE
003229     ELSE
003229         SET SECV-NOT-AUTHORIZED TO TRUE
003229     END-IF
003229     CALL "SECLOG" USING SECV-RECORD.
003229 8900-EXIT.
003229     EXIT.
003230*----------------------------------------------------------------
003240 9000-TERMINATE.
003250*----------------------------------------------------------------
003260     OPEN OUTPUT FBZHOLD
003270     PERFORM 9100-WRITE-ENTRY THRU 9100-EXIT
003280         VARYING WS-HOLD-IDX FROM 1 BY 1
003290         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
003300     CLOSE FBZHOLD.
003310 9000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340 9100-WRITE-ENTRY.
003350*----------------------------------------------------------------
003360     MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO HOLD-RECORD
003370     WRITE HOLD-RECORD.
003380 9100-EXIT.
003390     EXIT.
