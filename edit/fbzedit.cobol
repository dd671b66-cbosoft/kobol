000250*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000250*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000250*                  PROCESSING DAY.
000251* 2026-10-15  DPG  CROSS-DAY DUPLICATE HOLD. THE DUPLICATE-KEY
000251*                  EDIT ONLY SEES ONE NIGHT'S MERGED FBZIN, SO A
000251*                  FEED RE-SENDING YESTERDAY'S RECORDS WAS
000251*                  TAGGED, ROUTED AND TOTALLED TWICE. EVERY
000251*                  RECORD THAT PASSES THE EDITS IS NOW LOOKED UP
000251*                  ON THE FBZHMST HISTORY MASTER; ONE MATCHING
000251*                  AN ENTRY FROM THE LAST WS-DUP-WINDOW-DAYS RUN
000251*                  DATES ON KEY, SOURCE, AMOUNT AND TEXT IS
000251*                  PARKED ON THE FBZHOLD HOLD QUEUE (COPY
000251*                  FBZHOLD) INSTEAD OF FBZCLN. AN OPERATOR
000251*                  RELEASES OR REJECTS EACH HOLD ON THE HOLDMNT
000251*                  SCREEN; RELEASED HOLDS ARE MERGED BACK INTO
000251*                  THE NEXT RUN'S FBZCLN IN KEY ORDER (THROUGH
000251*                  THE SAME EDITS, BUT NOT THE HISTORY LOOKUP)
000251*                  AND MARKED POSTED. HOLDS STILL UNDECIDED
000251*                  AFTER WS-HOLD-ALERT-DAYS RAISE ONE "HOLD"
000251*                  WARNING ON THE HLDEXCP FILE FOR ALERTGEN.
000251*                  DECIDED HOLDS DROP OFF AFTER
000251*                  WS-HOLD-KEEP-DAYS. A RERUN FOR THE SAME DAY
000251*                  REBUILDS THAT DAY'S HOLDS AND RE-POSTS THAT
000251*                  DAY'S RELEASES, SO IT IS IDEMPOTENT. RETURN
000251*                  CODE 8 IF THE HOLD QUEUE WILL NOT FIT THE
000251*                  IN-STORAGE TABLE - NOTHING IS EDITED AND THE
000251*                  QUEUE IS LEFT UNTOUCHED.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT FBZREJ ASSIGN TO "FBZREJ"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000342     SELECT FBZHMST ASSIGN TO "FBZHMST"
000344         ORGANIZATION IS INDEXED
000346         ACCESS MODE IS DYNAMIC
000348         RECORD KEY IS FBZH-KEY.
000352     SELECT FBZHOLD ASSIGN TO "FBZHOLD"
000354         ORGANIZATION IS LINE SEQUENTIAL.
000356     SELECT HLDEXCP ASSIGN TO "HLDEXCP"
000358         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370 DATA DIVISION.
000470 FD  FBZREJ
000480     RECORDING MODE IS F.
000490     COPY REJCREC.
000492 FD  FBZHMST
000494     RECORDING MODE IS F.
000496     COPY FBZHIST.
000497 FD  FBZHOLD
000498     RECORDING MODE IS F.
000499     COPY FBZHOLD.
000499 FD  HLDEXCP
000499     RECORDING MODE IS F.
000499 01  HLX-RECORD.
000499     05 HLX-RUN-DATE             PIC 9(08).
000499     05 HLX-SEVERITY             PIC X(01).
000499     05 HLX-CODE                 PIC X(04).
000499     05 HLX-JOB-NAME             PIC X(08).
000499     05 HLX-TEXT                 PIC X(40).
000500 FD  RUNLOGF
000510     RECORDING MODE IS F.
000520     COPY RUNLOG.
000560*----------------------------------------------------------------
000570 01  WS-PRIOR-KEY                PIC X(06) VALUE LOW-VALUES.
000580 01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
000581*----------------------------------------------------------------
000582* CROSS-DAY DUPLICATE CHECK - LOOK-BACK WINDOW AND HOLD AGING
000583*----------------------------------------------------------------
000584 01  WS-DUP-WINDOW-DAYS          PIC 9(03) COMP VALUE 7.
000585 01  WS-HOLD-ALERT-DAYS          PIC 9(03) COMP VALUE 3.
000586 01  WS-HOLD-KEEP-DAYS           PIC 9(03) COMP VALUE 30.
000587 01  WS-WINDOW-START-DATE        PIC 9(08) VALUE ZERO.
000588 01  WS-MATCH-DATE               PIC 9(08) VALUE ZERO.
000589 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
000590 01  WS-ENTRY-INTEGER            PIC 9(08) COMP VALUE ZERO.
000591 01  WS-AGE-DAYS                 PIC 9(05) COMP VALUE ZERO.
000591 01  WS-CLOSED-DATE              PIC 9(08) VALUE ZERO.
000592*----------------------------------------------------------------
000593* IN-STORAGE HOLD QUEUE - LOADED WHOLE, NEW HOLDS APPENDED,
000594* REWRITTEN WHOLE AT END OF RUN
000595*----------------------------------------------------------------
000596 01  WS-HOLD-COUNT               PIC 9(03) COMP VALUE ZERO.
000597 01  WS-HOLD-TABLE-MAX           PIC 9(03) COMP VALUE 500.
000598 01  WS-HOLD-TABLE.
000599     05 WS-HOLD-IMAGE OCCURS 500 TIMES
000600             INDEXED BY WS-HOLD-IDX PIC X(151).
000601 01  WS-HOLD-WORK                PIC X(151) VALUE SPACES.
000602 01  WS-HOLD-WORK-R REDEFINES WS-HOLD-WORK.
000603     05 WS-HLW-DATE              PIC 9(08).
000604     05 WS-HLW-STATUS            PIC X(01).
000605         88 HLW-HELD                 VALUE "H".
000606         88 HLW-RELEASED             VALUE "R".
000607         88 HLW-POSTED               VALUE "P".
000608         88 HLW-REJECTED             VALUE "X".
000609     05 WS-HLW-DETAIL            PIC X(80).
000610     05 WS-HLW-MATCH-DATE        PIC 9(08).
000611     05 WS-HLW-DECIDED-BY        PIC X(08).
000612     05 WS-HLW-DECIDED-DATE      PIC 9(08).
000613     05 WS-HLW-NOTE              PIC X(30).
000614     05 WS-HLW-POSTED-DATE       PIC 9(08).
000615*----------------------------------------------------------------
000616* RELEASED HOLDS AWAITING RE-ENTRY, IN ASCENDING KEY ORDER -
000617* EACH ENTRY POINTS BACK AT ITS HOLD TABLE ROW
000618*----------------------------------------------------------------
000619 01  WS-REL-COUNT                PIC 9(03) COMP VALUE ZERO.
000620 01  WS-REL-NEXT                 PIC 9(03) COMP VALUE 1.
000621 01  WS-REL-SLOT                 PIC 9(03) COMP VALUE ZERO.
000622 01  WS-REL-TABLE.
000623     05 WS-REL-ENTRY OCCURS 500 TIMES.
000624         10 WS-REL-KEY           PIC X(06).
000625         10 WS-REL-HOLD-SUB      PIC 9(03) COMP.
000626 01  WS-FBZIN-SAVE               PIC X(80) VALUE SPACES.
000590*----------------------------------------------------------------
000600* COUNTERS
000610*----------------------------------------------------------------
000620 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
000630 01  WS-CLEAN-COUNT              PIC 9(09) COMP VALUE ZERO.
000640 01  WS-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
000642 01  WS-HELD-COUNT               PIC 9(09) COMP VALUE ZERO.
000644 01  WS-POSTED-COUNT             PIC 9(09) COMP VALUE ZERO.
000646 01  WS-AGED-HOLD-COUNT          PIC 9(05) VALUE ZERO.
000648 01  WS-EDIT-ALERT-DAYS          PIC 9(03) VALUE ZERO.
000650 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000660 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000670 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
000750     05 WS-VALID-SW              PIC X(01) VALUE "Y".
000760         88 RECORD-VALID             VALUE "Y".
000770         88 RECORD-INVALID           VALUE "N".
000772     05 WS-SUSPECT-SW            PIC X(01) VALUE "N".
000774         88 RECORD-SUSPECT           VALUE "Y".
000776     05 WS-BROWSE-SW             PIC X(01) VALUE "N".
000778         88 HIST-BROWSE-DONE         VALUE "Y".
000780     05 WS-FBZHOLD-EOF-SW        PIC X(01) VALUE "N".
000782         88 FBZHOLD-EOF              VALUE "Y".
000784     05 WS-LOAD-SW               PIC X(01) VALUE "N".
000786         88 HOLD-LOAD-OVERFLOWED     VALUE "Y".
000788     05 WS-PLACED-SW             PIC X(01) VALUE "N".
000789         88 RELEASE-PLACED           VALUE "Y".
000780 PROCEDURE DIVISION.
000790*----------------------------------------------------------------
000800 0000-MAINLINE.
000810*----------------------------------------------------------------
000820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000825     IF NOT HOLD-LOAD-OVERFLOWED
000830         PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
000840             UNTIL FBZIN-EOF AND WS-REL-NEXT > WS-REL-COUNT
000845         PERFORM 7000-REWRITE-HOLDS THRU 7000-EXIT
000847     END-IF
000850     PERFORM 9000-TERMINATE THRU 9000-EXIT
000860     STOP RUN.
000870*----------------------------------------------------------------
000890*----------------------------------------------------------------
000900     CALL "GETCYCDT" USING WS-RUN-DATE
000910     ACCEPT WS-START-TIME FROM TIME
000912     COMPUTE WS-TODAY-INTEGER =
000914         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
000916     COMPUTE WS-WINDOW-START-DATE =
000918         FUNCTION DATE-OF-INTEGER
000919             (WS-TODAY-INTEGER - WS-DUP-WINDOW-DAYS)
000920     OPEN INPUT FBZIN
000930     OPEN OUTPUT FBZCLN
000940     OPEN OUTPUT FBZREJ
000942     OPEN INPUT FBZHMST
000944     OPEN OUTPUT HLDEXCP
000946     PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT
000948     IF HOLD-LOAD-OVERFLOWED
000950         DISPLAY "FBZHOLD EXCEEDS THE HOLD TABLE - NOTHING "
000952             "EDITED, HOLD QUEUE LEFT UNTOUCHED"
000954         MOVE 8 TO WS-RETURN-CODE
000956         GO TO 1000-EXIT
000958     END-IF
000960     READ FBZIN
000970         AT END
000975             SET FBZIN-EOF TO TRUE
000980     END-READ.
000990 1000-EXIT.
001000     EXIT.
001001*----------------------------------------------------------------
001002*1100-LOAD-HOLDS - THE WHOLE QUEUE COMES INTO STORAGE. A RERUN
001003* FOR THE SAME DAY DROPS THAT DAY'S OWN HOLDS (THEY ARE FOUND
001004* AGAIN) AND PUTS THAT DAY'S POSTINGS BACK TO RELEASED (THEY
001005* ARE RE-ENTERED AGAIN); EVERY RELEASED HOLD IS QUEUED FOR
001006* RE-ENTRY.
001007*----------------------------------------------------------------
001008 1100-LOAD-HOLDS.
001009     OPEN INPUT FBZHOLD
001010     READ FBZHOLD
001011         AT END
001012             SET FBZHOLD-EOF TO TRUE
001013     END-READ
001014     PERFORM 1150-LOAD-HOLD THRU 1150-EXIT
001015         UNTIL FBZHOLD-EOF
001016     CLOSE FBZHOLD.
001017 1100-EXIT.
001018     EXIT.
001019*----------------------------------------------------------------
001020 1150-LOAD-HOLD.
001021*----------------------------------------------------------------
001022     MOVE HOLD-RECORD TO WS-HOLD-WORK
001023     IF HLW-HELD AND WS-HLW-DATE EQUAL WS-RUN-DATE
001024         GO TO 1150-READ
001025     END-IF
001026     IF HLW-POSTED AND WS-HLW-POSTED-DATE EQUAL WS-RUN-DATE
001027         SET HLW-RELEASED TO TRUE
001028         MOVE ZERO TO WS-HLW-POSTED-DATE
001029     END-IF
001030     IF WS-HOLD-COUNT NOT < WS-HOLD-TABLE-MAX
001031         SET HOLD-LOAD-OVERFLOWED TO TRUE
001032         GO TO 1150-READ
001033     END-IF
001034     ADD 1 TO WS-HOLD-COUNT
001035     SET WS-HOLD-IDX TO WS-HOLD-COUNT
001036     MOVE WS-HOLD-WORK TO WS-HOLD-IMAGE(WS-HOLD-IDX)
001037     IF HLW-RELEASED
001038         PERFORM 1200-QUEUE-RELEASE THRU 1200-EXIT
001039     END-IF.
001040 1150-READ.
001041     READ FBZHOLD
001042         AT END
001043             SET FBZHOLD-EOF TO TRUE
001044     END-READ.
001045 1150-EXIT.
001046     EXIT.
001047*----------------------------------------------------------------
001048*1200-QUEUE-RELEASE - INSERTS THE RELEASED HOLD JUST LOADED
001049* (WS-HOLD-WORK, TABLE ROW WS-HOLD-COUNT) INTO THE RELEASE
001050* TABLE IN ASCENDING KEY ORDER; EQUAL KEYS KEEP LOAD ORDER.
001051*----------------------------------------------------------------
001052 1200-QUEUE-RELEASE.
001053     ADD 1 TO WS-REL-COUNT
001054     MOVE WS-REL-COUNT TO WS-REL-SLOT
001055     MOVE "N" TO WS-PLACED-SW
001056     PERFORM 1250-SHIFT-RELEASE THRU 1250-EXIT
001057         UNTIL RELEASE-PLACED
001059     MOVE WS-HLW-DETAIL(1:6) TO WS-REL-KEY(WS-REL-SLOT)
001060     MOVE WS-HOLD-COUNT TO WS-REL-HOLD-SUB(WS-REL-SLOT).
001061 1200-EXIT.
001062     EXIT.
001063*----------------------------------------------------------------
001064 1250-SHIFT-RELEASE.
001065*----------------------------------------------------------------
001066     IF WS-REL-SLOT EQUAL 1
001066         SET RELEASE-PLACED TO TRUE
001066         GO TO 1250-EXIT
001066     END-IF
001066     IF WS-REL-KEY(WS-REL-SLOT - 1) NOT > WS-HLW-DETAIL(1:6)
001066         SET RELEASE-PLACED TO TRUE
001066         GO TO 1250-EXIT
001066     END-IF
001066     MOVE WS-REL-ENTRY(WS-REL-SLOT - 1) TO
001067         WS-REL-ENTRY(WS-REL-SLOT)
001068     SUBTRACT 1 FROM WS-REL-SLOT.
001069 1250-EXIT.
001070     EXIT.
001010*----------------------------------------------------------------
001011*2000-EDIT-RECORD - TWO-WAY MERGE OF THE FBZIN STREAM WITH THE
001012* RELEASED HOLDS. A RELEASED HOLD GOES FIRST ONLY WHEN ITS KEY
001013* IS BELOW THE CURRENT FBZIN KEY, SO ON A TIE TONIGHT'S FEED
001014* RECORD WINS AND THE RELEASED ONE REJECTS AS A DUPLICATE KEY.
001015*----------------------------------------------------------------
001020 2000-EDIT-RECORD.
001031     IF WS-REL-NEXT NOT > WS-REL-COUNT
001032         IF FBZIN-EOF
001033             OR WS-REL-KEY(WS-REL-NEXT) < FBZIN-KEY
001034             PERFORM 2200-EDIT-RELEASED THRU 2200-EXIT
001035             GO TO 2000-EXIT
001036         END-IF
001037     END-IF
001040     ADD 1 TO WS-READ-COUNT
001050     PERFORM 2500-VALIDATE-RECORD THRU 2500-EXIT
001060     IF RECORD-INVALID
001070         PERFORM 4500-WRITE-REJECT THRU 4500-EXIT
001080         GO TO 2000-READ
001090     END-IF
001100     MOVE FBZIN-KEY TO WS-PRIOR-KEY
001102     PERFORM 3000-CHECK-HISTORY THRU 3000-EXIT
001104     IF RECORD-SUSPECT
001106         PERFORM 3500-HOLD-RECORD THRU 3500-EXIT
001108     ELSE
001110         WRITE FBZCLN-RECORD FROM FBZIN-RECORD
001112         ADD 1 TO WS-CLEAN-COUNT
001120     END-IF.
001125 2000-READ.
001130     READ FBZIN
001140         AT END
001150             SET FBZIN-EOF TO TRUE
001160     END-READ.
001170 2000-EXIT.
001180     EXIT.
001181*----------------------------------------------------------------
001182*2200-EDIT-RELEASED - THE RELEASED RECORD IS EDITED IN THE FBZIN
001183* RECORD AREA, SO THE READ-AHEAD FEED RECORD IS SET ASIDE AND
001184* PUT BACK AROUND IT. THE OPERATOR HAS ALREADY RULED ON THE
001185* DUPLICATE QUESTION, SO THE HISTORY LOOKUP IS NOT REPEATED.
001186*----------------------------------------------------------------
001187 2200-EDIT-RELEASED.
001188     MOVE FBZIN-RECORD TO WS-FBZIN-SAVE
001189     SET WS-HOLD-IDX TO WS-REL-HOLD-SUB(WS-REL-NEXT)
001190     MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO WS-HOLD-WORK
001191     MOVE WS-HLW-DETAIL TO FBZIN-RECORD
001192     PERFORM 2500-VALIDATE-RECORD THRU 2500-EXIT
001193     IF RECORD-VALID
001194         WRITE FBZCLN-RECORD FROM FBZIN-RECORD
001195         ADD 1 TO WS-CLEAN-COUNT
001196         MOVE FBZIN-KEY TO WS-PRIOR-KEY
001197     ELSE
001198         PERFORM 4500-WRITE-REJECT THRU 4500-EXIT
001199     END-IF
001200     SET HLW-POSTED TO TRUE
001201     MOVE WS-RUN-DATE TO WS-HLW-POSTED-DATE
001202     MOVE WS-HOLD-WORK TO WS-HOLD-IMAGE(WS-HOLD-IDX)
001203     ADD 1 TO WS-POSTED-COUNT
001204     ADD 1 TO WS-REL-NEXT
001205     MOVE WS-FBZIN-SAVE TO FBZIN-RECORD.
001206 2200-EXIT.
001207     EXIT.
001190*----------------------------------------------------------------
001200 2500-VALIDATE-RECORD.
001210*----------------------------------------------------------------
001430     END-IF.
001440 2500-EXIT.
001450     EXIT.
001451*----------------------------------------------------------------
001452*3000-CHECK-HISTORY - BROWSE THE KEY'S HISTORY FROM THE START
001453* OF THE LOOK-BACK WINDOW UP TO (NOT INCLUDING) TODAY; ANY
001454* ENTRY WITH THE SAME SOURCE, AMOUNT AND TEXT MAKES THE RECORD
001455* A SUSPECTED RE-SEND. TODAY'S OWN ENTRIES (A RERUN AFTER
001456* FBZHIST HAS LOADED) ARE NOT PRIOR PROCESSING.
001457*----------------------------------------------------------------
001458 3000-CHECK-HISTORY.
001459     MOVE "N" TO WS-SUSPECT-SW
001460     MOVE "N" TO WS-BROWSE-SW
001461     MOVE FBZIN-KEY TO FBZH-FBZ-KEY
001462     MOVE WS-WINDOW-START-DATE TO FBZH-RUN-DATE
001463     START FBZHMST KEY >= FBZH-KEY
001464         INVALID KEY
001465             SET HIST-BROWSE-DONE TO TRUE
001466     END-START
001467     PERFORM 3100-NEXT-HISTORY THRU 3100-EXIT
001468         UNTIL HIST-BROWSE-DONE OR RECORD-SUSPECT.
001469 3000-EXIT.
001470     EXIT.
001471*----------------------------------------------------------------
001472 3100-NEXT-HISTORY.
001473*----------------------------------------------------------------
001474     READ FBZHMST NEXT
001475         AT END
001476             SET HIST-BROWSE-DONE TO TRUE
001477             GO TO 3100-EXIT
001478     END-READ
001479     IF FBZH-FBZ-KEY NOT EQUAL FBZIN-KEY
001480         OR FBZH-RUN-DATE NOT < WS-RUN-DATE
001481         SET HIST-BROWSE-DONE TO TRUE
001482         GO TO 3100-EXIT
001483     END-IF
001484     IF FBZH-SOURCE EQUAL FBZIN-SOURCE
001485         AND FBZH-AMOUNT EQUAL FBZIN-AMOUNT
001486         AND FBZH-TEXT EQUAL FBZIN-TEXT
001487         SET RECORD-SUSPECT TO TRUE
001488         MOVE FBZH-RUN-DATE TO WS-MATCH-DATE
001489     END-IF.
001490 3100-EXIT.
001491     EXIT.
001492*----------------------------------------------------------------
001493*3500-HOLD-RECORD - A FULL TABLE CANNOT TAKE THE HOLD, AND THE
001494* RECORD MUST NOT FLOW ON AS IF IT WERE CLEAN, SO IT REJECTS.
001495*----------------------------------------------------------------
001496 3500-HOLD-RECORD.
001497     IF WS-HOLD-COUNT NOT < WS-HOLD-TABLE-MAX
001498         MOVE "SUSPECT DUPLICATE - QUEUE FULL" TO WS-REJECT-REASON
001499         PERFORM 4500-WRITE-REJECT THRU 4500-EXIT
001500         GO TO 3500-EXIT
001501     END-IF
001502     MOVE SPACES TO WS-HOLD-WORK
001503     MOVE WS-RUN-DATE TO WS-HLW-DATE
001504     SET HLW-HELD TO TRUE
001505     MOVE FBZIN-RECORD TO WS-HLW-DETAIL
001506     MOVE WS-MATCH-DATE TO WS-HLW-MATCH-DATE
001507     MOVE ZERO TO WS-HLW-DECIDED-DATE
001508     MOVE ZERO TO WS-HLW-POSTED-DATE
001509     ADD 1 TO WS-HOLD-COUNT
001510     SET WS-HOLD-IDX TO WS-HOLD-COUNT
001511     MOVE WS-HOLD-WORK TO WS-HOLD-IMAGE(WS-HOLD-IDX)
001512     ADD 1 TO WS-HELD-COUNT.
001513 3500-EXIT.
001514     EXIT.
001460*----------------------------------------------------------------
001470 4500-WRITE-REJECT.
001480*----------------------------------------------------------------
001590     WRITE REJC-RECORD.
001600 4500-EXIT.
001610     EXIT.
001611*----------------------------------------------------------------
001612*7000-REWRITE-HOLDS - DECIDED HOLDS PAST THE RETENTION WINDOW
001613* DROP OFF; UNDECIDED HOLDS PAST THE ALERT AGE ARE COUNTED FOR
001614* THE HLDEXCP WARNING.
001615*----------------------------------------------------------------
001616 7000-REWRITE-HOLDS.
001617     OPEN OUTPUT FBZHOLD
001618     PERFORM 7100-REWRITE-HOLD THRU 7100-EXIT
001619         VARYING WS-HOLD-IDX FROM 1 BY 1
001620         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
001621     CLOSE FBZHOLD
001622     IF WS-AGED-HOLD-COUNT > ZERO
001623         MOVE WS-HOLD-ALERT-DAYS TO WS-EDIT-ALERT-DAYS
001624         MOVE SPACES TO HLX-RECORD
001625         MOVE WS-RUN-DATE TO HLX-RUN-DATE
001626         MOVE "W" TO HLX-SEVERITY
001627         MOVE "HOLD" TO HLX-CODE
001628         MOVE "FBZEDIT" TO HLX-JOB-NAME
001629         STRING WS-AGED-HOLD-COUNT " FBZIN HOLDS OPEN OVER "
001630             WS-EDIT-ALERT-DAYS " DAYS"
001631             DELIMITED BY SIZE INTO HLX-TEXT
001632         WRITE HLX-RECORD
001633     END-IF.
001634 7000-EXIT.
001635     EXIT.
001636*----------------------------------------------------------------
001637 7100-REWRITE-HOLD.
001638*----------------------------------------------------------------
001639     MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO WS-HOLD-WORK
001640     MOVE ZERO TO WS-AGE-DAYS
001641     IF HLW-HELD OR HLW-RELEASED
001642         COMPUTE WS-ENTRY-INTEGER =
001643             FUNCTION INTEGER-OF-DATE(WS-HLW-DATE)
001644         COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-ENTRY-INTEGER
001645         IF HLW-HELD AND WS-AGE-DAYS > WS-HOLD-ALERT-DAYS
001646             ADD 1 TO WS-AGED-HOLD-COUNT
001647         END-IF
001648         GO TO 7100-WRITE
001649     END-IF
001650     IF HLW-POSTED
001651         MOVE WS-HLW-POSTED-DATE TO WS-CLOSED-DATE
001652     ELSE
001653         MOVE WS-HLW-DECIDED-DATE TO WS-CLOSED-DATE
001654     END-IF
001655     IF WS-CLOSED-DATE IS NOT NUMERIC
001656         OR WS-CLOSED-DATE EQUAL ZERO
001656         GO TO 7100-WRITE
001656     END-IF
001656     COMPUTE WS-ENTRY-INTEGER =
001656         FUNCTION INTEGER-OF-DATE(WS-CLOSED-DATE)
001657     COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-ENTRY-INTEGER
001658     IF WS-AGE-DAYS > WS-HOLD-KEEP-DAYS
001659         GO TO 7100-EXIT
001660     END-IF.
001661 7100-WRITE.
001662     MOVE WS-HOLD-WORK TO HOLD-RECORD
001663     WRITE HOLD-RECORD.
001664 7100-EXIT.
001665     EXIT.
001620*----------------------------------------------------------------
001630 9000-TERMINATE.
001640*----------------------------------------------------------------
001650     CLOSE FBZIN
001660     CLOSE FBZCLN
001670     CLOSE FBZREJ
001672     CLOSE FBZHMST
001674     CLOSE HLDEXCP
001680     ACCEPT WS-END-TIME FROM TIME
001690     IF WS-REJECT-COUNT > ZERO
001695         AND WS-RETURN-CODE < 4
001700         MOVE 4 TO WS-RETURN-CODE
001710     END-IF
001720     OPEN EXTEND RUNLOGF
