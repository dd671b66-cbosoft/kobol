000210*                  HOLD USRAUTH LEVEL "U" FOR THE FILE BEING
000220*                  APPLIED. DECIDED ENTRIES OLDER THAN THE
000230*                  RETENTION WINDOW DROP OFF AT THE REWRITE.
000232* 2026-10-15  DPG  A PENDING FBZCTL ENTRY IS NOT APPLIED UNTIL
000234*                  FBZPREV HAS PREVIEWED ITS IMPACT ON THE LAST
000236*                  DAY'S DATA (A MARKER FOR THE ENTRY ON THE
000237*                  FBZPRVW FILE, COPY FBZPRVW). THE LIST SHOWS
000238*                  THE PREVIEW'S DATE AND FIGURES UNDER EACH
000239*                  FBZCTL ENTRY, OR THAT THERE IS NONE.
000239* 2026-10-15  DPG  THE CHGLOG RECORD NOW CARRIES THE APPROVER'S
000239*                  ID (CHGLOG-CHANGED-BY), SO THE TRAIL SAYS WHO
000239*                  MADE EACH CHANGE TAKE EFFECT.
000239* 2026-10-15  DPG  A USER SECMON HAS LOCKED OUT (USRAUTH LOCK
000239*                  STATUS "L") IS REFUSED AT SIGN-ON. THAT
000239*                  REFUSAL AND EVERY REFUSED APPLY GO TO THE
000239*                  SECVIOL TRAIL THROUGH SECLOG SO SECMON CAN
000239*                  COUNT THEM.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT FBZCTL ASSIGN TO "FBZCTL"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000372     SELECT OPTIONAL FBZPRVWF ASSIGN TO "FBZPRVW"
000374         ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PENDCHGF
000520 FD  FBZCTL
000530     RECORDING MODE IS F.
000540     COPY FBZRULE.
000542 FD  FBZPRVWF
000544     RECORDING MODE IS F.
000546     COPY FBZPRVW.
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------
000570* PENDING-CHANGE TABLE - LOADED AT SIGN-ON, REWRITTEN AT EXIT
000940         10 WS-RULE-LABEL        PIC X(10).
000950         10 WS-RULE-DEST         PIC X(08).
000960*----------------------------------------------------------------
000961* IMPACT PREVIEW MARKERS - LOADED AT SIGN-ON FROM FBZPRVW; AN
000962* FBZCTL ENTRY IS MATCHED ON ITS DATE, TIME AND ENTERED-BY
000963*----------------------------------------------------------------
000964 01  WS-PRVW-COUNT               PIC 9(02) COMP VALUE ZERO.
000965 01  WS-PRVW-TABLE-MAX           PIC 9(02) COMP VALUE 50.
000966 01  WS-PRVW-TABLE.
000967     05 WS-PRVW-IMAGE OCCURS 50 TIMES
000968             INDEXED BY WS-PRVW-IDX PIC X(70).
000969 01  WS-PRVW-WORK                PIC X(70) VALUE SPACES.
000970 01  WS-PRVW-WORK-R REDEFINES WS-PRVW-WORK.
000971     05 WS-PVW-ENTRY-KEY         PIC X(24).
000972     05 WS-PVW-RUN-DATE          PIC 9(08).
000973     05 WS-PVW-RECORD-COUNT      PIC 9(09).
000974     05 WS-PVW-TAG-CHANGES       PIC 9(09).
000975     05 WS-PVW-ROUTE-CHANGES     PIC 9(09).
000976     05 WS-PVW-NEW-UNTAGGED      PIC 9(09).
000977     05 WS-PVW-EMPTY-ROUTES      PIC 9(02).
000978 01  WS-PRVW-KEY                 PIC X(24) VALUE SPACES.
000979 01  WS-PRVW-FOUND-SUB           PIC 9(02) COMP VALUE ZERO.
000980*----------------------------------------------------------------
000970* IMAGE KEY VIEWS - JOB NAME / DIVISOR PULLED OFF AN IMAGE
000980*----------------------------------------------------------------
000990 01  WS-IMAGE-WORK               PIC X(61) VALUE SPACES.
001160         88 MAY-APPLY-SCHDCTL        VALUE "Y".
001170     05 WS-AUTH-FBZCTL-SW        PIC X(01) VALUE "N".
001180         88 MAY-APPLY-FBZCTL         VALUE "Y".
001182     05 WS-LOCK-SW               PIC X(01) VALUE "N".
001184         88 OPERATOR-LOCKED-OUT      VALUE "Y".
001186*----------------------------------------------------------------
001187* REFUSAL RECORD - FILLED IN AND HANDED TO SECLOG
001188*----------------------------------------------------------------
001189     COPY SECVIOL.
001190*----------------------------------------------------------------
001200* DIALOG CONTROL
001210*----------------------------------------------------------------
001430         88 USRAUTH-EOF              VALUE "Y".
001440     05 WS-CTL-EOF-SW            PIC X(01) VALUE "N".
001450         88 CTL-EOF                  VALUE "Y".
001452     05 WS-PRVW-EOF-SW           PIC X(01) VALUE "N".
001454         88 FBZPRVW-EOF              VALUE "Y".
001460     05 WS-DONE-SW               PIC X(01) VALUE "N".
001470         88 SESSION-DONE             VALUE "Y".
001472     05 WS-LOAD-SW               PIC X(01) VALUE "N".
001910         GO TO 1000-EXIT
001920     END-IF
001930     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT
001932     IF OPERATOR-LOCKED-OUT
001933         DISPLAY "USER ID LOCKED OUT - SEE SECURITY"
001934             " ADMINISTRATOR - SESSION ENDED"
001935         MOVE "S" TO WS-ACTION
001936         MOVE "PENDCHG" TO SECV-FUNCTION
001937         PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001938         SET SESSION-DONE TO TRUE
001939         GO TO 1000-EXIT
001939     END-IF
001940     OPEN INPUT PENDCHGF
001950     READ PENDCHGF
001960         AT END
002016         SET SESSION-DONE TO TRUE
002017         GO TO 1000-EXIT
002018     END-IF
002019     PERFORM 1300-LOAD-PREVIEWS THRU 1300-EXIT
002020     OPEN EXTEND CHGLOGF.
002030 1000-EXIT.
002040     EXIT.
002330 1250-MATCH-OPERATOR.
002340*----------------------------------------------------------------
002350     IF AUTH-USER-ID EQUAL WS-OPERATOR-ID
002355         IF AUTH-LOCKED-OUT
002356             SET OPERATOR-LOCKED-OUT TO TRUE
002357         END-IF
002360         IF AUTH-SCHDCTL-UPDATE
002370             MOVE "Y" TO WS-AUTH-SCHDCTL-SW
002380         END-IF
002460     END-READ.
002470 1250-EXIT.
002480     EXIT.
002482*----------------------------------------------------------------
002483*1300-LOAD-PREVIEWS - FBZPRVW IS REWRITTEN BY EVERY FBZPREV RUN;
002484* UNTIL THE FIRST RUN THERE IS NO FILE AND NO FBZCTL ENTRY MAY
002485* BE APPLIED.
002486*----------------------------------------------------------------
002487 1300-LOAD-PREVIEWS.
002488     OPEN INPUT FBZPRVWF
002489     READ FBZPRVWF
002490         AT END
002491             SET FBZPRVW-EOF TO TRUE
002492     END-READ
002493     PERFORM 1350-LOAD-PREVIEW THRU 1350-EXIT
002494         UNTIL FBZPRVW-EOF
002495     CLOSE FBZPRVWF.
002496 1300-EXIT.
002497     EXIT.
002498*----------------------------------------------------------------
002499 1350-LOAD-PREVIEW.
002500*----------------------------------------------------------------
002501     IF WS-PRVW-COUNT < WS-PRVW-TABLE-MAX
002502         ADD 1 TO WS-PRVW-COUNT
002503         SET WS-PRVW-IDX TO WS-PRVW-COUNT
002504         MOVE PRVW-RECORD TO WS-PRVW-IMAGE(WS-PRVW-IDX)
002505     END-IF
002506     READ FBZPRVWF
002507         AT END
002508             SET FBZPRVW-EOF TO TRUE
002509     END-READ.
002510 1350-EXIT.
002511     EXIT.
002490*----------------------------------------------------------------
002500 2000-PROCESS-ACTION.
002510*----------------------------------------------------------------
002960         DELIMITED BY SIZE INTO WS-LIST-LINE
002970     DISPLAY WS-LIST-LINE
002980     DISPLAY "    BEFORE: " WS-PND-BEFORE
002990     DISPLAY "    AFTER:  " WS-PND-AFTER
002992     IF WS-PND-FILE-NAME NOT EQUAL "FBZCTL"
002993         GO TO 3100-EXIT
002994     END-IF
002995     PERFORM 4200-FIND-PREVIEW THRU 4200-EXIT
002996     IF WS-PRVW-FOUND-SUB EQUAL ZERO
002997         DISPLAY "    PREVIEW: NONE - RUN FBZPREV BEFORE"
002998             " APPLYING"
002999         GO TO 3100-EXIT
003000     END-IF
003001     DISPLAY "    PREVIEW: " WS-PVW-RUN-DATE
003002         " RECORDS=" WS-PVW-RECORD-COUNT
003003         " TAG CHG=" WS-PVW-TAG-CHANGES
003004         " ROUTE CHG=" WS-PVW-ROUTE-CHANGES
003005     DISPLAY "             NEWLY UNTAGGED=" WS-PVW-NEW-UNTAGGED
003006         " ROUTES GOING EMPTY=" WS-PVW-EMPTY-ROUTES.
003007 3100-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030 4000-APPLY-ENTRY.
003150         IF NOT MAY-APPLY-SCHDCTL
003160             MOVE "NOT AUTHORIZED TO UPDATE SCHDCTL"
003170                 TO WS-MESSAGE
003172             MOVE "SCHDCTL" TO SECV-FUNCTION
003174             PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
003180             GO TO 4000-EXIT
003190         END-IF
003200         PERFORM 6000-APPLY-SCHDCTL THRU 6000-EXIT
003230             IF NOT MAY-APPLY-FBZCTL
003240                 MOVE "NOT AUTHORIZED TO UPDATE FBZCTL"
003250                     TO WS-MESSAGE
003252                 MOVE "FBZCTL" TO SECV-FUNCTION
003254                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
003260                 GO TO 4000-EXIT
003270             END-IF
003272             PERFORM 4200-FIND-PREVIEW THRU 4200-EXIT
003274             IF WS-PRVW-FOUND-SUB EQUAL ZERO
003276                 MOVE "NO IMPACT PREVIEW - RUN FBZPREV FIRST"
003277                     TO WS-MESSAGE
003278                 GO TO 4000-EXIT
003279             END-IF
003280             PERFORM 7000-APPLY-FBZCTL THRU 7000-EXIT
003290         ELSE
003300             MOVE "ENTRY NAMES AN UNKNOWN FILE" TO WS-MESSAGE
003620     END-IF.
003630 4100-EXIT.
003640     EXIT.
003642*----------------------------------------------------------------
003643*4200-FIND-PREVIEW - LOOKS UP THE MARKER FOR THE ENTRY IN
003644* WS-PEND-WORK; A FOUND MARKER IS LEFT IN WS-PRVW-WORK.
003645*----------------------------------------------------------------
003646 4200-FIND-PREVIEW.
003647     MOVE ZERO TO WS-PRVW-FOUND-SUB
003648     MOVE SPACES TO WS-PRVW-KEY
003649     STRING WS-PND-DATE WS-PND-TIME WS-PND-ENTERED-BY
003650         DELIMITED BY SIZE INTO WS-PRVW-KEY
003651     PERFORM 4250-MATCH-PREVIEW THRU 4250-EXIT
003652         VARYING WS-PRVW-IDX FROM 1 BY 1
003653         UNTIL WS-PRVW-IDX > WS-PRVW-COUNT
003654             OR WS-PRVW-FOUND-SUB > ZERO.
003655 4200-EXIT.
003656     EXIT.
003657*----------------------------------------------------------------
003658 4250-MATCH-PREVIEW.
003659*----------------------------------------------------------------
003660     MOVE WS-PRVW-IMAGE(WS-PRVW-IDX) TO WS-PRVW-WORK
003661     IF WS-PVW-ENTRY-KEY EQUAL WS-PRVW-KEY
003662         SET WS-PRVW-FOUND-SUB TO WS-PRVW-IDX
003663     END-IF.
003664 4250-EXIT.
003665     EXIT.
003650*----------------------------------------------------------------
003660 5000-REJECT-ENTRY.
003670*----------------------------------------------------------------
006540     MOVE WS-PND-ACTION TO CHGLOG-ACTION
006550     MOVE WS-PND-BEFORE TO CHGLOG-BEFORE
006560     MOVE WS-PND-AFTER TO CHGLOG-AFTER
006565     MOVE WS-OPERATOR-ID TO CHGLOG-CHANGED-BY
006570     WRITE CHGLOG-RECORD.
006580 8000-EXIT.
006590     EXIT.
006591*----------------------------------------------------------------
006592*8900-LOG-REFUSAL - ONE SECVIOL RECORD PER REFUSED APPLY OR
006593* LOCKED-OUT SIGN-ON. THE CALLER SETS SECV-FUNCTION TO THE FILE
006594* THE OPERATOR WAS AFTER. SECMON COUNTS THEM TOWARD A LOCKOUT.
006595*----------------------------------------------------------------
006596 8900-LOG-REFUSAL.
006597     MOVE WS-OPERATOR-ID TO SECV-USER-ID
006598     MOVE "CHGAPRV" TO SECV-PROGRAM
006599     MOVE WS-ACTION TO SECV-ACTION
006599     IF OPERATOR-LOCKED-OUT
006599         SET SECV-LOCKED-OUT TO TRUE
006599     ELSE
006599         SET SECV-NOT-AUTHORIZED TO TRUE
006599     END-IF
006599     CALL "SECLOG" USING SECV-RECORD.
006599 8900-EXIT.
006599     EXIT.
006600*----------------------------------------------------------------
006610*9000-TERMINATE - THE PENDING FILE IS REWRITTEN WHOLE; DECIDED
006620* ENTRIES OLDER THAN THE RETENTION WINDOW DROP OFF HERE.
