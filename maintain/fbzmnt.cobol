000199*                  OPERATOR APPLIES OR REJECTS EACH ENTRY IN
000199*                  CHGAPRV, AND ONLY THE APPLY REWRITES THE
000199*                  LIVE FILE AND THE CHGLOG TRAIL.
000199* 2026-10-15  DPG  A USER SECMON HAS LOCKED OUT (USRAUTH LOCK
000199*                  STATUS "L") IS REFUSED AT SIGN-ON. THAT
000199*                  REFUSAL AND EVERY REFUSED ADD/CHANGE/DELETE
000199*                  GO TO THE SECVIOL TRAIL THROUGH SECLOG SO
000199*                  SECMON CAN COUNT THEM.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000754         88 USRAUTH-EOF              VALUE "Y".
000756     05 WS-AUTH-SW               PIC X(01) VALUE "N".
000758         88 OPERATOR-MAY-UPDATE      VALUE "Y".
000759     05 WS-LOCK-SW               PIC X(01) VALUE "N".
000759         88 OPERATOR-LOCKED-OUT      VALUE "Y".
000759*----------------------------------------------------------------
000759* REFUSAL RECORD - FILLED IN AND HANDED TO SECLOG
000759*----------------------------------------------------------------
000759     COPY SECVIOL.
000760 SCREEN SECTION.
000762 01  SIGNON-SCREEN.
000763     05 BLANK SCREEN.
001321*----------------------------------------------------------------
001322*1500-SIGN-ON - THE OPERATOR'S FBZCTL MAINTENANCE LEVEL COMES
001323* FROM USRAUTH. WITHOUT LEVEL "U" THE SESSION IS LIST-ONLY.
001323* A USER LOCKED OUT BY SECMON IS TURNED AWAY ALTOGETHER.
001324*----------------------------------------------------------------
001325 1500-SIGN-ON.
001326     MOVE SPACES TO WS-OPERATOR-ID
001333     END-READ
001334     PERFORM 1550-MATCH-OPERATOR THRU 1550-EXIT
001335         UNTIL USRAUTH-EOF OR OPERATOR-MAY-UPDATE
001335             OR OPERATOR-LOCKED-OUT
001336     CLOSE USRAUTHF
001336     IF OPERATOR-LOCKED-OUT
001336         DISPLAY "USER ID LOCKED OUT - SEE SECURITY"
001336             " ADMINISTRATOR - SESSION ENDED"
001336         MOVE "S" TO WS-ACTION
001336         PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001336         SET SESSION-DONE TO TRUE
001336         GO TO 1500-EXIT
001336     END-IF
001337     IF NOT OPERATOR-MAY-UPDATE
001338         MOVE "NOT AUTHORIZED TO UPDATE FBZCTL - LIST ONLY"
001339             TO WS-MESSAGE
001344 1550-MATCH-OPERATOR.
001345*----------------------------------------------------------------
001346     IF AUTH-USER-ID EQUAL WS-OPERATOR-ID
001346         AND AUTH-LOCKED-OUT
001346         SET OPERATOR-LOCKED-OUT TO TRUE
001346         GO TO 1550-EXIT
001346     END-IF
001346     IF AUTH-USER-ID EQUAL WS-OPERATOR-ID
001347         AND AUTH-FBZCTL-UPDATE
001348         SET OPERATOR-MAY-UPDATE TO TRUE
001349         GO TO 1550-EXIT
001442             ELSE
001444                 MOVE "NOT AUTHORIZED TO UPDATE FBZCTL"
001446                     TO WS-MESSAGE
001447                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001448             END-IF
001450         WHEN "C"
001452             IF OPERATOR-MAY-UPDATE
001462             ELSE
001464                 MOVE "NOT AUTHORIZED TO UPDATE FBZCTL"
001466                     TO WS-MESSAGE
001467                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001468             END-IF
001470         WHEN "D"
001472             IF OPERATOR-MAY-UPDATE
001482             ELSE
001484                 MOVE "NOT AUTHORIZED TO UPDATE FBZCTL"
001486                     TO WS-MESSAGE
001487                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001488             END-IF
001490         WHEN "X"
001500             SET SESSION-DONE TO TRUE
003170     WRITE PEND-RECORD.
003180 8000-EXIT.
003190     EXIT.
003191*----------------------------------------------------------------
003192*8900-LOG-REFUSAL - ONE SECVIOL RECORD PER REFUSED ACTION OR
003193* LOCKED-OUT SIGN-ON. SECMON COUNTS THEM TOWARD A LOCKOUT.
003194*----------------------------------------------------------------
003195 8900-LOG-REFUSAL.
003196     MOVE WS-OPERATOR-ID TO SECV-USER-ID
003197     MOVE "FBZMNT" TO SECV-PROGRAM
003198     MOVE "FBZCTL" TO SECV-FUNCTION
003199     MOVE WS-ACTION TO SECV-ACTION
003199     IF OPERATOR-LOCKED-OUT
003199         SET SECV-LOCKED-OUT TO TRUE
003199     ELSE
003199         SET SECV-NOT-AUTHORIZED TO TRUE
003199     END-IF
003199     CALL "SECLOG" USING SECV-RECORD.
003199 8900-EXIT.
003199     EXIT.
003200*----------------------------------------------------------------
003210*9000-TERMINATE - THE LIVE FILE IS NOT REWRITTEN HERE ANYMORE;
003220* CHGAPRV APPLIES APPROVED ENTRIES TO IT (AND MAINTAINS THE
