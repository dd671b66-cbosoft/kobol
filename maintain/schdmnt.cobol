000226*                  TRAIL. THE SESSION TABLE STILL SHOWS THE
000227*                  PROPOSED STATE SO THE DUPLICATE AND FIELD
000228*                  EDITS KEEP WORKING AT ENTRY.
000228* 2026-10-15  DPG  A USER SECMON HAS LOCKED OUT (USRAUTH LOCK
000228*                  STATUS "L") IS REFUSED AT SIGN-ON. THAT
000228*                  REFUSAL AND EVERY REFUSED ADD/CHANGE/DELETE
000228*                  GO TO THE SECVIOL TRAIL THROUGH SECLOG SO
000228*                  SECMON CAN COUNT THEM.
000229*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000924         88 USRAUTH-EOF              VALUE "Y".
000926     05 WS-AUTH-SW               PIC X(01) VALUE "N".
000928         88 OPERATOR-MAY-UPDATE      VALUE "Y".
000929     05 WS-LOCK-SW               PIC X(01) VALUE "N".
000929         88 OPERATOR-LOCKED-OUT      VALUE "Y".
000929*----------------------------------------------------------------
000929* REFUSAL RECORD - FILLED IN AND HANDED TO SECLOG
000929*----------------------------------------------------------------
000929     COPY SECVIOL.
000930 SCREEN SECTION.
000932 01  SIGNON-SCREEN.
000933     05 BLANK SCREEN.
001591*----------------------------------------------------------------
001592*1500-SIGN-ON - THE OPERATOR'S SCHDCTL MAINTENANCE LEVEL COMES
001593* FROM USRAUTH. WITHOUT LEVEL "U" THE SESSION IS LIST-ONLY.
001593* A USER LOCKED OUT BY SECMON IS TURNED AWAY ALTOGETHER.
001594*----------------------------------------------------------------
001595 1500-SIGN-ON.
001596     MOVE SPACES TO WS-OPERATOR-ID
001603     END-READ
001604     PERFORM 1550-MATCH-OPERATOR THRU 1550-EXIT
001605         UNTIL USRAUTH-EOF OR OPERATOR-MAY-UPDATE
001605             OR OPERATOR-LOCKED-OUT
001606     CLOSE USRAUTHF
001606     IF OPERATOR-LOCKED-OUT
001606         DISPLAY "USER ID LOCKED OUT - SEE SECURITY"
001606             " ADMINISTRATOR - SESSION ENDED"
001606         MOVE "S" TO WS-ACTION
001606         PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001606         SET SESSION-DONE TO TRUE
001606         GO TO 1500-EXIT
001606     END-IF
001607     IF NOT OPERATOR-MAY-UPDATE
001608         MOVE "NOT AUTHORIZED TO UPDATE SCHDCTL - LIST ONLY"
001609             TO WS-MESSAGE
001614 1550-MATCH-OPERATOR.
001615*----------------------------------------------------------------
001616     IF AUTH-USER-ID EQUAL WS-OPERATOR-ID
001616         AND AUTH-LOCKED-OUT
001616         SET OPERATOR-LOCKED-OUT TO TRUE
001616         GO TO 1550-EXIT
001616     END-IF
001616     IF AUTH-USER-ID EQUAL WS-OPERATOR-ID
001617         AND AUTH-SCHDCTL-UPDATE
001618         SET OPERATOR-MAY-UPDATE TO TRUE
001619         GO TO 1550-EXIT
001712             ELSE
001714                 MOVE "NOT AUTHORIZED TO UPDATE SCHDCTL"
001716                     TO WS-MESSAGE
001717                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001718             END-IF
001720         WHEN "C"
001722             IF OPERATOR-MAY-UPDATE
001732             ELSE
001734                 MOVE "NOT AUTHORIZED TO UPDATE SCHDCTL"
001736                     TO WS-MESSAGE
001737                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001738             END-IF
001740         WHEN "D"
001742             IF OPERATOR-MAY-UPDATE
001752             ELSE
001754                 MOVE "NOT AUTHORIZED TO UPDATE SCHDCTL"
001756                     TO WS-MESSAGE
001757                 PERFORM 8900-LOG-REFUSAL THRU 8900-EXIT
001758             END-IF
001760         WHEN "X"
001770             SET SESSION-DONE TO TRUE
004180     WRITE PEND-RECORD.
004190 8000-EXIT.
004200     EXIT.
004201*----------------------------------------------------------------
004202*8900-LOG-REFUSAL - ONE SECVIOL RECORD PER REFUSED ACTION OR
004203* LOCKED-OUT SIGN-ON. SECMON COUNTS THEM TOWARD A LOCKOUT.
004204*----------------------------------------------------------------
004205 8900-LOG-REFUSAL.
004206     MOVE WS-OPERATOR-ID TO SECV-USER-ID
004207     MOVE "SCHDMNT" TO SECV-PROGRAM
004208     MOVE "SCHDCTL" TO SECV-FUNCTION
004209     MOVE WS-ACTION TO SECV-ACTION
004209     IF OPERATOR-LOCKED-OUT
004209         SET SECV-LOCKED-OUT TO TRUE
004209     ELSE
004209         SET SECV-NOT-AUTHORIZED TO TRUE
004209     END-IF
004209     CALL "SECLOG" USING SECV-RECORD.
004209 8900-EXIT.
004209     EXIT.
004210*----------------------------------------------------------------
004220*9000-TERMINATE - THE LIVE FILE IS NOT REWRITTEN HERE ANYMORE;
004230* CHGAPRV APPLIES APPROVED ENTRIES TO IT.
