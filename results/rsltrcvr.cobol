000230*                  VALUES. RETURN CODE 8 WHEN THE SNAPSHOT IS
000240*                  EMPTY AND THE JOURNAL IS TOO - THAT IS NOT A
000250*                  RECOVERY, IT IS AN EMPTY MASTER.
000252* 2026-10-15  DPG  JOURNAL REPLAY NOW HONOURS THE DELETE ACTION
000254*                  RSLTPURG WRITES WHEN IT MOVES AGED RESULTS
000256*                  TO THE RSLTOLD ARCHIVE - THE KEY IS DELETED
000258*                  FROM THE REBUILT MASTER, SO A SNAPSHOT TAKEN
000258*                  BEFORE THE PURGE DOES NOT BRING ARCHIVED
000258*                  RESULTS BACK. A DELETE WHOSE KEY IS ALREADY
000258*                  GONE IS COUNTED, NOT AN ERROR.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000570 01  WS-RESTORED-COUNT           PIC 9(09) VALUE ZERO.
000580 01  WS-REPLAYED-COUNT           PIC 9(09) VALUE ZERO.
000590 01  WS-REPLAY-DUP-COUNT         PIC 9(09) VALUE ZERO.
000592 01  WS-REPLAY-DELETE-COUNT      PIC 9(09) VALUE ZERO.
000594 01  WS-DELETE-ABSENT-COUNT      PIC 9(09) VALUE ZERO.
000600 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000610*----------------------------------------------------------------
000620* SWITCHES
001350     MOVE RJRN-PROGRAM-ID TO RSLTKEY-PROGRAM-ID
001360     MOVE RJRN-INPUT-VALUE TO RSLTKEY-INPUT-VALUE
001370     MOVE RJRN-KEY-RUN-DATE TO RSLTKEY-RUN-DATE
001372     IF RJRN-DELETE
001374         PERFORM 2200-REPLAY-DELETE THRU 2200-EXIT
001376         GO TO 2100-READ-NEXT
001378     END-IF
001380     MOVE RJRN-COMPUTED-VALUE TO RSLTKEY-COMPUTED-VALUE
001382     MOVE RJRN-REQUESTER TO RSLTKEY-REQUESTER
001384     MOVE RJRN-REFERENCE TO RSLTKEY-REFERENCE
001420             ADD 1 TO WS-REPLAY-DUP-COUNT
001430         NOT INVALID KEY
001440             ADD 1 TO WS-REPLAYED-COUNT
001450     END-WRITE.
001455 2100-READ-NEXT.
001460     READ RSLTJRNL
001470         AT END
001480             SET RSLTJRNL-EOF TO TRUE
001490     END-READ.
001500 2100-EXIT.
001510     EXIT.
001511*----------------------------------------------------------------
001512*2200-REPLAY-DELETE - AN ARCHIVE MOVE. THE KEY MAY ALREADY BE
001513* ABSENT WHEN THE SNAPSHOT WAS TAKEN AFTER THE PURGE.
001514*----------------------------------------------------------------
001515 2200-REPLAY-DELETE.
001516     DELETE RSLTMST RECORD
001517         INVALID KEY
001518             ADD 1 TO WS-DELETE-ABSENT-COUNT
001519         NOT INVALID KEY
001520             ADD 1 TO WS-REPLAY-DELETE-COUNT
001521     END-DELETE.
001522 2200-EXIT.
001523     EXIT.
001520*----------------------------------------------------------------
001530 9000-TERMINATE.
001540*----------------------------------------------------------------
001580         WS-REPLAYED-COUNT
001590     DISPLAY "RSLTRCVR REPLAYS ALREADY PRESENT="
001600         WS-REPLAY-DUP-COUNT
001602     DISPLAY "RSLTRCVR ARCHIVE DELETES REPLAYED="
001604         WS-REPLAY-DELETE-COUNT
001606     DISPLAY "RSLTRCVR ARCHIVE DELETES ALREADY ABSENT="
001608         WS-DELETE-ABSENT-COUNT
001610     IF WS-RESTORED-COUNT EQUAL ZERO
001620         AND WS-REPLAYED-COUNT EQUAL ZERO
001630         AND WS-REPLAY-DUP-COUNT EQUAL ZERO
001635         AND WS-REPLAY-DELETE-COUNT EQUAL ZERO
001640         DISPLAY "RSLTRCVR NOTHING RECOVERED - CHECK RSLTBKP"
001650             " AND RSLTJRNL DDS"
001660         MOVE 8 TO WS-RETURN-CODE
