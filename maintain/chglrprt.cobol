000200*                  ACTUALLY CHANGED PRINT, SO A ONE-FLAG EDIT
000210*                  READS AS ONE LINE INSTEAD OF TWO 61-BYTE
000220*                  DUMPS.
000225* 2026-10-15  DPG  THE ENTRY LINE NOW SHOWS WHO MADE THE CHANGE
000226*                  (CHGLOG-CHANGED-BY, WHEN THE WRITER RECORDED
000227*                  ONE), AND USRAUTH ENTRIES FROM THE USRMNT
000228*                  SCREEN DECODE LIKE THE OTHERS - USER,
000229*                  DEPARTMENT, INQUIRY FLAGS AND EACH MAINTENANCE
000229*                  LEVEL THAT WAS GRANTED OR REVOKED.
000229* 2026-10-15  DPG  USRAUTH DECODE SHOWS A LOCK STATUS/DATE
000229*                  CHANGE - A SECMON LOCKOUT (CHANGED BY SECMON)
000229*                  OR A USRMNT RESET.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000530* IMAGE DECODING - THE 61-BYTE CHGLOG IMAGES ARE MAPPED TO THE
000540* WRITING FILE'S OWN LAYOUT. SCHDCTL IMAGES ARE FULL SCHDCTL
000550* RECORDS; FBZCTL IMAGES ARE DIVISOR + LABEL + DEST AS FBZMNT
000560* STRINGS THEM. USRAUTH IMAGES ARE FULL USRAUTH RECORDS.
000570*----------------------------------------------------------------
000580 01  WS-SCH-BEFORE.
000590     05 WS-SCHB-JOB-NAME         PIC X(08).
000790     05 WS-FBZA-LABEL            PIC X(10).
000800     05 WS-FBZA-DEST             PIC X(08).
000810     05 FILLER                   PIC X(41).
000811 01  WS-USR-BEFORE.
000812     05 WS-USRB-USER-ID          PIC X(08).
000813     05 WS-USRB-INQ-FACTORIAL    PIC X(01).
000814     05 WS-USRB-INQ-FIBONACCI    PIC X(01).
000815     05 WS-USRB-INQ-COMBIN       PIC X(01).
000816     05 WS-USRB-SCHDCTL-LEVEL    PIC X(01).
000817     05 WS-USRB-FBZCTL-LEVEL     PIC X(01).
000818     05 WS-USRB-INQ-FIB-LOOKUP   PIC X(01).
000819     05 WS-USRB-INQ-PRIME        PIC X(01).
000819     05 WS-USRB-FBZHOLD-LEVEL    PIC X(01).
000819     05 WS-USRB-STDREQ-LEVEL     PIC X(01).
000819     05 WS-USRB-USRAUTH-LEVEL    PIC X(01).
000819     05 WS-USRB-DEPARTMENT       PIC X(04).
000819     05 WS-USRB-LOCK-STATUS      PIC X(01).
000819     05 WS-USRB-LOCK-DATE        PIC X(08).
000819     05 FILLER                   PIC X(29).
000819 01  WS-USR-AFTER.
000819     05 WS-USRA-USER-ID          PIC X(08).
000819     05 WS-USRA-INQ-FACTORIAL    PIC X(01).
000819     05 WS-USRA-INQ-FIBONACCI    PIC X(01).
000819     05 WS-USRA-INQ-COMBIN       PIC X(01).
000819     05 WS-USRA-SCHDCTL-LEVEL    PIC X(01).
000819     05 WS-USRA-FBZCTL-LEVEL     PIC X(01).
000819     05 WS-USRA-INQ-FIB-LOOKUP   PIC X(01).
000819     05 WS-USRA-INQ-PRIME        PIC X(01).
000819     05 WS-USRA-FBZHOLD-LEVEL    PIC X(01).
000819     05 WS-USRA-STDREQ-LEVEL     PIC X(01).
000819     05 WS-USRA-USRAUTH-LEVEL    PIC X(01).
000819     05 WS-USRA-DEPARTMENT       PIC X(04).
000819     05 WS-USRA-LOCK-STATUS      PIC X(01).
000819     05 WS-USRA-LOCK-DATE        PIC X(08).
000819     05 FILLER                   PIC X(29).
000819 01  WS-USRB-INQ-FLAGS           PIC X(05) VALUE SPACES.
000819 01  WS-USRA-INQ-FLAGS           PIC X(05) VALUE SPACES.
000820*----------------------------------------------------------------
000830* REPORT CONTROL
000840*----------------------------------------------------------------
001500         " " CHGLOG-FILE-NAME
001510         " ACTION=" CHGLOG-ACTION
001520         DELIMITED BY SIZE INTO WS-PRINT-LINE
001525     IF CHGLOG-CHANGED-BY NOT EQUAL SPACES
001526         MOVE "BY" TO WS-PRINT-LINE(37:2)
001527         MOVE CHGLOG-CHANGED-BY TO WS-PRINT-LINE(40:8)
001528     END-IF
001530     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001540     IF CHGLOG-FILE-NAME EQUAL "SCHDCTL"
001550         PERFORM 3000-DECODE-SCHDCTL THRU 3000-EXIT
001560     ELSE
001570         IF CHGLOG-FILE-NAME EQUAL "FBZCTL"
001580             PERFORM 4000-DECODE-FBZCTL THRU 4000-EXIT
001585         ELSE
001586             IF CHGLOG-FILE-NAME EQUAL "USRAUTH"
001587                 PERFORM 5000-DECODE-USRAUTH THRU 5000-EXIT
001588             END-IF
001590         END-IF
001600     END-IF.
001610 2000-READ-NEXT.
002480     END-IF.
002490 4000-EXIT.
002500     EXIT.
002501*----------------------------------------------------------------
002502*5000-DECODE-USRAUTH - AN ADD HAS NO BEFORE IMAGE AND A DELETE
002503* NO AFTER IMAGE, SO EVERY RIGHT THE USER HELD SHOWS AS GRANTED
002504* OR REVOKED.
002505*----------------------------------------------------------------
002506 5000-DECODE-USRAUTH.
002507     MOVE CHGLOG-BEFORE TO WS-USR-BEFORE
002508     MOVE CHGLOG-AFTER TO WS-USR-AFTER
002509     MOVE SPACES TO WS-PRINT-LINE
002510     IF WS-USRB-USER-ID NOT EQUAL SPACES
002511         STRING "    USER: " WS-USRB-USER-ID
002512             DELIMITED BY SIZE INTO WS-PRINT-LINE
002513     ELSE
002514         STRING "    USER: " WS-USRA-USER-ID
002515             DELIMITED BY SIZE INTO WS-PRINT-LINE
002516     END-IF
002517     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002518     IF WS-USRB-DEPARTMENT NOT EQUAL WS-USRA-DEPARTMENT
002519         MOVE SPACES TO WS-PRINT-LINE
002520         STRING "    DEPARTMENT: " WS-USRB-DEPARTMENT
002521             " -> " WS-USRA-DEPARTMENT
002522             DELIMITED BY SIZE INTO WS-PRINT-LINE
002523         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002524     END-IF
002525     MOVE SPACES TO WS-USRB-INQ-FLAGS WS-USRA-INQ-FLAGS
002526     STRING WS-USRB-INQ-FACTORIAL WS-USRB-INQ-FIBONACCI
002527         WS-USRB-INQ-COMBIN WS-USRB-INQ-FIB-LOOKUP
002528         WS-USRB-INQ-PRIME
002529         DELIMITED BY SIZE INTO WS-USRB-INQ-FLAGS
002530     STRING WS-USRA-INQ-FACTORIAL WS-USRA-INQ-FIBONACCI
002531         WS-USRA-INQ-COMBIN WS-USRA-INQ-FIB-LOOKUP
002532         WS-USRA-INQ-PRIME
002533         DELIMITED BY SIZE INTO WS-USRA-INQ-FLAGS
002534     IF WS-USRB-INQ-FLAGS NOT EQUAL WS-USRA-INQ-FLAGS
002535         MOVE SPACES TO WS-PRINT-LINE
002536         STRING "    INQUIRY F/B/C/V/P: " WS-USRB-INQ-FLAGS
002537             " -> " WS-USRA-INQ-FLAGS
002538             DELIMITED BY SIZE INTO WS-PRINT-LINE
002539         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002540     END-IF
002541     IF WS-USRB-SCHDCTL-LEVEL NOT EQUAL WS-USRA-SCHDCTL-LEVEL
002542         MOVE SPACES TO WS-PRINT-LINE
002543         STRING "    SCHDCTL LEVEL: " WS-USRB-SCHDCTL-LEVEL
002544             " -> " WS-USRA-SCHDCTL-LEVEL
002545             DELIMITED BY SIZE INTO WS-PRINT-LINE
002546         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002547     END-IF
002548     IF WS-USRB-FBZCTL-LEVEL NOT EQUAL WS-USRA-FBZCTL-LEVEL
002549         MOVE SPACES TO WS-PRINT-LINE
002550         STRING "    FBZCTL LEVEL: " WS-USRB-FBZCTL-LEVEL
002551             " -> " WS-USRA-FBZCTL-LEVEL
002552             DELIMITED BY SIZE INTO WS-PRINT-LINE
002553         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002554     END-IF
002555     IF WS-USRB-FBZHOLD-LEVEL NOT EQUAL WS-USRA-FBZHOLD-LEVEL
002556         MOVE SPACES TO WS-PRINT-LINE
002557         STRING "    FBZHOLD LEVEL: " WS-USRB-FBZHOLD-LEVEL
002558             " -> " WS-USRA-FBZHOLD-LEVEL
002559             DELIMITED BY SIZE INTO WS-PRINT-LINE
002560         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002561     END-IF
002562     IF WS-USRB-STDREQ-LEVEL NOT EQUAL WS-USRA-STDREQ-LEVEL
002563         MOVE SPACES TO WS-PRINT-LINE
002564         STRING "    STDREQ LEVEL: " WS-USRB-STDREQ-LEVEL
002565             " -> " WS-USRA-STDREQ-LEVEL
002566             DELIMITED BY SIZE INTO WS-PRINT-LINE
002567         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002568     END-IF
002569     IF WS-USRB-USRAUTH-LEVEL NOT EQUAL WS-USRA-USRAUTH-LEVEL
002570         MOVE SPACES TO WS-PRINT-LINE
002571         STRING "    USRAUTH LEVEL: " WS-USRB-USRAUTH-LEVEL
002572             " -> " WS-USRA-USRAUTH-LEVEL
002573             DELIMITED BY SIZE INTO WS-PRINT-LINE
002574         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002575     END-IF
002575     IF WS-USRB-LOCK-STATUS NOT EQUAL WS-USRA-LOCK-STATUS
002575         OR WS-USRB-LOCK-DATE NOT EQUAL WS-USRA-LOCK-DATE
002575         MOVE SPACES TO WS-PRINT-LINE
002575         STRING "    LOCK STATUS/DATE: " WS-USRB-LOCK-STATUS
002575             " " WS-USRB-LOCK-DATE " -> " WS-USRA-LOCK-STATUS
002575             " " WS-USRA-LOCK-DATE
002575             DELIMITED BY SIZE INTO WS-PRINT-LINE
002575         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002575     END-IF.
002576 5000-EXIT.
002577     EXIT.
002510*----------------------------------------------------------------
002520 8000-WRITE-LINE.
002530*----------------------------------------------------------------
