000300*                  THIS REPORT'S NAME AND THE RUN DATE, SO THE
000300*                  REPORT SURVIVES THE SPOOL PURGE AND RPTPRINT
000300*                  CAN REPRODUCE IT FOR AN AUDITOR.
000300* 2026-10-15  DPG  REGISTERED SET GREW RSLTPURG (RESULTS-MASTER
000300*                  RETENTION) - SEEN-FLAG TABLE WIDENED TO
000300*                  MATCH REG-JOB-COUNT.
000300* 2026-10-15  DPG  CHGRATE NOW NEEDS A FOURTH RATE, TYPE V
000300*                  (REVERSE FIBONACCI LOOKUP), AND USRAUTH'S NEW
000300*                  AUTH-INQ-FIB-LOOKUP FLAG IS EDITED Y/N/BLANK
000300*                  LIKE THE OTHER TYPE FLAGS.
000300* 2026-10-15  DPG  REGISTERED SET GREW PRIMEFAC (PRIME
000300*                  FACTORIZATION JOB) - SEEN-FLAG TABLE WIDENED
000300*                  TO MATCH REG-JOB-COUNT. CHGRATE NOW NEEDS A
000300*                  FIFTH RATE, TYPE P, AND USRAUTH'S NEW
000300*                  AUTH-INQ-PRIME FLAG IS EDITED Y/N/BLANK.
000300* 2026-10-15  DPG  USRAUTH'S NEW AUTH-FBZHOLD-LEVEL (HOLD QUEUE
000300*                  RELEASE/REJECT) IS EDITED U/N/BLANK LIKE THE
000300*                  OTHER MAINTENANCE LEVELS.
000300* 2026-10-15  DPG  THE NEW GLMAP GENERAL-LEDGER ACCOUNT MAP
000300*                  (READ BY GLPOST) IS EDITED HERE TOO - TYPE
000300*                  L/D, KEY AND BOTH ACCOUNTS PRESENT, DEBIT NOT
000300*                  THE SAME AS CREDIT, NO DUPLICATE TYPE/KEY,
000300*                  AND EVERY ROUTED FBZCTL LABEL MAPPED (AN
000300*                  UNMAPPED LABEL WOULD NEVER REACH THE LEDGER).
000300* 2026-10-15  DPG  THE NEW INQQUOTA DEPARTMENTAL INQUIRY QUOTA
000300*                  FILE (READ BY DLYINQRY AND DLYSUMRY) IS
000300*                  EDITED HERE TOO - DEPARTMENT PRESENT, BOTH
000300*                  CEILINGS NUMERIC AND NOT BOTH ZERO, WARNING
000300*                  PERCENT 1-100, NO DUPLICATE DEPARTMENTS. AN
000300*                  EMPTY FILE IS ALLOWED (NO DEPARTMENT CAPPED).
000300* 2026-10-15  DPG  USRAUTH'S NEW AUTH-STDREQ-LEVEL (STANDING
000300*                  REQUEST MAINTENANCE) IS EDITED U/N/BLANK LIKE
000300*                  THE OTHER MAINTENANCE LEVELS.
000300* 2026-10-15  DPG  USRAUTH'S NEW AUTH-USRAUTH-LEVEL (SECURITY
000300*                  ADMINISTRATOR) IS EDITED U/N/BLANK THE SAME
000300*                  WAY. THE DEPARTMENT IS FREE TEXT.
000300* 2026-10-15  DPG  USRAUTH'S NEW LOCK STATUS MUST BE BLANK, "L"
000300*                  (LOCKED OUT BY SECMON) OR "R" (RESET ON
000300*                  USRMNT), AND A SET STATUS NEEDS A NUMERIC
000300*                  LOCK DATE.
000300* 2026-10-15  DPG  THE NEW FBZMASK TEXT MASKING POLICY FILE
000300*                  (READ THROUGH TXTMASK BY FBZSPLIT, RSLTEXTR
000300*                  AND PARCOMP) IS EDITED HERE TOO - POLICY ID
000300*                  AND SOURCE PRESENT, ACTION F/P/T, A PARTIAL
000300*                  POLICY'S KEEP COUNT 0-59, NO DUPLICATE
000300*                  POLICY ID OR SOURCE/LABEL PAIR, AND NO MORE
000300*                  THAN 50 POLICIES. AN EMPTY FILE IS ALLOWED
000300*                  (EVERY TEXT IS THEN WITHHELD).
000300* 2026-10-15  DPG  FBZMASK POLICY ID DEFAULT IS NOW REJECTED - IT
000300*                  IS THE NAME TXTMASK COUNTS UNCOVERED TEXT
000300*                  UNDER, AND A POLICY OF THAT NAME WOULD BE
000300*                  REPORTED AS A COVERAGE GAP.
000300*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000388         ORGANIZATION IS LINE SEQUENTIAL.
000389     SELECT USRAUTHF ASSIGN TO "USRAUTH"
000389         ORGANIZATION IS LINE SEQUENTIAL.
000389     SELECT GLMAPF ASSIGN TO "GLMAP"
000389         ORGANIZATION IS LINE SEQUENTIAL.
000389     SELECT INQQUOTA ASSIGN TO "INQQUOTA"
000389         ORGANIZATION IS LINE SEQUENTIAL.
000389     SELECT FBZMASKF ASSIGN TO "FBZMASK"
000389         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT VALRPT ASSIGN TO "VALRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000519 FD  USRAUTHF
000519     RECORDING MODE IS F.
000519     COPY USRAUTH.
000519 FD  GLMAPF
000519     RECORDING MODE IS F.
000519     COPY GLMAP.
000519 FD  INQQUOTA
000519     RECORDING MODE IS F.
000519     COPY INQQTA.
000519 FD  FBZMASKF
000519     RECORDING MODE IS F.
000519     COPY FBZMASK.
000520 FD  VALRPT
000530     RECORDING MODE IS F.
000540 01  VALRPT-RECORD               PIC X(80).
000630* THE SCHDMNT MAINTENANCE SCREEN
000640*----------------------------------------------------------------
000650     COPY REGJOBS.
000770 01  WS-REG-SEEN-FLAGS           PIC X(11) VALUE "NNNNNNNNNNN".
000780 01  WS-REG-SEEN REDEFINES WS-REG-SEEN-FLAGS.
000790     05 WS-REG-SEEN-SW OCCURS 11 TIMES
000800             INDEXED BY WS-SEEN-IDX PIC X(01).
000810*----------------------------------------------------------------
000820* FBZCTL EDIT FIELDS
000860 01  WS-FBZ-SEEN-TABLE.
000870     05 WS-FBZ-SEEN-DIVISOR OCCURS 50 TIMES
000880             INDEXED BY WS-FBZ-IDX PIC 9(02).
000882 01  WS-FBZ-ROUTED-COUNT         PIC 9(02) COMP VALUE ZERO.
000884 01  WS-FBZ-ROUTED-TABLE.
000886     05 WS-FBZ-ROUTED-LABEL OCCURS 50 TIMES
000888             INDEXED BY WS-RTD-IDX PIC X(10).
000890*----------------------------------------------------------------
000900* SCHDCTL EDIT FIELDS
000910*----------------------------------------------------------------
000952*----------------------------------------------------------------
000953* CHGRATE EDIT FIELDS - SLOT 1 TYPE F, 2 TYPE B, 3 TYPE C
000954*----------------------------------------------------------------
000954 01  WS-CHRG-SEEN-FLAGS          PIC X(05) VALUE "NNNNN".
000954 01  WS-CHRG-SEEN REDEFINES WS-CHRG-SEEN-FLAGS.
000954     05 WS-CHRG-SEEN-SW OCCURS 5 TIMES
000954             INDEXED BY WS-CHRG-IDX PIC X(01).
000954 01  WS-CHRG-SUB                 PIC 9(01) VALUE ZERO.
000954*----------------------------------------------------------------
000954     05 WS-USR-SEEN-ID OCCURS 50 TIMES
000954             INDEXED BY WS-USR-IDX PIC X(08).
000954*----------------------------------------------------------------
000954* GLMAP EDIT FIELDS
000954*----------------------------------------------------------------
000954 01  WS-GLM-SEEN-COUNT           PIC 9(03) COMP VALUE ZERO.
000954 01  WS-GLM-SEEN-TABLE.
000954     05 WS-GLM-SEEN-KEY OCCURS 200 TIMES
000954             INDEXED BY WS-GLM-IDX PIC X(11).
000954 01  WS-GLM-TYPE-KEY.
000954     05 WS-GLM-TYPE              PIC X(01).
000954     05 WS-GLM-KEY               PIC X(10).
000954*----------------------------------------------------------------
000954* INQQUOTA EDIT FIELDS
000954*----------------------------------------------------------------
000954 01  WS-QTA-SEEN-COUNT           PIC 9(03) COMP VALUE ZERO.
000954 01  WS-QTA-SEEN-TABLE.
000954     05 WS-QTA-SEEN-DEPT OCCURS 100 TIMES
000954             INDEXED BY WS-QTA-IDX PIC X(04).
000954*----------------------------------------------------------------
000954* FBZMASK EDIT FIELDS
000954*----------------------------------------------------------------
000954 01  WS-MSK-SEEN-COUNT           PIC 9(02) COMP VALUE ZERO.
000954 01  WS-MSK-SEEN-TABLE.
000954     05 WS-MSK-SEEN-ENTRY OCCURS 50 TIMES
000954             INDEXED BY WS-MSK-IDX.
000954         10 WS-MSK-SEEN-ID       PIC X(08).
000954         10 WS-MSK-SEEN-KEY      PIC X(13).
000954 01  WS-MSK-KEY.
000954     05 WS-MSK-SOURCE            PIC X(03).
000954     05 WS-MSK-LABEL             PIC X(10).
000954 01  WS-MSK-DUP-SW               PIC X(01) VALUE SPACE.
000954     88 MSK-DUP-ID                   VALUE "I".
000954     88 MSK-DUP-KEY                  VALUE "K".
000954*----------------------------------------------------------------
000954* SLACTL EDIT FIELDS
000954*----------------------------------------------------------------
000955 01  WS-SLA-SEEN-COUNT           PIC 9(02) COMP VALUE ZERO.
001125         88 CHGRATE-EOF              VALUE "Y".
001126     05 WS-USRAUTH-EOF-SW        PIC X(01) VALUE "N".
001126         88 USRAUTH-EOF              VALUE "Y".
001126     05 WS-GLMAP-EOF-SW          PIC X(01) VALUE "N".
001126         88 GLMAP-EOF                VALUE "Y".
001126     05 WS-INQQUOTA-EOF-SW       PIC X(01) VALUE "N".
001126         88 INQQUOTA-EOF             VALUE "Y".
001126     05 WS-FBZMASK-EOF-SW        PIC X(01) VALUE "N".
001126         88 FBZMASK-EOF              VALUE "Y".
001126     05 WS-SLA-STREAM-SW         PIC X(01) VALUE "N".
001128         88 SLA-STREAM-SEEN           VALUE "Y".
001130 PROCEDURE DIVISION.
001205     PERFORM 5000-VALIDATE-SLACTL THRU 5000-EXIT
001206     PERFORM 6000-VALIDATE-CHGRATE THRU 6000-EXIT
001207     PERFORM 7000-VALIDATE-USRAUTH THRU 7000-EXIT
001208     PERFORM 7500-VALIDATE-GLMAP THRU 7500-EXIT
001209     PERFORM 7800-VALIDATE-INQQUOTA THRU 7800-EXIT
001209     PERFORM 7900-VALIDATE-FBZMASK THRU 7900-EXIT
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT
001220     STOP RUN.
001230*----------------------------------------------------------------
002131             DELIMITED BY SIZE INTO WS-PRINT-LINE
002132         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
002133     END-IF
002133     IF FBZ-DEST NOT EQUAL SPACES
002133         AND WS-FBZ-ROUTED-COUNT < 50
002133         ADD 1 TO WS-FBZ-ROUTED-COUNT
002133         SET WS-RTD-IDX TO WS-FBZ-ROUTED-COUNT
002133         MOVE FBZ-LABEL TO WS-FBZ-ROUTED-LABEL(WS-RTD-IDX)
002133     END-IF
002134     IF WS-FBZ-ACTUAL-COUNT <= WS-FBZ-SEEN-MAX
002140         SET WS-FBZ-IDX TO WS-FBZ-ACTUAL-COUNT
002150         MOVE FBZ-DIVISOR TO WS-FBZ-SEEN-DIVISOR(WS-FBZ-IDX)
003664         UNTIL CHGRATE-EOF
003664     PERFORM 6200-CHECK-MISSING-TYPE THRU 6200-EXIT
003664         VARYING WS-CHRG-SUB FROM 1 BY 1
003664         UNTIL WS-CHRG-SUB > 5
003664     CLOSE CHGRATE.
003664 6000-EXIT.
003664     EXIT.
003664             MOVE 2 TO WS-CHRG-SUB
003664         WHEN "C"
003664             MOVE 3 TO WS-CHRG-SUB
003664         WHEN "V"
003664             MOVE 4 TO WS-CHRG-SUB
003664         WHEN "P"
003664             MOVE 5 TO WS-CHRG-SUB
003664         WHEN OTHER
003664             MOVE ZERO TO WS-CHRG-SUB
003664             MOVE SPACES TO WS-PRINT-LINE
003664             STRING "CHGRATE: TYPE " CHRG-REQUEST-TYPE
003664                 " NOT F, B, C, V, OR P"
003664                 DELIMITED BY SIZE INTO WS-PRINT-LINE
003664             PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-EVALUATE
003664     IF WS-CHRG-SEEN-SW(WS-CHRG-IDX) EQUAL "N"
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "CHGRATE: RATE TYPE " WS-CHRG-SUB
003664             " (1=F 2=B 3=C 4=V 5=P) MISSING - WOULD BILL ZERO"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF.
003664         OR (AUTH-INQ-COMBIN NOT EQUAL "Y"
003664             AND AUTH-INQ-COMBIN NOT EQUAL "N"
003664             AND AUTH-INQ-COMBIN NOT EQUAL SPACE)
003664         OR (AUTH-INQ-FIB-LOOKUP NOT EQUAL "Y"
003664             AND AUTH-INQ-FIB-LOOKUP NOT EQUAL "N"
003664             AND AUTH-INQ-FIB-LOOKUP NOT EQUAL SPACE)
003664         OR (AUTH-INQ-PRIME NOT EQUAL "Y"
003664             AND AUTH-INQ-PRIME NOT EQUAL "N"
003664             AND AUTH-INQ-PRIME NOT EQUAL SPACE)
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "USRAUTH: USER " AUTH-USER-ID
003664             " TYPE FLAGS MUST BE Y, N, OR BLANK"
003664         OR (AUTH-FBZCTL-LEVEL NOT EQUAL "U"
003664             AND AUTH-FBZCTL-LEVEL NOT EQUAL "N"
003664             AND AUTH-FBZCTL-LEVEL NOT EQUAL SPACE)
003664         OR (AUTH-FBZHOLD-LEVEL NOT EQUAL "U"
003664             AND AUTH-FBZHOLD-LEVEL NOT EQUAL "N"
003664             AND AUTH-FBZHOLD-LEVEL NOT EQUAL SPACE)
003664         OR (AUTH-STDREQ-LEVEL NOT EQUAL "U"
003664             AND AUTH-STDREQ-LEVEL NOT EQUAL "N"
003664             AND AUTH-STDREQ-LEVEL NOT EQUAL SPACE)
003664         OR (AUTH-USRAUTH-LEVEL NOT EQUAL "U"
003664             AND AUTH-USRAUTH-LEVEL NOT EQUAL "N"
003664             AND AUTH-USRAUTH-LEVEL NOT EQUAL SPACE)
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "USRAUTH: USER " AUTH-USER-ID
003664             " MAINTENANCE LEVELS MUST BE U, N, OR BLANK"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF NOT AUTH-LOCKED-OUT
003664         AND NOT AUTH-LOCK-RESET
003664         AND AUTH-LOCK-STATUS NOT EQUAL SPACE
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "USRAUTH: USER " AUTH-USER-ID
003664             " LOCK STATUS MUST BE L, R, OR BLANK"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF AUTH-LOCK-STATUS NOT EQUAL SPACE
003664         AND AUTH-LOCK-DATE IS NOT NUMERIC
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "USRAUTH: USER " AUTH-USER-ID
003664             " LOCK DATE NOT NUMERIC"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     MOVE "N" TO WS-MATCH-SW
003664     IF WS-USR-SEEN-COUNT > ZERO
003664         PERFORM 7180-CHECK-DUP-USER THRU 7180-EXIT
003664 7180-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664 7500-VALIDATE-GLMAP.
003664*----------------------------------------------------------------
003664     OPEN INPUT GLMAPF
003664     READ GLMAPF
003664         AT END
003664             SET GLMAP-EOF TO TRUE
003664             MOVE "GLMAP: FILE IS EMPTY" TO WS-PRINT-LINE
003664             PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-READ
003664     PERFORM 7600-EDIT-MAP THRU 7600-EXIT
003664         UNTIL GLMAP-EOF
003664     CLOSE GLMAPF
003664     IF WS-FBZ-ROUTED-COUNT > ZERO
003664         PERFORM 7700-CHECK-ROUTED-LABEL THRU 7700-EXIT
003664             VARYING WS-RTD-IDX FROM 1 BY 1
003664             UNTIL WS-RTD-IDX > WS-FBZ-ROUTED-COUNT
003664     END-IF.
003664 7500-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664 7600-EDIT-MAP.
003664*----------------------------------------------------------------
003664     IF NOT GLM-LABEL-MAP
003664         AND NOT GLM-DEPT-MAP
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "GLMAP: KEY " GLM-MAP-KEY
003664             " TYPE " GLM-MAP-TYPE " NOT L OR D"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664         GO TO 7600-READ-NEXT
003664     END-IF
003664     IF GLM-MAP-KEY EQUAL SPACES
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "GLMAP: TYPE " GLM-MAP-TYPE
003664             " RECORD HAS BLANK KEY"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664         GO TO 7600-READ-NEXT
003664     END-IF
003664     IF GLM-DEBIT-ACCOUNT EQUAL SPACES
003664         OR GLM-CREDIT-ACCOUNT EQUAL SPACES
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "GLMAP: " GLM-MAP-TYPE " " GLM-MAP-KEY
003664             " DEBIT OR CREDIT ACCOUNT BLANK"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF GLM-DEBIT-ACCOUNT NOT EQUAL SPACES
003664         AND GLM-DEBIT-ACCOUNT EQUAL GLM-CREDIT-ACCOUNT
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "GLMAP: " GLM-MAP-TYPE " " GLM-MAP-KEY
003664             " DEBITS AND CREDITS THE SAME ACCOUNT"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     MOVE GLM-MAP-TYPE TO WS-GLM-TYPE
003664     MOVE GLM-MAP-KEY TO WS-GLM-KEY
003664     MOVE "N" TO WS-MATCH-SW
003664     IF WS-GLM-SEEN-COUNT > ZERO
003664         PERFORM 7680-CHECK-DUP-MAP THRU 7680-EXIT
003664             VARYING WS-GLM-IDX FROM 1 BY 1
003664             UNTIL WS-GLM-IDX > WS-GLM-SEEN-COUNT
003664                 OR NAME-MATCHED
003664     END-IF
003664     IF NAME-MATCHED
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "GLMAP: DUPLICATE " GLM-MAP-TYPE " " GLM-MAP-KEY
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF WS-GLM-SEEN-COUNT < 200
003664         ADD 1 TO WS-GLM-SEEN-COUNT
003664         SET WS-GLM-IDX TO WS-GLM-SEEN-COUNT
003664         MOVE WS-GLM-TYPE-KEY TO WS-GLM-SEEN-KEY(WS-GLM-IDX)
003664     ELSE
003664         MOVE "GLMAP: FILE TOO LARGE - GLPOST HOLDS 200 ENTRIES"
003664             TO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664         SET GLMAP-EOF TO TRUE
003664         GO TO 7600-EXIT
003664     END-IF.
003664 7600-READ-NEXT.
003664     READ GLMAPF
003664         AT END
003664             SET GLMAP-EOF TO TRUE
003664     END-READ.
003664 7600-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664 7680-CHECK-DUP-MAP.
003664*----------------------------------------------------------------
003664     IF WS-GLM-SEEN-KEY(WS-GLM-IDX) EQUAL WS-GLM-TYPE-KEY
003664         SET NAME-MATCHED TO TRUE
003664     END-IF.
003664 7680-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664*7700-CHECK-ROUTED-LABEL - EVERY FBZCTL RULE WITH A DEST FEEDS A
003664* MANIFEST TOTAL THAT GLPOST BOOKS BY LABEL, SO IT NEEDS A TYPE
003664* "L" ACCOUNT MAPPING.
003664*----------------------------------------------------------------
003664 7700-CHECK-ROUTED-LABEL.
003664     MOVE "L" TO WS-GLM-TYPE
003664     MOVE WS-FBZ-ROUTED-LABEL(WS-RTD-IDX) TO WS-GLM-KEY
003664     MOVE "N" TO WS-MATCH-SW
003664     IF WS-GLM-SEEN-COUNT > ZERO
003664         PERFORM 7680-CHECK-DUP-MAP THRU 7680-EXIT
003664             VARYING WS-GLM-IDX FROM 1 BY 1
003664             UNTIL WS-GLM-IDX > WS-GLM-SEEN-COUNT
003664                 OR NAME-MATCHED
003664     END-IF
003664     IF NOT NAME-MATCHED
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "GLMAP: ROUTED FBZCTL LABEL " WS-GLM-KEY
003664             " HAS NO TYPE L ACCOUNT MAPPING"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF.
003664 7700-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664 7800-VALIDATE-INQQUOTA.
003664*----------------------------------------------------------------
003664     OPEN INPUT INQQUOTA
003664     READ INQQUOTA
003664         AT END
003664             SET INQQUOTA-EOF TO TRUE
003664     END-READ
003664     PERFORM 7850-EDIT-QUOTA THRU 7850-EXIT
003664         UNTIL INQQUOTA-EOF
003664     CLOSE INQQUOTA.
003664 7800-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664 7850-EDIT-QUOTA.
003664*----------------------------------------------------------------
003664     IF QTA-DEPARTMENT EQUAL SPACES
003664         MOVE "INQQUOTA: RECORD HAS BLANK DEPARTMENT"
003664             TO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664         GO TO 7850-READ-NEXT
003664     END-IF
003664     IF QTA-REQUEST-LIMIT IS NOT NUMERIC
003664         OR QTA-SPEND-LIMIT IS NOT NUMERIC
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "INQQUOTA: DEPT " QTA-DEPARTMENT
003664             " CEILING NOT NUMERIC"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     ELSE
003664         IF QTA-REQUEST-LIMIT EQUAL ZERO
003664             AND QTA-SPEND-LIMIT EQUAL ZERO
003664             MOVE SPACES TO WS-PRINT-LINE
003664             STRING "INQQUOTA: DEPT " QTA-DEPARTMENT
003664                 " HAS NEITHER A REQUEST NOR A SPEND CEILING"
003664                 DELIMITED BY SIZE INTO WS-PRINT-LINE
003664             PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664         END-IF
003664     END-IF
003664     IF QTA-WARN-PERCENT IS NOT NUMERIC
003664         OR QTA-WARN-PERCENT EQUAL ZERO
003664         OR QTA-WARN-PERCENT > 100
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "INQQUOTA: DEPT " QTA-DEPARTMENT
003664             " WARNING PERCENT NOT 1-100"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     MOVE "N" TO WS-MATCH-SW
003664     IF WS-QTA-SEEN-COUNT > ZERO
003664         PERFORM 7880-CHECK-DUP-QUOTA THRU 7880-EXIT
003664             VARYING WS-QTA-IDX FROM 1 BY 1
003664             UNTIL WS-QTA-IDX > WS-QTA-SEEN-COUNT
003664                 OR NAME-MATCHED
003664     END-IF
003664     IF NAME-MATCHED
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "INQQUOTA: DUPLICATE DEPT " QTA-DEPARTMENT
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF WS-QTA-SEEN-COUNT < 100
003664         ADD 1 TO WS-QTA-SEEN-COUNT
003664         SET WS-QTA-IDX TO WS-QTA-SEEN-COUNT
003664         MOVE QTA-DEPARTMENT TO WS-QTA-SEEN-DEPT(WS-QTA-IDX)
003664     ELSE
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "INQQUOTA: FILE TOO LARGE - DLYINQRY HOLDS "
003664             "100 DEPARTMENTS"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664         SET INQQUOTA-EOF TO TRUE
003664         GO TO 7850-EXIT
003664     END-IF.
003664 7850-READ-NEXT.
003664     READ INQQUOTA
003664         AT END
003664             SET INQQUOTA-EOF TO TRUE
003664     END-READ.
003664 7850-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664 7880-CHECK-DUP-QUOTA.
003664*----------------------------------------------------------------
003664     IF WS-QTA-SEEN-DEPT(WS-QTA-IDX) EQUAL QTA-DEPARTMENT
003664         SET NAME-MATCHED TO TRUE
003664     END-IF.
003664 7880-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664 7900-VALIDATE-FBZMASK.
003664*----------------------------------------------------------------
003664     OPEN INPUT FBZMASKF
003664     READ FBZMASKF
003664         AT END
003664             SET FBZMASK-EOF TO TRUE
003664     END-READ
003664     PERFORM 7950-EDIT-POLICY THRU 7950-EXIT
003664         UNTIL FBZMASK-EOF
003664     CLOSE FBZMASKF.
003664 7900-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664 7950-EDIT-POLICY.
003664*----------------------------------------------------------------
003664     IF MASK-POLICY-ID EQUAL SPACES
003664         MOVE "FBZMASK: RECORD HAS BLANK POLICY ID"
003664             TO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664         GO TO 7950-READ-NEXT
003664     END-IF
003664     IF MASK-POLICY-ID EQUAL "DEFAULT"
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "FBZMASK: POLICY ID DEFAULT IS RESERVED FOR TEXT "
003664             "NO POLICY COVERS"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF MASK-SOURCE EQUAL SPACES
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "FBZMASK: POLICY " MASK-POLICY-ID
003664             " HAS BLANK SOURCE (*** FOR ANY SOURCE)"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF NOT MASK-IN-FULL AND NOT MASK-PARTIAL
003664         AND NOT MASK-BY-TOKEN
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "FBZMASK: POLICY " MASK-POLICY-ID
003664             " ACTION NOT F, P OR T"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF MASK-PARTIAL
003664         IF MASK-KEEP IS NOT NUMERIC
003664             OR MASK-KEEP > 59
003664             MOVE SPACES TO WS-PRINT-LINE
003664             STRING "FBZMASK: POLICY " MASK-POLICY-ID
003664                 " KEEP COUNT NOT 0-59"
003664                 DELIMITED BY SIZE INTO WS-PRINT-LINE
003664             PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664         END-IF
003664     END-IF
003664     MOVE MASK-SOURCE TO WS-MSK-SOURCE
003664     MOVE MASK-LABEL TO WS-MSK-LABEL
003664     MOVE SPACE TO WS-MSK-DUP-SW
003664     IF WS-MSK-SEEN-COUNT > ZERO
003664         PERFORM 7980-CHECK-DUP-POLICY THRU 7980-EXIT
003664             VARYING WS-MSK-IDX FROM 1 BY 1
003664             UNTIL WS-MSK-IDX > WS-MSK-SEEN-COUNT
003664     END-IF
003664     IF MSK-DUP-ID
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "FBZMASK: DUPLICATE POLICY ID " MASK-POLICY-ID
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF MSK-DUP-KEY
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "FBZMASK: POLICY " MASK-POLICY-ID
003664             " REPEATS SOURCE " MASK-SOURCE
003664             " LABEL " MASK-LABEL
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664     END-IF
003664     IF WS-MSK-SEEN-COUNT < 50
003664         ADD 1 TO WS-MSK-SEEN-COUNT
003664         SET WS-MSK-IDX TO WS-MSK-SEEN-COUNT
003664         MOVE MASK-POLICY-ID TO WS-MSK-SEEN-ID(WS-MSK-IDX)
003664         MOVE WS-MSK-KEY TO WS-MSK-SEEN-KEY(WS-MSK-IDX)
003664     ELSE
003664         MOVE SPACES TO WS-PRINT-LINE
003664         STRING "FBZMASK: FILE TOO LARGE - TXTMASK HOLDS "
003664             "50 POLICIES"
003664             DELIMITED BY SIZE INTO WS-PRINT-LINE
003664         PERFORM 8100-WRITE-ERROR THRU 8100-EXIT
003664         SET FBZMASK-EOF TO TRUE
003664         GO TO 7950-EXIT
003664     END-IF.
003664 7950-READ-NEXT.
003664     READ FBZMASKF
003664         AT END
003664             SET FBZMASK-EOF TO TRUE
003664     END-READ.
003664 7950-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003664*7980-CHECK-DUP-POLICY - A REPEATED POLICY ID WOULD MERGE TWO
003664* POLICIES' COUNTS ON MASKRPT; A REPEATED SOURCE/LABEL PAIR
003664* LEAVES IT TO THE STRICTER ACTION, WHICH IS NOT AN EDIT.
003664*----------------------------------------------------------------
003664 7980-CHECK-DUP-POLICY.
003664     IF WS-MSK-SEEN-ID(WS-MSK-IDX) EQUAL MASK-POLICY-ID
003664         SET MSK-DUP-ID TO TRUE
003664     END-IF
003664     IF WS-MSK-SEEN-KEY(WS-MSK-IDX) EQUAL WS-MSK-KEY
003664         AND NOT MSK-DUP-ID
003664         SET MSK-DUP-KEY TO TRUE
003664     END-IF.
003664 7980-EXIT.
003664     EXIT.
003664*----------------------------------------------------------------
003665 8000-WRITE-LINE.
003590*----------------------------------------------------------------
003600     MOVE WS-PRINT-LINE TO VALRPT-RECORD
