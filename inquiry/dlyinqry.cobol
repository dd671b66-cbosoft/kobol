000242*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000242*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000242*                  PROCESSING DAY.
000243* 2026-10-15  DPG  ANSWERS TOO WIDE FOR PIC 9(38) ARE NOW SERVED
000243*                  FROM THE EXTENDED-PRECISION MASTER (BIGMST,
000243*                  COPY BIGKEY) - A FACTORIAL PAST 33, A
000243*                  FIBONACCI TERM WHOSE FALLBACK OVERFLOWS, OR
000243*                  A COMBINATORICS PAIR PAST 33 OR OVERFLOWING
000243*                  COMBIN IS LOOKED UP THERE (LATEST RUN DATE
000243*                  WINS) AND RETURNED IN THE NEW INQRSLT DIGIT
000243*                  FIELDS WITH STATUS 36. ONLY A MISS ON BIGMST
000243*                  STILL ENDS IN STATUS 04/12/20/24.
000244* 2026-10-15  DPG  ADDED REQUEST TYPE "V" - REVERSE FIBONACCI
000244*                  LOOKUP. THE VALUE IN INQ-LOOKUP-VALUE IS
000244*                  READ BY THE NEW FIBKEY-VALUE ALTERNATE KEY
000244*                  (A KEYED READ, NOT A SCAN OF THE FILE); A HIT
000244*                  ANSWERS WITH ITS TERM NUMBER, A MISS WITH THE
000244*                  NEAREST TERMS BELOW AND ABOVE (A START PAST
000244*                  THE VALUE FINDS THE ONE ABOVE, THE ONE BELOW
000244*                  IS THE TERM BEFORE IT). AUTHORIZED ON THE NEW
000244*                  AUTH-INQ-FIB-LOOKUP FLAG, AUDITED AND BILLED
000244*                  LIKE THE OTHER TYPES. FIBKEY ACCESS IS NOW
000244*                  DYNAMIC, SO THE TERM-NUMBER READS NAME THEIR
000244*                  KEY EXPLICITLY.
000244* 2026-10-15  DPG  ADDED REQUEST TYPE "P" - PRIME FACTORIZATION
000244*                  OF THE PAIR INQ-VALUE/INQ-VALUE-R WITH THEIR
000244*                  GCD AND LCM, ANSWERED BY A CALL TO THE SAME
000244*                  PRIMES SUBPROGRAM THE NIGHTLY PRIMEFAC JOB
000244*                  USES. ALWAYS COMPUTED, NEVER READ FROM A
000244*                  FILE. AUTHORIZED ON THE NEW AUTH-INQ-PRIME
000244*                  FLAG, AUDITED AND BILLED LIKE THE OTHER TYPES.
000245* 2026-10-15  DPG  DEPARTMENTS ARE NOW HELD TO A MONTHLY INQUIRY
000245*                  QUOTA (INQQUOTA CONTROL FILE, COPY INQQTA).
000245*                  AT STARTUP THE MONTH-TO-DATE BILLABLE USAGE
000245*                  OF EACH CAPPED DEPARTMENT IS TALLIED FROM
000245*                  INQAUDIT AND PRICED FROM CHGRATE THE WAY
000245*                  CHGSTMT BILLS IT. AN AUTHORIZED REQUEST THAT
000245*                  WOULD TAKE ITS DEPARTMENT PAST THE REQUEST OR
000245*                  SPEND CEILING GETS STATUS 40 AND NO ANSWER,
000245*                  BUT IS STILL AUDITED. EACH STATUS 00 ANSWER
000245*                  IS CHARGED TO THE TALLY AS IT IS WRITTEN.
000245* 2026-10-15  DPG  A REQUESTER SECMON HAS LOCKED OUT (USRAUTH
000245*                  LOCK STATUS "L") GETS STATUS 32 WHATEVER THE
000245*                  TYPE FLAGS SAY, UNTIL A SECURITY ADMINISTRATOR
000245*                  RESETS THE LOCK ON USRMNT.
000245* 2026-10-15  DPG  A STATUS 36 ANSWER (SERVED FROM BIGMST) IS
000245*                  CHARGED TO THE QUOTA TALLY LIKE STATUS 00, AND
000245*                  COUNTS IN THE MONTH-TO-DATE USAGE, AS CHGSTMT
000245*                  NOW BILLS IT.
000243*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000268         ORGANIZATION IS LINE SEQUENTIAL.
000269     SELECT USRAUTHF ASSIGN TO "USRAUTH"
000269         ORGANIZATION IS LINE SEQUENTIAL.
000269     SELECT INQQUOTA ASSIGN TO "INQQUOTA"
000269         ORGANIZATION IS LINE SEQUENTIAL.
000269     SELECT CHGRATE ASSIGN TO "CHGRATE"
000269         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT FIBKEY ASSIGN TO "FIBKEY"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS FIBKEY-TERM-NO
000301         ALTERNATE RECORD KEY IS FIBKEY-VALUE.
000302     SELECT RSLTMST ASSIGN TO "RSLTMST"
000304         ORGANIZATION IS INDEXED
000306         ACCESS MODE IS DYNAMIC
000308         RECORD KEY IS RSLTKEY-KEY.
000309     SELECT BIGMST ASSIGN TO "BIGMST"
000309         ORGANIZATION IS INDEXED
000309         ACCESS MODE IS DYNAMIC
000309         RECORD KEY IS BIGKEY-KEY.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  INQIN
000389 FD  USRAUTHF
000389     RECORDING MODE IS F.
000389     COPY USRAUTH.
000389 FD  INQQUOTA
000389     RECORDING MODE IS F.
000389     COPY INQQTA.
000389 FD  CHGRATE
000389     RECORDING MODE IS F.
000389     COPY CHRGRT.
000390 FD  FIBKEY
000400     RECORDING MODE IS F.
000410     COPY FIBKEYR.
000412 FD  RSLTMST
000414     RECORDING MODE IS F.
000416     COPY RSLTKEY.
000417 FD  BIGMST
000418     RECORDING MODE IS F.
000419     COPY BIGKEY.
000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------
000440* LOCAL COPY PASSED TO FACTORIAL
000476 01  WS-CMB-NPR                  PIC 9(10) USAGE COMP-5.
000477 01  WS-CMB-NCR                  PIC 9(10) USAGE COMP-5.
000478 01  WS-CMB-RETURN-CODE          PIC 9(2) USAGE COMP-5.
000478*----------------------------------------------------------------
000478* LOCAL FIELDS PASSED TO PRIMES - SAME SHAPES AS ITS LINKAGE
000478*----------------------------------------------------------------
000478 01  WS-PRM-A                    PIC 9(03) USAGE COMP-5.
000478 01  WS-PRM-B                    PIC 9(03) USAGE COMP-5.
000478     COPY PRMFLDS REPLACING ==:PRE:== BY ==WS-PRM-A==.
000478     COPY PRMFLDS REPLACING ==:PRE:== BY ==WS-PRM-B==.
000478 01  WS-PRM-GCD                  PIC 9(03) USAGE COMP-5.
000478 01  WS-PRM-LCM                  PIC 9(06) USAGE COMP-5.
000478 01  WS-PRM-RETURN-CODE          PIC 9(2) USAGE COMP-5.
000478 01  WS-PRM-MAXIMUM              PIC 9(03) VALUE 999.
000479*----------------------------------------------------------------
000480* RESULTS MASTER BROWSE FIELDS - LATEST RUN DATE WINS
000481*----------------------------------------------------------------
000482 01  WS-MASTER-VALUE             PIC 9(38) VALUE ZERO.
000482*----------------------------------------------------------------
000482* EXTENDED-PRECISION MASTER BROWSE FIELDS - LATEST RUN DATE WINS
000482*----------------------------------------------------------------
000482 01  WS-BIG-PROGRAM-ID           PIC X(08) VALUE SPACES.
000482 01  WS-BIG-INPUT-VALUE          PIC 9(09) VALUE ZERO.
000482 01  WS-BIG-RUN-DATE             PIC 9(08) VALUE ZERO.
000482 01  WS-BIG-DIGIT-COUNT          PIC 9(03) VALUE ZERO.
000482 01  WS-BIG-DIGITS               PIC X(160) VALUE SPACES.
000483*----------------------------------------------------------------
000484* RUN-LOG AND AUDIT FIELDS
000485*----------------------------------------------------------------
000492* FIBKEY AS-OF HEADER FIELDS - READ ONCE AT STARTUP
000493*----------------------------------------------------------------
000494 01  WS-FIBKEY-ASOF-DATE         PIC 9(08) VALUE ZERO.
000495 01  WS-FIBKEY-TERM-COUNT        PIC 9(04) VALUE ZERO.
000496*----------------------------------------------------------------
000497* REVERSE FIBONACCI LOOKUP - NEAREST TERMS AROUND A MISS
000498*----------------------------------------------------------------
000499 01  WS-ABOVE-TERM-NO            PIC 9(04) VALUE ZERO.
000499 01  WS-BELOW-TERM-NO            PIC 9(04) VALUE ZERO.
000486*----------------------------------------------------------------
000486* USER AUTHORITY TABLE - LOADED FROM USRAUTH AT STARTUP
000486*----------------------------------------------------------------
000486         10 WS-AUTH-FAC          PIC X(01).
000486         10 WS-AUTH-FIB          PIC X(01).
000486         10 WS-AUTH-CMB          PIC X(01).
000486         10 WS-AUTH-FVL          PIC X(01).
000486         10 WS-AUTH-PRM          PIC X(01).
000486         10 WS-AUTH-LOCK         PIC X(01).
000486*----------------------------------------------------------------
000486* DEPARTMENT QUOTA TABLE - LOADED FROM INQQUOTA AT STARTUP, WITH
000486* THE MONTH-TO-DATE BILLABLE USAGE TALLIED FROM INQAUDIT. RATE
000486* SLOT 1 FACTORIAL, 2 FIBONACCI, 3 COMBINATORICS, 4 REVERSE
000486* FIBONACCI LOOKUP, 5 PRIME FACTORIZATION - AS CHGSTMT.
000486*----------------------------------------------------------------
000486 01  WS-CURRENT-MONTH            PIC 9(06) VALUE ZERO.
000486 01  WS-RECORD-MONTH             PIC 9(06) VALUE ZERO.
000486 01  WS-RATE-TABLE.
000486     05 WS-RATE OCCURS 5 TIMES   PIC 9(05)V9(02).
000486 01  WS-RATE-TYPE                PIC X(01) VALUE SPACE.
000486 01  WS-TYPE-SUB                 PIC 9(01) VALUE ZERO.
000486 01  WS-QTA-DEPT-KEY             PIC X(04) VALUE SPACES.
000486 01  WS-QTA-COUNT                PIC 9(03) COMP VALUE ZERO.
000486 01  WS-QTA-TABLE-MAX            PIC 9(03) COMP VALUE 100.
000486 01  WS-QTA-TABLE.
000486     05 WS-QTA-ENTRY OCCURS 100 TIMES
000486             INDEXED BY WS-QTA-IDX.
000486         10 WS-QTA-DEPARTMENT    PIC X(04).
000486         10 WS-QTA-REQUEST-LIMIT PIC 9(07).
000486         10 WS-QTA-SPEND-LIMIT   PIC 9(09)V9(02).
000486         10 WS-QTA-MTD-REQUESTS  PIC 9(07).
000486         10 WS-QTA-MTD-SPEND     PIC 9(09)V9(02).
000487 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000488 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
000489 01  WS-AUDIT-TIME               PIC 9(08) VALUE ZERO.
000597         88 WS-MASTER-FOUND            VALUE "Y".
000598     05 WS-BROWSE-SW             PIC X(01) VALUE "N".
000599         88 WS-BROWSE-DONE              VALUE "Y".
000599     05 WS-BIG-SW                PIC X(01) VALUE "N".
000599         88 WS-BIG-FOUND               VALUE "Y".
000600     05 WS-FIBKEY-STALE-SW       PIC X(01) VALUE "Y".
000601         88 WS-FIBKEY-STALE            VALUE "Y".
000602     05 WS-USRAUTH-EOF-SW        PIC X(01) VALUE "N".
000603         88 USRAUTH-EOF                VALUE "Y".
000604     05 WS-AUTH-OK-SW            PIC X(01) VALUE "N".
000605         88 REQUEST-AUTHORIZED         VALUE "Y".
000605     05 WS-INQQUOTA-EOF-SW       PIC X(01) VALUE "N".
000605         88 INQQUOTA-EOF               VALUE "Y".
000605     05 WS-CHGRATE-EOF-SW        PIC X(01) VALUE "N".
000605         88 CHGRATE-EOF                VALUE "Y".
000605     05 WS-INQAUDIT-EOF-SW       PIC X(01) VALUE "N".
000605         88 INQAUDIT-EOF               VALUE "Y".
000605     05 WS-QTA-FOUND-SW          PIC X(01) VALUE "N".
000605         88 QUOTA-ENTRY-FOUND          VALUE "Y".
000605     05 WS-QTA-OVER-SW           PIC X(01) VALUE "N".
000605         88 QUOTA-EXCEEDED             VALUE "Y".
000600 PROCEDURE DIVISION.
000610*----------------------------------------------------------------
000620 0000-MAINLINE.
000710*----------------------------------------------------------------
000715     CALL "GETCYCDT" USING WS-RUN-DATE
000716     ACCEPT WS-START-TIME FROM TIME
000717     COMPUTE WS-CURRENT-MONTH = WS-RUN-DATE / 100
000718     PERFORM 1300-LOAD-RATES THRU 1300-EXIT
000719     PERFORM 1400-LOAD-QUOTAS THRU 1400-EXIT
000719     IF WS-QTA-COUNT > ZERO
000719         PERFORM 1600-TALLY-USAGE THRU 1600-EXIT
000719     END-IF
000720     OPEN INPUT INQIN
000730     OPEN OUTPUT INQOUT
000735     OPEN EXTEND INQAUDIT
000736     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT
000740     OPEN INPUT FIBKEY
000745     OPEN INPUT RSLTMST
000745     OPEN INPUT BIGMST
000746     PERFORM 1500-READ-FIBKEY-HEADER THRU 1500-EXIT
000750     READ INQIN
000760         AT END
000800         MOVE AUTH-INQ-FACTORIAL TO WS-AUTH-FAC(WS-AUTH-IDX)
000800         MOVE AUTH-INQ-FIBONACCI TO WS-AUTH-FIB(WS-AUTH-IDX)
000800         MOVE AUTH-INQ-COMBIN TO WS-AUTH-CMB(WS-AUTH-IDX)
000800         MOVE AUTH-INQ-FIB-LOOKUP TO WS-AUTH-FVL(WS-AUTH-IDX)
000800         MOVE AUTH-INQ-PRIME TO WS-AUTH-PRM(WS-AUTH-IDX)
000800         MOVE AUTH-LOCK-STATUS TO WS-AUTH-LOCK(WS-AUTH-IDX)
000800     END-IF
000800     READ USRAUTHF
000800         AT END
000800     END-READ.
000800 1250-EXIT.
000800     EXIT.
000800*----------------------------------------------------------------
000800 1300-LOAD-RATES.
000800*----------------------------------------------------------------
000800     MOVE ZERO TO WS-RATE(1)
000800     MOVE ZERO TO WS-RATE(2)
000800     MOVE ZERO TO WS-RATE(3)
000800     MOVE ZERO TO WS-RATE(4)
000800     MOVE ZERO TO WS-RATE(5)
000800     OPEN INPUT CHGRATE
000800     READ CHGRATE
000800         AT END
000800             SET CHGRATE-EOF TO TRUE
000800     END-READ
000800     PERFORM 1350-LOAD-RATE THRU 1350-EXIT
000800         UNTIL CHGRATE-EOF
000800     CLOSE CHGRATE.
000800 1300-EXIT.
000800     EXIT.
000800*----------------------------------------------------------------
000800 1350-LOAD-RATE.
000800*----------------------------------------------------------------
000800     EVALUATE CHRG-REQUEST-TYPE
000800         WHEN "F"
000800             MOVE CHRG-RATE TO WS-RATE(1)
000800         WHEN "B"
000800             MOVE CHRG-RATE TO WS-RATE(2)
000800         WHEN "C"
000800             MOVE CHRG-RATE TO WS-RATE(3)
000800         WHEN "V"
000800             MOVE CHRG-RATE TO WS-RATE(4)
000800         WHEN "P"
000800             MOVE CHRG-RATE TO WS-RATE(5)
000800         WHEN OTHER
000800             CONTINUE
000800     END-EVALUATE
000800     READ CHGRATE
000800         AT END
000800             SET CHGRATE-EOF TO TRUE
000800     END-READ.
000800 1350-EXIT.
000800     EXIT.
000800*----------------------------------------------------------------
000800 1400-LOAD-QUOTAS.
000800*----------------------------------------------------------------
000800     OPEN INPUT INQQUOTA
000800     READ INQQUOTA
000800         AT END
000800             SET INQQUOTA-EOF TO TRUE
000800     END-READ
000800     PERFORM 1450-LOAD-QUOTA-ENTRY THRU 1450-EXIT
000800         UNTIL INQQUOTA-EOF
000800     CLOSE INQQUOTA.
000800 1400-EXIT.
000800     EXIT.
000800*----------------------------------------------------------------
000800 1450-LOAD-QUOTA-ENTRY.
000800*----------------------------------------------------------------
000800     IF WS-QTA-COUNT < WS-QTA-TABLE-MAX
000800         ADD 1 TO WS-QTA-COUNT
000800         SET WS-QTA-IDX TO WS-QTA-COUNT
000800         MOVE QTA-DEPARTMENT TO WS-QTA-DEPARTMENT(WS-QTA-IDX)
000800         MOVE QTA-REQUEST-LIMIT TO
000800             WS-QTA-REQUEST-LIMIT(WS-QTA-IDX)
000800         MOVE QTA-SPEND-LIMIT TO WS-QTA-SPEND-LIMIT(WS-QTA-IDX)
000800         MOVE ZERO TO WS-QTA-MTD-REQUESTS(WS-QTA-IDX)
000800         MOVE ZERO TO WS-QTA-MTD-SPEND(WS-QTA-IDX)
000800     END-IF
000800     READ INQQUOTA
000800         AT END
000800             SET INQQUOTA-EOF TO TRUE
000800     END-READ.
000800 1450-EXIT.
000800     EXIT.
000800*----------------------------------------------------------------
000800*1600-TALLY-USAGE - ONE PASS OF THE AUDIT LOG BEFORE IT IS
000800* REOPENED FOR APPEND. ONLY THIS MONTH'S STATUS 00 AND 36
000800* REQUESTS COUNT - THE SAME ONES CHGSTMT WILL BILL.
000800*----------------------------------------------------------------
000800 1600-TALLY-USAGE.
000800     OPEN INPUT INQAUDIT
000800     READ INQAUDIT
000800         AT END
000800             SET INQAUDIT-EOF TO TRUE
000800     END-READ
000800     PERFORM 1650-TALLY-AUDIT THRU 1650-EXIT
000800         UNTIL INQAUDIT-EOF
000800     CLOSE INQAUDIT.
000800 1600-EXIT.
000800     EXIT.
000800*----------------------------------------------------------------
000800 1650-TALLY-AUDIT.
000800*----------------------------------------------------------------
000800     COMPUTE WS-RECORD-MONTH = INQAUDT-RUN-DATE / 100
000800     IF WS-RECORD-MONTH NOT EQUAL WS-CURRENT-MONTH
000800         GO TO 1650-READ-NEXT
000800     END-IF
000800     IF INQAUDT-STATUS-CODE NOT EQUAL ZERO
000800         AND INQAUDT-STATUS-CODE NOT EQUAL 36
000800         GO TO 1650-READ-NEXT
000800     END-IF
000800     MOVE INQAUDT-REQUEST-TYPE TO WS-RATE-TYPE
000800     PERFORM 1680-SET-TYPE-SUB THRU 1680-EXIT
000800     IF WS-TYPE-SUB EQUAL ZERO
000800         GO TO 1650-READ-NEXT
000800     END-IF
000800     MOVE INQAUDT-DEPARTMENT TO WS-QTA-DEPT-KEY
000800     PERFORM 1700-LOCATE-QUOTA THRU 1700-EXIT
000800     IF QUOTA-ENTRY-FOUND
000800         PERFORM 1950-CHARGE-QUOTA THRU 1950-EXIT
000800     END-IF.
000800 1650-READ-NEXT.
000800     READ INQAUDIT
000800         AT END
000800             SET INQAUDIT-EOF TO TRUE
000800     END-READ.
000800 1650-EXIT.
000800     EXIT.
000800*----------------------------------------------------------------
000800*1680-SET-TYPE-SUB - RATE SLOT FOR WS-RATE-TYPE, ZERO FOR A TYPE
000800* WITH NO RATE (NOT BILLED, SO NOT HELD TO A QUOTA).
000800*----------------------------------------------------------------
000800 1680-SET-TYPE-SUB.
000800     EVALUATE WS-RATE-TYPE
000800         WHEN "F"
000800             MOVE 1 TO WS-TYPE-SUB
000800         WHEN "B"
000800             MOVE 2 TO WS-TYPE-SUB
000800         WHEN "C"
000800             MOVE 3 TO WS-TYPE-SUB
000800         WHEN "V"
000800             MOVE 4 TO WS-TYPE-SUB
000800         WHEN "P"
000800             MOVE 5 TO WS-TYPE-SUB
000800         WHEN OTHER
000800             MOVE ZERO TO WS-TYPE-SUB
000800     END-EVALUATE.
000800 1680-EXIT.
000800     EXIT.
000800*----------------------------------------------------------------
000800 1700-LOCATE-QUOTA.
000800*----------------------------------------------------------------
000800     MOVE "N" TO WS-QTA-FOUND-SW
000800     PERFORM 1750-MATCH-QUOTA THRU 1750-EXIT
000800         VARYING WS-QTA-IDX FROM 1 BY 1
000800         UNTIL WS-QTA-IDX > WS-QTA-COUNT
000800             OR QUOTA-ENTRY-FOUND.
000800 1700-EXIT.
000800     EXIT.
000800*----------------------------------------------------------------
000800 1750-MATCH-QUOTA.
000800*----------------------------------------------------------------
000800     IF WS-QTA-DEPARTMENT(WS-QTA-IDX) EQUAL WS-QTA-DEPT-KEY
000800         SET QUOTA-ENTRY-FOUND TO TRUE
000800         SET WS-QTA-IDX DOWN BY 1
000800     END-IF.
000800 1750-EXIT.
000800     EXIT.
000801*----------------------------------------------------------------
000802*1500-READ-FIBKEY-HEADER - TERM 0000 IS THE AS-OF HEADER FIBB
000803* STAMPS AT EACH REBUILD. A MISSING HEADER (FILE PREDATES THE
000805*----------------------------------------------------------------
000806 1500-READ-FIBKEY-HEADER.
000807     MOVE ZERO TO FIBKEY-TERM-NO
000808     READ FIBKEY KEY IS FIBKEY-TERM-NO
000809         INVALID KEY
000810             MOVE ZERO TO WS-FIBKEY-ASOF-DATE
000811             MOVE "Y" TO WS-FIBKEY-STALE-SW
000812             GO TO 1500-EXIT
000813     END-READ
000814     MOVE FIBKEY-HDR-RUN-DATE TO WS-FIBKEY-ASOF-DATE
000814     MOVE FIBKEY-HDR-TERM-COUNT TO WS-FIBKEY-TERM-COUNT
000815     IF WS-FIBKEY-ASOF-DATE EQUAL WS-RUN-DATE
000816         MOVE "N" TO WS-FIBKEY-STALE-SW
000817     ELSE
000876     MOVE ZERO TO INQRSLT-VALUE-R
000877     MOVE ZERO TO INQRSLT-RESULT-2
000878     MOVE ZERO TO INQRSLT-ASOF-DATE
000878     MOVE ZERO TO INQRSLT-DIGIT-COUNT
000878     MOVE SPACES TO INQRSLT-DIGITS
000878     MOVE ZERO TO INQRSLT-DIGIT-COUNT-2
000878     MOVE SPACES TO INQRSLT-DIGITS-2
000878     MOVE ZERO TO INQRSLT-LOOKUP-VALUE
000878     MOVE SPACE TO INQRSLT-LOOKUP-MATCH
000878     MOVE ZERO TO INQRSLT-FACTORS
000878     MOVE ZERO TO INQRSLT-FACTORS-2
000879     MOVE "N" TO WS-QTA-FOUND-SW
000879     PERFORM 1800-CHECK-AUTHORITY THRU 1800-EXIT
000879     IF NOT REQUEST-AUTHORIZED
000879         MOVE 32 TO INQRSLT-STATUS-CODE
000879         GO TO 2000-WRITE-ANSWER
000879     END-IF
000879     PERFORM 1900-CHECK-QUOTA THRU 1900-EXIT
000879     IF QUOTA-EXCEEDED
000879         MOVE 40 TO INQRSLT-STATUS-CODE
000879         GO TO 2000-WRITE-ANSWER
000879     END-IF
000880     IF INQ-FACTORIAL
000890         PERFORM 2100-LOOKUP-FACTORIAL THRU 2100-EXIT
000900     ELSE
000935             IF INQ-COMBIN
000936                 PERFORM 2300-LOOKUP-COMBIN THRU 2300-EXIT
000937             ELSE
000938                 IF INQ-FIB-LOOKUP
000939                     PERFORM 2500-LOOKUP-FIB-VALUE THRU 2500-EXIT
000940                 ELSE
000940                     IF INQ-PRIME
000940                         PERFORM 2600-LOOKUP-PRIME THRU 2600-EXIT
000940                     ELSE
000941                         MOVE 8 TO INQRSLT-STATUS-CODE
000941                     END-IF
000942                 END-IF
000945             END-IF
000950         END-IF
000960     END-IF.
000965 2000-WRITE-ANSWER.
000966     IF QUOTA-ENTRY-FOUND
000967         AND (INQRSLT-STATUS-CODE EQUAL ZERO
000967         OR INQRSLT-STATUS-CODE EQUAL 36)
000968         PERFORM 1950-CHARGE-QUOTA THRU 1950-EXIT
000969     END-IF
000970     WRITE INQRSLT-RECORD
000972     ADD 1 TO WS-REQUEST-COUNT
000974     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
001032*1800-CHECK-AUTHORITY - THE REQUESTER MUST BE ON USRAUTH WITH
001033* A "Y" FLAG FOR THE REQUEST TYPE. AN UNKNOWN TYPE PASSES
001034* THROUGH SO THE EXISTING STATUS 08 EDIT STILL ANSWERS IT.
001034* A LOCKED-OUT REQUESTER IS NEVER AUTHORIZED.
001035*----------------------------------------------------------------
001036 1800-CHECK-AUTHORITY.
001037     MOVE "N" TO WS-AUTH-OK-SW
001038     IF NOT INQ-FACTORIAL
001039         AND NOT INQ-FIBONACCI
001040         AND NOT INQ-COMBIN
001040         AND NOT INQ-FIB-LOOKUP
001040         AND NOT INQ-PRIME
001041         SET REQUEST-AUTHORIZED TO TRUE
001042         GO TO 1800-EXIT
001043     END-IF
001053     IF WS-AUTH-USER(WS-AUTH-IDX) NOT EQUAL INQ-REQUESTER-ID
001054         GO TO 1850-EXIT
001055     END-IF
001055     IF WS-AUTH-LOCK(WS-AUTH-IDX) EQUAL "L"
001055         GO TO 1850-EXIT
001055     END-IF
001056     IF INQ-FACTORIAL
001057         AND WS-AUTH-FAC(WS-AUTH-IDX) EQUAL "Y"
001058         SET REQUEST-AUTHORIZED TO TRUE
001064     IF INQ-COMBIN
001065         AND WS-AUTH-CMB(WS-AUTH-IDX) EQUAL "Y"
001066         SET REQUEST-AUTHORIZED TO TRUE
001067     END-IF
001067     IF INQ-FIB-LOOKUP
001067         AND WS-AUTH-FVL(WS-AUTH-IDX) EQUAL "Y"
001067         SET REQUEST-AUTHORIZED TO TRUE
001067     END-IF
001067     IF INQ-PRIME
001067         AND WS-AUTH-PRM(WS-AUTH-IDX) EQUAL "Y"
001067         SET REQUEST-AUTHORIZED TO TRUE
001067     END-IF.
001068 1850-EXIT.
001069     EXIT.
001069*----------------------------------------------------------------
001069*1900-CHECK-QUOTA - A DEPARTMENT ON INQQUOTA MAY NOT GO PAST
001069* EITHER CEILING WITH THIS REQUEST: ONE MORE BILLABLE REQUEST,
001069* AND ITS CHGRATE PRICE ON TOP OF THE SPEND SO FAR. A ZERO
001069* CEILING IS NO CEILING. LEAVES WS-QTA-IDX ON THE DEPARTMENT'S
001069* ENTRY SO 2000- CAN CHARGE THE ANSWER TO IT.
001069*----------------------------------------------------------------
001069 1900-CHECK-QUOTA.
001069     MOVE "N" TO WS-QTA-OVER-SW
001069     MOVE INQ-REQUEST-TYPE TO WS-RATE-TYPE
001069     PERFORM 1680-SET-TYPE-SUB THRU 1680-EXIT
001069     IF WS-TYPE-SUB EQUAL ZERO
001069         GO TO 1900-EXIT
001069     END-IF
001069     MOVE INQ-DEPARTMENT TO WS-QTA-DEPT-KEY
001069     PERFORM 1700-LOCATE-QUOTA THRU 1700-EXIT
001069     IF NOT QUOTA-ENTRY-FOUND
001069         GO TO 1900-EXIT
001069     END-IF
001069     IF WS-QTA-REQUEST-LIMIT(WS-QTA-IDX) > ZERO
001069         AND WS-QTA-MTD-REQUESTS(WS-QTA-IDX) + 1 >
001069             WS-QTA-REQUEST-LIMIT(WS-QTA-IDX)
001069         SET QUOTA-EXCEEDED TO TRUE
001069     END-IF
001069     IF WS-QTA-SPEND-LIMIT(WS-QTA-IDX) > ZERO
001069         AND WS-QTA-MTD-SPEND(WS-QTA-IDX) + WS-RATE(WS-TYPE-SUB)
001069             > WS-QTA-SPEND-LIMIT(WS-QTA-IDX)
001069         SET QUOTA-EXCEEDED TO TRUE
001069     END-IF.
001069 1900-EXIT.
001069     EXIT.
001069*----------------------------------------------------------------
001069*1950-CHARGE-QUOTA - ADD ONE BILLABLE REQUEST OF RATE SLOT
001069* WS-TYPE-SUB TO THE DEPARTMENT AT WS-QTA-IDX.
001069*----------------------------------------------------------------
001069 1950-CHARGE-QUOTA.
001069     ADD 1 TO WS-QTA-MTD-REQUESTS(WS-QTA-IDX)
001069     ADD WS-RATE(WS-TYPE-SUB) TO WS-QTA-MTD-SPEND(WS-QTA-IDX).
001069 1950-EXIT.
001069     EXIT.
001070*----------------------------------------------------------------
001071 2100-LOOKUP-FACTORIAL.
001060*----------------------------------------------------------------
001067         GO TO 2100-EXIT
001068     END-IF
001070     IF INQ-VALUE > WS-NUM-MAXIMUM
001071         MOVE "FACTORL" TO WS-BIG-PROGRAM-ID
001072         MOVE INQ-VALUE TO WS-BIG-INPUT-VALUE
001073         PERFORM 2400-SEARCH-BIG-MASTER THRU 2400-EXIT
001074         IF WS-BIG-FOUND
001075             PERFORM 2480-RETURN-BIG-ANSWER THRU 2480-EXIT
001076         ELSE
001080             MOVE 4 TO INQRSLT-STATUS-CODE
001085         END-IF
001090         GO TO 2100-EXIT
001100     END-IF
001110     MOVE INQ-VALUE TO WS-INQ-NUM
001248     END-IF
001250     MOVE "N" TO WS-FIBKEY-SW
001260     MOVE INQ-VALUE TO FIBKEY-TERM-NO
001270     READ FIBKEY KEY IS FIBKEY-TERM-NO
001280         INVALID KEY
001290             SET WS-FIBKEY-NOT-FOUND TO TRUE
001300     END-READ
001385         UNTIL WS-FIB-TERM > INQ-VALUE
001386             OR WS-FIB-OVERFLOWED
001387     IF WS-FIB-OVERFLOWED
001388         MOVE "FIBB" TO WS-BIG-PROGRAM-ID
001388         MOVE INQ-VALUE TO WS-BIG-INPUT-VALUE
001388         PERFORM 2400-SEARCH-BIG-MASTER THRU 2400-EXIT
001388         IF WS-BIG-FOUND
001388             PERFORM 2480-RETURN-BIG-ANSWER THRU 2480-EXIT
001388         ELSE
001388             MOVE 12 TO INQRSLT-STATUS-CODE
001388         END-IF
001389     ELSE
001390         MOVE WS-FIB-VV TO INQRSLT-RESULT
001391         SET INQRSLT-COMPUTED TO TRUE
001410     IF INQ-VALUE > WS-NUM-MAXIMUM
001411         OR INQ-VALUE-R > WS-NUM-MAXIMUM
001412         MOVE 4 TO INQRSLT-STATUS-CODE
001412         PERFORM 2350-SEARCH-BIG-COMBIN THRU 2350-EXIT
001413         GO TO 2300-EXIT
001414     END-IF
001415     MOVE INQ-VALUE TO WS-CMB-N
001427             MOVE 16 TO INQRSLT-STATUS-CODE
001428         WHEN 8
001429             MOVE 20 TO INQRSLT-STATUS-CODE
001429             PERFORM 2350-SEARCH-BIG-COMBIN THRU 2350-EXIT
001430         WHEN OTHER
001431             MOVE 24 TO INQRSLT-STATUS-CODE
001431             PERFORM 2350-SEARCH-BIG-COMBIN THRU 2350-EXIT
001432     END-EVALUATE.
001433 2300-EXIT.
001434     EXIT.
001434*----------------------------------------------------------------
001434*2350-SEARCH-BIG-COMBIN - A PAIR THE FAST PATH CANNOT ANSWER MAY
001434* STILL BE ON BIGMST FROM THE NIGHTLY COMBBAT EXTENDED PATH (NPR
001434* AND NCR UNDER N * 1000 + R). CALLER SETS THE STATUS TO USE ON
001434* A MISS; A HIT OVERRIDES IT WITH 36.
001434*----------------------------------------------------------------
001434 2350-SEARCH-BIG-COMBIN.
001434     COMPUTE WS-BIG-INPUT-VALUE = INQ-VALUE * 1000 + INQ-VALUE-R
001434     MOVE "COMBNPR" TO WS-BIG-PROGRAM-ID
001434     PERFORM 2400-SEARCH-BIG-MASTER THRU 2400-EXIT
001434     IF NOT WS-BIG-FOUND
001434         GO TO 2350-EXIT
001434     END-IF
001434     PERFORM 2480-RETURN-BIG-ANSWER THRU 2480-EXIT
001434     MOVE "COMBNCR" TO WS-BIG-PROGRAM-ID
001434     PERFORM 2400-SEARCH-BIG-MASTER THRU 2400-EXIT
001434     IF WS-BIG-FOUND
001434         MOVE WS-BIG-DIGIT-COUNT TO INQRSLT-DIGIT-COUNT-2
001434         MOVE WS-BIG-DIGITS TO INQRSLT-DIGITS-2
001434     END-IF.
001434 2350-EXIT.
001434     EXIT.
001434*----------------------------------------------------------------
001434*2400-SEARCH-BIG-MASTER - KEYED BROWSE OF BIGMST FOR
001434* WS-BIG-PROGRAM-ID / WS-BIG-INPUT-VALUE. KEYS ASCEND BY RUN
001434* DATE, SO THE LAST MATCH READ IS THE LATEST ANSWER.
001434*----------------------------------------------------------------
001434 2400-SEARCH-BIG-MASTER.
001434     MOVE "N" TO WS-BIG-SW
001434     MOVE "N" TO WS-BROWSE-SW
001434     MOVE WS-BIG-PROGRAM-ID TO BIGKEY-PROGRAM-ID
001434     MOVE WS-BIG-INPUT-VALUE TO BIGKEY-INPUT-VALUE
001434     MOVE ZERO TO BIGKEY-RUN-DATE
001434     START BIGMST KEY >= BIGKEY-KEY
001434         INVALID KEY
001434             SET WS-BROWSE-DONE TO TRUE
001434     END-START
001434     PERFORM 2450-NEXT-BIG-MASTER THRU 2450-EXIT
001434         UNTIL WS-BROWSE-DONE.
001434 2400-EXIT.
001434     EXIT.
001434*----------------------------------------------------------------
001434 2450-NEXT-BIG-MASTER.
001434*----------------------------------------------------------------
001434     READ BIGMST NEXT
001434         AT END
001434             SET WS-BROWSE-DONE TO TRUE
001434             GO TO 2450-EXIT
001434     END-READ
001434     IF BIGKEY-PROGRAM-ID EQUAL WS-BIG-PROGRAM-ID
001434         AND BIGKEY-INPUT-VALUE EQUAL WS-BIG-INPUT-VALUE
001434         SET WS-BIG-FOUND TO TRUE
001434         MOVE BIGKEY-RUN-DATE TO WS-BIG-RUN-DATE
001434         MOVE BIGKEY-DIGIT-COUNT TO WS-BIG-DIGIT-COUNT
001434         MOVE BIGKEY-DIGITS TO WS-BIG-DIGITS
001434     ELSE
001434         SET WS-BROWSE-DONE TO TRUE
001434     END-IF.
001434 2450-EXIT.
001434     EXIT.
001434*----------------------------------------------------------------
001434 2480-RETURN-BIG-ANSWER.
001434*----------------------------------------------------------------
001434     MOVE 36 TO INQRSLT-STATUS-CODE
001434     SET INQRSLT-FROM-FILE TO TRUE
001434     MOVE WS-BIG-RUN-DATE TO INQRSLT-ASOF-DATE
001434     MOVE WS-BIG-DIGIT-COUNT TO INQRSLT-DIGIT-COUNT
001434     MOVE WS-BIG-DIGITS TO INQRSLT-DIGITS.
001434 2480-EXIT.
001434     EXIT.
001434*----------------------------------------------------------------
001434*2500-LOOKUP-FIB-VALUE - REVERSE FIBONACCI LOOKUP. A RANDOM READ
001434* ON THE FIBKEY-VALUE ALTERNATE KEY ANSWERS "IS THIS A FIBONACCI
001434* NUMBER, AND WHICH TERM". ON A MISS THE SEQUENCE IS ASCENDING,
001434* SO THE FIRST TERM PAST THE VALUE IS THE NEAREST ABOVE AND THE
001434* TERM BEFORE IT THE NEAREST BELOW. A VALUE PAST THE LAST TERM
001434* ON FILE HAS NOTHING ABOVE; THE HEADER'S TERM COUNT IS BELOW.
001434*----------------------------------------------------------------
001434 2500-LOOKUP-FIB-VALUE.
001434     IF INQ-LOOKUP-VALUE NOT NUMERIC
001434         MOVE 4 TO INQRSLT-STATUS-CODE
001434         GO TO 2500-EXIT
001434     END-IF
001434     MOVE INQ-LOOKUP-VALUE TO INQRSLT-LOOKUP-VALUE
001434     SET INQRSLT-FROM-FILE TO TRUE
001434     MOVE WS-FIBKEY-ASOF-DATE TO INQRSLT-ASOF-DATE
001434     IF WS-FIBKEY-STALE
001434         MOVE 28 TO INQRSLT-STATUS-CODE
001434     END-IF
001434     MOVE INQ-LOOKUP-VALUE TO FIBKEY-VALUE
001434     READ FIBKEY KEY IS FIBKEY-VALUE
001434         INVALID KEY
001434             GO TO 2500-NEAREST
001434     END-READ
001434     SET INQRSLT-IS-FIBONACCI TO TRUE
001434     MOVE FIBKEY-TERM-NO TO INQRSLT-VALUE
001434     MOVE FIBKEY-VALUE TO INQRSLT-RESULT
001434     GO TO 2500-EXIT.
001434 2500-NEAREST.
001434     SET INQRSLT-NOT-FIBONACCI TO TRUE
001434     PERFORM 2550-FIND-TERM-ABOVE THRU 2550-EXIT
001434     IF WS-ABOVE-TERM-NO > ZERO
001434         COMPUTE WS-BELOW-TERM-NO = WS-ABOVE-TERM-NO - 1
001434     ELSE
001434         MOVE WS-FIBKEY-TERM-COUNT TO WS-BELOW-TERM-NO
001434     END-IF
001434     IF WS-BELOW-TERM-NO EQUAL ZERO
001434         GO TO 2500-EXIT
001434     END-IF
001434     MOVE WS-BELOW-TERM-NO TO FIBKEY-TERM-NO
001434     READ FIBKEY KEY IS FIBKEY-TERM-NO
001434         INVALID KEY
001434             GO TO 2500-EXIT
001434     END-READ
001434     MOVE FIBKEY-TERM-NO TO INQRSLT-VALUE
001434     MOVE FIBKEY-VALUE TO INQRSLT-RESULT.
001434 2500-EXIT.
001434     EXIT.
001434*----------------------------------------------------------------
001434*2550-FIND-TERM-ABOVE - POSITION ON THE ALTERNATE KEY JUST PAST
001434* THE VALUE AND TAKE THE FIRST TERM RECORD. THE TERM-0000 AS-OF
001434* HEADER ALSO SITS ON THE ALTERNATE INDEX (ITS DATE AND COUNTS
001434* OCCUPY THE VALUE POSITIONS) AND IS STEPPED OVER.
001434*----------------------------------------------------------------
001434 2550-FIND-TERM-ABOVE.
001434     MOVE ZERO TO WS-ABOVE-TERM-NO
001434     MOVE "N" TO WS-BROWSE-SW
001434     MOVE INQ-LOOKUP-VALUE TO FIBKEY-VALUE
001434     START FIBKEY KEY > FIBKEY-VALUE
001434         INVALID KEY
001434             GO TO 2550-EXIT
001434     END-START
001434     PERFORM 2570-NEXT-BY-VALUE THRU 2570-EXIT
001434         UNTIL WS-BROWSE-DONE.
001434 2550-EXIT.
001434     EXIT.
001434*----------------------------------------------------------------
001434 2570-NEXT-BY-VALUE.
001434*----------------------------------------------------------------
001434     READ FIBKEY NEXT
001434         AT END
001434             SET WS-BROWSE-DONE TO TRUE
001434             GO TO 2570-EXIT
001434     END-READ
001434     IF FIBKEY-TERM-NO EQUAL ZERO
001434         GO TO 2570-EXIT
001434     END-IF
001434     SET WS-BROWSE-DONE TO TRUE
001434     MOVE FIBKEY-TERM-NO TO WS-ABOVE-TERM-NO
001434     MOVE FIBKEY-TERM-NO TO INQRSLT-VALUE-R
001434     MOVE FIBKEY-VALUE TO INQRSLT-RESULT-2.
001434 2570-EXIT.
001434     EXIT.
001434*----------------------------------------------------------------
001434*2600-LOOKUP-PRIME - FACTORIZE THE PAIR A,B AND RETURN THEIR GCD
001434* AND LCM. A ZERO OR A VALUE ABOVE 999 IS STATUS 04.
001434*----------------------------------------------------------------
001434 2600-LOOKUP-PRIME.
001434     MOVE INQ-VALUE-R TO INQRSLT-VALUE-R
001434     IF INQ-VALUE > WS-PRM-MAXIMUM
001434         OR INQ-VALUE-R > WS-PRM-MAXIMUM
001434         MOVE 4 TO INQRSLT-STATUS-CODE
001434         GO TO 2600-EXIT
001434     END-IF
001434     MOVE INQ-VALUE TO WS-PRM-A
001434     MOVE INQ-VALUE-R TO WS-PRM-B
001434     CALL "PRIMES" USING WS-PRM-A, WS-PRM-B, WS-PRM-A-FACTORS,
001434         WS-PRM-B-FACTORS, WS-PRM-GCD, WS-PRM-LCM,
001434         WS-PRM-RETURN-CODE
001434     IF WS-PRM-RETURN-CODE NOT EQUAL ZERO
001434         MOVE 4 TO INQRSLT-STATUS-CODE
001434         GO TO 2600-EXIT
001434     END-IF
001434     MOVE WS-PRM-GCD TO INQRSLT-RESULT
001434     MOVE WS-PRM-LCM TO INQRSLT-RESULT-2
001434     MOVE WS-PRM-A-FACTORS TO INQRSLT-FACTORS
001434     MOVE WS-PRM-B-FACTORS TO INQRSLT-FACTORS-2
001434     SET INQRSLT-COMPUTED TO TRUE.
001434 2600-EXIT.
001434     EXIT.
001435*----------------------------------------------------------------
001436 2900-WRITE-AUDIT.
001437*----------------------------------------------------------------
001445     MOVE INQRSLT-VALUE TO INQAUDT-VALUE
001446     MOVE INQRSLT-VALUE-R TO INQAUDT-VALUE-R
001447     MOVE INQRSLT-STATUS-CODE TO INQAUDT-STATUS-CODE
001447     MOVE INQRSLT-LOOKUP-VALUE TO INQAUDT-LOOKUP-VALUE
001448     WRITE INQAUDT-RECORD.
001449 2900-EXIT.
001450     EXIT.
001422     CLOSE INQAUDIT
001430     CLOSE FIBKEY
001435     CLOSE RSLTMST
001435     CLOSE BIGMST
001436     ACCEPT WS-END-TIME FROM TIME
001437     OPEN EXTEND RUNLOGF
001438     MOVE "DLYINQRY" TO RUNLOG-JOB-NAME
