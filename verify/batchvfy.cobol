000260*                  THIS REPORT'S NAME AND THE RUN DATE, SO THE
000260*                  REPORT SURVIVES THE SPOOL PURGE AND RPTPRINT
000260*                  CAN REPRODUCE IT FOR AN AUDITOR.
000261* 2026-10-15  DPG  ALSO VERIFIES PRMRSLT, THE PRIMEFAC JOB'S
000261*                  RESULT FILE, AGAINST ITS "*TRAILER" RECORD -
000261*                  SAME COUNT AND HASH RULES AS FIBRSLT.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT FBZOUT ASSIGN TO "FBZOUT"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000352     SELECT PRMRSLT ASSIGN TO "PRMRSLT"
000354         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT VFYRPT ASSIGN TO "VFYRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000540     05 FBZOUT-KEY               PIC 9(06).
000550     05 FBZOUT-DATA              PIC X(74).
000560     05 FBZOUT-TAG               PIC X(40).
000562 FD  PRMRSLT
000563     RECORDING MODE IS F.
000564 01  PRMRSLT-RECORD.
000565     05 PRMRSLT-RUN-DATE         PIC 9(08).
000566     05 PRMRSLT-PROGRAM-ID       PIC X(08).
000567     05 PRMRSLT-INPUT-VALUE      PIC 9(09).
000568     05 PRMRSLT-COMPUTED-VALUE   PIC 9(38).
000569     05 FILLER                   PIC X(17).
000570 FD  VFYRPT
000580     RECORDING MODE IS F.
000590 01  VFYRPT-RECORD               PIC X(80).
000970     PERFORM 2000-VERIFY-FACRSLT THRU 2000-EXIT
000980     PERFORM 3000-VERIFY-FIBRSLT THRU 3000-EXIT
000990     PERFORM 4000-VERIFY-FBZOUT THRU 4000-EXIT
000995     PERFORM 5000-VERIFY-PRMRSLT THRU 5000-EXIT
001000     PERFORM 9000-TERMINATE THRU 9000-EXIT
001010     STOP RUN.
001020*----------------------------------------------------------------
002230     END-READ.
002240 4100-EXIT.
002250     EXIT.
002251*----------------------------------------------------------------
002252 5000-VERIFY-PRMRSLT.
002253*----------------------------------------------------------------
002254     PERFORM 7000-RESET-TOTALS THRU 7000-EXIT
002255     MOVE "PRMRSLT" TO WS-FILE-NAME
002256     OPEN INPUT PRMRSLT
002257     READ PRMRSLT
002258         AT END
002259             SET FILE-EOF TO TRUE
002260     END-READ
002261     PERFORM 5100-TALLY-PRMRSLT THRU 5100-EXIT
002262         UNTIL FILE-EOF
002263     CLOSE PRMRSLT
002264     PERFORM 7500-COMPARE-TOTALS THRU 7500-EXIT.
002265 5000-EXIT.
002266     EXIT.
002267*----------------------------------------------------------------
002268 5100-TALLY-PRMRSLT.
002269*----------------------------------------------------------------
002270     IF PRMRSLT-PROGRAM-ID EQUAL "*TRAILER"
002271         SET TRAILER-FOUND TO TRUE
002272         MOVE PRMRSLT-INPUT-VALUE TO WS-TRAILER-COUNT
002273         MOVE PRMRSLT-COMPUTED-VALUE TO WS-TRAILER-HASH
002274     ELSE
002275         ADD 1 TO WS-ACTUAL-COUNT
002276         COMPUTE WS-HASH-WORK =
002277             FUNCTION MOD(PRMRSLT-COMPUTED-VALUE,
002278             WS-HASH-MODULUS)
002279         COMPUTE WS-ACTUAL-HASH =
002280             FUNCTION MOD(WS-ACTUAL-HASH + WS-HASH-WORK,
002281             WS-HASH-MODULUS)
002282     END-IF
002283     READ PRMRSLT
002284         AT END
002285             SET FILE-EOF TO TRUE
002286     END-READ.
002287 5100-EXIT.
002288     EXIT.
002260*----------------------------------------------------------------
002270 7000-RESET-TOTALS.
002280*----------------------------------------------------------------
