000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. primefac.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. BATCH PRIME FACTORIZATION
000110*                  AND GCD/LCM JOB - THE FOURTH CALCULATION
000120*                  WORKLOAD IN THE STREAM. READS ONE A,B PAIR
000130*                  PER PRMIN TRANSACTION (SAME SHAPE AS CMBIN),
000140*                  CALLS THE PRIMES SUBPROGRAM FOR EACH, AND
000150*                  PERSISTS THE ANSWERS IN THE SHARED RSLTREC
000160*                  SHAPE ON PRMRSLT, ONE RECORD PER ANSWER:
000170*                    "PRIMEFAC" - INPUT VALUE IS THE NUMBER,
000180*                      COMPUTED VALUE ITS PACKED FACTORIZATION
000190*                      (COPY PRMFLDS). ONE FOR A, AND ONE FOR
000200*                      B UNLESS B EQUALS A.
000210*                    "PRIMEGCD" - INPUT VALUE IS THE PAIR
000220*                      (A * 1000 + B, AS COMBBAT ENCODES
000230*                      N,R), COMPUTED VALUE THE GCD.
000240*                    "PRIMELCM" - SAME INPUT VALUE, COMPUTED
000250*                      VALUE THE LCM.
000260*                  PRMRSLT CLOSES WITH A CONTROL-TOTAL TRAILER
000270*                  (RSLT-PROGRAM-ID "*TRAILER", COUNT AND HASH
000280*                  MODULO 10**15, AS FIBRSLT DOES) FOR THE
000290*                  BATCHVFY STEP. NON-NUMERIC AND ZERO VALUES
000300*                  GO TO THE PRMREJ REJECTS FILE (COPY REJCREC)
000310*                  AND THE RUN IS LOGGED TO RUNLOG UNDER JOB
000320*                  NAME PRIMEFAC, RETURN CODE 4 WHEN ANYTHING
000330*                  WAS REJECTED.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PRMIN ASSIGN TO "PRMIN"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT PRMRSLT ASSIGN TO "PRMRSLT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT PRMREJ ASSIGN TO "PRMREJ"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PRMIN
000490     RECORDING MODE IS F.
000500 01  PRMIN-RECORD.
000510     05 PRMIN-A                  PIC 9(03).
000520     05 PRMIN-B                  PIC 9(03).
000530 FD  PRMRSLT
000540     RECORDING MODE IS F.
000550     COPY RSLTREC.
000560 FD  PRMREJ
000570     RECORDING MODE IS F.
000580     COPY REJCREC.
000590 FD  RUNLOGF
000600     RECORDING MODE IS F.
000610     COPY RUNLOG.
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640* LOCAL FIELDS PASSED TO PRIMES - SAME SHAPES AS ITS LINKAGE
000650*----------------------------------------------------------------
000660 01  WS-PRM-A                    PIC 9(03) USAGE COMP-5.
000670 01  WS-PRM-B                    PIC 9(03) USAGE COMP-5.
000680     COPY PRMFLDS REPLACING ==:PRE:== BY ==WS-A==.
000690     COPY PRMFLDS REPLACING ==:PRE:== BY ==WS-B==.
000700 01  WS-PRM-GCD                  PIC 9(03) USAGE COMP-5.
000710 01  WS-PRM-LCM                  PIC 9(06) USAGE COMP-5.
000720 01  WS-PRM-RETURN-CODE          PIC 9(2) USAGE COMP-5.
000730 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000740*----------------------------------------------------------------
000750* RSLT/REJC INPUT-VALUE ENCODING FOR A PAIR - A * 1000 + B,
000760* SO 360,84 PERSISTS AS 360084.
000770*----------------------------------------------------------------
000780 01  WS-PAIR-VALUE               PIC 9(09) VALUE ZERO.
000790*----------------------------------------------------------------
000800* SWITCHES
000810*----------------------------------------------------------------
000820 01  WS-SWITCHES.
000830     05 WS-EOF-SW                PIC X(01) VALUE "N".
000840         88 PRMIN-EOF                VALUE "Y".
000850     05 WS-VALID-SW              PIC X(01) VALUE "Y".
000860         88 REQUEST-VALID            VALUE "Y".
000870         88 REQUEST-INVALID          VALUE "N".
000880 01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
000890*----------------------------------------------------------------
000900* COUNTERS
000910*----------------------------------------------------------------
000920 01  WS-REQUEST-COUNT            PIC 9(09) COMP VALUE ZERO.
000930 01  WS-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
000940 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000950 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
000960 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000970*----------------------------------------------------------------
000980* CONTROL-TOTAL TRAILER FIELDS - COUNT AND HASH OF THE ANSWER
000990* RECORDS ON PRMRSLT, CHECKED DOWNSTREAM BY BATCHVFY
001000*----------------------------------------------------------------
001010 01  WS-RESULT-COUNT             PIC 9(09) COMP VALUE ZERO.
001020 01  WS-HASH-MODULUS             PIC 9(16) VALUE 1000000000000000.
001030 01  WS-HASH-WORK                PIC 9(16) VALUE ZERO.
001040 01  WS-HASH-TOTAL               PIC 9(16) VALUE ZERO.
001050 PROCEDURE DIVISION.
001060*----------------------------------------------------------------
001070 0000-MAINLINE.
001080*----------------------------------------------------------------
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001100     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001110         UNTIL PRMIN-EOF
001120     PERFORM 9000-TERMINATE THRU 9000-EXIT
001130     STOP RUN.
001140*----------------------------------------------------------------
001150 1000-INITIALIZE.
001160*----------------------------------------------------------------
001170     CALL "GETCYCDT" USING WS-RUN-DATE
001180     ACCEPT WS-START-TIME FROM TIME
001190     OPEN INPUT PRMIN
001200     OPEN OUTPUT PRMRSLT
001210     OPEN OUTPUT PRMREJ
001220     READ PRMIN
001230         AT END
001240             SET PRMIN-EOF TO TRUE
001250     END-READ.
001260 1000-EXIT.
001270     EXIT.
001280*----------------------------------------------------------------
001290 2000-PROCESS-REQUEST.
001300*----------------------------------------------------------------
001310     ADD 1 TO WS-REQUEST-COUNT
001320     PERFORM 2500-VALIDATE-REQUEST THRU 2500-EXIT
001330     IF REQUEST-VALID
001340         PERFORM 3000-CALL-PRIMES THRU 3000-EXIT
001350     END-IF
001360     IF REQUEST-INVALID
001370         PERFORM 4500-WRITE-REJECT THRU 4500-EXIT
001380     END-IF
001390     READ PRMIN
001400         AT END
001410             SET PRMIN-EOF TO TRUE
001420     END-READ.
001430 2000-EXIT.
001440     EXIT.
001450*----------------------------------------------------------------
001460 2500-VALIDATE-REQUEST.
001470*----------------------------------------------------------------
001480     SET REQUEST-VALID TO TRUE
001490     MOVE SPACES TO WS-REJECT-REASON
001500     MOVE ZERO TO WS-PAIR-VALUE
001510     IF PRMIN-A IS NOT NUMERIC
001520         OR PRMIN-B IS NOT NUMERIC
001530         SET REQUEST-INVALID TO TRUE
001540         MOVE "INPUT PAIR NOT NUMERIC" TO WS-REJECT-REASON
001550     ELSE
001560         COMPUTE WS-PAIR-VALUE = PRMIN-A * 1000 + PRMIN-B
001570     END-IF.
001580 2500-EXIT.
001590     EXIT.
001600*----------------------------------------------------------------
001610 3000-CALL-PRIMES.
001620*----------------------------------------------------------------
001630     MOVE PRMIN-A TO WS-PRM-A
001640     MOVE PRMIN-B TO WS-PRM-B
001650     CALL "PRIMES" USING WS-PRM-A, WS-PRM-B, WS-A-FACTORS,
001660         WS-B-FACTORS, WS-PRM-GCD, WS-PRM-LCM,
001670         WS-PRM-RETURN-CODE
001680     EVALUATE WS-PRM-RETURN-CODE
001690         WHEN 0
001700             PERFORM 4000-WRITE-RESULTS THRU 4000-EXIT
001710         WHEN 4
001720             SET REQUEST-INVALID TO TRUE
001730             MOVE "INPUT VALUE ZERO" TO WS-REJECT-REASON
001740         WHEN OTHER
001750             SET REQUEST-INVALID TO TRUE
001760             MOVE "INPUT VALUE EXCEEDS MAXIMUM" TO
001770                 WS-REJECT-REASON
001780     END-EVALUATE.
001790 3000-EXIT.
001800     EXIT.
001810*----------------------------------------------------------------
001820 4000-WRITE-RESULTS.
001830*----------------------------------------------------------------
001840     MOVE SPACES TO RSLT-RECORD
001850     MOVE WS-RUN-DATE TO RSLT-RUN-DATE
001860     MOVE "PRIMEFAC" TO RSLT-PROGRAM-ID
001870     MOVE PRMIN-A TO RSLT-INPUT-VALUE
001880     MOVE WS-A-FACTORS TO RSLT-COMPUTED-VALUE
001890     PERFORM 4100-PUT-RESULT THRU 4100-EXIT
001900     IF PRMIN-B NOT EQUAL PRMIN-A
001910         MOVE PRMIN-B TO RSLT-INPUT-VALUE
001920         MOVE WS-B-FACTORS TO RSLT-COMPUTED-VALUE
001930         PERFORM 4100-PUT-RESULT THRU 4100-EXIT
001940     END-IF
001950     MOVE "PRIMEGCD" TO RSLT-PROGRAM-ID
001960     MOVE WS-PAIR-VALUE TO RSLT-INPUT-VALUE
001970     MOVE WS-PRM-GCD TO RSLT-COMPUTED-VALUE
001980     PERFORM 4100-PUT-RESULT THRU 4100-EXIT
001990     MOVE "PRIMELCM" TO RSLT-PROGRAM-ID
002000     MOVE WS-PRM-LCM TO RSLT-COMPUTED-VALUE
002010     PERFORM 4100-PUT-RESULT THRU 4100-EXIT.
002020 4000-EXIT.
002030     EXIT.
002040*----------------------------------------------------------------
002050*4100-PUT-RESULT - CALLER LEAVES THE ANSWER IN RSLT-RECORD; IT
002060* IS WRITTEN AND FOLDED INTO THE TRAILER COUNT AND HASH.
002070*----------------------------------------------------------------
002080 4100-PUT-RESULT.
002090     WRITE RSLT-RECORD
002100     ADD 1 TO WS-RESULT-COUNT
002110     COMPUTE WS-HASH-WORK =
002120         FUNCTION MOD(RSLT-COMPUTED-VALUE, WS-HASH-MODULUS)
002130     COMPUTE WS-HASH-TOTAL =
002140         FUNCTION MOD(WS-HASH-TOTAL + WS-HASH-WORK,
002150         WS-HASH-MODULUS).
002160 4100-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------
002190 4500-WRITE-REJECT.
002200*----------------------------------------------------------------
002210     MOVE SPACES TO REJC-RECORD
002220     MOVE WS-RUN-DATE TO REJC-RUN-DATE
002230     MOVE "PRIMEFAC" TO REJC-PROGRAM-ID
002240     MOVE WS-PAIR-VALUE TO REJC-INPUT-VALUE
002250     MOVE WS-REJECT-REASON TO REJC-REASON
002260     ADD 1 TO WS-REJECT-COUNT
002270     WRITE REJC-RECORD.
002280 4500-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310 9000-TERMINATE.
002320*----------------------------------------------------------------
002330     PERFORM 9500-WRITE-TRAILER THRU 9500-EXIT
002340     CLOSE PRMIN
002350     CLOSE PRMRSLT
002360     CLOSE PRMREJ
002370     ACCEPT WS-END-TIME FROM TIME
002380     IF WS-REJECT-COUNT > ZERO
002390         MOVE 4 TO WS-RETURN-CODE
002400     END-IF
002410     OPEN EXTEND RUNLOGF
002420     MOVE "PRIMEFAC" TO RUNLOG-JOB-NAME
002430     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
002440     MOVE WS-START-TIME TO RUNLOG-START-TIME
002450     MOVE WS-END-TIME TO RUNLOG-END-TIME
002460     MOVE WS-REQUEST-COUNT TO RUNLOG-INPUT-COUNT
002470     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
002480     MOVE SPACES TO RUNLOG-PARAMETER
002490     WRITE RUNLOG-RECORD
002500     CLOSE RUNLOGF.
002510 9000-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540 9500-WRITE-TRAILER.
002550*----------------------------------------------------------------
002560     MOVE SPACES TO RSLT-RECORD
002570     MOVE WS-RUN-DATE TO RSLT-RUN-DATE
002580     MOVE "*TRAILER" TO RSLT-PROGRAM-ID
002590     MOVE WS-RESULT-COUNT TO RSLT-INPUT-VALUE
002600     MOVE WS-HASH-TOTAL TO RSLT-COMPUTED-VALUE
002610     WRITE RSLT-RECORD.
002620 9500-EXIT.
002630     EXIT.
