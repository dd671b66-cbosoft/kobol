000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TXTMASK.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. THE ONE PLACE FBZIN TEXT IS
000110*                  MASKED ON ITS WAY OUT - THE CALLER PASSES THE
000120*                  RECORD'S FEED SOURCE, ITS ROUTED LABEL (OR
000130*                  WHOLE TAG) AND TEXT (COPY MASKPRM); THIS PICKS
000140*                  THE FBZMASK POLICY (COPY FBZMASK) AND HANDS
000150*                  THE TEXT BACK IN FULL, PARTIALLY MASKED OR
000160*                  REPLACED BY A TOKEN. THE POLICY FILE IS READ
000170*                  ON THE FIRST CALL AND HELD FOR THE RUN. EACH
000180*                  "M" CALL IS COUNTED PER OUTPUT AND POLICY, AND
000190*                  THE CALLER'S CLOSING "C" CALL APPENDS THOSE
000200*                  COUNTS TO MASKCNT (COPY MASKCNT) FOR MASKRPT.
000210*                  AN ABSENT FBZMASK FILE LEAVES NO POLICY, SO
000220*                  EVERY TEXT IS WITHHELD - NEVER SENT IN FULL.
000220* 2026-10-15  DPG  THE MASKCNT RECORDS ARE NOW STAMPED WITH THE
000220*                  CLOCK DATE AS WELL AS THE TIME, SO A RERUN
000220*                  AFTER MIDNIGHT STILL REPLACES THE EARLIER RUN'S
000220*                  COUNTS.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL FBZMASKF ASSIGN TO "FBZMASK"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT OPTIONAL MASKCNTF ASSIGN TO "MASKCNT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  FBZMASKF
000340     RECORDING MODE IS F.
000350     COPY FBZMASK.
000360 FD  MASKCNTF
000370     RECORDING MODE IS F.
000380     COPY MASKCNT.
000390 WORKING-STORAGE SECTION.
000400*----------------------------------------------------------------
000410* POLICY TABLE - LOADED FROM FBZMASK ON THE FIRST CALL, WITH EACH
000420* LABEL'S TRIMMED LENGTH FOR THE TAG SCAN
000430*----------------------------------------------------------------
000440 01  WS-POL-COUNT                PIC 9(02) COMP VALUE ZERO.
000450 01  WS-POL-TABLE-MAX            PIC 9(02) COMP VALUE 50.
000460 01  WS-POL-TABLE.
000470     05 WS-POL-ENTRY OCCURS 50 TIMES
000480             INDEXED BY WS-POL-IDX.
000490         10 WS-POL-ID            PIC X(08).
000500         10 WS-POL-SOURCE        PIC X(03).
000510         10 WS-POL-LABEL         PIC X(10).
000520         10 WS-POL-LABEL-LEN     PIC 9(02) COMP.
000530         10 WS-POL-ACTION        PIC X(01).
000540         10 WS-POL-KEEP          PIC 9(02) COMP.
000550         10 WS-POL-TOKEN         PIC X(20).
000560*----------------------------------------------------------------
000570* COUNT TABLE - ONE ENTRY PER OUTPUT AND POLICY SEEN THIS RUN
000580*----------------------------------------------------------------
000590 01  WS-CNT-COUNT                PIC 9(03) COMP VALUE ZERO.
000600 01  WS-CNT-TABLE-MAX            PIC 9(03) COMP VALUE 200.
000610 01  WS-CNT-TABLE.
000620     05 WS-CNT-ENTRY OCCURS 200 TIMES
000630             INDEXED BY WS-CNT-IDX.
000640         10 WS-CNT-DEST          PIC X(08).
000650         10 WS-CNT-POLICY-ID     PIC X(08).
000660         10 WS-CNT-ACTION        PIC X(01).
000670         10 WS-CNT-RECORDS       PIC 9(09) COMP.
000680         10 WS-CNT-MASKED        PIC 9(09) COMP.
000690*----------------------------------------------------------------
000700* POLICY SELECTION - SCORE 2 FOR A NAMED SOURCE PLUS 1 FOR A
000710* NAMED (OR UNTAGGED) LABEL; RANK 3 T, 2 P, 1 F
000720*----------------------------------------------------------------
000730 01  WS-BEST-SUB                 PIC 9(02) COMP VALUE ZERO.
000740 01  WS-BEST-SCORE               PIC 9(01) VALUE ZERO.
000750 01  WS-BEST-RANK                PIC 9(01) VALUE ZERO.
000760 01  WS-SCORE                    PIC 9(01) VALUE ZERO.
000770 01  WS-RANK                     PIC 9(01) VALUE ZERO.
000780 01  WS-LABEL-HITS               PIC 9(02) COMP VALUE ZERO.
000790 01  WS-PAD-LENGTH               PIC 9(02) COMP VALUE ZERO.
000800*----------------------------------------------------------------
000810* THE POLICY BEING APPLIED
000820*----------------------------------------------------------------
000830 01  WS-DEFAULT-POLICY-ID        PIC X(08) VALUE "DEFAULT".
000840 01  WS-DEFAULT-TOKEN            PIC X(20) VALUE "*WITHHELD*".
000850 01  WS-APPLY-ACTION             PIC X(01) VALUE SPACE.
000860 01  WS-APPLY-KEEP               PIC 9(02) COMP VALUE ZERO.
000870 01  WS-APPLY-TOKEN              PIC X(20) VALUE SPACES.
000880 01  WS-CHAR-POS                 PIC 9(02) COMP VALUE ZERO.
000890 01  WS-FIRST-MASKED             PIC 9(02) COMP VALUE ZERO.
000900 01  WS-ORIGINAL-TEXT            PIC X(60) VALUE SPACES.
000910 01  WS-NOW.
000911     05 WS-NOW-DATE              PIC 9(08) VALUE ZERO.
000912     05 WS-NOW-TIME              PIC 9(08) VALUE ZERO.
000920*----------------------------------------------------------------
000930* SWITCHES
000940*----------------------------------------------------------------
000950 01  WS-SWITCHES.
000960     05 WS-LOADED-SW             PIC X(01) VALUE "N".
000970         88 POLICIES-LOADED          VALUE "Y".
000980     05 WS-FBZMASK-EOF-SW        PIC X(01) VALUE "N".
000990         88 FBZMASK-EOF              VALUE "Y".
001000     05 WS-FOUND-SW              PIC X(01) VALUE "N".
001010         88 ENTRY-FOUND              VALUE "Y".
001020     05 WS-CNT-FULL-SW           PIC X(01) VALUE "N".
001030         88 CNT-TABLE-FULL           VALUE "Y".
001040 LINKAGE SECTION.
001050     COPY MASKPRM.
001060 PROCEDURE DIVISION USING MSKP-AREA.
001070*----------------------------------------------------------------
001080 0000-MAINLINE.
001090*----------------------------------------------------------------
001100     IF NOT POLICIES-LOADED
001110         PERFORM 1000-LOAD-POLICIES THRU 1000-EXIT
001120     END-IF
001130     IF MSKP-CLOSE
001140         PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT
001150     ELSE
001160         PERFORM 2000-MASK-TEXT THRU 2000-EXIT
001170     END-IF.
001180 0000-RETURN.
001190     EXIT PROGRAM.
001200*----------------------------------------------------------------
001210 1000-LOAD-POLICIES.
001220*----------------------------------------------------------------
001230     SET POLICIES-LOADED TO TRUE
001240     MOVE ZERO TO WS-POL-COUNT
001250     OPEN INPUT FBZMASKF
001260     READ FBZMASKF
001270         AT END
001280             SET FBZMASK-EOF TO TRUE
001290     END-READ
001300     PERFORM 1100-LOAD-POLICY THRU 1100-EXIT
001310         UNTIL FBZMASK-EOF
001320     CLOSE FBZMASKF.
001330 1000-EXIT.
001340     EXIT.
001350*----------------------------------------------------------------
001360 1100-LOAD-POLICY.
001370*----------------------------------------------------------------
001380     IF WS-POL-COUNT >= WS-POL-TABLE-MAX
001390         DISPLAY "TXTMASK FBZMASK HAS MORE THAN 50 POLICIES - "
001400             "THE REST ARE IGNORED"
001410         SET FBZMASK-EOF TO TRUE
001420         GO TO 1100-EXIT
001430     END-IF
001440     ADD 1 TO WS-POL-COUNT
001450     SET WS-POL-IDX TO WS-POL-COUNT
001460     MOVE MASK-POLICY-ID TO WS-POL-ID(WS-POL-IDX)
001470     MOVE MASK-SOURCE TO WS-POL-SOURCE(WS-POL-IDX)
001480     MOVE MASK-LABEL TO WS-POL-LABEL(WS-POL-IDX)
001490     MOVE ZERO TO WS-PAD-LENGTH
001500     INSPECT FUNCTION REVERSE(MASK-LABEL)
001510         TALLYING WS-PAD-LENGTH FOR LEADING SPACES
001520     COMPUTE WS-POL-LABEL-LEN(WS-POL-IDX) =
001530         10 - WS-PAD-LENGTH
001540     MOVE MASK-ACTION TO WS-POL-ACTION(WS-POL-IDX)
001550     IF MASK-KEEP IS NUMERIC
001560         MOVE MASK-KEEP TO WS-POL-KEEP(WS-POL-IDX)
001570     ELSE
001580         MOVE ZERO TO WS-POL-KEEP(WS-POL-IDX)
001590     END-IF
001600     MOVE MASK-TOKEN TO WS-POL-TOKEN(WS-POL-IDX).
001610 1100-READ-NEXT.
001620     READ FBZMASKF
001630         AT END
001640             SET FBZMASK-EOF TO TRUE
001650     END-READ.
001660 1100-EXIT.
001670     EXIT.
001680*----------------------------------------------------------------
001690*2000-MASK-TEXT - PICK THE POLICY, APPLY IT TO MSKP-TEXT AND, ON
001700* AN "M" CALL, COUNT IT. BLANK TEXT HAS NOTHING TO HIDE AND IS
001710* LEFT BLANK WHATEVER THE ACTION.
001720*----------------------------------------------------------------
001730 2000-MASK-TEXT.
001740     MOVE ZERO TO WS-BEST-SUB
001750     MOVE ZERO TO WS-BEST-SCORE
001760     MOVE ZERO TO WS-BEST-RANK
001770     PERFORM 2100-CHECK-POLICY THRU 2100-EXIT
001780         VARYING WS-POL-IDX FROM 1 BY 1
001790         UNTIL WS-POL-IDX > WS-POL-COUNT
001800     IF WS-BEST-SUB EQUAL ZERO
001810         MOVE WS-DEFAULT-POLICY-ID TO MSKP-POLICY-ID
001820         MOVE "T" TO WS-APPLY-ACTION
001830         MOVE ZERO TO WS-APPLY-KEEP
001840         MOVE SPACES TO WS-APPLY-TOKEN
001850     ELSE
001860         SET WS-POL-IDX TO WS-BEST-SUB
001870         MOVE WS-POL-ID(WS-POL-IDX) TO MSKP-POLICY-ID
001880         MOVE WS-POL-ACTION(WS-POL-IDX) TO WS-APPLY-ACTION
001890         MOVE WS-POL-KEEP(WS-POL-IDX) TO WS-APPLY-KEEP
001900         MOVE WS-POL-TOKEN(WS-POL-IDX) TO WS-APPLY-TOKEN
001910     END-IF
001920     MOVE WS-APPLY-ACTION TO MSKP-ACTION
001930     MOVE MSKP-TEXT TO WS-ORIGINAL-TEXT
001940     IF MSKP-TEXT EQUAL SPACES
001950         GO TO 2000-COUNT
001960     END-IF
001970     EVALUATE WS-APPLY-ACTION
001980         WHEN "F"
001990             CONTINUE
002000         WHEN "P"
002010             COMPUTE WS-FIRST-MASKED = WS-APPLY-KEEP + 1
002020             PERFORM 2500-MASK-CHARACTER THRU 2500-EXIT
002030                 VARYING WS-CHAR-POS FROM WS-FIRST-MASKED BY 1
002040                 UNTIL WS-CHAR-POS > 60
002050         WHEN OTHER
002060             IF WS-APPLY-TOKEN EQUAL SPACES
002070                 MOVE WS-DEFAULT-TOKEN TO MSKP-TEXT
002080             ELSE
002090                 MOVE WS-APPLY-TOKEN TO MSKP-TEXT
002100             END-IF
002110     END-EVALUATE.
002120 2000-COUNT.
002130     IF MSKP-APPLY
002140         PERFORM 3000-COUNT-TEXT THRU 3000-EXIT
002150     END-IF.
002160 2000-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------
002190*2100-CHECK-POLICY - SCORE THIS POLICY AGAINST THE RECORD AND
002200* KEEP IT IF IT IS MORE SPECIFIC THAN THE BEST SO FAR, OR AS
002210* SPECIFIC AND STRICTER.
002220*----------------------------------------------------------------
002230 2100-CHECK-POLICY.
002240     EVALUATE TRUE
002250         WHEN WS-POL-SOURCE(WS-POL-IDX) EQUAL MSKP-SOURCE
002260             MOVE 2 TO WS-SCORE
002270         WHEN WS-POL-SOURCE(WS-POL-IDX) EQUAL "***"
002280             MOVE ZERO TO WS-SCORE
002290         WHEN OTHER
002300             GO TO 2100-EXIT
002310     END-EVALUATE
002320     EVALUATE TRUE
002330         WHEN WS-POL-LABEL(WS-POL-IDX) EQUAL "*"
002340             CONTINUE
002350         WHEN WS-POL-LABEL(WS-POL-IDX) EQUAL SPACES
002360             IF MSKP-TAG NOT EQUAL SPACES
002370                 GO TO 2100-EXIT
002380             END-IF
002390             ADD 1 TO WS-SCORE
002400         WHEN OTHER
002410             MOVE ZERO TO WS-LABEL-HITS
002420             INSPECT MSKP-TAG TALLYING WS-LABEL-HITS
002430                 FOR ALL WS-POL-LABEL(WS-POL-IDX)
002440                     (1:WS-POL-LABEL-LEN(WS-POL-IDX))
002450             IF WS-LABEL-HITS EQUAL ZERO
002460                 GO TO 2100-EXIT
002470             END-IF
002480             ADD 1 TO WS-SCORE
002490     END-EVALUATE
002500     EVALUATE WS-POL-ACTION(WS-POL-IDX)
002510         WHEN "F"
002520             MOVE 1 TO WS-RANK
002530         WHEN "P"
002540             MOVE 2 TO WS-RANK
002550         WHEN OTHER
002560             MOVE 3 TO WS-RANK
002570     END-EVALUATE
002580     IF WS-BEST-SUB EQUAL ZERO
002590         OR WS-SCORE > WS-BEST-SCORE
002600         OR (WS-SCORE EQUAL WS-BEST-SCORE
002610             AND WS-RANK > WS-BEST-RANK)
002620         SET WS-BEST-SUB TO WS-POL-IDX
002630         MOVE WS-SCORE TO WS-BEST-SCORE
002640         MOVE WS-RANK TO WS-BEST-RANK
002650     END-IF.
002660 2100-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690 2500-MASK-CHARACTER.
002700*----------------------------------------------------------------
002710     IF MSKP-TEXT(WS-CHAR-POS:1) NOT EQUAL SPACE
002720         MOVE "*" TO MSKP-TEXT(WS-CHAR-POS:1)
002730     END-IF.
002740 2500-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770*3000-COUNT-TEXT - ADD THE RECORD TO ITS OUTPUT/POLICY ENTRY.
002780* A FULL TABLE IS REPORTED ONCE; THE TEXT IS STILL MASKED.
002790*----------------------------------------------------------------
002800 3000-COUNT-TEXT.
002810     MOVE "N" TO WS-FOUND-SW
002820     PERFORM 3100-FIND-COUNT THRU 3100-EXIT
002830         VARYING WS-CNT-IDX FROM 1 BY 1
002840         UNTIL WS-CNT-IDX > WS-CNT-COUNT
002850             OR ENTRY-FOUND
002860     IF ENTRY-FOUND
002870         SET WS-CNT-IDX DOWN BY 1
002880     ELSE
002890         IF WS-CNT-COUNT >= WS-CNT-TABLE-MAX
002900             IF NOT CNT-TABLE-FULL
002910                 DISPLAY "TXTMASK COUNT TABLE FULL - " MSKP-DEST
002920                     " " MSKP-POLICY-ID " NOT COUNTED"
002930                 SET CNT-TABLE-FULL TO TRUE
002940             END-IF
002950             GO TO 3000-EXIT
002960         END-IF
002970         ADD 1 TO WS-CNT-COUNT
002980         SET WS-CNT-IDX TO WS-CNT-COUNT
002990         MOVE MSKP-DEST TO WS-CNT-DEST(WS-CNT-IDX)
003000         MOVE MSKP-POLICY-ID TO WS-CNT-POLICY-ID(WS-CNT-IDX)
003010         MOVE MSKP-ACTION TO WS-CNT-ACTION(WS-CNT-IDX)
003020         MOVE ZERO TO WS-CNT-RECORDS(WS-CNT-IDX)
003030         MOVE ZERO TO WS-CNT-MASKED(WS-CNT-IDX)
003040     END-IF
003050     ADD 1 TO WS-CNT-RECORDS(WS-CNT-IDX)
003060     IF MSKP-TEXT NOT EQUAL WS-ORIGINAL-TEXT
003070         ADD 1 TO WS-CNT-MASKED(WS-CNT-IDX)
003080     END-IF.
003090 3000-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120 3100-FIND-COUNT.
003130*----------------------------------------------------------------
003140     IF WS-CNT-DEST(WS-CNT-IDX) EQUAL MSKP-DEST
003150         AND WS-CNT-POLICY-ID(WS-CNT-IDX) EQUAL MSKP-POLICY-ID
003160         SET ENTRY-FOUND TO TRUE
003170     END-IF.
003180 3100-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210*8000-WRITE-COUNTS - THE CALLER'S CLOSE: ONE MASKCNT RECORD PER
003220* ENTRY, ALL STAMPED WITH THE SAME DATE AND TIME SO MASKRPT CAN
003230* TELL A RERUN'S SET FROM THE ONE IT REPLACES. THE FILE IS
003240* CREATED ON THE FIRST CLOSE IF ABSENT.
003250*----------------------------------------------------------------
003260 8000-WRITE-COUNTS.
003270     IF WS-CNT-COUNT EQUAL ZERO
003280         GO TO 8000-EXIT
003290     END-IF
003300     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
003305     ACCEPT WS-NOW-TIME FROM TIME
003310     OPEN EXTEND MASKCNTF
003320     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
003330         VARYING WS-CNT-IDX FROM 1 BY 1
003340         UNTIL WS-CNT-IDX > WS-CNT-COUNT
003350     CLOSE MASKCNTF
003360     MOVE ZERO TO WS-CNT-COUNT.
003370 8000-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400 8100-WRITE-COUNT.
003410*----------------------------------------------------------------
003420     MOVE MSKP-RUN-DATE TO MCNT-RUN-DATE
003430     MOVE WS-NOW TO MCNT-RUN-STAMP
003440     MOVE MSKP-JOB-NAME TO MCNT-JOB-NAME
003450     MOVE WS-CNT-DEST(WS-CNT-IDX) TO MCNT-DEST
003460     MOVE WS-CNT-POLICY-ID(WS-CNT-IDX) TO MCNT-POLICY-ID
003470     MOVE WS-CNT-ACTION(WS-CNT-IDX) TO MCNT-ACTION
003480     MOVE WS-CNT-RECORDS(WS-CNT-IDX) TO MCNT-RECORD-COUNT
003490     MOVE WS-CNT-MASKED(WS-CNT-IDX) TO MCNT-MASKED-COUNT
003500     WRITE MCNT-RECORD.
003510 8100-EXIT.
003520     EXIT.
