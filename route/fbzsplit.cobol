000267*                  OWN TOTALS), AND A DELIVERY MANIFEST
000268*                  (FBZMANIF - ROUTE DD, RULE LABEL, COUNT,
000269*                  AMOUNT) IS CUT FOR THE HAND-OFF.
000269* 2026-10-15  DPG  EVERY BUSINESS RECORD NOW ALSO LEAVES A
000269*                  ROUTE-LOG RECORD ON FBZRTLOG - KEY, SOURCE,
000269*                  AMOUNT, TAG, THE FIRST ROUTE DD IT WENT TO
000269*                  ("FBZUNTAG" IF NO LABEL MATCHED, BLANK IF ITS
000269*                  LABELS ARE NOT ROUTED) AND A Y/N FLAG PER
000269*                  ROUTE01-ROUTE08 - FOR THE FBZHIST HISTORY
000269*                  LOAD, SO THE HISTORY RECORDS WHERE EACH
000269*                  RECORD ACTUALLY WENT RATHER THAN
000269*                  RE-DERIVING THE ROUTING A SECOND TIME.
000269* 2026-10-15  DPG  THE ROUTE-LOG RECORD NOW ALSO CARRIES THE
000269*                  RECORD'S TEXT, SO THE HISTORY MASTER HOLDS
000269*                  EVERYTHING FBZEDIT'S CROSS-DAY DUPLICATE
000269*                  CHECK MATCHES ON.
000269* 2026-10-15  DPG  THE MANIFEST RECORD NOW ENDS IN THE RUN DATE
000269*                  (FROM GETCYCDT) SO GLPOST CAN TELL TODAY'S
000269*                  MANIFEST FROM ONE LEFT BEHIND BY A DAY THE
000269*                  SPLIT DID NOT RUN, AND NEVER POSTS THE SAME
000269*                  ROUTED TOTALS TO THE LEDGER TWICE.
000269* 2026-10-15  DPG  THE TEXT ON THE ROUTED DATASETS AND FBZUNTAG
000269*                  NOW GOES THROUGH THE FBZMASK MASKING POLICY
000269*                  (TXTMASK SUBPROGRAM, COPY MASKPRM) - EACH
000269*                  ROUTE'S COPY UNDER THE POLICY FOR THE
000269*                  RECORD'S SOURCE AND THAT ROUTE'S RULE LABEL,
000269*                  FBZUNTAG'S UNDER THE SOURCE'S UNTAGGED
000269*                  POLICY. FBZRTLOG IS INTERNAL AND KEEPS THE
000269*                  ORIGINAL TEXT. THE RUN'S COUNTS PER OUTPUT
000269*                  AND POLICY GO TO MASKCNT AT CLOSE.
000269* 2026-10-15  DPG  A RECORD WHOSE LABELS ROUTE TO THE SAME DATASET
000269*                  UNDER TWO RULES IS NOW MASKED THERE UNDER ALL
000269*                  OF THOSE LABELS, SO THE STRICTER POLICY WINS,
000269*                  NOT JUST THE FIRST RULE'S.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000520         ORGANIZATION IS LINE SEQUENTIAL.
000522     SELECT FBZMANIF ASSIGN TO "FBZMANIF"
000524         ORGANIZATION IS LINE SEQUENTIAL.
000526     SELECT FBZRTLOG ASSIGN TO "FBZRTLOG"
000528         ORGANIZATION IS LINE SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  FBZCTL
000910     05 MANIF-LABEL              PIC X(10).
000912     05 MANIF-COUNT              PIC 9(09).
000914     05 MANIF-AMOUNT             PIC 9(11)V9(02).
000914     05 MANIF-RUN-DATE           PIC 9(08).
000915 FD  FBZRTLOG
000916     RECORDING MODE IS F.
000917 01  FBZRTLOG-RECORD.
000918     05 RTLOG-KEY                PIC X(06).
000919     05 RTLOG-SOURCE             PIC X(03).
000919     05 RTLOG-AMOUNT             PIC 9(09)V9(02).
000919     05 RTLOG-TAG                PIC X(40).
000919     05 RTLOG-DEST               PIC X(08).
000919     05 RTLOG-ROUTE-SET          PIC X(08).
000919     05 RTLOG-TEXT               PIC X(60).
000910 WORKING-STORAGE SECTION.
000911*----------------------------------------------------------------
000912* OUTBOUND COPY OF THE RECORD - FBZOUT-RECORD WITH ITS TEXT
000913* MASKED FOR THE DATASET IT IS ABOUT TO BE WRITTEN TO
000914*----------------------------------------------------------------
000915 01  WS-OUTBOUND-RECORD.
000916     05 WS-OUT-KEY               PIC 9(06).
000917     05 WS-OUT-SOURCE            PIC X(03).
000918     05 WS-OUT-AMOUNT            PIC 9(09)V9(02).
000918     05 WS-OUT-TEXT              PIC X(60).
000919     05 WS-OUT-TAG               PIC X(40).
000919     COPY MASKPRM.
000920*----------------------------------------------------------------
000930* ROUTE DD NAME POOL - FBZ-DEST IS RESOLVED TO A ROUTE NUMBER
000940* HERE AT LOAD TIME
001130 01  WS-RULE-TABLE-MAX           PIC 9(02) COMP VALUE 10.
001140 01  WS-RULE-TABLE.
001150     05 WS-RULE-ENTRY OCCURS 10 TIMES
001160             INDEXED BY WS-RULE-IDX WS-RULE-SCAN.
001170         10 WS-RULE-LABEL        PIC X(10).
001180         10 WS-RULE-LABEL-LEN    PIC 9(02) COMP.
001190         10 WS-RULE-ROUTE-NO     PIC 9(02) COMP.
001220*----------------------------------------------------------------
001230 01  WS-LABEL-HITS               PIC 9(02) COMP VALUE ZERO.
001232 01  WS-ROUTE-SUB                PIC 9(02) COMP VALUE ZERO.
001234 01  WS-TAG-PTR                  PIC 9(02) COMP VALUE ZERO.
001240 01  WS-MATCH-COUNT              PIC 9(02) COMP VALUE ZERO.
001250 01  WS-PAD-LENGTH               PIC 9(02) COMP VALUE ZERO.
001260 01  WS-DEST-WRITTEN-FLAGS       PIC X(08) VALUE "NNNNNNNN".
001330 01  WS-RECORD-COUNT             PIC 9(09) VALUE ZERO.
001340 01  WS-ROUTED-COUNT             PIC 9(09) VALUE ZERO.
001350 01  WS-UNTAGGED-COUNT           PIC 9(09) VALUE ZERO.
001352 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001360*----------------------------------------------------------------
001370* SWITCHES
001380*----------------------------------------------------------------
001530*----------------------------------------------------------------
001540 1000-INITIALIZE.
001550*----------------------------------------------------------------
001555     CALL "GETCYCDT" USING WS-RUN-DATE
001556     MOVE "FBZSPLIT" TO MSKP-JOB-NAME
001557     MOVE WS-RUN-DATE TO MSKP-RUN-DATE
001560     OPEN INPUT FBZCTL
001570     READ FBZCTL
001580         AT END
001790     OPEN OUTPUT ROUTE08
001800     OPEN OUTPUT FBZUNTAG
001805     OPEN OUTPUT FBZMANIF
001806     OPEN OUTPUT FBZRTLOG
001810     READ FBZOUT
001820         AT END
001830             SET FBZOUT-EOF TO TRUE
002270     ADD 1 TO WS-RECORD-COUNT
002280     MOVE ZERO TO WS-MATCH-COUNT
002290     MOVE "NNNNNNNN" TO WS-DEST-WRITTEN-FLAGS
002292     MOVE SPACES TO FBZRTLOG-RECORD
002300     PERFORM 2500-CHECK-RULE THRU 2500-EXIT
002310         VARYING WS-RULE-IDX FROM 1 BY 1
002320         UNTIL WS-RULE-IDX > WS-RULE-COUNT
002330     IF WS-MATCH-COUNT EQUAL ZERO
002336         MOVE "FBZUNTAG" TO MSKP-DEST
002337         MOVE SPACES TO MSKP-TAG
002338         PERFORM 3500-MASK-OUTBOUND THRU 3500-EXIT
002340         WRITE FBZUNTAG-RECORD FROM WS-OUTBOUND-RECORD
002350         ADD 1 TO WS-UNTAGGED-COUNT
002355         MOVE "FBZUNTAG" TO RTLOG-DEST
002360     END-IF
002362     MOVE FBZOUT-KEY TO RTLOG-KEY
002364     MOVE FBZOUT-SOURCE TO RTLOG-SOURCE
002366     MOVE FBZOUT-AMOUNT TO RTLOG-AMOUNT
002368     MOVE FBZOUT-TAG TO RTLOG-TAG
002370     MOVE WS-DEST-WRITTEN-FLAGS TO RTLOG-ROUTE-SET
002371     MOVE FBZOUT-TEXT TO RTLOG-TEXT
002372     WRITE FBZRTLOG-RECORD.
002370 2000-READ-NEXT.
002380     READ FBZOUT
002390         AT END
002630         GO TO 2500-EXIT
002640     END-IF
002650     MOVE "Y" TO WS-DEST-WRITTEN-SW(WS-DEST-IDX)
002655     IF RTLOG-DEST EQUAL SPACES
002656         SET WS-ROUTE-IDX TO WS-RULE-ROUTE-NO(WS-RULE-IDX)
002657         MOVE WS-ROUTE-NAME(WS-ROUTE-IDX) TO RTLOG-DEST
002658     END-IF
002660     ADD 1 TO WS-ROUTED-COUNT
002662     SET WS-RTOT-IDX TO WS-RULE-ROUTE-NO(WS-RULE-IDX)
002664     ADD 1 TO WS-ROUTE-REC-COUNT(WS-RTOT-IDX)
002700*----------------------------------------------------------------
002710 3000-WRITE-ROUTED.
002720*----------------------------------------------------------------
002722     SET WS-ROUTE-IDX TO WS-RULE-ROUTE-NO(WS-RULE-IDX)
002724     MOVE WS-ROUTE-NAME(WS-ROUTE-IDX) TO MSKP-DEST
002726     MOVE SPACES TO MSKP-TAG
002726     MOVE 1 TO WS-TAG-PTR
002726     PERFORM 3100-ADD-ROUTE-LABEL THRU 3100-EXIT
002726         VARYING WS-RULE-SCAN FROM 1 BY 1
002726         UNTIL WS-RULE-SCAN > WS-RULE-COUNT
002728     PERFORM 3500-MASK-OUTBOUND THRU 3500-EXIT
002730     EVALUATE WS-RULE-ROUTE-NO(WS-RULE-IDX)
002740         WHEN 1
002750             WRITE ROUTE01-RECORD FROM WS-OUTBOUND-RECORD
002760         WHEN 2
002770             WRITE ROUTE02-RECORD FROM WS-OUTBOUND-RECORD
002780         WHEN 3
002790             WRITE ROUTE03-RECORD FROM WS-OUTBOUND-RECORD
002800         WHEN 4
002810             WRITE ROUTE04-RECORD FROM WS-OUTBOUND-RECORD
002820         WHEN 5
002830             WRITE ROUTE05-RECORD FROM WS-OUTBOUND-RECORD
002840         WHEN 6
002850             WRITE ROUTE06-RECORD FROM WS-OUTBOUND-RECORD
002860         WHEN 7
002870             WRITE ROUTE07-RECORD FROM WS-OUTBOUND-RECORD
002880         WHEN 8
002890             WRITE ROUTE08-RECORD FROM WS-OUTBOUND-RECORD
002900     END-EVALUATE.
003000 3000-EXIT.
003010     EXIT.
003011*----------------------------------------------------------------
003011*3100-ADD-ROUTE-LABEL - MSKP-TAG FOR A ROUTED DATASET IS EVERY
003011* LABEL IN THE RECORD'S TAG WHOSE RULE ROUTES TO THAT DATASET,
003011* SO TXTMASK APPLIES THE STRICTEST OF THEIR POLICIES.
003011*----------------------------------------------------------------
003011 3100-ADD-ROUTE-LABEL.
003011     IF WS-RULE-ROUTE-NO(WS-RULE-SCAN)
003011             NOT EQUAL WS-RULE-ROUTE-NO(WS-RULE-IDX)
003011         OR WS-RULE-LABEL-LEN(WS-RULE-SCAN) EQUAL ZERO
003011         GO TO 3100-EXIT
003011     END-IF
003011     MOVE ZERO TO WS-LABEL-HITS
003011     INSPECT FBZOUT-TAG TALLYING WS-LABEL-HITS
003011         FOR ALL WS-RULE-LABEL(WS-RULE-SCAN)
003011             (1:WS-RULE-LABEL-LEN(WS-RULE-SCAN))
003011     IF WS-LABEL-HITS EQUAL ZERO
003011         GO TO 3100-EXIT
003011     END-IF
003011     STRING WS-RULE-LABEL(WS-RULE-SCAN)
003011             (1:WS-RULE-LABEL-LEN(WS-RULE-SCAN)) " "
003011         DELIMITED BY SIZE INTO MSKP-TAG
003011         WITH POINTER WS-TAG-PTR.
003011 3100-EXIT.
003011     EXIT.
003012*----------------------------------------------------------------
003013*3500-MASK-OUTBOUND - CALLER SETS MSKP-DEST AND MSKP-TAG (THE
003014* ROUTE'S RULE LABELS, OR BLANK FOR FBZUNTAG); WS-OUTBOUND-RECORD
003015* COMES BACK AS FBZOUT-RECORD WITH THE TEXT MASKED FOR IT.
003016*----------------------------------------------------------------
003017 3500-MASK-OUTBOUND.
003018     MOVE FBZOUT-RECORD TO WS-OUTBOUND-RECORD
003019     SET MSKP-APPLY TO TRUE
003020     MOVE WS-OUT-SOURCE TO MSKP-SOURCE
003021     MOVE WS-OUT-TEXT TO MSKP-TEXT
003022     CALL "TXTMASK" USING MSKP-AREA
003023     MOVE MSKP-TEXT TO WS-OUT-TEXT.
003024 3500-EXIT.
003025     EXIT.
003020*----------------------------------------------------------------
003030 9000-TERMINATE.
003040*----------------------------------------------------------------
003078     PERFORM 9500-WRITE-MANIFEST THRU 9500-EXIT
003079         VARYING WS-RULE-IDX FROM 1 BY 1
003080         UNTIL WS-RULE-IDX > WS-RULE-COUNT
003080     SET MSKP-CLOSE TO TRUE
003081     CALL "TXTMASK" USING MSKP-AREA
003082     CLOSE FBZOUT
003090     CLOSE ROUTE01
003100     CLOSE ROUTE02
003150     CLOSE ROUTE07
003160     CLOSE ROUTE08
003170     CLOSE FBZUNTAG
003175     CLOSE FBZMANIF
003176     CLOSE FBZRTLOG.
003180 9000-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003670     MOVE WS-RULE-LABEL(WS-RULE-IDX) TO MANIF-LABEL
003680     MOVE WS-RULE-REC-COUNT(WS-RULE-IDX) TO MANIF-COUNT
003690     MOVE WS-RULE-AMT-TOTAL(WS-RULE-IDX) TO MANIF-AMOUNT
003695     MOVE WS-RUN-DATE TO MANIF-RUN-DATE
003700     WRITE FBZMANIF-RECORD.
003710 9500-EXIT.
003720     EXIT.
