000260*                  AND STAGED ON AUDEXCP IN THE ALERTRC SHAPE
000270*                  FOR ALERTGEN TO RAISE, THE SAME PATH THE
000280*                  OTHER MONITORS USE.
000281* 2026-10-15  DPG  THE EXTENDED-PRECISION MASTER (BIGMST, COPY
000281*                  BIGKEY) IS NOW AUDITED THE SAME WAY - EVERY
000281*                  RECORD ON TODAY'S FACBIG/FIBBIG/CMBBIG MUST
000281*                  SIT ON BIGMST UNDER TODAY'S RUN DATE WITH
000281*                  THE SAME DIGIT STRING (BMIS MISSING, BVAL
000281*                  MISMATCH), AND A BIGMST RECORD UNDER TODAY'S
000281*                  DATE WITH NO SOURCE RECORD IS AN ORPHAN
000281*                  (BORP).
000282* 2026-10-15  DPG  TODAY'S PRMRSLT (PRIMEFAC JOB) IS NOW AUDITED
000282*                  AGAINST RSLTMST LIKE THE OTHER THREE RESULT
000282*                  FILES - RSLTLOAD LOADS IT, SO WITHOUT IT
000282*                  EVERY PRIME RESULT WOULD READ AS AN ORPHAN.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT CMBRSLT ASSIGN TO "CMBRSLT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000385     SELECT PRMRSLT ASSIGN TO "PRMRSLT"
000386         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT RSLTMST ASSIGN TO "RSLTMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000521     SELECT FACBIG ASSIGN TO "FACBIG"
000522         ORGANIZATION IS LINE SEQUENTIAL.
000523     SELECT FIBBIG ASSIGN TO "FIBBIG"
000524         ORGANIZATION IS LINE SEQUENTIAL.
000525     SELECT CMBBIG ASSIGN TO "CMBBIG"
000526         ORGANIZATION IS LINE SEQUENTIAL.
000527     SELECT BIGMST ASSIGN TO "BIGMST"
000528         ORGANIZATION IS INDEXED
000529         ACCESS MODE IS DYNAMIC
000529         RECORD KEY IS BIGKEY-KEY.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  FACRSLT
000710     05 CMBRSLT-INPUT-VALUE      PIC 9(09).
000720     05 CMBRSLT-COMPUTED-VALUE   PIC 9(38).
000730     05 FILLER                   PIC X(17).
000731 FD  PRMRSLT
000732     RECORDING MODE IS F.
000733 01  PRMRSLT-RECORD.
000734     05 PRMRSLT-RUN-DATE         PIC 9(08).
000735     05 PRMRSLT-PROGRAM-ID       PIC X(08).
000736     05 PRMRSLT-INPUT-VALUE      PIC 9(09).
000737     05 PRMRSLT-COMPUTED-VALUE   PIC 9(38).
000738     05 FILLER                   PIC X(17).
000740 FD  RSLTMST
000750     RECORDING MODE IS F.
000760     COPY RSLTKEY.
000860 FD  RUNLOGF
000870     RECORDING MODE IS F.
000880     COPY RUNLOG.
000881 FD  FACBIG
000882     RECORDING MODE IS F.
000883     COPY BIGRSLT.
000884 FD  FIBBIG
000885     RECORDING MODE IS F.
000886 01  FIBBIG-RECORD.
000887     05 FIBBIG-RUN-DATE          PIC 9(08).
000888     05 FIBBIG-PROGRAM-ID        PIC X(08).
000889     05 FIBBIG-INPUT-VALUE       PIC 9(09).
000889     05 FIBBIG-DIGIT-COUNT       PIC 9(03).
000889     05 FIBBIG-DIGITS            PIC X(160).
000889     05 FILLER                   PIC X(16).
000889 FD  CMBBIG
000889     RECORDING MODE IS F.
000889 01  CMBBIG-RECORD.
000889     05 CMBBIG-RUN-DATE          PIC 9(08).
000889     05 CMBBIG-PROGRAM-ID        PIC X(08).
000889     05 CMBBIG-INPUT-VALUE       PIC 9(09).
000889     05 CMBBIG-DIGIT-COUNT       PIC 9(03).
000889     05 CMBBIG-DIGITS            PIC X(160).
000889     05 FILLER                   PIC X(16).
000889 FD  BIGMST
000889     RECORDING MODE IS F.
000889     COPY BIGKEY.
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------
000910* AUDIT WORK FIELDS - THE RECORD UNDER CHECK, WHATEVER FILE IT
000940 01  WS-CHK-PROGRAM-ID           PIC X(08) VALUE SPACES.
000950 01  WS-CHK-INPUT-VALUE          PIC 9(09) VALUE ZERO.
000960 01  WS-CHK-VALUE                PIC 9(38) VALUE ZERO.
000961 01  WS-CHK-DIGIT-COUNT          PIC 9(03) VALUE ZERO.
000962 01  WS-CHK-DIGITS               PIC X(160) VALUE SPACES.
000970*----------------------------------------------------------------
000980* SEEN-KEY TABLE FOR THE ORPHAN PASS - EVERY TODAY-KEY PROVED
000990* PRESENT IN PASS ONE. PAST THE BOUND THE ORPHAN CHECK IS
001090         10 WS-SEEN-INPUT        PIC 9(09).
001100 01  WS-SEEN-OVERFLOW-SW         PIC X(01) VALUE "N".
001110     88 SEEN-TABLE-OVERFLOWED        VALUE "Y".
001111*----------------------------------------------------------------
001112* SEEN-KEY TABLE FOR THE BIGMST ORPHAN PASS - SAME RULES, KEPT
001113* APART SO A PROGRAM/INPUT PAIR ON ONE MASTER NEVER EXCUSES AN
001114* ORPHAN ON THE OTHER.
001115*----------------------------------------------------------------
001116 01  WS-BIG-SEEN-COUNT           PIC 9(04) COMP VALUE ZERO.
001117 01  WS-BIG-SEEN-TABLE-MAX       PIC 9(04) COMP VALUE 500.
001118 01  WS-BIG-SEEN-TABLE.
001119     05 WS-BIG-SEEN-ENTRY OCCURS 500 TIMES
001119             INDEXED BY WS-BIG-SEEN-IDX.
001119         10 WS-BIG-SEEN-PROGRAM  PIC X(08).
001119         10 WS-BIG-SEEN-INPUT    PIC 9(09).
001119 01  WS-BIG-SEEN-OVERFLOW-SW     PIC X(01) VALUE "N".
001119     88 BIG-SEEN-TABLE-OVERFLOWED    VALUE "Y".
001120*----------------------------------------------------------------
001130* FIBKEY HEADER CHECK
001140*----------------------------------------------------------------
001360         88 FIBRSLT-EOF              VALUE "Y".
001370     05 WS-CMBRSLT-EOF-SW        PIC X(01) VALUE "N".
001380         88 CMBRSLT-EOF              VALUE "Y".
001385     05 WS-PRMRSLT-EOF-SW        PIC X(01) VALUE "N".
001386         88 PRMRSLT-EOF              VALUE "Y".
001390     05 WS-MASTER-EOF-SW         PIC X(01) VALUE "N".
001400         88 MASTER-EOF               VALUE "Y".
001410     05 WS-FIBKEY-EOF-SW         PIC X(01) VALUE "N".
001440         88 KEY-ON-MASTER            VALUE "Y".
001450     05 WS-SEENHIT-SW            PIC X(01) VALUE "N".
001460         88 KEY-WAS-SEEN             VALUE "Y".
001461     05 WS-FACBIG-EOF-SW         PIC X(01) VALUE "N".
001462         88 FACBIG-EOF               VALUE "Y".
001463     05 WS-FIBBIG-EOF-SW         PIC X(01) VALUE "N".
001464         88 FIBBIG-EOF               VALUE "Y".
001465     05 WS-CMBBIG-EOF-SW         PIC X(01) VALUE "N".
001466         88 CMBBIG-EOF               VALUE "Y".
001467     05 WS-BIGMST-EOF-SW         PIC X(01) VALUE "N".
001468         88 BIGMST-EOF               VALUE "Y".
001470 PROCEDURE DIVISION.
001480*----------------------------------------------------------------
001490 0000-MAINLINE.
001550         UNTIL FIBRSLT-EOF
001560     PERFORM 4000-AUDIT-CMBRSLT THRU 4000-EXIT
001570         UNTIL CMBRSLT-EOF
001575     PERFORM 4500-AUDIT-PRMRSLT THRU 4500-EXIT
001576         UNTIL PRMRSLT-EOF
001580     PERFORM 5000-AUDIT-ORPHANS THRU 5000-EXIT
001590     PERFORM 6000-AUDIT-FIBKEY THRU 6000-EXIT
001591     PERFORM 6500-AUDIT-FACBIG THRU 6500-EXIT
001592         UNTIL FACBIG-EOF
001593     PERFORM 6600-AUDIT-FIBBIG THRU 6600-EXIT
001594         UNTIL FIBBIG-EOF
001595     PERFORM 6700-AUDIT-CMBBIG THRU 6700-EXIT
001596         UNTIL CMBBIG-EOF
001597     PERFORM 6800-AUDIT-BIG-ORPHANS THRU 6800-EXIT
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT
001610     STOP RUN.
001620*----------------------------------------------------------------
001670     OPEN INPUT FACRSLT
001680     OPEN INPUT FIBRSLT
001690     OPEN INPUT CMBRSLT
001695     OPEN INPUT PRMRSLT
001700     OPEN INPUT RSLTMST
001710     OPEN INPUT FIBKEY
001720     OPEN OUTPUT AUDRPT
001730     OPEN OUTPUT AUDEXCP
001731     OPEN INPUT FACBIG
001732     OPEN INPUT FIBBIG
001733     OPEN INPUT CMBBIG
001734     OPEN INPUT BIGMST
001740     MOVE SPACES TO WS-PRINT-LINE
001750     STRING "MASTER CONTENT AUDIT  RUN DATE: " WS-RUN-DATE
001760         DELIMITED BY SIZE INTO WS-PRINT-LINE
001880     READ CMBRSLT
001890         AT END
001900             SET CMBRSLT-EOF TO TRUE
001910     END-READ
001910     READ PRMRSLT
001910         AT END
001910             SET PRMRSLT-EOF TO TRUE
001910     END-READ
001911     READ FACBIG
001912         AT END
001913             SET FACBIG-EOF TO TRUE
001914     END-READ
001915     READ FIBBIG
001916         AT END
001917             SET FIBBIG-EOF TO TRUE
001918     END-READ
001919     READ CMBBIG
001919         AT END
001919             SET CMBBIG-EOF TO TRUE
001919     END-READ.
001920 1000-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------
002380     END-READ.
002390 4000-EXIT.
002400     EXIT.
002401*----------------------------------------------------------------
002402 4500-AUDIT-PRMRSLT.
002403*----------------------------------------------------------------
002404     IF PRMRSLT-RUN-DATE EQUAL WS-RUN-DATE
002405         AND PRMRSLT-PROGRAM-ID NOT EQUAL "*TRAILER"
002406         MOVE PRMRSLT-PROGRAM-ID TO WS-CHK-PROGRAM-ID
002407         MOVE PRMRSLT-INPUT-VALUE TO WS-CHK-INPUT-VALUE
002408         MOVE PRMRSLT-COMPUTED-VALUE TO WS-CHK-VALUE
002409         PERFORM 7000-CHECK-ON-MASTER THRU 7000-EXIT
002410     END-IF
002411     READ PRMRSLT
002412         AT END
002413             SET PRMRSLT-EOF TO TRUE
002414     END-READ.
002415 4500-EXIT.
002416     EXIT.
002410*----------------------------------------------------------------
002420*5000-AUDIT-ORPHANS - SEQUENTIAL SWEEP OF THE MASTER: A RECORD
002430* UNDER TODAY'S RUN DATE WHOSE PROGRAM/INPUT PAIR WAS NEVER
003630     ADD 1 TO WS-FIB-ACTUAL-COUNT.
003640 6100-EXIT.
003650     EXIT.
003651*----------------------------------------------------------------
003652 6500-AUDIT-FACBIG.
003653*----------------------------------------------------------------
003654     IF BIGR-RUN-DATE EQUAL WS-RUN-DATE
003655         MOVE BIGR-PROGRAM-ID TO WS-CHK-PROGRAM-ID
003656         MOVE BIGR-INPUT-VALUE TO WS-CHK-INPUT-VALUE
003657         MOVE BIGR-DIGIT-COUNT TO WS-CHK-DIGIT-COUNT
003658         MOVE BIGR-DIGITS TO WS-CHK-DIGITS
003659         PERFORM 7200-CHECK-ON-BIG-MASTER THRU 7200-EXIT
003660     END-IF
003661     READ FACBIG
003662         AT END
003663             SET FACBIG-EOF TO TRUE
003664     END-READ.
003665 6500-EXIT.
003666     EXIT.
003667*----------------------------------------------------------------
003668 6600-AUDIT-FIBBIG.
003669*----------------------------------------------------------------
003670     IF FIBBIG-RUN-DATE EQUAL WS-RUN-DATE
003671         MOVE FIBBIG-PROGRAM-ID TO WS-CHK-PROGRAM-ID
003672         MOVE FIBBIG-INPUT-VALUE TO WS-CHK-INPUT-VALUE
003673         MOVE FIBBIG-DIGIT-COUNT TO WS-CHK-DIGIT-COUNT
003674         MOVE FIBBIG-DIGITS TO WS-CHK-DIGITS
003675         PERFORM 7200-CHECK-ON-BIG-MASTER THRU 7200-EXIT
003676     END-IF
003677     READ FIBBIG
003678         AT END
003679             SET FIBBIG-EOF TO TRUE
003680     END-READ.
003681 6600-EXIT.
003682     EXIT.
003683*----------------------------------------------------------------
003684 6700-AUDIT-CMBBIG.
003685*----------------------------------------------------------------
003686     IF CMBBIG-RUN-DATE EQUAL WS-RUN-DATE
003687         MOVE CMBBIG-PROGRAM-ID TO WS-CHK-PROGRAM-ID
003688         MOVE CMBBIG-INPUT-VALUE TO WS-CHK-INPUT-VALUE
003689         MOVE CMBBIG-DIGIT-COUNT TO WS-CHK-DIGIT-COUNT
003690         MOVE CMBBIG-DIGITS TO WS-CHK-DIGITS
003691         PERFORM 7200-CHECK-ON-BIG-MASTER THRU 7200-EXIT
003692     END-IF
003693     READ CMBBIG
003694         AT END
003695             SET CMBBIG-EOF TO TRUE
003696     END-READ.
003697 6700-EXIT.
003698     EXIT.
003699*----------------------------------------------------------------
003700*6800-AUDIT-BIG-ORPHANS - SAME SWEEP AS 5000- OVER BIGMST.
003701*----------------------------------------------------------------
003702 6800-AUDIT-BIG-ORPHANS.
003703     IF BIG-SEEN-TABLE-OVERFLOWED
003704         MOVE "BIGMST ORPHAN CHECK SKIPPED - TABLE OVERFLOWED"
003705             TO WS-PRINT-LINE
003706         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003707         GO TO 6800-EXIT
003708     END-IF
003709     MOVE LOW-VALUES TO BIGKEY-KEY
003710     START BIGMST KEY >= BIGKEY-KEY
003711         INVALID KEY
003712             SET BIGMST-EOF TO TRUE
003713     END-START
003714     PERFORM 6850-SWEEP-BIG-MASTER THRU 6850-EXIT
003715         UNTIL BIGMST-EOF.
003716 6800-EXIT.
003717     EXIT.
003718*----------------------------------------------------------------
003719 6850-SWEEP-BIG-MASTER.
003720*----------------------------------------------------------------
003721     READ BIGMST NEXT
003722         AT END
003723             SET BIGMST-EOF TO TRUE
003724             GO TO 6850-EXIT
003725     END-READ
003726     IF BIGKEY-RUN-DATE NOT EQUAL WS-RUN-DATE
003727         GO TO 6850-EXIT
003728     END-IF
003729     MOVE "N" TO WS-SEENHIT-SW
003730     PERFORM 6900-MATCH-BIG-SEEN THRU 6900-EXIT
003731         VARYING WS-BIG-SEEN-IDX FROM 1 BY 1
003732         UNTIL WS-BIG-SEEN-IDX > WS-BIG-SEEN-COUNT
003733             OR KEY-WAS-SEEN
003734     IF NOT KEY-WAS-SEEN
003735         MOVE SPACES TO WS-PRINT-LINE
003736         STRING "  ORPHAN ON BIGMST: " BIGKEY-PROGRAM-ID
003737             " " BIGKEY-INPUT-VALUE
003738             " NOT ON TODAY'S SOURCE FILES"
003739             DELIMITED BY SIZE INTO WS-PRINT-LINE
003740         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003741         MOVE "BORP" TO ALERT-CODE
003742         MOVE BIGKEY-PROGRAM-ID TO ALERT-JOB-NAME
003743         MOVE "BIGMST RECORD WITHOUT A SOURCE RECORD"
003744             TO ALERT-TEXT
003745         PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
003746     END-IF.
003747 6850-EXIT.
003748     EXIT.
003749*----------------------------------------------------------------
003750 6900-MATCH-BIG-SEEN.
003751*----------------------------------------------------------------
003752     IF WS-BIG-SEEN-PROGRAM(WS-BIG-SEEN-IDX) EQUAL
003753             BIGKEY-PROGRAM-ID
003754         AND WS-BIG-SEEN-INPUT(WS-BIG-SEEN-IDX) EQUAL
003755             BIGKEY-INPUT-VALUE
003756         SET KEY-WAS-SEEN TO TRUE
003757     END-IF.
003758 6900-EXIT.
003759     EXIT.
003660*----------------------------------------------------------------
003670*7000-CHECK-ON-MASTER - ONE RANDOM READ PER SOURCE RECORD: THE
003680* KEY MUST EXIST UNDER TODAY'S RUN DATE WITH THE SAME VALUE.
004180     END-IF.
004190 7000-EXIT.
004200     EXIT.
004201*----------------------------------------------------------------
004202*7200-CHECK-ON-BIG-MASTER - 7000- FOR BIGMST: THE KEY MUST EXIST
004203* UNDER TODAY'S RUN DATE WITH THE SAME DIGIT COUNT AND DIGITS.
004204*----------------------------------------------------------------
004205 7200-CHECK-ON-BIG-MASTER.
004206     ADD 1 TO WS-CHECKED-COUNT
004207     MOVE "N" TO WS-KEY-SW
004208     MOVE WS-CHK-PROGRAM-ID TO BIGKEY-PROGRAM-ID
004209     MOVE WS-CHK-INPUT-VALUE TO BIGKEY-INPUT-VALUE
004210     MOVE WS-RUN-DATE TO BIGKEY-RUN-DATE
004211     READ BIGMST
004212         INVALID KEY
004213             CONTINUE
004214         NOT INVALID KEY
004215             SET KEY-ON-MASTER TO TRUE
004216     END-READ
004217     IF NOT KEY-ON-MASTER
004218         MOVE SPACES TO WS-PRINT-LINE
004219         STRING "  MISSING FROM BIGMST: " WS-CHK-PROGRAM-ID
004220             " " WS-CHK-INPUT-VALUE
004221             DELIMITED BY SIZE INTO WS-PRINT-LINE
004222         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004223         MOVE "BMIS" TO ALERT-CODE
004224         MOVE WS-CHK-PROGRAM-ID TO ALERT-JOB-NAME
004225         MOVE "EXTENDED RESULT MISSING FROM BIGMST"
004226             TO ALERT-TEXT
004227         PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
004228         GO TO 7200-REMEMBER
004229     END-IF
004230     IF BIGKEY-DIGIT-COUNT NOT EQUAL WS-CHK-DIGIT-COUNT
004231         OR BIGKEY-DIGITS NOT EQUAL WS-CHK-DIGITS
004232         MOVE SPACES TO WS-PRINT-LINE
004233         STRING "  VALUE MISMATCH ON BIGMST: "
004234             WS-CHK-PROGRAM-ID " " WS-CHK-INPUT-VALUE
004235             DELIMITED BY SIZE INTO WS-PRINT-LINE
004236         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
004237         MOVE "BVAL" TO ALERT-CODE
004238         MOVE WS-CHK-PROGRAM-ID TO ALERT-JOB-NAME
004239         MOVE "BIGMST DIGITS DISAGREE WITH SOURCE FILE"
004240             TO ALERT-TEXT
004241         PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
004242     END-IF.
004243 7200-REMEMBER.
004244     IF WS-BIG-SEEN-COUNT < WS-BIG-SEEN-TABLE-MAX
004245         ADD 1 TO WS-BIG-SEEN-COUNT
004246         SET WS-BIG-SEEN-IDX TO WS-BIG-SEEN-COUNT
004247         MOVE WS-CHK-PROGRAM-ID TO
004248             WS-BIG-SEEN-PROGRAM(WS-BIG-SEEN-IDX)
004249         MOVE WS-CHK-INPUT-VALUE TO
004250             WS-BIG-SEEN-INPUT(WS-BIG-SEEN-IDX)
004251     ELSE
004252         SET BIG-SEEN-TABLE-OVERFLOWED TO TRUE
004253     END-IF.
004254 7200-EXIT.
004255     EXIT.
004210*----------------------------------------------------------------
004220 7500-WRITE-EXCEPTION.
004230*----------------------------------------------------------------
004470     CLOSE FACRSLT
004480     CLOSE FIBRSLT
004490     CLOSE CMBRSLT
004495     CLOSE PRMRSLT
004500     CLOSE RSLTMST
004510     CLOSE FIBKEY
004511     CLOSE FACBIG
004512     CLOSE FIBBIG
004513     CLOSE CMBBIG
004514     CLOSE BIGMST
004520     CLOSE AUDRPT
004530     CLOSE AUDEXCP
004540     ACCEPT WS-END-TIME FROM TIME
