000215*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000215*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000215*                  PROCESSING DAY.
000216* 2026-10-15  DPG  ALSO LOADS THE DAY'S EXTENDED-PRECISION
000216*                  FILES (FACBIG, FIBBIG, CMBBIG - BIGRSLT
000216*                  SHAPE) INTO THE NEW BIGMST MASTER (COPY
000216*                  BIGKEY), SAME KEY AS RSLTMST, JOURNALED TO
000216*                  BIGJRNL (COPY BIGJRN) FOR BIGRCVR. UNTIL NOW
000216*                  AN ANSWER TOO WIDE FOR PIC 9(38) ONLY EVER
000216*                  LIVED ON A FLAT DAILY FILE AND WAS LOST AT
000216*                  THE NEXT OVERWRITE.
000217* 2026-10-15  DPG  ALSO LOADS PRMRSLT - THE PRIMEFAC JOB'S
000217*                  FACTORIZATION AND GCD/LCM ANSWERS, RSLTREC
000217*                  SHAPE, CONTROL-TOTAL TRAILER SKIPPED.
000216*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT CMBRSLT ASSIGN TO "CMBRSLT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000302     SELECT PRMRSLT ASSIGN TO "PRMRSLT"
000303         ORGANIZATION IS LINE SEQUENTIAL.
000305     SELECT RSLTJRNL ASSIGN TO "RSLTJRNL"
000306         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT RSLTMST ASSIGN TO "RSLTMST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS RSLTKEY-KEY.
000341     SELECT FACBIG ASSIGN TO "FACBIG"
000342         ORGANIZATION IS LINE SEQUENTIAL.
000343     SELECT FIBBIG ASSIGN TO "FIBBIG"
000344         ORGANIZATION IS LINE SEQUENTIAL.
000345     SELECT CMBBIG ASSIGN TO "CMBBIG"
000346         ORGANIZATION IS LINE SEQUENTIAL.
000347     SELECT BIGJRNL ASSIGN TO "BIGJRNL"
000348         ORGANIZATION IS LINE SEQUENTIAL.
000349     SELECT BIGMST ASSIGN TO "BIGMST"
000349         ORGANIZATION IS INDEXED
000349         ACCESS MODE IS RANDOM
000349         RECORD KEY IS BIGKEY-KEY.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  FACRSLT
000530     05 CMBRSLT-INPUT-VALUE      PIC 9(09).
000540     05 CMBRSLT-COMPUTED-VALUE   PIC 9(38).
000550     05 FILLER                   PIC X(17).
000551 FD  PRMRSLT
000551     RECORDING MODE IS F.
000551 01  PRMRSLT-RECORD.
000551     05 PRMRSLT-RUN-DATE         PIC 9(08).
000551     05 PRMRSLT-PROGRAM-ID       PIC X(08).
000551     05 PRMRSLT-INPUT-VALUE      PIC 9(09).
000551     05 PRMRSLT-COMPUTED-VALUE   PIC 9(38).
000551     05 FILLER                   PIC X(17).
000552 FD  RSLTJRNL
000554     RECORDING MODE IS F.
000556     COPY RSLTJRN.
000560 FD  RSLTMST
000570     RECORDING MODE IS F.
000580     COPY RSLTKEY.
000581 FD  FACBIG
000582     RECORDING MODE IS F.
000583     COPY BIGRSLT.
000584 FD  FIBBIG
000585     RECORDING MODE IS F.
000586 01  FIBBIG-RECORD.
000587     05 FIBBIG-RUN-DATE          PIC 9(08).
000588     05 FIBBIG-PROGRAM-ID        PIC X(08).
000589     05 FIBBIG-INPUT-VALUE       PIC 9(09).
000590     05 FIBBIG-DIGIT-COUNT       PIC 9(03).
000591     05 FIBBIG-DIGITS            PIC X(160).
000592     05 FIBBIG-REQUESTER         PIC X(08).
000593     05 FIBBIG-REFERENCE         PIC X(08).
000594 FD  CMBBIG
000595     RECORDING MODE IS F.
000596 01  CMBBIG-RECORD.
000597     05 CMBBIG-RUN-DATE          PIC 9(08).
000598     05 CMBBIG-PROGRAM-ID        PIC X(08).
000599     05 CMBBIG-INPUT-VALUE       PIC 9(09).
000599     05 CMBBIG-DIGIT-COUNT       PIC 9(03).
000599     05 CMBBIG-DIGITS            PIC X(160).
000599     05 CMBBIG-REQUESTER         PIC X(08).
000599     05 CMBBIG-REFERENCE         PIC X(08).
000599 FD  BIGJRNL
000599     RECORDING MODE IS F.
000599     COPY BIGJRN.
000599 FD  BIGMST
000599     RECORDING MODE IS F.
000599     COPY BIGKEY.
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------
000610* COUNTERS
000620*----------------------------------------------------------------
000630 01  WS-ADDED-COUNT              PIC 9(09) VALUE ZERO.
000640 01  WS-REWRITTEN-COUNT          PIC 9(09) VALUE ZERO.
000641 01  WS-BIG-ADDED-COUNT          PIC 9(09) VALUE ZERO.
000641 01  WS-BIG-REWRITTEN-COUNT      PIC 9(09) VALUE ZERO.
000642 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000644 01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
000650*----------------------------------------------------------------
000720         88 FIBRSLT-EOF              VALUE "Y".
000730     05 WS-CMBRSLT-EOF-SW        PIC X(01) VALUE "N".
000740         88 CMBRSLT-EOF              VALUE "Y".
000740     05 WS-PRMRSLT-EOF-SW        PIC X(01) VALUE "N".
000740         88 PRMRSLT-EOF              VALUE "Y".
000741     05 WS-FACBIG-EOF-SW         PIC X(01) VALUE "N".
000742         88 FACBIG-EOF               VALUE "Y".
000743     05 WS-FIBBIG-EOF-SW         PIC X(01) VALUE "N".
000744         88 FIBBIG-EOF               VALUE "Y".
000745     05 WS-CMBBIG-EOF-SW         PIC X(01) VALUE "N".
000746         88 CMBBIG-EOF               VALUE "Y".
000750 PROCEDURE DIVISION.
000760*----------------------------------------------------------------
000770 0000-MAINLINE.
000830         UNTIL FIBRSLT-EOF
000840     PERFORM 4000-LOAD-CMBRSLT THRU 4000-EXIT
000850         UNTIL CMBRSLT-EOF
000850     PERFORM 4500-LOAD-PRMRSLT THRU 4500-EXIT
000850         UNTIL PRMRSLT-EOF
000851     PERFORM 6000-LOAD-FACBIG THRU 6000-EXIT
000852         UNTIL FACBIG-EOF
000853     PERFORM 6100-LOAD-FIBBIG THRU 6100-EXIT
000854         UNTIL FIBBIG-EOF
000855     PERFORM 6200-LOAD-CMBBIG THRU 6200-EXIT
000856         UNTIL CMBBIG-EOF
000860     PERFORM 9000-TERMINATE THRU 9000-EXIT
000870     STOP RUN.
000880*----------------------------------------------------------------
000910     OPEN INPUT FACRSLT
000920     OPEN INPUT FIBRSLT
000930     OPEN INPUT CMBRSLT
000930     OPEN INPUT PRMRSLT
000940     OPEN I-O RSLTMST
000941     OPEN EXTEND BIGJRNL
000942     OPEN INPUT FACBIG
000943     OPEN INPUT FIBBIG
000944     OPEN INPUT CMBBIG
000945     OPEN I-O BIGMST
000950     READ FACRSLT
000960         AT END
000970             SET FACRSLT-EOF TO TRUE
001030     READ CMBRSLT
001040         AT END
001050             SET CMBRSLT-EOF TO TRUE
001060     END-READ
001060     READ PRMRSLT
001060         AT END
001060             SET PRMRSLT-EOF TO TRUE
001060     END-READ
001061     READ FACBIG
001062         AT END
001063             SET FACBIG-EOF TO TRUE
001064     END-READ
001065     READ FIBBIG
001066         AT END
001067             SET FIBBIG-EOF TO TRUE
001068     END-READ
001069     READ CMBBIG
001069         AT END
001069             SET CMBBIG-EOF TO TRUE
001069     END-READ.
001070 1000-EXIT.
001080     EXIT.
001090*----------------------------------------------------------------
001480     END-READ.
001490 4000-EXIT.
001500     EXIT.
001501*----------------------------------------------------------------
001502 4500-LOAD-PRMRSLT.
001503*----------------------------------------------------------------
001504     IF PRMRSLT-PROGRAM-ID NOT EQUAL "*TRAILER"
001505         MOVE PRMRSLT-PROGRAM-ID TO RSLTKEY-PROGRAM-ID
001506         MOVE PRMRSLT-INPUT-VALUE TO RSLTKEY-INPUT-VALUE
001507         MOVE PRMRSLT-RUN-DATE TO RSLTKEY-RUN-DATE
001508         MOVE PRMRSLT-COMPUTED-VALUE TO RSLTKEY-COMPUTED-VALUE
001509         MOVE SPACES TO RSLTKEY-REQUESTER
001510         MOVE SPACES TO RSLTKEY-REFERENCE
001511         PERFORM 5000-PUT-MASTER THRU 5000-EXIT
001512     END-IF
001513     READ PRMRSLT
001514         AT END
001515             SET PRMRSLT-EOF TO TRUE
001516     END-READ.
001517 4500-EXIT.
001518     EXIT.
001510*----------------------------------------------------------------
001520 5000-PUT-MASTER.
001530*----------------------------------------------------------------
001633     WRITE RJRN-RECORD.
001634 5500-EXIT.
001635     EXIT.
001636*----------------------------------------------------------------
001637 6000-LOAD-FACBIG.
001638*----------------------------------------------------------------
001639     MOVE BIGR-PROGRAM-ID TO BIGKEY-PROGRAM-ID
001640     MOVE BIGR-INPUT-VALUE TO BIGKEY-INPUT-VALUE
001641     MOVE BIGR-RUN-DATE TO BIGKEY-RUN-DATE
001642     MOVE BIGR-DIGIT-COUNT TO BIGKEY-DIGIT-COUNT
001643     MOVE BIGR-DIGITS TO BIGKEY-DIGITS
001644     MOVE BIGR-REQUESTER TO BIGKEY-REQUESTER
001645     MOVE BIGR-REFERENCE TO BIGKEY-REFERENCE
001646     PERFORM 7000-PUT-BIG-MASTER THRU 7000-EXIT
001647     READ FACBIG
001648         AT END
001649             SET FACBIG-EOF TO TRUE
001650     END-READ.
001651 6000-EXIT.
001652     EXIT.
001653*----------------------------------------------------------------
001654 6100-LOAD-FIBBIG.
001655*----------------------------------------------------------------
001656     MOVE FIBBIG-PROGRAM-ID TO BIGKEY-PROGRAM-ID
001657     MOVE FIBBIG-INPUT-VALUE TO BIGKEY-INPUT-VALUE
001658     MOVE FIBBIG-RUN-DATE TO BIGKEY-RUN-DATE
001659     MOVE FIBBIG-DIGIT-COUNT TO BIGKEY-DIGIT-COUNT
001660     MOVE FIBBIG-DIGITS TO BIGKEY-DIGITS
001661     MOVE FIBBIG-REQUESTER TO BIGKEY-REQUESTER
001662     MOVE FIBBIG-REFERENCE TO BIGKEY-REFERENCE
001663     PERFORM 7000-PUT-BIG-MASTER THRU 7000-EXIT
001664     READ FIBBIG
001665         AT END
001666             SET FIBBIG-EOF TO TRUE
001667     END-READ.
001668 6100-EXIT.
001669     EXIT.
001670*----------------------------------------------------------------
001671 6200-LOAD-CMBBIG.
001672*----------------------------------------------------------------
001673     MOVE CMBBIG-PROGRAM-ID TO BIGKEY-PROGRAM-ID
001674     MOVE CMBBIG-INPUT-VALUE TO BIGKEY-INPUT-VALUE
001675     MOVE CMBBIG-RUN-DATE TO BIGKEY-RUN-DATE
001676     MOVE CMBBIG-DIGIT-COUNT TO BIGKEY-DIGIT-COUNT
001677     MOVE CMBBIG-DIGITS TO BIGKEY-DIGITS
001678     MOVE CMBBIG-REQUESTER TO BIGKEY-REQUESTER
001679     MOVE CMBBIG-REFERENCE TO BIGKEY-REFERENCE
001680     PERFORM 7000-PUT-BIG-MASTER THRU 7000-EXIT
001681     READ CMBBIG
001682         AT END
001683             SET CMBBIG-EOF TO TRUE
001684     END-READ.
001685 6200-EXIT.
001686     EXIT.
001687*----------------------------------------------------------------
001688 7000-PUT-BIG-MASTER.
001689*----------------------------------------------------------------
001690     WRITE BIGKEY-RECORD
001691         INVALID KEY
001692             REWRITE BIGKEY-RECORD
001693             ADD 1 TO WS-BIG-REWRITTEN-COUNT
001694             MOVE "R" TO BJRN-ACTION
001695         NOT INVALID KEY
001696             ADD 1 TO WS-BIG-ADDED-COUNT
001697             MOVE "W" TO BJRN-ACTION
001698     END-WRITE
001699     PERFORM 7500-WRITE-BIG-JOURNAL THRU 7500-EXIT.
001700 7000-EXIT.
001701     EXIT.
001702*----------------------------------------------------------------
001703*7500-WRITE-BIG-JOURNAL - CALLER LEAVES THE APPLIED RECORD IN
001704* BIGKEY-RECORD AND THE ACTION IN BJRN-ACTION.
001705*----------------------------------------------------------------
001706 7500-WRITE-BIG-JOURNAL.
001707     ACCEPT WS-NOW-TIME FROM TIME
001708     MOVE WS-RUN-DATE TO BJRN-RUN-DATE
001709     MOVE WS-NOW-TIME TO BJRN-TIME
001710     MOVE BIGKEY-PROGRAM-ID TO BJRN-PROGRAM-ID
001711     MOVE BIGKEY-INPUT-VALUE TO BJRN-INPUT-VALUE
001712     MOVE BIGKEY-RUN-DATE TO BJRN-KEY-RUN-DATE
001713     MOVE BIGKEY-DIGIT-COUNT TO BJRN-DIGIT-COUNT
001714     MOVE BIGKEY-DIGITS TO BJRN-DIGITS
001715     MOVE BIGKEY-REQUESTER TO BJRN-REQUESTER
001716     MOVE BIGKEY-REFERENCE TO BJRN-REFERENCE
001717     WRITE BJRN-RECORD.
001718 7500-EXIT.
001719     EXIT.
001720*----------------------------------------------------------------
001640 9000-TERMINATE.
001650*----------------------------------------------------------------
001660     DISPLAY "RSLTLOAD RECORDS ADDED=" WS-ADDED-COUNT
001670     DISPLAY "RSLTLOAD RECORDS REWRITTEN=" WS-REWRITTEN-COUNT
001671     DISPLAY "RSLTLOAD EXTENDED RECORDS ADDED="
001672         WS-BIG-ADDED-COUNT
001673     DISPLAY "RSLTLOAD EXTENDED RECORDS REWRITTEN="
001674         WS-BIG-REWRITTEN-COUNT
001680     CLOSE FACRSLT
001690     CLOSE FIBRSLT
001700     CLOSE CMBRSLT
001700     CLOSE PRMRSLT
001705     CLOSE RSLTJRNL
001710     CLOSE RSLTMST
001711     CLOSE FACBIG
001712     CLOSE FIBBIG
001713     CLOSE CMBBIG
001714     CLOSE BIGJRNL
001715     CLOSE BIGMST.
001720 9000-EXIT.
001730     EXIT.
