000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. bigrcvr.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. EXTENDED-PRECISION MASTER
000110*                  FORWARD RECOVERY - THE BIGMST COUNTERPART OF
000120*                  RSLTRCVR. RUN AGAINST A FRESHLY DEFINED,
000130*                  EMPTY CLUSTER: PHASE ONE RELOADS THE LATEST
000140*                  BIGBKP SNAPSHOT (THE FLAT IDCAMS REPRO COPY
000150*                  TAKEN BY THE NIGHTLY BACKUP STEP, ALREADY IN
000160*                  KEY ORDER); PHASE TWO REPLAYS THE BIGJRNL
000170*                  JOURNAL FORWARD, RE-APPLYING EVERY WRITE AND
000180*                  REWRITE RSLTLOAD MADE SINCE THE SNAPSHOT.
000190*                  REPLAY IS IDEMPOTENT. RETURN CODE 8 WHEN THE
000200*                  SNAPSHOT AND THE JOURNAL ARE BOTH EMPTY.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT BIGBKP ASSIGN TO "BIGBKP"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT BIGJRNL ASSIGN TO "BIGJRNL"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT BIGMST ASSIGN TO "BIGMST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS BIGKEY-KEY.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  BIGBKP
000360     RECORDING MODE IS F.
000370 01  BIGBKP-RECORD.
000380     05 BIGBKP-PROGRAM-ID        PIC X(08).
000390     05 BIGBKP-INPUT-VALUE       PIC 9(09).
000400     05 BIGBKP-RUN-DATE          PIC 9(08).
000410     05 BIGBKP-DIGIT-COUNT       PIC 9(03).
000420     05 BIGBKP-DIGITS            PIC X(160).
000430     05 BIGBKP-REQUESTER         PIC X(08).
000440     05 BIGBKP-REFERENCE         PIC X(08).
000450 FD  BIGJRNL
000460     RECORDING MODE IS F.
000470     COPY BIGJRN.
000480 FD  BIGMST
000490     RECORDING MODE IS F.
000500     COPY BIGKEY.
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------------
000530* COUNTERS
000540*----------------------------------------------------------------
000550 01  WS-RESTORED-COUNT           PIC 9(09) VALUE ZERO.
000560 01  WS-REPLAYED-COUNT           PIC 9(09) VALUE ZERO.
000570 01  WS-REPLAY-DUP-COUNT         PIC 9(09) VALUE ZERO.
000580 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000590*----------------------------------------------------------------
000600* SWITCHES
000610*----------------------------------------------------------------
000620 01  WS-SWITCHES.
000630     05 WS-BKP-EOF-SW            PIC X(01) VALUE "N".
000640         88 BIGBKP-EOF               VALUE "Y".
000650     05 WS-JRN-EOF-SW            PIC X(01) VALUE "N".
000660         88 BIGJRNL-EOF              VALUE "Y".
000670 PROCEDURE DIVISION.
000680*----------------------------------------------------------------
000690 0000-MAINLINE.
000700*----------------------------------------------------------------
000710     PERFORM 1000-RESTORE-SNAPSHOT THRU 1000-EXIT
000720     PERFORM 2000-REPLAY-JOURNAL THRU 2000-EXIT
000730     PERFORM 9000-TERMINATE THRU 9000-EXIT
000740     STOP RUN.
000750*----------------------------------------------------------------
000760*1000-RESTORE-SNAPSHOT - THE SNAPSHOT IS WRITTEN IN KEY ORDER
000770* (IDCAMS REPRO PRESERVES IT), SO A SEQUENTIAL RELOAD INTO THE
000780* EMPTY CLUSTER IS ENOUGH.
000790*----------------------------------------------------------------
000800 1000-RESTORE-SNAPSHOT.
000810     OPEN INPUT BIGBKP
000820     OPEN OUTPUT BIGMST
000830     READ BIGBKP
000840         AT END
000850             SET BIGBKP-EOF TO TRUE
000860     END-READ
000870     PERFORM 1100-RESTORE-RECORD THRU 1100-EXIT
000880         UNTIL BIGBKP-EOF
000890     CLOSE BIGBKP
000900     CLOSE BIGMST.
000910 1000-EXIT.
000920     EXIT.
000930*----------------------------------------------------------------
000940 1100-RESTORE-RECORD.
000950*----------------------------------------------------------------
000960     MOVE BIGBKP-PROGRAM-ID TO BIGKEY-PROGRAM-ID
000970     MOVE BIGBKP-INPUT-VALUE TO BIGKEY-INPUT-VALUE
000980     MOVE BIGBKP-RUN-DATE TO BIGKEY-RUN-DATE
000990     MOVE BIGBKP-DIGIT-COUNT TO BIGKEY-DIGIT-COUNT
001000     MOVE BIGBKP-DIGITS TO BIGKEY-DIGITS
001010     MOVE BIGBKP-REQUESTER TO BIGKEY-REQUESTER
001020     MOVE BIGBKP-REFERENCE TO BIGKEY-REFERENCE
001030     WRITE BIGKEY-RECORD
001040         INVALID KEY
001050             DISPLAY "BIGRCVR SNAPSHOT KEY OUT OF ORDER OR "
001060                 "DUPLICATE - " BIGBKP-PROGRAM-ID " "
001070                 BIGBKP-INPUT-VALUE " " BIGBKP-RUN-DATE
001080             MOVE 8 TO WS-RETURN-CODE
001090         NOT INVALID KEY
001100             ADD 1 TO WS-RESTORED-COUNT
001110     END-WRITE
001120     READ BIGBKP
001130         AT END
001140             SET BIGBKP-EOF TO TRUE
001150     END-READ.
001160 1100-EXIT.
001170     EXIT.
001180*----------------------------------------------------------------
001190 2000-REPLAY-JOURNAL.
001200*----------------------------------------------------------------
001210     OPEN INPUT BIGJRNL
001220     OPEN I-O BIGMST
001230     READ BIGJRNL
001240         AT END
001250             SET BIGJRNL-EOF TO TRUE
001260     END-READ
001270     PERFORM 2100-REPLAY-RECORD THRU 2100-EXIT
001280         UNTIL BIGJRNL-EOF
001290     CLOSE BIGJRNL
001300     CLOSE BIGMST.
001310 2000-EXIT.
001320     EXIT.
001330*----------------------------------------------------------------
001340 2100-REPLAY-RECORD.
001350*----------------------------------------------------------------
001360     MOVE BJRN-PROGRAM-ID TO BIGKEY-PROGRAM-ID
001370     MOVE BJRN-INPUT-VALUE TO BIGKEY-INPUT-VALUE
001380     MOVE BJRN-KEY-RUN-DATE TO BIGKEY-RUN-DATE
001390     MOVE BJRN-DIGIT-COUNT TO BIGKEY-DIGIT-COUNT
001400     MOVE BJRN-DIGITS TO BIGKEY-DIGITS
001410     MOVE BJRN-REQUESTER TO BIGKEY-REQUESTER
001420     MOVE BJRN-REFERENCE TO BIGKEY-REFERENCE
001430     WRITE BIGKEY-RECORD
001440         INVALID KEY
001450             REWRITE BIGKEY-RECORD
001460             ADD 1 TO WS-REPLAY-DUP-COUNT
001470         NOT INVALID KEY
001480             ADD 1 TO WS-REPLAYED-COUNT
001490     END-WRITE
001500     READ BIGJRNL
001510         AT END
001520             SET BIGJRNL-EOF TO TRUE
001530     END-READ.
001540 2100-EXIT.
001550     EXIT.
001560*----------------------------------------------------------------
001570 9000-TERMINATE.
001580*----------------------------------------------------------------
001590     DISPLAY "BIGRCVR SNAPSHOT RECORDS RESTORED="
001600         WS-RESTORED-COUNT
001610     DISPLAY "BIGRCVR JOURNAL RECORDS REPLAYED="
001620         WS-REPLAYED-COUNT
001630     DISPLAY "BIGRCVR REPLAYS ALREADY PRESENT="
001640         WS-REPLAY-DUP-COUNT
001650     IF WS-RESTORED-COUNT EQUAL ZERO
001660         AND WS-REPLAYED-COUNT EQUAL ZERO
001670         AND WS-REPLAY-DUP-COUNT EQUAL ZERO
001680         DISPLAY "BIGRCVR NOTHING RECOVERED - CHECK BIGBKP"
001690             " AND BIGJRNL DDS"
001700         MOVE 8 TO WS-RETURN-CODE
001710     END-IF
001720     MOVE WS-RETURN-CODE TO RETURN-CODE.
001730 9000-EXIT.
001740     EXIT.
