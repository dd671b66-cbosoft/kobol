000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. drcopy.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. DISASTER-RECOVERY DATASET
000110*                  COPY - ONE STEP PER MEMBER OF THE DR BACKUP
000120*                  SET (COPY DRSET), NAMED BY THE JCL PARM.
000130*                  COPIES DRIN TO DROUT RECORD FOR RECORD,
000140*                  COUNTS THE RECORDS AND ACCUMULATES THE
000150*                  MANIFEST CONTROL TOTAL OVER THEIR CONTENT,
000160*                  AND ON THE RESULT FILES RE-CHECKS THE
000170*                  CONTROL-TOTAL TRAILER BY BATCHVFY'S RULES.
000180*                  THE FIGURES ARE APPENDED TO DRWORK IN THE
000190*                  MANIFEST SHAPE (COPY DRMANF) FOR DRMANIF TO
000200*                  FILE OR DRVERIFY TO COMPARE. WITH DROUT
000210*                  DUMMY THE STEP ONLY MEASURES - THAT IS HOW
000220*                  THE RESTORE CHECK READS A RESTORED DATASET.
000230*                  NOTHING IS WRITTEN TO RUNLOG: RUNLOG IS
000240*                  ITSELF A MEMBER OF THE SET.
000250*----------------------------------------------------------------
000260* RETURN CODE VALUES
000270*   00  COPIED; TRAILER AGREES, FILE NEVER WRITTEN, OR NO TRAILER
000280*   04  COPIED, BUT THE RESULT-FILE TRAILER IS MISSING OR
000290*       DISAGREES - THE MANIFEST RECORDS WHICH
000300*   08  PARM IS NOT A MEMBER OF THE DR SET - NOTHING COPIED
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DRIN ASSIGN TO "DRIN"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT DROUT ASSIGN TO "DROUT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT DRWORK ASSIGN TO "DRWORK"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DRIN
000440     RECORDING MODE IS F.
000450 01  DRIN-RECORD                 PIC X(256).
000460*----------------------------------------------------------------
000470* RESULT-FILE VIEW (RSLTREC SHAPE) - FACRSLT, FIBRSLT, PRMRSLT
000480*----------------------------------------------------------------
000490 01  DRIN-RESULT-VIEW.
000500     05 DRIN-RSLT-RUN-DATE       PIC X(08).
000510     05 DRIN-RSLT-PROGRAM-ID     PIC X(08).
000520     05 DRIN-RSLT-INPUT-VALUE    PIC 9(09).
000530     05 DRIN-RSLT-COMPUTED-VALUE PIC 9(38).
000540     05 FILLER                   PIC X(193).
000550*----------------------------------------------------------------
000560* FBZOUT VIEW - TRAILER COUNT AND HASH RIDE IN THE DATA AREA
000570*----------------------------------------------------------------
000580 01  DRIN-FBZOUT-VIEW.
000590     05 DRIN-FBZ-KEY             PIC 9(06).
000600     05 DRIN-FBZ-TRAILER-COUNT   PIC 9(09).
000610     05 DRIN-FBZ-TRAILER-HASH    PIC 9(16).
000620     05 FILLER                   PIC X(49).
000630     05 DRIN-FBZ-TAG             PIC X(40).
000640     05 FILLER                   PIC X(136).
000650 FD  DROUT
000660     RECORDING MODE IS F.
000670 01  DROUT-RECORD                PIC X(256).
000680 FD  DRWORK
000690     RECORDING MODE IS F.
000700     COPY DRMANF REPLACING ==:PRE:== BY ==DRW==.
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730* THE DR SET - NAME, DSN, ORGANIZATION AND TRAILER TYPE
000740*----------------------------------------------------------------
000750     COPY DRSET.
000760*----------------------------------------------------------------
000770* CONTROL TOTAL - SEE DRMANF FOR THE DEFINITION
000780*----------------------------------------------------------------
000790 01  WS-HASH-MODULUS             PIC 9(16) VALUE 1000000000000000.
000800 01  WS-HASH-WORK                PIC 9(16) VALUE ZERO.
000810 01  WS-RECORD-HASH              PIC 9(15) VALUE ZERO.
000820 01  WS-CONTROL-TOTAL            PIC 9(15) VALUE ZERO.
000830 01  WS-RECORD-COUNT             PIC 9(09) VALUE ZERO.
000840 01  WS-BYTE-SUB                 PIC 9(03) COMP VALUE ZERO.
000850 01  WS-RECORD-LENGTH            PIC 9(03) COMP VALUE 256.
000860*----------------------------------------------------------------
000870* TRAILER CHECK - SAME COUNT AND HASH RULES AS BATCHVFY
000880*----------------------------------------------------------------
000890 01  WS-DATA-COUNT               PIC 9(09) VALUE ZERO.
000900 01  WS-DATA-HASH                PIC 9(16) VALUE ZERO.
000910 01  WS-TRAILER-COUNT            PIC 9(09) VALUE ZERO.
000920 01  WS-TRAILER-HASH             PIC 9(16) VALUE ZERO.
000930 01  WS-TRAILER-STATUS           PIC X(01) VALUE SPACE.
000940*----------------------------------------------------------------
000950* RUN CONTROL
000960*----------------------------------------------------------------
000970 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000980 01  WS-SET-NAME                 PIC X(08) VALUE SPACES.
000990 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001000*----------------------------------------------------------------
001010* SWITCHES
001020*----------------------------------------------------------------
001030 01  WS-SWITCHES.
001040     05 WS-EOF-SW                PIC X(01) VALUE "N".
001050         88 DRIN-EOF                 VALUE "Y".
001060     05 WS-TRAILER-SW            PIC X(01) VALUE "N".
001070         88 TRAILER-FOUND            VALUE "Y".
001080     05 WS-MEMBER-SW             PIC X(01) VALUE "N".
001090         88 SET-MEMBER               VALUE "Y".
001100 LINKAGE SECTION.
001110*----------------------------------------------------------------
001120* JCL PARM= - THE DR SET NAME OF THE DATASET ON DRIN
001130*----------------------------------------------------------------
001140 01  LS-PARM.
001150     05 LS-PARM-LEN              PIC S9(04) COMP.
001160     05 LS-PARM-DATA             PIC X(08).
001170 PROCEDURE DIVISION USING LS-PARM.
001180*----------------------------------------------------------------
001190 0000-MAINLINE.
001200*----------------------------------------------------------------
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001220     IF NOT SET-MEMBER
001230         MOVE 8 TO RETURN-CODE
001240         STOP RUN
001250     END-IF
001260     PERFORM 2000-COPY-RECORD THRU 2000-EXIT
001270         UNTIL DRIN-EOF
001280     PERFORM 3000-CHECK-TRAILER THRU 3000-EXIT
001290     PERFORM 9000-TERMINATE THRU 9000-EXIT
001300     STOP RUN.
001310*----------------------------------------------------------------
001320 1000-INITIALIZE.
001330*----------------------------------------------------------------
001340     CALL "GETCYCDT" USING WS-RUN-DATE
001350     IF LS-PARM-LEN > ZERO
001360         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-SET-NAME
001370     END-IF
001380     SET DRS-IDX TO 1
001390     SEARCH DRS-ENTRY
001400         AT END
001410             DISPLAY "DRCOPY " WS-SET-NAME
001420                 " IS NOT A MEMBER OF THE DR BACKUP SET"
001430             GO TO 1000-EXIT
001440         WHEN DRS-NAME(DRS-IDX) EQUAL WS-SET-NAME
001450             SET SET-MEMBER TO TRUE
001460     END-SEARCH
001470     OPEN INPUT DRIN
001480     OPEN OUTPUT DROUT
001490     READ DRIN
001500         AT END
001510             SET DRIN-EOF TO TRUE
001520     END-READ.
001530 1000-EXIT.
001540     EXIT.
001550*----------------------------------------------------------------
001560 2000-COPY-RECORD.
001570*----------------------------------------------------------------
001580     ADD 1 TO WS-RECORD-COUNT
001590     MOVE ZERO TO WS-RECORD-HASH
001600     PERFORM 2100-HASH-BYTE THRU 2100-EXIT
001610         VARYING WS-BYTE-SUB FROM 1 BY 1
001620         UNTIL WS-BYTE-SUB > WS-RECORD-LENGTH
001630     COMPUTE WS-CONTROL-TOTAL =
001640         FUNCTION MOD(WS-CONTROL-TOTAL + WS-RECORD-HASH,
001650         WS-HASH-MODULUS)
001660     IF DRS-RESULT-TRAILER(DRS-IDX)
001670         PERFORM 2200-TALLY-RESULT THRU 2200-EXIT
001680     END-IF
001690     IF DRS-FBZOUT-TRAILER(DRS-IDX)
001700         PERFORM 2300-TALLY-FBZOUT THRU 2300-EXIT
001710     END-IF
001720     WRITE DROUT-RECORD FROM DRIN-RECORD
001730     READ DRIN
001740         AT END
001750             SET DRIN-EOF TO TRUE
001760     END-READ.
001770 2000-EXIT.
001780     EXIT.
001790*----------------------------------------------------------------
001800 2100-HASH-BYTE.
001810*----------------------------------------------------------------
001820     IF DRIN-RECORD(WS-BYTE-SUB:1) NOT EQUAL SPACE
001830         COMPUTE WS-RECORD-HASH = WS-RECORD-HASH +
001840             FUNCTION ORD(DRIN-RECORD(WS-BYTE-SUB:1))
001850             * WS-BYTE-SUB
001860     END-IF.
001870 2100-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------
001900 2200-TALLY-RESULT.
001910*----------------------------------------------------------------
001920     IF DRIN-RSLT-PROGRAM-ID EQUAL "*TRAILER"
001930         SET TRAILER-FOUND TO TRUE
001940         MOVE DRIN-RSLT-INPUT-VALUE TO WS-TRAILER-COUNT
001950         MOVE DRIN-RSLT-COMPUTED-VALUE TO WS-TRAILER-HASH
001960     ELSE
001970         ADD 1 TO WS-DATA-COUNT
001980         COMPUTE WS-HASH-WORK =
001990             FUNCTION MOD(DRIN-RSLT-COMPUTED-VALUE,
002000             WS-HASH-MODULUS)
002010         COMPUTE WS-DATA-HASH =
002020             FUNCTION MOD(WS-DATA-HASH + WS-HASH-WORK,
002030             WS-HASH-MODULUS)
002040     END-IF.
002050 2200-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080 2300-TALLY-FBZOUT.
002090*----------------------------------------------------------------
002100     IF DRIN-FBZ-TAG EQUAL "*TRAILER*"
002110         SET TRAILER-FOUND TO TRUE
002120         MOVE DRIN-FBZ-TRAILER-COUNT TO WS-TRAILER-COUNT
002130         MOVE DRIN-FBZ-TRAILER-HASH TO WS-TRAILER-HASH
002140     ELSE
002150         ADD 1 TO WS-DATA-COUNT
002160         COMPUTE WS-DATA-HASH =
002170             FUNCTION MOD(WS-DATA-HASH + DRIN-FBZ-KEY,
002180             WS-HASH-MODULUS)
002190     END-IF.
002200 2300-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230*3000-CHECK-TRAILER - BATCHVFY'S 7500 RULES. A STALE TRAILER
002240* LEFT MID-FILE BY A RESTART IS SUPERSEDED BY THE LAST ONE READ.
002250*----------------------------------------------------------------
002260 3000-CHECK-TRAILER.
002270     MOVE SPACE TO WS-TRAILER-STATUS
002280     IF NOT DRS-RESULT-TRAILER(DRS-IDX)
002290         AND NOT DRS-FBZOUT-TRAILER(DRS-IDX)
002300         GO TO 3000-EXIT
002310     END-IF
002320     IF NOT TRAILER-FOUND
002330         IF WS-DATA-COUNT EQUAL ZERO
002340             MOVE "E" TO WS-TRAILER-STATUS
002350         ELSE
002360             MOVE "M" TO WS-TRAILER-STATUS
002370             MOVE 4 TO WS-RETURN-CODE
002380         END-IF
002390         GO TO 3000-EXIT
002400     END-IF
002410     IF WS-DATA-COUNT NOT EQUAL WS-TRAILER-COUNT
002420         MOVE "C" TO WS-TRAILER-STATUS
002430         MOVE 4 TO WS-RETURN-CODE
002440         GO TO 3000-EXIT
002450     END-IF
002460     IF WS-DATA-HASH NOT EQUAL WS-TRAILER-HASH
002470         MOVE "H" TO WS-TRAILER-STATUS
002480         MOVE 4 TO WS-RETURN-CODE
002490         GO TO 3000-EXIT
002500     END-IF
002510     MOVE "V" TO WS-TRAILER-STATUS.
002520 3000-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------
002550*9000-TERMINATE - THE DATASET'S MANIFEST ENTRY GOES ON DRWORK,
002560* WHICH THE JOB PASSES FROM STEP TO STEP.
002570*----------------------------------------------------------------
002580 9000-TERMINATE.
002590     CLOSE DRIN
002600     CLOSE DROUT
002610     OPEN EXTEND DRWORK
002620     MOVE SPACES TO DRW-RECORD
002630     SET DRW-DATASET TO TRUE
002640     MOVE WS-RUN-DATE TO DRW-BUS-DATE
002650     MOVE WS-SET-NAME TO DRW-NAME
002660     MOVE DRS-DSN(DRS-IDX) TO DRW-DSN
002670     MOVE WS-RECORD-COUNT TO DRW-RECORD-COUNT
002680     MOVE WS-CONTROL-TOTAL TO DRW-CONTROL-TOTAL
002690     MOVE DRS-TRAILER(DRS-IDX) TO DRW-TRAILER-TYPE
002700     MOVE WS-TRAILER-STATUS TO DRW-TRAILER-STATUS
002710     MOVE WS-DATA-COUNT TO DRW-DATA-COUNT
002720     MOVE WS-TRAILER-COUNT TO DRW-TRAILER-COUNT
002730     WRITE DRW-RECORD
002740     CLOSE DRWORK
002750     DISPLAY "DRCOPY " WS-SET-NAME " RECORDS=" WS-RECORD-COUNT
002760         " CONTROL TOTAL=" WS-CONTROL-TOTAL
002770         " TRAILER=" WS-TRAILER-STATUS
002780     MOVE WS-RETURN-CODE TO RETURN-CODE.
002790 9000-EXIT.
002800     EXIT.
