000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. rsltpurg.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. RESULTS-MASTER RETENTION
000110*                  HOUSEKEEPING, MODELED ON RPTPURGE - RSLTLOAD
000120*                  ADDS TO RSLTMST EVERY NIGHT AND NOTHING EVER
000130*                  REMOVED A RESULT, SO THE BACKUP SNAPSHOT,
000140*                  MSTAUDIT, MOENDRPT AND EVERY FACTORIAL
000150*                  REPEAT-LOOKUP GOT SLOWER AS THE CLUSTER
000160*                  GREW. THE RETENTION PERIOD IS SET PER
000170*                  PROGRAM ID ON THE RETNCTL CONTROL FILE (COPY
000180*                  RETNCTL); A PROGRAM NOT ON IT IS KEPT
000190*                  FOREVER. RESULTS OLDER THAN THEIR PROGRAM'S
000200*                  LINE MOVE TO A NEW DATED RSLTOLD GENERATION
000210*                  IN THE RSLTKEY SHAPE (THE SAME FLAT SHAPE AS
000220*                  AN RSLTBKP SNAPSHOT) AND ARE DELETED FROM THE
000230*                  CLUSTER. EVERY DELETE IS JOURNALED ON
000240*                  RSLTJRNL (ACTION D) SO RSLTRCVR FORWARD
000250*                  RECOVERY DOES NOT RESURRECT THEM. THE
000260*                  CLUSTER IS REORGANIZED BY THE IDCAMS STEP
000270*                  THAT FOLLOWS IN DAILYBAT. RSLTQRY SEARCHES
000280*                  THE RSLTOLD GENERATIONS WHEN A QUERY REACHES
000290*                  BACK PAST THE RETENTION LINE. SCHEDCTL-GATED
000300*                  AS A WEEKLY JOB, LIKE RUNPURGE AND RPTPURGE.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RETNCTLF ASSIGN TO "RETNCTL"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT RSLTMST ASSIGN TO "RSLTMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RSLTKEY-KEY.
000410     SELECT RSLTOLD ASSIGN TO "RSLTOLD"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT RSLTJRNL ASSIGN TO "RSLTJRNL"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RETNCTLF
000500     RECORDING MODE IS F.
000510     COPY RETNCTL.
000520 FD  RSLTMST
000530     RECORDING MODE IS F.
000540     COPY RSLTKEY.
000550 FD  RSLTOLD
000560     RECORDING MODE IS F.
000570 01  RSLTOLD-RECORD              PIC X(79).
000580 FD  RSLTJRNL
000590     RECORDING MODE IS F.
000600     COPY RSLTJRN.
000610 FD  RUNLOGF
000620     RECORDING MODE IS F.
000630     COPY RUNLOG.
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------
000660* RETENTION TABLE - ONE ENTRY PER RETNCTL RECORD, WITH THE
000670* CUTOFF DATE RESOLVED ONCE AT START-UP. A RESULT WHOSE RUN DATE
000680* FALLS BEFORE ITS PROGRAM'S CUTOFF IS ARCHIVED.
000690*----------------------------------------------------------------
000700 01  WS-RETN-COUNT               PIC 9(02) COMP VALUE ZERO.
000710 01  WS-RETN-TABLE-MAX           PIC 9(02) COMP VALUE 20.
000720 01  WS-RETN-TABLE.
000730     05 WS-RETN-ENTRY OCCURS 20 TIMES
000740             INDEXED BY WS-RETN-IDX.
000750         10 WS-RETN-PROGRAM-ID   PIC X(08).
000760         10 WS-RETN-DAYS         PIC 9(05).
000770         10 WS-RETN-CUTOFF-DATE  PIC 9(08).
000780 01  WS-CUTOFF-INTEGER           PIC 9(08) COMP VALUE ZERO.
000790 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000800*----------------------------------------------------------------
000810* COUNTERS
000820*----------------------------------------------------------------
000830 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
000840 01  WS-MOVED-COUNT              PIC 9(09) COMP VALUE ZERO.
000850 01  WS-KEPT-COUNT               PIC 9(09) COMP VALUE ZERO.
000860 01  WS-EDIT-COUNT               PIC 9(09) VALUE ZERO.
000870 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000880 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
000890 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000900*----------------------------------------------------------------
000910* SWITCHES
000920*----------------------------------------------------------------
000930 01  WS-SWITCHES.
000940     05 WS-RETNCTL-EOF-SW        PIC X(01) VALUE "N".
000950         88 RETNCTL-EOF              VALUE "Y".
000960     05 WS-BROWSE-SW             PIC X(01) VALUE "N".
000970         88 WS-BROWSE-DONE           VALUE "Y".
000980     05 WS-AGED-SW               PIC X(01) VALUE "N".
000990         88 WS-AGED                  VALUE "Y".
001000 PROCEDURE DIVISION.
001010*----------------------------------------------------------------
001020 0000-MAINLINE.
001030*----------------------------------------------------------------
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001050     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
001060         UNTIL WS-BROWSE-DONE
001070     PERFORM 9000-TERMINATE THRU 9000-EXIT
001080     STOP RUN.
001090*----------------------------------------------------------------
001100 1000-INITIALIZE.
001110*----------------------------------------------------------------
001120     CALL "GETCYCDT" USING WS-RUN-DATE
001130     ACCEPT WS-START-TIME FROM TIME
001140     PERFORM 1200-LOAD-RETENTION THRU 1200-EXIT
001150     OPEN I-O RSLTMST
001160     OPEN OUTPUT RSLTOLD
001170     OPEN EXTEND RSLTJRNL
001180     IF WS-RETN-COUNT EQUAL ZERO
001190         DISPLAY "RSLTPURG NO RETENTION PERIODS ON RETNCTL - "
001200             "NOTHING ARCHIVED"
001210         SET WS-BROWSE-DONE TO TRUE
001220         GO TO 1000-EXIT
001230     END-IF
001240     MOVE LOW-VALUES TO RSLTKEY-KEY
001250     START RSLTMST KEY >= RSLTKEY-KEY
001260         INVALID KEY
001270             SET WS-BROWSE-DONE TO TRUE
001280     END-START.
001290 1000-EXIT.
001300     EXIT.
001310*----------------------------------------------------------------
001320*1200-LOAD-RETENTION - ZERO OR NON-NUMERIC DAYS MEANS KEEP
001330* FOREVER, SO THOSE RECORDS ARE NOT TABLED. PAST THE TABLE BOUND
001340* THE EXTRA PROGRAMS ARE NAMED AND KEPT.
001350*----------------------------------------------------------------
001360 1200-LOAD-RETENTION.
001370     OPEN INPUT RETNCTLF
001380     READ RETNCTLF
001390         AT END
001400             SET RETNCTL-EOF TO TRUE
001410     END-READ
001420     PERFORM 1300-TABLE-RETENTION THRU 1300-EXIT
001430         UNTIL RETNCTL-EOF
001440     CLOSE RETNCTLF.
001450 1200-EXIT.
001460     EXIT.
001470*----------------------------------------------------------------
001480 1300-TABLE-RETENTION.
001490*----------------------------------------------------------------
001500     IF RETN-DAYS IS NOT NUMERIC
001510         OR RETN-DAYS EQUAL ZERO
001520         OR RETN-PROGRAM-ID EQUAL SPACES
001530         GO TO 1300-READ-NEXT
001540     END-IF
001550     IF WS-RETN-COUNT NOT < WS-RETN-TABLE-MAX
001560         DISPLAY "RSLTPURG RETENTION TABLE FULL - "
001570             RETN-PROGRAM-ID " KEPT"
001580         MOVE 4 TO WS-RETURN-CODE
001590         GO TO 1300-READ-NEXT
001600     END-IF
001610     ADD 1 TO WS-RETN-COUNT
001620     SET WS-RETN-IDX TO WS-RETN-COUNT
001630     MOVE RETN-PROGRAM-ID TO WS-RETN-PROGRAM-ID(WS-RETN-IDX)
001640     MOVE RETN-DAYS TO WS-RETN-DAYS(WS-RETN-IDX)
001650     COMPUTE WS-CUTOFF-INTEGER =
001660         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
001670         - RETN-DAYS
001680     COMPUTE WS-RETN-CUTOFF-DATE(WS-RETN-IDX) =
001690         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).
001700 1300-READ-NEXT.
001710     READ RETNCTLF
001720         AT END
001730             SET RETNCTL-EOF TO TRUE
001740     END-READ.
001750 1300-EXIT.
001760     EXIT.
001770*----------------------------------------------------------------
001780*2000-SWEEP-MASTER - ONE PASS OVER THE WHOLE CLUSTER IN KEY
001790* ORDER. AN AGED RESULT IS WRITTEN TO THE ARCHIVE GENERATION
001800* FIRST, THEN DELETED, THEN JOURNALED - SO A FAILURE PART-WAY
001810* LEAVES AT WORST A RESULT ON BOTH, NEVER ON NEITHER.
001820*----------------------------------------------------------------
001830 2000-SWEEP-MASTER.
001840     READ RSLTMST NEXT
001850         AT END
001860             SET WS-BROWSE-DONE TO TRUE
001870             GO TO 2000-EXIT
001880     END-READ
001890     ADD 1 TO WS-READ-COUNT
001900     PERFORM 2100-CHECK-AGE THRU 2100-EXIT
001910     IF NOT WS-AGED
001920         ADD 1 TO WS-KEPT-COUNT
001930         GO TO 2000-EXIT
001940     END-IF
001950     WRITE RSLTOLD-RECORD FROM RSLTKEY-RECORD
001960     DELETE RSLTMST RECORD
001970         INVALID KEY
001980             DISPLAY "RSLTPURG DELETE FAILED - "
001990                 RSLTKEY-PROGRAM-ID " " RSLTKEY-INPUT-VALUE
002000                 " " RSLTKEY-RUN-DATE
002010             MOVE 8 TO WS-RETURN-CODE
002020             GO TO 2000-EXIT
002030     END-DELETE
002040     ADD 1 TO WS-MOVED-COUNT
002050     PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT.
002060 2000-EXIT.
002070     EXIT.
002080*----------------------------------------------------------------
002090 2100-CHECK-AGE.
002100*----------------------------------------------------------------
002110     MOVE "N" TO WS-AGED-SW
002120     SET WS-RETN-IDX TO 1
002130     SEARCH WS-RETN-ENTRY
002140         AT END
002150             GO TO 2100-EXIT
002160         WHEN WS-RETN-IDX > WS-RETN-COUNT
002170             GO TO 2100-EXIT
002180         WHEN WS-RETN-PROGRAM-ID(WS-RETN-IDX)
002190                 EQUAL RSLTKEY-PROGRAM-ID
002200             IF RSLTKEY-RUN-DATE
002210                     < WS-RETN-CUTOFF-DATE(WS-RETN-IDX)
002220                 SET WS-AGED TO TRUE
002230             END-IF
002240     END-SEARCH.
002250 2100-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280 2500-WRITE-JOURNAL.
002290*----------------------------------------------------------------
002300     MOVE WS-RUN-DATE TO RJRN-RUN-DATE
002310     ACCEPT RJRN-TIME FROM TIME
002320     SET RJRN-DELETE TO TRUE
002330     MOVE RSLTKEY-PROGRAM-ID TO RJRN-PROGRAM-ID
002340     MOVE RSLTKEY-INPUT-VALUE TO RJRN-INPUT-VALUE
002350     MOVE RSLTKEY-RUN-DATE TO RJRN-KEY-RUN-DATE
002360     MOVE RSLTKEY-COMPUTED-VALUE TO RJRN-COMPUTED-VALUE
002370     MOVE RSLTKEY-REQUESTER TO RJRN-REQUESTER
002380     MOVE RSLTKEY-REFERENCE TO RJRN-REFERENCE
002390     WRITE RJRN-RECORD.
002400 2500-EXIT.
002410     EXIT.
002420*----------------------------------------------------------------
002430 9000-TERMINATE.
002440*----------------------------------------------------------------
002450     CLOSE RSLTMST
002460     CLOSE RSLTOLD
002470     CLOSE RSLTJRNL
002480     MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT
002490     DISPLAY "RSLTPURG RESULTS MOVED TO RSLTOLD=" WS-EDIT-COUNT
002500     MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT
002510     DISPLAY "RSLTPURG RESULTS KEPT ON RSLTMST=" WS-EDIT-COUNT
002520     ACCEPT WS-END-TIME FROM TIME
002530     OPEN EXTEND RUNLOGF
002540     MOVE "RSLTPURG" TO RUNLOG-JOB-NAME
002550     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
002560     MOVE WS-START-TIME TO RUNLOG-START-TIME
002570     MOVE WS-END-TIME TO RUNLOG-END-TIME
002580     MOVE WS-READ-COUNT TO RUNLOG-INPUT-COUNT
002590     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
002600     MOVE SPACES TO RUNLOG-PARAMETER
002610     WRITE RUNLOG-RECORD
002620     CLOSE RUNLOGF
002630     MOVE WS-RETURN-CODE TO RETURN-CODE.
002640 9000-EXIT.
002650     EXIT.
