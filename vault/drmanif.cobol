000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. drmanif.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. LAST STEP OF DRBACKUP.
000110*                  FILES THE NIGHT'S DISASTER-RECOVERY VAULT
000120*                  MANIFEST FROM THE DRWORK RECORDS THE DRCOPY
000130*                  STEPS LEFT: AN "H" HEADER WITH THE CYCLE DATE
000140*                  AND THE LAST STRMEND DATE ON STRMSTAT, ONE
000150*                  "D" RECORD PER MEMBER OF THE DR SET IN DRSET
000160*                  ORDER, AND A "T" TOTALS RECORD. THE DRMRPT
000170*                  REPORT LISTS EVERY MEMBER WITH ITS RECORD
000180*                  COUNT, CONTROL TOTAL AND TRAILER STATUS, AND
000190*                  FLAGS ANYTHING THAT WOULD KEEP THE SET FROM
000200*                  RESTARTING THE STREAM. RUNS COND=EVEN SO A
000210*                  SHORT SET STILL GETS A MANIFEST SAYING SO.
000211* 2026-10-15  DPG  THE MEMBER TABLE GROWS TO 45 FOR SECVIOL.
000212* 2026-10-15  DPG  THE MEMBER TABLE GROWS TO 47 FOR FBZMASK AND
000212*                  MASKCNT.
000212* 2026-10-15  DPG  THE MEMBER TABLE GROWS TO 59 AS THE DR SET
000212*                  TAKES IN THE REST OF THE CYCLE'S DATASETS.
000220*----------------------------------------------------------------
000230* RETURN CODE VALUES
000240*   00  EVERY MEMBER COPIED, TRAILERS AGREE, CYCLE COMPLETE
000250*   04  SET COMPLETE, BUT A RESULT-FILE TRAILER IS MISSING OR
000260*       DISAGREES, OR THE CYCLE HAS NO STRMEND YET - THE SET
000270*       CANNOT RESTART THE STREAM CLEANLY
000280*   08  A MEMBER OF THE SET WAS NOT COPIED
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DRWORK ASSIGN TO "DRWORK"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT STRMSTAT ASSIGN TO "STRMSTAT"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT DRMANIF ASSIGN TO "DRMANIF"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT DRMRPT ASSIGN TO "DRMRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DRWORK
000440     RECORDING MODE IS F.
000450     COPY DRMANF REPLACING ==:PRE:== BY ==DRW==.
000460 FD  STRMSTAT
000470     RECORDING MODE IS F.
000480     COPY STRMST.
000490 FD  DRMANIF
000500     RECORDING MODE IS F.
000510     COPY DRMANF REPLACING ==:PRE:== BY ==MAN==.
000520 FD  DRMRPT
000530     RECORDING MODE IS F.
000540 01  DRMRPT-RECORD               PIC X(80).
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------
000570* THE DR SET - NAME, DSN, ORGANIZATION AND TRAILER TYPE
000580*----------------------------------------------------------------
000590     COPY DRSET.
000600*----------------------------------------------------------------
000610* COPIED MEMBERS - THE DRWORK RECORD FOR EACH SET POSITION. A
000620* STEP RERUN APPENDS A SECOND RECORD; THE LAST ONE STANDS.
000630*----------------------------------------------------------------
000640 01  WS-COPY-TABLE.
000650     05 WS-COPY-ENTRY OCCURS 59 TIMES
000660             INDEXED BY WS-COPY-IDX.
000670         10 WS-COPY-SW           PIC X(01).
000680             88 MEMBER-COPIED        VALUE "Y".
000690         10 WS-COPY-IMAGE        PIC X(100).
000700*----------------------------------------------------------------
000710* COUNTERS
000720*----------------------------------------------------------------
000730 01  WS-WORK-COUNT               PIC 9(09) VALUE ZERO.
000740 01  WS-FOREIGN-COUNT            PIC 9(09) VALUE ZERO.
000750 01  WS-DATASET-COUNT            PIC 9(03) VALUE ZERO.
000755 01  WS-SET-COUNT                PIC 9(03) VALUE ZERO.
000760 01  WS-MISSING-COUNT            PIC 9(03) VALUE ZERO.
000770 01  WS-TRAILER-ERROR-COUNT      PIC 9(03) VALUE ZERO.
000780 01  WS-TOTAL-RECORDS            PIC 9(11) VALUE ZERO.
000790 01  WS-STRMEND-DATE             PIC 9(08) VALUE ZERO.
000800 01  WS-EDIT-COUNT               PIC Z(08)9 VALUE ZERO.
000810 01  WS-EDIT-TOTAL               PIC Z(10)9 VALUE ZERO.
000820*----------------------------------------------------------------
000830* REPORT CONTROL
000840*----------------------------------------------------------------
000850 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000860 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000870 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000880 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
000890 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
000900 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
000910 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
000920 01  WS-STATUS-TEXT              PIC X(24) VALUE SPACES.
000930*----------------------------------------------------------------
000940* SWITCHES
000950*----------------------------------------------------------------
000960 01  WS-SWITCHES.
000970     05 WS-WORK-EOF-SW           PIC X(01) VALUE "N".
000980         88 DRWORK-EOF               VALUE "Y".
000990     05 WS-STRM-EOF-SW           PIC X(01) VALUE "N".
001000         88 STRMSTAT-EOF             VALUE "Y".
001010 PROCEDURE DIVISION.
001020*----------------------------------------------------------------
001030 0000-MAINLINE.
001040*----------------------------------------------------------------
001050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001060     PERFORM 2000-LOAD-COPY THRU 2000-EXIT
001070         UNTIL DRWORK-EOF
001080     CLOSE DRWORK
001090     PERFORM 3000-FIND-STRMEND THRU 3000-EXIT
001100         UNTIL STRMSTAT-EOF
001110     CLOSE STRMSTAT
001120     PERFORM 4000-WRITE-HEADER THRU 4000-EXIT
001130     PERFORM 5000-WRITE-MEMBER THRU 5000-EXIT
001140         VARYING DRS-IDX FROM 1 BY 1
001150         UNTIL DRS-IDX > DRS-SET-COUNT
001160     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
001170     PERFORM 9000-TERMINATE THRU 9000-EXIT
001180     STOP RUN.
001190*----------------------------------------------------------------
001200 1000-INITIALIZE.
001210*----------------------------------------------------------------
001220     CALL "GETCYCDT" USING WS-RUN-DATE
001230     ACCEPT WS-START-TIME FROM TIME
001240     PERFORM 1100-CLEAR-ENTRY THRU 1100-EXIT
001250         VARYING WS-COPY-IDX FROM 1 BY 1
001260         UNTIL WS-COPY-IDX > DRS-SET-COUNT
001270     OPEN INPUT DRWORK
001280     READ DRWORK
001290         AT END
001300             SET DRWORK-EOF TO TRUE
001310     END-READ
001320     OPEN INPUT STRMSTAT
001330     READ STRMSTAT
001340         AT END
001350             SET STRMSTAT-EOF TO TRUE
001360     END-READ
001370     OPEN OUTPUT DRMANIF
001380     OPEN OUTPUT DRMRPT
001390     PERFORM 8500-NEW-PAGE THRU 8500-EXIT.
001400 1000-EXIT.
001410     EXIT.
001420*----------------------------------------------------------------
001430 1100-CLEAR-ENTRY.
001440*----------------------------------------------------------------
001450     MOVE "N" TO WS-COPY-SW(WS-COPY-IDX)
001460     MOVE SPACES TO WS-COPY-IMAGE(WS-COPY-IDX).
001470 1100-EXIT.
001480     EXIT.
001490*----------------------------------------------------------------
001500*2000-LOAD-COPY - EACH DRWORK RECORD IS FILED UNDER ITS SET
001510* POSITION. A NAME NOT IN DRSET IS COUNTED AND IGNORED.
001520*----------------------------------------------------------------
001530 2000-LOAD-COPY.
001540     ADD 1 TO WS-WORK-COUNT
001550     IF NOT DRW-DATASET
001560         GO TO 2000-READ
001570     END-IF
001580     SET DRS-IDX TO 1
001590     SEARCH DRS-ENTRY
001600         AT END
001610             ADD 1 TO WS-FOREIGN-COUNT
001620         WHEN DRS-NAME(DRS-IDX) EQUAL DRW-NAME
001630             SET WS-COPY-IDX TO DRS-IDX
001640             MOVE "Y" TO WS-COPY-SW(WS-COPY-IDX)
001650             MOVE DRW-RECORD TO WS-COPY-IMAGE(WS-COPY-IDX)
001660     END-SEARCH.
001670 2000-READ.
001680     READ DRWORK
001690         AT END
001700             SET DRWORK-EOF TO TRUE
001710     END-READ.
001720 2000-EXIT.
001730     EXIT.
001740*----------------------------------------------------------------
001750*3000-FIND-STRMEND - THE LATEST DATE THAT HAS A STRMEND MARKER.
001760* DATEROLL ONLY ADVANCES CYCDATE PAST A DATE WITH ONE, SO A SET
001770* WHOSE CYCLE DATE EQUALS IT RESUMES AT THE NEXT DATEROLL.
001780*----------------------------------------------------------------
001790 3000-FIND-STRMEND.
001800     IF STRM-STEP-NAME EQUAL "STRMEND"
001810         AND STRM-RUN-DATE > WS-STRMEND-DATE
001820         MOVE STRM-RUN-DATE TO WS-STRMEND-DATE
001830     END-IF
001840     READ STRMSTAT
001850         AT END
001860             SET STRMSTAT-EOF TO TRUE
001870     END-READ.
001880 3000-EXIT.
001890     EXIT.
001900*----------------------------------------------------------------
001910 4000-WRITE-HEADER.
001920*----------------------------------------------------------------
001930     MOVE SPACES TO MAN-RECORD
001940     SET MAN-HEADER TO TRUE
001950     MOVE WS-RUN-DATE TO MAN-BUS-DATE
001960     MOVE "DRVAULT" TO MAN-NAME
001970     MOVE WS-RUN-DATE TO MAN-CYCLE-DATE
001980     MOVE WS-STRMEND-DATE TO MAN-STRMEND-DATE
001990     MOVE WS-START-TIME TO MAN-CREATED-TIME
002000     WRITE MAN-RECORD
002010     MOVE SPACES TO WS-PRINT-LINE
002020     STRING "CYCLE DATE: " WS-RUN-DATE
002030         "  LAST STRMEND: " WS-STRMEND-DATE
002040         DELIMITED BY SIZE INTO WS-PRINT-LINE
002050     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002060     IF WS-STRMEND-DATE NOT EQUAL WS-RUN-DATE
002070         MOVE SPACES TO WS-PRINT-LINE
002080         MOVE "** CYCLE INCOMPLETE - SET CANNOT RESTART CLEANLY"
002090             TO WS-PRINT-LINE
002100         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002110         IF WS-RETURN-CODE < 4
002120             MOVE 4 TO WS-RETURN-CODE
002130         END-IF
002140     END-IF
002150     MOVE SPACES TO WS-PRINT-LINE
002160     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002170     MOVE "MEMBER      RECORDS   CONTROL TOTAL    TRAILER"
002180         TO WS-PRINT-LINE
002190     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
002200 4000-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230*5000-WRITE-MEMBER - ONE "D" RECORD PER SET MEMBER, IN DRSET
002240* ORDER. A MEMBER NO DRCOPY STEP REPORTED IS LISTED, NOT FILED.
002250*----------------------------------------------------------------
002260 5000-WRITE-MEMBER.
002270     SET WS-COPY-IDX TO DRS-IDX
002280     IF NOT MEMBER-COPIED(WS-COPY-IDX)
002290         ADD 1 TO WS-MISSING-COUNT
002300         MOVE 8 TO WS-RETURN-CODE
002310         MOVE SPACES TO WS-PRINT-LINE
002320         STRING DRS-NAME(DRS-IDX) "  ** NOT COPIED - "
002330             DRS-DSN(DRS-IDX)
002340             DELIMITED BY SIZE INTO WS-PRINT-LINE
002350         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002360         GO TO 5000-EXIT
002370     END-IF
002380     MOVE WS-COPY-IMAGE(WS-COPY-IDX) TO MAN-RECORD
002390     WRITE MAN-RECORD
002400     ADD 1 TO WS-DATASET-COUNT
002410     ADD MAN-RECORD-COUNT TO WS-TOTAL-RECORDS
002420     PERFORM 5100-STATUS-TEXT THRU 5100-EXIT
002430     MOVE MAN-RECORD-COUNT TO WS-EDIT-COUNT
002440     MOVE SPACES TO WS-PRINT-LINE
002450     STRING MAN-NAME "  " WS-EDIT-COUNT "  " MAN-CONTROL-TOTAL
002460         "  " WS-STATUS-TEXT
002470         DELIMITED BY SIZE INTO WS-PRINT-LINE
002480     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
002490 5000-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520 5100-STATUS-TEXT.
002530*----------------------------------------------------------------
002540     EVALUATE MAN-TRAILER-STATUS
002550         WHEN "V"
002560             MOVE "AGREES" TO WS-STATUS-TEXT
002570         WHEN "E"
002580             MOVE "EMPTY, NONE EXPECTED" TO WS-STATUS-TEXT
002590         WHEN "M"
002600             MOVE "** MISSING - TRUNCATED" TO WS-STATUS-TEXT
002610         WHEN "C"
002620             MOVE "** COUNT MISMATCH" TO WS-STATUS-TEXT
002630         WHEN "H"
002640             MOVE "** HASH MISMATCH" TO WS-STATUS-TEXT
002650         WHEN OTHER
002660             MOVE SPACES TO WS-STATUS-TEXT
002670     END-EVALUATE
002680     IF NOT MAN-TRAILER-USABLE
002690         ADD 1 TO WS-TRAILER-ERROR-COUNT
002700         IF WS-RETURN-CODE < 4
002710             MOVE 4 TO WS-RETURN-CODE
002720         END-IF
002730     END-IF.
002740 5100-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770 6000-WRITE-TOTALS.
002780*----------------------------------------------------------------
002790     MOVE SPACES TO MAN-RECORD
002800     SET MAN-TOTALS TO TRUE
002810     MOVE WS-RUN-DATE TO MAN-BUS-DATE
002820     MOVE "DRVAULT" TO MAN-NAME
002830     MOVE DRS-SET-COUNT TO WS-SET-COUNT
002835     MOVE WS-SET-COUNT TO MAN-SET-COUNT
002840     MOVE WS-DATASET-COUNT TO MAN-DATASET-COUNT
002850     MOVE WS-TOTAL-RECORDS TO MAN-TOTAL-RECORDS
002860     WRITE MAN-RECORD
002870     MOVE SPACES TO WS-PRINT-LINE
002880     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002890     MOVE WS-TOTAL-RECORDS TO WS-EDIT-TOTAL
002900     MOVE SPACES TO WS-PRINT-LINE
002910     STRING "MEMBERS IN SET: " WS-SET-COUNT
002920         "  FILED: " WS-DATASET-COUNT
002930         "  NOT COPIED: " WS-MISSING-COUNT
002940         "  RECORDS: " WS-EDIT-TOTAL
002950         DELIMITED BY SIZE INTO WS-PRINT-LINE
002960     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002970     MOVE SPACES TO WS-PRINT-LINE
002980     STRING "TRAILER PROBLEMS: " WS-TRAILER-ERROR-COUNT
002990         DELIMITED BY SIZE INTO WS-PRINT-LINE
003000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003010 6000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040 8000-WRITE-LINE.
003050*----------------------------------------------------------------
003060     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003070         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
003080     END-IF
003090     MOVE WS-PRINT-LINE TO DRMRPT-RECORD
003100     WRITE DRMRPT-RECORD
003110     ADD 1 TO WS-LINE-COUNT.
003120 8000-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150 8500-NEW-PAGE.
003160*----------------------------------------------------------------
003170     ADD 1 TO WS-PAGE-NO
003180     MOVE ZERO TO WS-LINE-COUNT
003190     IF WS-PAGE-NO > 1
003200         MOVE SPACES TO DRMRPT-RECORD
003210         WRITE DRMRPT-RECORD
003220     END-IF
003230     MOVE SPACES TO DRMRPT-RECORD
003240     STRING "DISASTER-RECOVERY VAULT MANIFEST" "  PAGE "
003250         WS-PAGE-NO
003260         DELIMITED BY SIZE INTO DRMRPT-RECORD
003270     WRITE DRMRPT-RECORD
003280     ADD 1 TO WS-LINE-COUNT.
003290 8500-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320 9000-TERMINATE.
003330*----------------------------------------------------------------
003340     DISPLAY "DRMANIF DRWORK RECORDS=" WS-WORK-COUNT
003350         " NOT IN SET=" WS-FOREIGN-COUNT
003360     DISPLAY "DRMANIF FILED=" WS-DATASET-COUNT
003370         " NOT COPIED=" WS-MISSING-COUNT
003380         " TRAILER PROBLEMS=" WS-TRAILER-ERROR-COUNT
003390     CLOSE DRMANIF
003400     CLOSE DRMRPT
003410     MOVE WS-RETURN-CODE TO RETURN-CODE.
003420 9000-EXIT.
003430     EXIT.
