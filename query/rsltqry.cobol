000270*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000270*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000270*                  PROCESSING DAY.
000271* 2026-10-15  DPG  THE SAME SELECTION NOW ALSO BROWSES THE
000271*                  EXTENDED-PRECISION MASTER (BIGMST, COPY
000271*                  BIGKEY) - BIG FACTORIALS, FIBONACCI TERMS
000271*                  AND NPR/NCR VALUES LIST IN THEIR OWN
000271*                  SECTION WITH THE FULL DIGIT STRING, AND GO
000271*                  TO A BIGRSLT-SHAPED EXTRACT (QRYBIG) SINCE
000271*                  THEY CANNOT FIT QRYEXT'S PIC 9(38) FIELD. A
000271*                  PAIR WHOSE DIGITS CHANGED BETWEEN LOADS IS
000271*                  CALLED OUT WITH THE OTHER EXCEPTIONS.
000272* 2026-10-15  DPG  RSLTPURG NOW MOVES AGED RESULTS OFF RSLTMST
000272*                  TO DATED RSLTOLD ARCHIVE GENERATIONS. WHEN
000272*                  THE QRYPARM DATE RANGE STARTS BEFORE THE
000272*                  RETENTION LINE (RETNCTL - THE SELECTED
000272*                  PROGRAM'S LINE, OR THE LATEST LINE OF ANY
000272*                  PROGRAM FOR AN ALL-PROGRAM QUERY) THE SAME
000272*                  SELECTION IS RUN OVER THE RSLTOLD
000272*                  GENERATIONS TOO, LISTED IN ITS OWN SECTION
000272*                  AND WRITTEN TO QRYEXT WITH THE REST.
000271*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT QRYEXT ASSIGN TO "QRYEXT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401     SELECT BIGMST ASSIGN TO "BIGMST"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS BIGKEY-KEY.
000405     SELECT QRYBIG ASSIGN TO "QRYBIG"
000406         ORGANIZATION IS LINE SEQUENTIAL.
000407     SELECT RETNCTLF ASSIGN TO "RETNCTL"
000408         ORGANIZATION IS LINE SEQUENTIAL.
000409     SELECT RSLTOLD ASSIGN TO "RSLTOLD"
000409         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430 DATA DIVISION.
000540 FD  QRYEXT
000550     RECORDING MODE IS F.
000560     COPY RSLTREC.
000561 FD  BIGMST
000562     RECORDING MODE IS F.
000563     COPY BIGKEY.
000564 FD  QRYBIG
000565     RECORDING MODE IS F.
000566     COPY BIGRSLT.
000567 FD  RETNCTLF
000567     RECORDING MODE IS F.
000567     COPY RETNCTL.
000568 FD  RSLTOLD
000568     RECORDING MODE IS F.
000568 01  RSLTOLD-RECORD.
000568     05 RSLTOLD-PROGRAM-ID       PIC X(08).
000568     05 RSLTOLD-INPUT-VALUE      PIC 9(09).
000568     05 RSLTOLD-RUN-DATE         PIC 9(08).
000568     05 RSLTOLD-COMPUTED-VALUE   PIC 9(38).
000568     05 RSLTOLD-REQUESTER        PIC X(08).
000568     05 RSLTOLD-REFERENCE        PIC X(08).
000570 FD  RUNLOGF
000580     RECORDING MODE IS F.
000590     COPY RUNLOG.
000900         10 WS-EXCP-THIS-DATE    PIC 9(08).
000910         10 WS-EXCP-PRIOR-VALUE  PIC 9(38).
000920         10 WS-EXCP-THIS-VALUE   PIC 9(38).
000921*----------------------------------------------------------------
000922* EXTENDED-PRECISION CHANGED-VALUE DETECTION - SAME IDEA OVER
000923* BIGMST. THE DIGIT STRINGS ARE TOO WIDE TO TABLE, SO ONLY THE
000924* PAIR AND THE TWO RUN DATES ARE KEPT.
000925*----------------------------------------------------------------
000926 01  WS-PRIOR-BIG-DIGITS         PIC X(160) VALUE SPACES.
000927 01  WS-BIG-EXCP-COUNT           PIC 9(02) COMP VALUE ZERO.
000928 01  WS-BIG-EXCP-TABLE-MAX       PIC 9(02) COMP VALUE 50.
000929 01  WS-BIG-EXCP-OVERFLOW-COUNT  PIC 9(04) VALUE ZERO.
000929 01  WS-BIG-EXCP-TABLE.
000929     05 WS-BIG-EXCP-ENTRY OCCURS 50 TIMES
000929             INDEXED BY WS-BIG-EXCP-IDX.
000929         10 WS-BIG-EXCP-PROGRAM  PIC X(08).
000929         10 WS-BIG-EXCP-INPUT    PIC 9(09).
000929         10 WS-BIG-EXCP-PRIOR-DATE
000929                                 PIC 9(08).
000929         10 WS-BIG-EXCP-THIS-DATE
000929                                 PIC 9(08).
000929*----------------------------------------------------------------
000929* ARCHIVE SEARCH - THE RETENTION LINE THE QUERY IS COMPARED
000929* AGAINST. ZERO MEANS NO RETENTION APPLIES, SO NOTHING FOR THE
000929* SELECTION CAN HAVE BEEN ARCHIVED.
000929*----------------------------------------------------------------
000929 01  WS-ARCH-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
000929 01  WS-RETN-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
000929 01  WS-CUTOFF-INTEGER           PIC 9(08) COMP VALUE ZERO.
000930*----------------------------------------------------------------
000940* REPORT CONTROL
000950*----------------------------------------------------------------
001050*----------------------------------------------------------------
001060 01  WS-SELECTED-COUNT           PIC 9(09) VALUE ZERO.
001070 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
001071 01  WS-BIG-SELECTED-COUNT       PIC 9(09) VALUE ZERO.
001072 01  WS-ARCH-SELECTED-COUNT      PIC 9(09) VALUE ZERO.
001080*----------------------------------------------------------------
001090* SWITCHES
001100*----------------------------------------------------------------
001130         88 WS-BROWSE-DONE           VALUE "Y".
001140     05 WS-PARM-SW               PIC X(01) VALUE "N".
001150         88 WS-PARM-PRESENT          VALUE "Y".
001151     05 WS-BIG-BROWSE-SW         PIC X(01) VALUE "N".
001152         88 WS-BIG-BROWSE-DONE       VALUE "Y".
001153     05 WS-RETNCTL-EOF-SW        PIC X(01) VALUE "N".
001154         88 RETNCTL-EOF              VALUE "Y".
001155     05 WS-RSLTOLD-EOF-SW        PIC X(01) VALUE "N".
001156         88 RSLTOLD-EOF              VALUE "Y".
001160 PROCEDURE DIVISION.
001170*----------------------------------------------------------------
001180 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001210     PERFORM 2000-BROWSE-MASTER THRU 2000-EXIT
001220         UNTIL WS-BROWSE-DONE
001220     PERFORM 3500-SEARCH-ARCHIVE THRU 3500-EXIT
001221     PERFORM 4000-START-BIG-BROWSE THRU 4000-EXIT
001222     PERFORM 4100-BROWSE-BIG-MASTER THRU 4100-EXIT
001223         UNTIL WS-BIG-BROWSE-DONE
001230     PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
001240     PERFORM 9000-TERMINATE THRU 9000-EXIT
001250     STOP RUN.
001320     OPEN INPUT RSLTMST
001330     OPEN OUTPUT QRYRPT
001340     OPEN OUTPUT QRYEXT
001341     OPEN INPUT BIGMST
001342     OPEN OUTPUT QRYBIG
001350     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
001360     MOVE SPACES TO WS-PRINT-LINE
001370     STRING "RUN DATE: " WS-RUN-DATE
002900     WRITE RSLT-RECORD.
002910 3000-EXIT.
002920     EXIT.
002920*----------------------------------------------------------------
002920*3500-SEARCH-ARCHIVE - RESULTS PAST THEIR PROGRAM'S RETENTION
002920* LINE LIVE ONLY ON THE RSLTOLD GENERATIONS. THEY ARE READ ONLY
002920* WHEN THE SELECTION STARTS BEFORE THAT LINE. THE GENERATIONS
002920* ARE CONCATENATED NEWEST FIRST, SO THE RECORDS ARE NOT IN ONE
002920* KEY ORDER AND THE CHANGED-VALUE CHECK DOES NOT APPLY HERE.
002920*----------------------------------------------------------------
002920 3500-SEARCH-ARCHIVE.
002920     PERFORM 3550-LOAD-RETENTION-LINE THRU 3550-EXIT
002920     IF WS-ARCH-CUTOFF-DATE EQUAL ZERO
002920         OR WS-SEL-DATE-LOW NOT < WS-ARCH-CUTOFF-DATE
002920         GO TO 3500-EXIT
002920     END-IF
002920     MOVE SPACES TO WS-PRINT-LINE
002920     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002920     MOVE SPACES TO WS-PRINT-LINE
002920     STRING "ARCHIVED RESULTS (RSLTOLD) - RETENTION LINE "
002920         WS-ARCH-CUTOFF-DATE
002920         DELIMITED BY SIZE INTO WS-PRINT-LINE
002920     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002920     MOVE "PROGRAM  INPUT      RUN DATE  COMPUTED VALUE"
002920         TO WS-PRINT-LINE
002920     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002920     OPEN INPUT RSLTOLD
002920     READ RSLTOLD
002920         AT END
002920             SET RSLTOLD-EOF TO TRUE
002920     END-READ
002920     PERFORM 3600-BROWSE-ARCHIVE THRU 3600-EXIT
002920         UNTIL RSLTOLD-EOF
002920     CLOSE RSLTOLD.
002920 3500-EXIT.
002920     EXIT.
002920*----------------------------------------------------------------
002920*3550-LOAD-RETENTION-LINE - THE SELECTED PROGRAM'S CUTOFF, OR
002920* FOR AN ALL-PROGRAM QUERY THE LATEST CUTOFF OF ANY PROGRAM.
002920* ZERO OR NON-NUMERIC DAYS MEANS KEPT FOREVER, AS IN RSLTPURG.
002920*----------------------------------------------------------------
002920 3550-LOAD-RETENTION-LINE.
002920     OPEN INPUT RETNCTLF
002920     READ RETNCTLF
002920         AT END
002920             SET RETNCTL-EOF TO TRUE
002920     END-READ
002920     PERFORM 3560-CHECK-RETENTION THRU 3560-EXIT
002920         UNTIL RETNCTL-EOF
002920     CLOSE RETNCTLF.
002920 3550-EXIT.
002920     EXIT.
002920*----------------------------------------------------------------
002920 3560-CHECK-RETENTION.
002920*----------------------------------------------------------------
002920     IF RETN-DAYS IS NOT NUMERIC
002920         OR RETN-DAYS EQUAL ZERO
002920         GO TO 3560-READ-NEXT
002920     END-IF
002920     IF WS-SEL-PROGRAM-ID NOT EQUAL SPACES
002920         AND RETN-PROGRAM-ID NOT EQUAL WS-SEL-PROGRAM-ID
002920         GO TO 3560-READ-NEXT
002920     END-IF
002920     COMPUTE WS-CUTOFF-INTEGER =
002920         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
002920         - RETN-DAYS
002920     COMPUTE WS-RETN-CUTOFF-DATE =
002920         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
002920     IF WS-RETN-CUTOFF-DATE > WS-ARCH-CUTOFF-DATE
002920         MOVE WS-RETN-CUTOFF-DATE TO WS-ARCH-CUTOFF-DATE
002920     END-IF.
002920 3560-READ-NEXT.
002920     READ RETNCTLF
002920         AT END
002920             SET RETNCTL-EOF TO TRUE
002920     END-READ.
002920 3560-EXIT.
002920     EXIT.
002920*----------------------------------------------------------------
002920*3600-BROWSE-ARCHIVE - SAME FILTERS AS 2000-. A SELECTED RECORD
002920* IS MOVED INTO THE MASTER RECORD AREA (THE MASTER BROWSE IS
002920* FINISHED) SO 3000- LISTS AND EXTRACTS IT UNCHANGED.
002920*----------------------------------------------------------------
002920 3600-BROWSE-ARCHIVE.
002920     ADD 1 TO WS-READ-COUNT
002920     IF WS-SEL-PROGRAM-ID NOT EQUAL SPACES
002920         AND RSLTOLD-PROGRAM-ID NOT EQUAL WS-SEL-PROGRAM-ID
002920         GO TO 3600-READ-NEXT
002920     END-IF
002920     IF RSLTOLD-INPUT-VALUE < WS-SEL-VALUE-LOW
002920         OR RSLTOLD-INPUT-VALUE > WS-SEL-VALUE-HIGH
002920         OR RSLTOLD-RUN-DATE < WS-SEL-DATE-LOW
002920         OR RSLTOLD-RUN-DATE > WS-SEL-DATE-HIGH
002920         GO TO 3600-READ-NEXT
002920     END-IF
002920     MOVE RSLTOLD-RECORD TO RSLTKEY-RECORD
002920     ADD 1 TO WS-ARCH-SELECTED-COUNT
002920     PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT.
002920 3600-READ-NEXT.
002920     READ RSLTOLD
002920         AT END
002920             SET RSLTOLD-EOF TO TRUE
002920     END-READ.
002920 3600-EXIT.
002920     EXIT.
002921*----------------------------------------------------------------
002922*4000-START-BIG-BROWSE - SECOND PASS, SAME SELECTION, OVER THE
002923* EXTENDED-PRECISION MASTER. IT HAS ITS OWN SECTION HEADING SO
002924* THE DIGIT-STRING LINES DO NOT INTERLEAVE WITH THE LISTING
002925* ABOVE.
002926*----------------------------------------------------------------
002927 4000-START-BIG-BROWSE.
002928     MOVE SPACES TO WS-PRINT-LINE
002929     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002930     MOVE "EXTENDED-PRECISION RESULTS" TO WS-PRINT-LINE
002931     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002932     MOVE "PROGRAM  INPUT      RUN DATE  DIGITS" TO WS-PRINT-LINE
002933     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
002934     MOVE "N" TO WS-PRIOR-HELD-SW
002935     IF WS-SEL-PROGRAM-ID EQUAL SPACES
002936         MOVE LOW-VALUES TO BIGKEY-KEY
002937     ELSE
002938         MOVE WS-SEL-PROGRAM-ID TO BIGKEY-PROGRAM-ID
002939         MOVE WS-SEL-VALUE-LOW TO BIGKEY-INPUT-VALUE
002940         MOVE ZERO TO BIGKEY-RUN-DATE
002941     END-IF
002942     START BIGMST KEY >= BIGKEY-KEY
002943         INVALID KEY
002944             SET WS-BIG-BROWSE-DONE TO TRUE
002945     END-START.
002946 4000-EXIT.
002947     EXIT.
002948*----------------------------------------------------------------
002949 4100-BROWSE-BIG-MASTER.
002950*----------------------------------------------------------------
002951     READ BIGMST NEXT
002952         AT END
002953             SET WS-BIG-BROWSE-DONE TO TRUE
002954             GO TO 4100-EXIT
002955     END-READ
002956     ADD 1 TO WS-READ-COUNT
002957     IF WS-SEL-PROGRAM-ID NOT EQUAL SPACES
002958         AND BIGKEY-PROGRAM-ID NOT EQUAL WS-SEL-PROGRAM-ID
002959         SET WS-BIG-BROWSE-DONE TO TRUE
002960         GO TO 4100-EXIT
002961     END-IF
002962     IF WS-SEL-PROGRAM-ID NOT EQUAL SPACES
002963         AND BIGKEY-INPUT-VALUE > WS-SEL-VALUE-HIGH
002964         SET WS-BIG-BROWSE-DONE TO TRUE
002965         GO TO 4100-EXIT
002966     END-IF
002967     IF BIGKEY-INPUT-VALUE < WS-SEL-VALUE-LOW
002968         OR BIGKEY-INPUT-VALUE > WS-SEL-VALUE-HIGH
002969         OR BIGKEY-RUN-DATE < WS-SEL-DATE-LOW
002970         OR BIGKEY-RUN-DATE > WS-SEL-DATE-HIGH
002971         GO TO 4100-EXIT
002972     END-IF
002973     PERFORM 4500-CHECK-CHANGED-BIG THRU 4500-EXIT
002974     PERFORM 4700-WRITE-BIG-DETAIL THRU 4700-EXIT.
002975 4100-EXIT.
002976     EXIT.
002977*----------------------------------------------------------------
002978 4500-CHECK-CHANGED-BIG.
002979*----------------------------------------------------------------
002980     IF WS-PRIOR-HELD
002981         AND BIGKEY-PROGRAM-ID EQUAL WS-PRIOR-PROGRAM-ID
002982         AND BIGKEY-INPUT-VALUE EQUAL WS-PRIOR-INPUT-VALUE
002983         AND BIGKEY-DIGITS NOT EQUAL WS-PRIOR-BIG-DIGITS
002984         IF WS-BIG-EXCP-COUNT < WS-BIG-EXCP-TABLE-MAX
002985             ADD 1 TO WS-BIG-EXCP-COUNT
002986             SET WS-BIG-EXCP-IDX TO WS-BIG-EXCP-COUNT
002987             MOVE BIGKEY-PROGRAM-ID TO
002988                 WS-BIG-EXCP-PROGRAM(WS-BIG-EXCP-IDX)
002989             MOVE BIGKEY-INPUT-VALUE TO
002990                 WS-BIG-EXCP-INPUT(WS-BIG-EXCP-IDX)
002991             MOVE WS-PRIOR-RUN-DATE TO
002992                 WS-BIG-EXCP-PRIOR-DATE(WS-BIG-EXCP-IDX)
002993             MOVE BIGKEY-RUN-DATE TO
002994                 WS-BIG-EXCP-THIS-DATE(WS-BIG-EXCP-IDX)
002995         ELSE
002996             ADD 1 TO WS-BIG-EXCP-OVERFLOW-COUNT
002997         END-IF
002998     END-IF
002999     SET WS-PRIOR-HELD TO TRUE
003000     MOVE BIGKEY-PROGRAM-ID TO WS-PRIOR-PROGRAM-ID
003001     MOVE BIGKEY-INPUT-VALUE TO WS-PRIOR-INPUT-VALUE
003002     MOVE BIGKEY-RUN-DATE TO WS-PRIOR-RUN-DATE
003003     MOVE BIGKEY-DIGITS TO WS-PRIOR-BIG-DIGITS.
003004 4500-EXIT.
003005     EXIT.
003006*----------------------------------------------------------------
003007*4700-WRITE-BIG-DETAIL - KEY AND DIGIT COUNT ON ONE LINE, THE
003008* DIGIT STRING BELOW IT IN 60-DIGIT PIECES (UP TO 160 DIGITS).
003009*----------------------------------------------------------------
003010 4700-WRITE-BIG-DETAIL.
003011     ADD 1 TO WS-BIG-SELECTED-COUNT
003012     MOVE SPACES TO WS-PRINT-LINE
003013     STRING BIGKEY-PROGRAM-ID " "
003014         BIGKEY-INPUT-VALUE "  "
003015         BIGKEY-RUN-DATE "  "
003016         BIGKEY-DIGIT-COUNT " DIGITS"
003017         DELIMITED BY SIZE INTO WS-PRINT-LINE
003018     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003019     MOVE SPACES TO WS-PRINT-LINE
003020     STRING "    " BIGKEY-DIGITS(1:60)
003021         DELIMITED BY SIZE INTO WS-PRINT-LINE
003022     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003023     IF BIGKEY-DIGITS(61:60) NOT EQUAL SPACES
003024         MOVE SPACES TO WS-PRINT-LINE
003025         STRING "    " BIGKEY-DIGITS(61:60)
003026             DELIMITED BY SIZE INTO WS-PRINT-LINE
003027         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003028     END-IF
003029     IF BIGKEY-DIGITS(121:40) NOT EQUAL SPACES
003030         MOVE SPACES TO WS-PRINT-LINE
003031         STRING "    " BIGKEY-DIGITS(121:40)
003032             DELIMITED BY SIZE INTO WS-PRINT-LINE
003033         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003034     END-IF
003035     MOVE SPACES TO BIGR-RECORD
003036     MOVE BIGKEY-RUN-DATE TO BIGR-RUN-DATE
003037     MOVE BIGKEY-PROGRAM-ID TO BIGR-PROGRAM-ID
003038     MOVE BIGKEY-INPUT-VALUE TO BIGR-INPUT-VALUE
003039     MOVE BIGKEY-DIGIT-COUNT TO BIGR-DIGIT-COUNT
003040     MOVE BIGKEY-DIGITS TO BIGR-DIGITS
003041     MOVE BIGKEY-REQUESTER TO BIGR-REQUESTER
003042     MOVE BIGKEY-REFERENCE TO BIGR-REFERENCE
003043     WRITE BIGR-RECORD.
003044 4700-EXIT.
003045     EXIT.
002930*----------------------------------------------------------------
002940 5000-PRINT-EXCEPTIONS.
002950*----------------------------------------------------------------
002990     STRING "RECORDS SELECTED=" WS-SELECTED-COUNT
003000         DELIMITED BY SIZE INTO WS-PRINT-LINE
003010     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003010     MOVE SPACES TO WS-PRINT-LINE
003010     STRING "  OF WHICH FROM ARCHIVE=" WS-ARCH-SELECTED-COUNT
003010         DELIMITED BY SIZE INTO WS-PRINT-LINE
003010     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003011     MOVE SPACES TO WS-PRINT-LINE
003012     STRING "EXTENDED-PRECISION RECORDS SELECTED="
003013         WS-BIG-SELECTED-COUNT
003014         DELIMITED BY SIZE INTO WS-PRINT-LINE
003015     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003020     IF WS-EXCP-COUNT EQUAL ZERO
003030         AND WS-EXCP-OVERFLOW-COUNT EQUAL ZERO
003031         AND WS-BIG-EXCP-COUNT EQUAL ZERO
003032         AND WS-BIG-EXCP-OVERFLOW-COUNT EQUAL ZERO
003040         MOVE SPACES TO WS-PRINT-LINE
003050         MOVE "NO CHANGED-VALUE EXCEPTIONS" TO WS-PRINT-LINE
003060         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003190             WS-EXCP-OVERFLOW-COUNT
003200             DELIMITED BY SIZE INTO WS-PRINT-LINE
003210         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003220     END-IF
003221     PERFORM 5700-PRINT-BIG-EXCEPTION THRU 5700-EXIT
003222         VARYING WS-BIG-EXCP-IDX FROM 1 BY 1
003223         UNTIL WS-BIG-EXCP-IDX > WS-BIG-EXCP-COUNT
003224     IF WS-BIG-EXCP-OVERFLOW-COUNT > ZERO
003225         MOVE SPACES TO WS-PRINT-LINE
003226         STRING "  FURTHER EXTENDED EXCEPTIONS NOT LISTED="
003227             WS-BIG-EXCP-OVERFLOW-COUNT
003228             DELIMITED BY SIZE INTO WS-PRINT-LINE
003229         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003230     END-IF.
003230 5000-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003420     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003430 5500-EXIT.
003440     EXIT.
003441*----------------------------------------------------------------
003442 5700-PRINT-BIG-EXCEPTION.
003443*----------------------------------------------------------------
003444     MOVE SPACES TO WS-PRINT-LINE
003445     STRING "  " WS-BIG-EXCP-PROGRAM(WS-BIG-EXCP-IDX)
003446         " INPUT=" WS-BIG-EXCP-INPUT(WS-BIG-EXCP-IDX)
003447         " DATES " WS-BIG-EXCP-PRIOR-DATE(WS-BIG-EXCP-IDX)
003448         " VS " WS-BIG-EXCP-THIS-DATE(WS-BIG-EXCP-IDX)
003449         DELIMITED BY SIZE INTO WS-PRINT-LINE
003450     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003451     MOVE "    EXTENDED-PRECISION DIGITS DIFFER - SEE QRYBIG"
003452         TO WS-PRINT-LINE
003453     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003454 5700-EXIT.
003455     EXIT.
003450*----------------------------------------------------------------
003460 8000-WRITE-LINE.
003470*----------------------------------------------------------------
003750     CLOSE RSLTMST
003760     CLOSE QRYRPT
003770     CLOSE QRYEXT
003771     CLOSE BIGMST
003772     CLOSE QRYBIG
003780     ACCEPT WS-END-TIME FROM TIME
003790     OPEN EXTEND RUNLOGF
003800     MOVE "RSLTQRY" TO RUNLOG-JOB-NAME
