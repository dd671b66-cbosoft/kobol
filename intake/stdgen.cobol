000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. stdgen.
000030 AUTHOR. DATA-PROCESSING-GROUP.
000040 INSTALLATION. KOBOL-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  DPG  ORIGINAL VERSION. STANDING REQUEST GENERATOR
000110*                  - READS THE STDREQ STANDING-REQUEST FILE
000120*                  (COPY STDREQ) AND, FOR EVERY ACTIVE, UNEXPIRED
000130*                  REQUEST DUE ON THE BUSINESS DATE, APPENDS THE
000140*                  TRANSACTION TO FACIN, CMBIN OR INQIN THE WAY
000150*                  REJRECYC APPENDS CORRECTIONS TO FACIN. "DUE"
000160*                  IS DECIDED BY THE SCHEDEVL SUBPROGRAM AGAINST
000170*                  A SCHDCTL-SHAPED IMAGE OF THE REQUEST'S
000180*                  CALENDAR, SO A STANDING REQUEST AND A
000190*                  SCHEDULED JOB CANNOT DISAGREE ON WHAT A
000200*                  WEEKDAY, MONTH-END OR SKIP DATE MEANS; A
000210*                  REQUEST WITH SPECIFIC RUN DATES IS DUE ON
000220*                  THOSE DATES ONLY. THE STDRPT REPORT LISTS
000230*                  EVERY TRANSACTION GENERATED, EVERY DUE
000240*                  REQUEST THAT COULD NOT BE GENERATED AND WHY,
000250*                  AND THE DAY'S COUNTS. RETURNS 4 WHEN ANY DUE
000260*                  REQUEST WAS UNUSABLE - THE REST ARE STILL
000270*                  GENERATED.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STDREQF ASSIGN TO "STDREQ"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT FACIN ASSIGN TO "FACIN"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT CMBIN ASSIGN TO "CMBIN"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT INQIN ASSIGN TO "INQIN"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT STDRPT ASSIGN TO "STDRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT RPTARCHF ASSIGN TO "RPTARCH"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT RUNLOGF ASSIGN TO "RUNLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  STDREQF
000490     RECORDING MODE IS F.
000500     COPY STDREQ.
000510 FD  FACIN
000520     RECORDING MODE IS F.
000530 01  FACIN-RECORD.
000540     05 FACIN-NUM                PIC 9(03).
000550     05 FACIN-REQUESTER          PIC X(08).
000560     05 FACIN-REFERENCE          PIC X(08).
000570 FD  CMBIN
000580     RECORDING MODE IS F.
000590 01  CMBIN-RECORD.
000600     05 CMBIN-N                  PIC 9(03).
000610     05 CMBIN-R                  PIC 9(03).
000620 FD  INQIN
000630     RECORDING MODE IS F.
000640     COPY INQREQ.
000650 FD  STDRPT
000660     RECORDING MODE IS F.
000670 01  STDRPT-RECORD               PIC X(80).
000680 FD  RPTARCHF
000690     RECORDING MODE IS F.
000700     COPY RPTARCH.
000710 FD  RUNLOGF
000720     RECORDING MODE IS F.
000730     COPY RUNLOG.
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------
000760* SCHEDULE IMAGE OF THE CURRENT REQUEST - HANDED TO SCHEDEVL
000770*----------------------------------------------------------------
000780     COPY SCHDCTL.
000790 01  WS-EVAL-RESULT              PIC X(01) VALUE SPACE.
000800     88 REQUEST-DUE                  VALUE "Y".
000810 01  WS-DATE-SUB                 PIC 9(01) COMP VALUE ZERO.
000820 01  WS-RUN-DATE-X               PIC X(08) VALUE SPACES.
000830*----------------------------------------------------------------
000840* COUNTERS
000850*----------------------------------------------------------------
000860 01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
000870 01  WS-FACIN-COUNT              PIC 9(09) VALUE ZERO.
000880 01  WS-CMBIN-COUNT              PIC 9(09) VALUE ZERO.
000890 01  WS-INQIN-COUNT              PIC 9(09) VALUE ZERO.
000900 01  WS-NOT-DUE-COUNT            PIC 9(09) VALUE ZERO.
000910 01  WS-SUSPENDED-COUNT          PIC 9(09) VALUE ZERO.
000920 01  WS-EXPIRED-COUNT            PIC 9(09) VALUE ZERO.
000930 01  WS-INVALID-COUNT            PIC 9(09) VALUE ZERO.
000940*----------------------------------------------------------------
000950* RUN CONTROL, REPORT CONTROL AND EDIT FIELDS
000960*----------------------------------------------------------------
000970 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000980 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
000990 01  WS-END-TIME                 PIC 9(08) VALUE ZERO.
001000 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001010 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001020 01  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001030 01  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 40.
001040 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
001050 01  WS-REASON                   PIC X(34) VALUE SPACES.
001060 01  WS-TARGET-NAME              PIC X(05) VALUE SPACES.
001070 01  WS-DETAIL-TEXT              PIC X(30) VALUE SPACES.
001080*----------------------------------------------------------------
001090* SWITCHES
001100*----------------------------------------------------------------
001110 01  WS-SWITCHES.
001120     05 WS-STDREQ-EOF-SW         PIC X(01) VALUE "N".
001130         88 STDREQ-EOF               VALUE "Y".
001140 PROCEDURE DIVISION.
001150*----------------------------------------------------------------
001160 0000-MAINLINE.
001170*----------------------------------------------------------------
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001190     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001200         UNTIL STDREQ-EOF
001210     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT
001230     STOP RUN.
001240*----------------------------------------------------------------
001250 1000-INITIALIZE.
001260*----------------------------------------------------------------
001270     CALL "GETCYCDT" USING WS-RUN-DATE
001280     ACCEPT WS-START-TIME FROM TIME
001290     MOVE WS-RUN-DATE TO WS-RUN-DATE-X
001300     OPEN INPUT STDREQF
001310     OPEN EXTEND FACIN
001320     OPEN EXTEND CMBIN
001330     OPEN EXTEND INQIN
001340     OPEN OUTPUT STDRPT
001350     OPEN EXTEND RPTARCHF
001360     PERFORM 8500-NEW-PAGE THRU 8500-EXIT
001370     MOVE SPACES TO WS-PRINT-LINE
001380     STRING "RUN DATE: " WS-RUN-DATE
001390         DELIMITED BY SIZE INTO WS-PRINT-LINE
001400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001410     MOVE SPACES TO WS-PRINT-LINE
001420     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001430     MOVE "REQUESTR REFERENC FILE  TRANSACTION" TO WS-PRINT-LINE
001440     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
001450     READ STDREQF
001460         AT END
001470             SET STDREQ-EOF TO TRUE
001480     END-READ.
001490 1000-EXIT.
001500     EXIT.
001510*----------------------------------------------------------------
001520*2000-PROCESS-REQUEST - STATUS AND EXPIRY FIRST, THEN THE
001530* CALENDAR, THEN THE FIELD EDITS FOR THE TARGET FILE. ONLY A
001540* REQUEST THAT IS DUE TODAY IS EDITED, SO A BAD RECORD THAT
001550* IS NOT DUE DOES NOT RAISE THE RETURN CODE EVERY NIGHT.
001560*----------------------------------------------------------------
001570 2000-PROCESS-REQUEST.
001580     ADD 1 TO WS-READ-COUNT
001590     IF STD-SUSPENDED
001600         ADD 1 TO WS-SUSPENDED-COUNT
001610         GO TO 2000-READ-NEXT
001620     END-IF
001630     IF STD-EXPIRED
001640         OR (STD-EXPIRY-DATE IS NUMERIC
001650             AND STD-EXPIRY-DATE > ZERO
001660             AND STD-EXPIRY-DATE < WS-RUN-DATE)
001670         ADD 1 TO WS-EXPIRED-COUNT
001680         GO TO 2000-READ-NEXT
001690     END-IF
001700     PERFORM 3000-EVALUATE-CALENDAR THRU 3000-EXIT
001710     IF NOT REQUEST-DUE
001720         ADD 1 TO WS-NOT-DUE-COUNT
001730         GO TO 2000-READ-NEXT
001740     END-IF
001750     IF NOT STD-ACTIVE
001760         MOVE "STATUS NOT A, S OR E" TO WS-REASON
001770         PERFORM 5000-REPORT-INVALID THRU 5000-EXIT
001780         GO TO 2000-READ-NEXT
001790     END-IF
001800     EVALUATE TRUE
001810         WHEN STD-TO-FACIN
001820             PERFORM 4100-GENERATE-FACIN THRU 4100-EXIT
001830         WHEN STD-TO-CMBIN
001840             PERFORM 4200-GENERATE-CMBIN THRU 4200-EXIT
001850         WHEN STD-TO-INQIN
001860             PERFORM 4300-GENERATE-INQIN THRU 4300-EXIT
001870         WHEN OTHER
001880             MOVE "TARGET NOT F, C OR I" TO WS-REASON
001890             PERFORM 5000-REPORT-INVALID THRU 5000-EXIT
001900     END-EVALUATE.
001910 2000-READ-NEXT.
001920     READ STDREQF
001930         AT END
001940             SET STDREQ-EOF TO TRUE
001950     END-READ.
001960 2000-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990*3000-EVALUATE-CALENDAR - SPECIFIC RUN DATES, WHEN ANY ARE
002000* GIVEN, ARE MATCHED DIRECTLY. OTHERWISE THE WEEKDAY, MONTH-END
002010* AND SKIP-DATE FIELDS ARE LAID OVER A SCHDCTL RECORD WITH THE
002020* MASTER FLAG ON AND EVALUATED BY SCHEDEVL.
002030*----------------------------------------------------------------
002040 3000-EVALUATE-CALENDAR.
002050     MOVE "N" TO WS-EVAL-RESULT
002060     IF STD-RUN-DATES NOT EQUAL SPACES
002070         PERFORM 3100-MATCH-RUN-DATE THRU 3100-EXIT
002080             VARYING WS-DATE-SUB FROM 1 BY 1
002090             UNTIL WS-DATE-SUB > 6
002100                 OR REQUEST-DUE
002110         GO TO 3000-EXIT
002120     END-IF
002130     MOVE SPACES TO SCHDCTL-RECORD
002140     MOVE STD-REQUESTER TO SCHDCTL-JOB-NAME
002150     SET SCHDCTL-RUN-TODAY TO TRUE
002160     MOVE STD-RUN-DAYS TO SCHDCTL-RUN-DAYS
002170     MOVE STD-MONTH-END-FLAG TO SCHDCTL-MONTH-END-FLAG
002180     MOVE STD-SKIP-DATES TO SCHDCTL-SKIP-DATES
002190     CALL "SCHEDEVL" USING SCHDCTL-RECORD, WS-RUN-DATE,
002200         WS-EVAL-RESULT.
002210 3000-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240 3100-MATCH-RUN-DATE.
002250*----------------------------------------------------------------
002260     IF STD-RUN-DATE(WS-DATE-SUB) EQUAL WS-RUN-DATE-X
002270         SET REQUEST-DUE TO TRUE
002280     END-IF.
002290 3100-EXIT.
002300     EXIT.
002310*----------------------------------------------------------------
002320*4100-GENERATE-FACIN - FACIN-NUM IS THREE DIGITS WIDE, SO N
002330* ABOVE 999 CANNOT BE CARRIED AND IS REPORTED INSTEAD.
002340*----------------------------------------------------------------
002350 4100-GENERATE-FACIN.
002360     IF STD-REQUESTER EQUAL SPACES
002370         MOVE "NO REQUESTER" TO WS-REASON
002380         PERFORM 5000-REPORT-INVALID THRU 5000-EXIT
002390         GO TO 4100-EXIT
002400     END-IF
002410     IF STD-VALUE IS NOT NUMERIC
002420         OR STD-VALUE > 999
002430         MOVE "N NOT 0-999" TO WS-REASON
002440         PERFORM 5000-REPORT-INVALID THRU 5000-EXIT
002450         GO TO 4100-EXIT
002460     END-IF
002470     MOVE STD-VALUE TO FACIN-NUM
002480     MOVE STD-REQUESTER TO FACIN-REQUESTER
002490     MOVE STD-REFERENCE TO FACIN-REFERENCE
002500     WRITE FACIN-RECORD
002510     ADD 1 TO WS-FACIN-COUNT
002520     MOVE "FACIN" TO WS-TARGET-NAME
002530     MOVE SPACES TO WS-DETAIL-TEXT
002540     STRING "N=" FACIN-NUM
002550         DELIMITED BY SIZE INTO WS-DETAIL-TEXT
002560     PERFORM 5100-REPORT-GENERATED THRU 5100-EXIT.
002570 4100-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600 4200-GENERATE-CMBIN.
002610*----------------------------------------------------------------
002620     IF STD-VALUE IS NOT NUMERIC
002630         OR STD-VALUE-R IS NOT NUMERIC
002640         OR STD-VALUE > 999
002650         OR STD-VALUE-R > 999
002660         MOVE "N OR R NOT 0-999" TO WS-REASON
002670         PERFORM 5000-REPORT-INVALID THRU 5000-EXIT
002680         GO TO 4200-EXIT
002690     END-IF
002700     MOVE STD-VALUE TO CMBIN-N
002710     MOVE STD-VALUE-R TO CMBIN-R
002720     WRITE CMBIN-RECORD
002730     ADD 1 TO WS-CMBIN-COUNT
002740     MOVE "CMBIN" TO WS-TARGET-NAME
002750     MOVE SPACES TO WS-DETAIL-TEXT
002760     STRING "N=" CMBIN-N " R=" CMBIN-R
002770         DELIMITED BY SIZE INTO WS-DETAIL-TEXT
002780     PERFORM 5100-REPORT-GENERATED THRU 5100-EXIT.
002790 4200-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820*4300-GENERATE-INQIN - REQUESTER AND DEPARTMENT ARE MANDATORY
002830* ON INQREQ. AUTHORITY AND QUOTA ARE NOT CHECKED HERE - DLYINQRY
002840* APPLIES BOTH TO A GENERATED REQUEST EXACTLY AS TO A KEYED ONE.
002850*----------------------------------------------------------------
002860 4300-GENERATE-INQIN.
002870     IF STD-REQUESTER EQUAL SPACES
002880         OR STD-DEPARTMENT EQUAL SPACES
002890         MOVE "NO REQUESTER OR DEPARTMENT" TO WS-REASON
002900         PERFORM 5000-REPORT-INVALID THRU 5000-EXIT
002910         GO TO 4300-EXIT
002920     END-IF
002930     IF STD-INQ-TYPE NOT EQUAL "F"
002940         AND STD-INQ-TYPE NOT EQUAL "B"
002950         AND STD-INQ-TYPE NOT EQUAL "C"
002960         AND STD-INQ-TYPE NOT EQUAL "V"
002970         AND STD-INQ-TYPE NOT EQUAL "P"
002980         MOVE "INQUIRY TYPE NOT F, B, C, V OR P" TO WS-REASON
002990         PERFORM 5000-REPORT-INVALID THRU 5000-EXIT
003000         GO TO 4300-EXIT
003010     END-IF
003020     IF STD-VALUE IS NOT NUMERIC
003030         OR STD-VALUE-R IS NOT NUMERIC
003040         OR STD-LOOKUP-VALUE IS NOT NUMERIC
003050         MOVE "VALUES NOT NUMERIC" TO WS-REASON
003060         PERFORM 5000-REPORT-INVALID THRU 5000-EXIT
003070         GO TO 4300-EXIT
003080     END-IF
003090     MOVE SPACES TO INQ-REQUEST
003100     MOVE STD-INQ-TYPE TO INQ-REQUEST-TYPE
003110     MOVE STD-VALUE TO INQ-VALUE
003120     MOVE STD-VALUE-R TO INQ-VALUE-R
003130     MOVE STD-REQUESTER TO INQ-REQUESTER-ID
003140     MOVE STD-DEPARTMENT TO INQ-DEPARTMENT
003150     MOVE STD-LOOKUP-VALUE TO INQ-LOOKUP-VALUE
003160     WRITE INQ-REQUEST
003170     ADD 1 TO WS-INQIN-COUNT
003180     MOVE "INQIN" TO WS-TARGET-NAME
003190     MOVE SPACES TO WS-DETAIL-TEXT
003200     IF INQ-FIB-LOOKUP
003210         STRING "TYPE " INQ-REQUEST-TYPE " DEPT "
003220             INQ-DEPARTMENT " LOOKUP VALUE"
003230             DELIMITED BY SIZE INTO WS-DETAIL-TEXT
003240     ELSE
003250         STRING "TYPE " INQ-REQUEST-TYPE " DEPT "
003260             INQ-DEPARTMENT " " INQ-VALUE "/" INQ-VALUE-R
003270             DELIMITED BY SIZE INTO WS-DETAIL-TEXT
003280     END-IF
003290     PERFORM 5100-REPORT-GENERATED THRU 5100-EXIT.
003300 4300-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330 5000-REPORT-INVALID.
003340*----------------------------------------------------------------
003350     ADD 1 TO WS-INVALID-COUNT
003360     IF WS-RETURN-CODE < 4
003370         MOVE 4 TO WS-RETURN-CODE
003380     END-IF
003390     MOVE SPACES TO WS-PRINT-LINE
003400     STRING STD-REQUESTER " " STD-REFERENCE
003410         " NOT GENERATED - " WS-REASON
003420         DELIMITED BY SIZE INTO WS-PRINT-LINE
003430     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003440 5000-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470 5100-REPORT-GENERATED.
003480*----------------------------------------------------------------
003490     MOVE SPACES TO WS-PRINT-LINE
003500     STRING STD-REQUESTER " " STD-REFERENCE
003510         " " WS-TARGET-NAME " " WS-DETAIL-TEXT
003520         DELIMITED BY SIZE INTO WS-PRINT-LINE
003530     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003540 5100-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570 6000-PRINT-TOTALS.
003580*----------------------------------------------------------------
003590     MOVE SPACES TO WS-PRINT-LINE
003600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003610     MOVE SPACES TO WS-PRINT-LINE
003620     STRING "STANDING REQUESTS READ       " WS-READ-COUNT
003630         DELIMITED BY SIZE INTO WS-PRINT-LINE
003640     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003650     MOVE SPACES TO WS-PRINT-LINE
003660     STRING "GENERATED ONTO FACIN         " WS-FACIN-COUNT
003670         DELIMITED BY SIZE INTO WS-PRINT-LINE
003680     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003690     MOVE SPACES TO WS-PRINT-LINE
003700     STRING "GENERATED ONTO CMBIN         " WS-CMBIN-COUNT
003710         DELIMITED BY SIZE INTO WS-PRINT-LINE
003720     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003730     MOVE SPACES TO WS-PRINT-LINE
003740     STRING "GENERATED ONTO INQIN         " WS-INQIN-COUNT
003750         DELIMITED BY SIZE INTO WS-PRINT-LINE
003760     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003770     MOVE SPACES TO WS-PRINT-LINE
003780     STRING "DUE BUT NOT GENERATED        " WS-INVALID-COUNT
003790         DELIMITED BY SIZE INTO WS-PRINT-LINE
003800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003810     MOVE SPACES TO WS-PRINT-LINE
003820     STRING "NOT DUE TODAY                " WS-NOT-DUE-COUNT
003830         DELIMITED BY SIZE INTO WS-PRINT-LINE
003840     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003850     MOVE SPACES TO WS-PRINT-LINE
003860     STRING "SUSPENDED                    " WS-SUSPENDED-COUNT
003870         DELIMITED BY SIZE INTO WS-PRINT-LINE
003880     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003890     MOVE SPACES TO WS-PRINT-LINE
003900     STRING "EXPIRED                      " WS-EXPIRED-COUNT
003910         DELIMITED BY SIZE INTO WS-PRINT-LINE
003920     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
003930 6000-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960 8000-WRITE-LINE.
003970*----------------------------------------------------------------
003980     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003990         PERFORM 8500-NEW-PAGE THRU 8500-EXIT
004000     END-IF
004010     MOVE WS-PRINT-LINE TO STDRPT-RECORD
004020     WRITE STDRPT-RECORD
004030     MOVE STDRPT-RECORD TO RPTA-LINE
004040     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
004050     ADD 1 TO WS-LINE-COUNT.
004060 8000-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090*8100-ARCHIVE-LINE - CALLER LEAVES THE PRINTED LINE IN
004100* RPTA-LINE; IT IS FILED UNDER THIS REPORT AND THE RUN DATE.
004110*----------------------------------------------------------------
004120 8100-ARCHIVE-LINE.
004130     MOVE "STDRPT" TO RPTA-REPORT-NAME
004140     MOVE WS-RUN-DATE TO RPTA-RUN-DATE
004150     WRITE RPTA-RECORD.
004160 8100-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190 8500-NEW-PAGE.
004200*----------------------------------------------------------------
004210     ADD 1 TO WS-PAGE-NO
004220     MOVE ZERO TO WS-LINE-COUNT
004230     IF WS-PAGE-NO > 1
004240         MOVE SPACES TO STDRPT-RECORD
004250         WRITE STDRPT-RECORD
004260         MOVE STDRPT-RECORD TO RPTA-LINE
004270         PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
004280     END-IF
004290     MOVE SPACES TO STDRPT-RECORD
004300     STRING "STANDING REQUEST GENERATION REPORT" "  PAGE "
004310         WS-PAGE-NO
004320         DELIMITED BY SIZE INTO STDRPT-RECORD
004330     WRITE STDRPT-RECORD
004340     MOVE STDRPT-RECORD TO RPTA-LINE
004350     PERFORM 8100-ARCHIVE-LINE THRU 8100-EXIT
004360     ADD 1 TO WS-LINE-COUNT.
004370 8500-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400 9000-TERMINATE.
004410*----------------------------------------------------------------
004420     DISPLAY "STDGEN REQUESTS READ=" WS-READ-COUNT
004430     DISPLAY "STDGEN FACIN=" WS-FACIN-COUNT
004440         " CMBIN=" WS-CMBIN-COUNT
004450         " INQIN=" WS-INQIN-COUNT
004460     DISPLAY "STDGEN NOT GENERATED=" WS-INVALID-COUNT
004470     CLOSE STDREQF
004480     CLOSE FACIN
004490     CLOSE CMBIN
004500     CLOSE INQIN
004510     CLOSE STDRPT
004520     CLOSE RPTARCHF
004530     ACCEPT WS-END-TIME FROM TIME
004540     OPEN EXTEND RUNLOGF
004550     MOVE "STDGEN" TO RUNLOG-JOB-NAME
004560     MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE
004570     MOVE WS-START-TIME TO RUNLOG-START-TIME
004580     MOVE WS-END-TIME TO RUNLOG-END-TIME
004590     MOVE WS-READ-COUNT TO RUNLOG-INPUT-COUNT
004600     MOVE WS-RETURN-CODE TO RUNLOG-RETURN-CODE
004610     MOVE SPACES TO RUNLOG-PARAMETER
004620     WRITE RUNLOG-RECORD
004630     CLOSE RUNLOGF
004640     MOVE WS-RETURN-CODE TO RETURN-CODE.
004650 9000-EXIT.
004660     EXIT.
