000290*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000290*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000290*                  PROCESSING DAY.
000291* 2026-10-15  DPG  ADDED A FOURTH EXTRACT, BIGEXT - TODAY'S
000291*                  RECORDS FROM THE EXTENDED-PRECISION MASTER
000291*                  (BIGMST, COPY BIGKEY): FACTORIALS, FIBONACCI
000291*                  TERMS AND NPR/NCR VALUES TOO WIDE FOR THE
000291*                  RSLTREC FILES, WHICH THE WAREHOUSE NEVER
000291*                  RECEIVED. THE DIGIT STRING IS THE LAST
000291*                  COLUMN. HDR/TRL AND XFERSTAT AS FOR THE
000291*                  OTHER THREE.
000292* 2026-10-15  DPG  ADDED A FIFTH EXTRACT, PRMEXT - TODAY'S
000292*                  PRMRSLT ANSWERS FROM THE PRIMEFAC JOB
000292*                  (FACTORIZATIONS IN THE PACKED PRMFLDS FORM,
000292*                  GCD AND LCM), SAME COLUMNS AS FIBEXT. TRAILER
000292*                  EXCLUDED; HDR/TRL AND XFERSTAT AS FOR THE
000292*                  OTHERS.
000293* 2026-10-15  DPG  THE FBZEXT TEXT NOW GOES TO THE WAREHOUSE
000293*                  UNDER THE FBZMASK MASKING POLICY (TXTMASK
000293*                  SUBPROGRAM, COPY MASKPRM) FOR THE RECORD'S
000293*                  SOURCE AND TAG - WHEN THE TAG CARRIES TWO
000293*                  LABELS THE STRICTER POLICY WINS. THE RUN'S
000293*                  COUNTS PER POLICY GO TO MASKCNT AT CLOSE.
000291*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000460         ORGANIZATION IS LINE SEQUENTIAL.
000462     SELECT XFERSTAT ASSIGN TO "XFERSTAT"
000464         ORGANIZATION IS LINE SEQUENTIAL.
000465     SELECT BIGMST ASSIGN TO "BIGMST"
000466         ORGANIZATION IS INDEXED
000467         ACCESS MODE IS SEQUENTIAL
000468         RECORD KEY IS BIGKEY-KEY.
000469     SELECT BIGEXT ASSIGN TO "BIGEXT"
000469         ORGANIZATION IS LINE SEQUENTIAL.
000469     SELECT PRMRSLT ASSIGN TO "PRMRSLT"
000469         ORGANIZATION IS LINE SEQUENTIAL.
000469     SELECT PRMEXT ASSIGN TO "PRMEXT"
000469         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RUNLOGF
000640     RECORDING MODE IS F.
000650 01  FBZOUT-RECORD.
000660     05 FBZOUT-KEY               PIC 9(06).
000670     05 FBZOUT-DATA.
000672         10 FBZOUT-SOURCE        PIC X(03).
000674         10 FBZOUT-AMOUNT        PIC 9(09)V9(02).
000676         10 FBZOUT-TEXT          PIC X(60).
000680     05 FBZOUT-TAG               PIC X(40).
000690 FD  FACEXT
000700     RECORDING MODE IS F.
000772 FD  XFERSTAT
000774     RECORDING MODE IS F.
000776     COPY XFERST.
000777 FD  BIGMST
000778     RECORDING MODE IS F.
000779     COPY BIGKEY.
000779 FD  BIGEXT
000779     RECORDING MODE IS F.
000779 01  BIGEXT-RECORD               PIC X(220).
000779 FD  PRMRSLT
000779     RECORDING MODE IS F.
000779 01  PRMRSLT-RECORD.
000779     05 PRMRSLT-RUN-DATE         PIC 9(08).
000779     05 PRMRSLT-PROGRAM-ID       PIC X(08).
000779     05 PRMRSLT-INPUT-VALUE      PIC 9(09).
000779     05 PRMRSLT-COMPUTED-VALUE   PIC 9(38).
000779     05 FILLER                   PIC X(17).
000779 FD  PRMEXT
000779     RECORDING MODE IS F.
000779 01  PRMEXT-RECORD               PIC X(140).
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* EXTRACT CONTROL
000840 01  WS-FAC-COUNT                PIC 9(09) VALUE ZERO.
000850 01  WS-FIB-COUNT                PIC 9(09) VALUE ZERO.
000860 01  WS-FBZ-COUNT                PIC 9(09) VALUE ZERO.
000861 01  WS-BIG-COUNT                PIC 9(09) VALUE ZERO.
000861 01  WS-PRM-COUNT                PIC 9(09) VALUE ZERO.
000862 01  WS-BIG-EXTRACT-LINE         PIC X(220) VALUE SPACES.
000864     COPY MASKPRM.
000870*----------------------------------------------------------------
000880* SWITCHES
000890*----------------------------------------------------------------
000980         88 FBZOUT-EOF               VALUE "Y".
000990     05 WS-FIZZBUZZ-RAN-SW       PIC X(01) VALUE "N".
001000         88 FIZZBUZZ-RAN             VALUE "Y".
001001     05 WS-BIGMST-EOF-SW         PIC X(01) VALUE "N".
001002         88 BIGMST-EOF               VALUE "Y".
001003     05 WS-PRMRSLT-EOF-SW        PIC X(01) VALUE "N".
001004         88 PRMRSLT-EOF              VALUE "Y".
001010 PROCEDURE DIVISION.
001020*----------------------------------------------------------------
001030 0000-MAINLINE.
001110         UNTIL FIBRSLT-EOF
001120     PERFORM 5000-EXTRACT-FBZOUT THRU 5000-EXIT
001130         UNTIL FBZOUT-EOF
001131     PERFORM 6000-EXTRACT-BIGMST THRU 6000-EXIT
001132         UNTIL BIGMST-EOF
001133     PERFORM 7000-EXTRACT-PRMRSLT THRU 7000-EXIT
001134         UNTIL PRMRSLT-EOF
001140     PERFORM 9000-TERMINATE THRU 9000-EXIT
001150     STOP RUN.
001160*----------------------------------------------------------------
001170 1000-INITIALIZE.
001180*----------------------------------------------------------------
001190     CALL "GETCYCDT" USING WS-RUN-DATE
001192     MOVE "RSLTEXTR" TO MSKP-JOB-NAME
001194     MOVE WS-RUN-DATE TO MSKP-RUN-DATE
001196     MOVE "FBZEXT" TO MSKP-DEST
001200     OPEN INPUT RUNLOGF
001210     OPEN INPUT FACRSLT
001220     OPEN INPUT FIBRSLT
001240     OPEN OUTPUT FACEXT
001250     OPEN OUTPUT FIBEXT
001260     OPEN OUTPUT FBZEXT
001261     OPEN INPUT BIGMST
001262     OPEN OUTPUT BIGEXT
001263     OPEN INPUT PRMRSLT
001264     OPEN OUTPUT PRMEXT
001270     PERFORM 1100-WRITE-HEADERS THRU 1100-EXIT
001280     READ RUNLOGF
001290         AT END
001400     READ FBZOUT
001410         AT END
001420             SET FBZOUT-EOF TO TRUE
001430     END-READ
001431     READ BIGMST NEXT
001432         AT END
001433             SET BIGMST-EOF TO TRUE
001434     END-READ
001435     READ PRMRSLT
001436         AT END
001437             SET PRMRSLT-EOF TO TRUE
001438     END-READ.
001440 1000-EXIT.
001450     EXIT.
001460*----------------------------------------------------------------
001650         DELIMITED BY SIZE INTO WS-EXTRACT-LINE
001660     WRITE FBZEXT-RECORD FROM WS-EXTRACT-LINE
001670     MOVE "KEY,TAG,DATA" TO WS-EXTRACT-LINE
001680     WRITE FBZEXT-RECORD FROM WS-EXTRACT-LINE
001681     MOVE SPACES TO WS-BIG-EXTRACT-LINE
001682     STRING "HDR," WS-RUN-DATE ",BIGMST"
001683         DELIMITED BY SIZE INTO WS-BIG-EXTRACT-LINE
001684     WRITE BIGEXT-RECORD FROM WS-BIG-EXTRACT-LINE
001685     MOVE SPACES TO WS-BIG-EXTRACT-LINE
001686     STRING "RUN-DATE,PROGRAM,INPUT-VALUE,DIGIT-COUNT,"
001687         "REQUESTER,REFERENCE,DIGITS"
001688         DELIMITED BY SIZE INTO WS-BIG-EXTRACT-LINE
001689     WRITE BIGEXT-RECORD FROM WS-BIG-EXTRACT-LINE
001689     MOVE SPACES TO WS-EXTRACT-LINE
001689     STRING "HDR," WS-RUN-DATE ",PRMRSLT"
001689         DELIMITED BY SIZE INTO WS-EXTRACT-LINE
001689     WRITE PRMEXT-RECORD FROM WS-EXTRACT-LINE
001689     MOVE "RUN-DATE,PROGRAM,INPUT-VALUE,COMPUTED-VALUE"
001689         TO WS-EXTRACT-LINE
001689     WRITE PRMEXT-RECORD FROM WS-EXTRACT-LINE.
001690 1100-EXIT.
001700     EXIT.
001710*----------------------------------------------------------------
002290         GO TO 5000-EXIT
002300     END-IF
002310     IF FBZOUT-TAG NOT EQUAL "*TRAILER*"
002312         SET MSKP-APPLY TO TRUE
002314         MOVE FBZOUT-SOURCE TO MSKP-SOURCE
002316         MOVE FBZOUT-TAG TO MSKP-TAG
002318         MOVE FBZOUT-TEXT TO MSKP-TEXT
002318         CALL "TXTMASK" USING MSKP-AREA
002319         MOVE MSKP-TEXT TO FBZOUT-TEXT
002320         MOVE SPACES TO WS-EXTRACT-LINE
002330         STRING FBZOUT-KEY ","
002340             FUNCTION TRIM(FBZOUT-TAG) ","
002430     END-READ.
002440 5000-EXIT.
002450     EXIT.
002451*----------------------------------------------------------------
002452*6000-EXTRACT-BIGMST - THE MASTER HOLDS EVERY RUN DATE, AND RUN
002453* DATE IS THE LAST PART OF THE KEY, SO THIS IS A FULL SWEEP
002454* THAT KEEPS ONLY TODAY'S RECORDS.
002455*----------------------------------------------------------------
002456 6000-EXTRACT-BIGMST.
002457     IF BIGKEY-RUN-DATE EQUAL WS-RUN-DATE
002458         MOVE SPACES TO WS-BIG-EXTRACT-LINE
002459         STRING BIGKEY-RUN-DATE ","
002460             FUNCTION TRIM(BIGKEY-PROGRAM-ID) ","
002461             BIGKEY-INPUT-VALUE ","
002462             BIGKEY-DIGIT-COUNT ","
002463             BIGKEY-REQUESTER ","
002464             BIGKEY-REFERENCE ","
002465             BIGKEY-DIGITS
002466             DELIMITED BY SIZE INTO WS-BIG-EXTRACT-LINE
002467         WRITE BIGEXT-RECORD FROM WS-BIG-EXTRACT-LINE
002468         ADD 1 TO WS-BIG-COUNT
002469     END-IF
002470     READ BIGMST NEXT
002471         AT END
002472             SET BIGMST-EOF TO TRUE
002473     END-READ.
002474 6000-EXIT.
002475     EXIT.
002476*----------------------------------------------------------------
002477 7000-EXTRACT-PRMRSLT.
002478*----------------------------------------------------------------
002479     IF PRMRSLT-RUN-DATE EQUAL WS-RUN-DATE
002480         AND PRMRSLT-PROGRAM-ID NOT EQUAL "*TRAILER"
002481         MOVE SPACES TO WS-EXTRACT-LINE
002482         STRING PRMRSLT-RUN-DATE ","
002483             FUNCTION TRIM(PRMRSLT-PROGRAM-ID) ","
002484             PRMRSLT-INPUT-VALUE ","
002485             PRMRSLT-COMPUTED-VALUE
002486             DELIMITED BY SIZE INTO WS-EXTRACT-LINE
002487         WRITE PRMEXT-RECORD FROM WS-EXTRACT-LINE
002488         ADD 1 TO WS-PRM-COUNT
002489     END-IF
002490     READ PRMRSLT
002491         AT END
002492             SET PRMRSLT-EOF TO TRUE
002493     END-READ.
002494 7000-EXIT.
002495     EXIT.
002460*----------------------------------------------------------------
002470 9000-TERMINATE.
002480*----------------------------------------------------------------
002580     STRING "TRL," WS-FBZ-COUNT
002590         DELIMITED BY SIZE INTO WS-EXTRACT-LINE
002600     WRITE FBZEXT-RECORD FROM WS-EXTRACT-LINE
002601     MOVE SPACES TO WS-BIG-EXTRACT-LINE
002601     STRING "TRL," WS-BIG-COUNT
002601         DELIMITED BY SIZE INTO WS-BIG-EXTRACT-LINE
002601     WRITE BIGEXT-RECORD FROM WS-BIG-EXTRACT-LINE
002601     MOVE SPACES TO WS-EXTRACT-LINE
002601     STRING "TRL," WS-PRM-COUNT
002601         DELIMITED BY SIZE INTO WS-EXTRACT-LINE
002601     WRITE PRMEXT-RECORD FROM WS-EXTRACT-LINE
002602     OPEN EXTEND XFERSTAT
002603     MOVE "FACEXT" TO XFER-EXTRACT-NAME
002604     MOVE WS-FAC-COUNT TO XFER-ROW-COUNT
002609     MOVE "FBZEXT" TO XFER-EXTRACT-NAME
002610     MOVE WS-FBZ-COUNT TO XFER-ROW-COUNT
002611     PERFORM 9500-WRITE-XFER-STATUS THRU 9500-EXIT
002611     MOVE "BIGEXT" TO XFER-EXTRACT-NAME
002611     MOVE WS-BIG-COUNT TO XFER-ROW-COUNT
002611     PERFORM 9500-WRITE-XFER-STATUS THRU 9500-EXIT
002611     MOVE "PRMEXT" TO XFER-EXTRACT-NAME
002611     MOVE WS-PRM-COUNT TO XFER-ROW-COUNT
002611     PERFORM 9500-WRITE-XFER-STATUS THRU 9500-EXIT
002612     CLOSE XFERSTAT
002612     SET MSKP-CLOSE TO TRUE
002612     CALL "TXTMASK" USING MSKP-AREA
002613     CLOSE RUNLOGF
002620     CLOSE FACRSLT
002630     CLOSE FIBRSLT
002640     CLOSE FBZOUT
002650     CLOSE FACEXT
002660     CLOSE FIBEXT
002670     CLOSE FBZEXT
002671     CLOSE BIGMST
002672     CLOSE BIGEXT
002673     CLOSE PRMRSLT
002674     CLOSE PRMEXT.
002680 9000-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------
