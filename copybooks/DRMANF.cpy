000010*----------------------------------------------------------------
000020* DRMANF.CPY
000030*----------------------------------------------------------------
000040* DISASTER-RECOVERY VAULT MANIFEST RECORD. DRCOPY WRITES ONE "D"
000050* RECORD PER DATASET IT COPIES (OR, IN THE RESTORE CHECK, ONLY
000060* MEASURES); DRMANIF FILES THE NIGHT'S SET AS ONE MANIFEST
000070* GENERATION - "H" HEADER, ONE "D" PER MEMBER OF THE DR SET IN
000080* DRSET ORDER, "T" TOTALS - AND DRVERIFY HOLDS A RESTORED SET UP
000090* AGAINST IT.
000100*
000110* THE CONTROL TOTAL IS THE SUM, OVER EVERY RECORD, OF EACH
000120* NON-BLANK BYTE'S CHARACTER CODE TIMES ITS POSITION IN THE
000130* RECORD, MODULO 10**15 - IT CHANGES IF ANY BYTE DOES, AND IS
000140* NOT DISTURBED BY TRAILING BLANKS A COPY MAY PAD OR DROP.
000150*
000160* CALLER SUPPLIES THE DATA-NAME PREFIX, E.G.:
000170*     COPY DRMANF REPLACING ==:PRE:== BY ==DRW==.
000180* YIELDS DRW-RECORD, DRW-REC-TYPE, DRW-RECORD-COUNT ...
000190*
000200* :PRE:-TRAILER-STATUS - RESULT FILES ONLY, BY BATCHVFY'S RULES
000210*   V  TRAILER PRESENT AND AGREES WITH THE RECORDS
000220*   E  EMPTY WITH NO TRAILER - NEVER WRITTEN, NOT AN ERROR
000230*   M  RECORDS BUT NO TRAILER - TRUNCATED
000240*   C  TRAILER COUNT DISAGREES
000250*   H  TRAILER HASH DISAGREES - CONTENT DAMAGED
000260*   BLANK - THE DATASET CARRIES NO TRAILER
000270*----------------------------------------------------------------
000280* 2026-10-15  DPG  ORIGINAL VERSION.
000290*----------------------------------------------------------------
000300 01  :PRE:-RECORD.
000310     05 :PRE:-REC-TYPE           PIC X(01).
000320         88 :PRE:-HEADER             VALUE "H".
000330         88 :PRE:-DATASET            VALUE "D".
000340         88 :PRE:-TOTALS             VALUE "T".
000350     05 :PRE:-BUS-DATE           PIC 9(08).
000360     05 :PRE:-NAME               PIC X(08).
000370     05 :PRE:-BODY               PIC X(83).
000380     05 :PRE:-DATASET-BODY REDEFINES :PRE:-BODY.
000390         10 :PRE:-DSN            PIC X(26).
000400         10 :PRE:-RECORD-COUNT   PIC 9(09).
000410         10 :PRE:-CONTROL-TOTAL  PIC 9(15).
000420         10 :PRE:-TRAILER-TYPE   PIC X(01).
000430         10 :PRE:-TRAILER-STATUS PIC X(01).
000440             88 :PRE:-TRAILER-AGREES VALUE "V".
000450             88 :PRE:-TRAILER-EMPTY  VALUE "E".
000460             88 :PRE:-TRAILER-USABLE VALUE "V" "E" " ".
000470         10 :PRE:-DATA-COUNT     PIC 9(09).
000480         10 :PRE:-TRAILER-COUNT  PIC 9(09).
000490         10 FILLER               PIC X(13).
000500     05 :PRE:-HEADER-BODY REDEFINES :PRE:-BODY.
000510         10 :PRE:-CYCLE-DATE     PIC 9(08).
000520         10 :PRE:-STRMEND-DATE   PIC 9(08).
000530         10 :PRE:-CREATED-TIME   PIC 9(08).
000540         10 FILLER               PIC X(59).
000550     05 :PRE:-TOTALS-BODY REDEFINES :PRE:-BODY.
000560         10 :PRE:-SET-COUNT      PIC 9(03).
000570         10 :PRE:-DATASET-COUNT  PIC 9(03).
000580         10 :PRE:-TOTAL-RECORDS  PIC 9(11).
000590         10 FILLER               PIC X(66).
