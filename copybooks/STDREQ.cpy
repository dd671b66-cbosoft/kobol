000010*----------------------------------------------------------------
000020* STDREQ.CPY
000030*----------------------------------------------------------------
000040* STANDING CALCULATION REQUEST - ONE PER RECURRING FACTORIAL,
000050* COMBINATORICS OR INQUIRY TRANSACTION A REQUESTER WANTS RUN ON
000060* A CALENDAR, SO OPS NO LONGER RE-KEYS THE SAME WEEKLY OR
000070* MONTH-END TRANSACTIONS. MAINTAINED THROUGH THE STDMNT SCREEN;
000080* STDGEN WRITES EACH DAY'S DUE TRANSACTIONS ONTO THE NORMAL
000090* FACIN, CMBIN AND INQIN INPUT FILES.
000100*   STD-REQUESTER/STD-REFERENCE  THE KEY - UNIQUE ON THE FILE.
000110*                      THE REFERENCE RIDES ON FACIN; CMBIN AND
000120*                      INQIN CARRY NO REFERENCE FIELD.
000130*   STD-STATUS         A ACTIVE, S SUSPENDED, E EXPIRED.
000140*   STD-TARGET         F FACIN (N = STD-VALUE, 0-999)
000150*                      C CMBIN (N, R = STD-VALUE, STD-VALUE-R,
000160*                        0-999 EACH)
000170*                      I INQIN (TYPE STD-INQ-TYPE, VALUES,
000180*                        DEPARTMENT AND LOOKUP VALUE AS ON
000190*                        INQREQ)
000200*   CALENDAR           STD-RUN-DAYS, STD-MONTH-END-FLAG AND
000210*                      STD-SKIP-DATES MEAN EXACTLY WHAT THE
000220*                      SCHDCTL FIELDS OF THE SAME NAME MEAN AND
000230*                      ARE EVALUATED BY THE SAME SCHEDEVL
000240*                      SUBPROGRAM. WHEN ANY STD-RUN-DATE IS
000250*                      FILLED IN THE REQUEST RUNS ON THOSE
000260*                      SPECIFIC DATES ONLY AND THE WEEKDAY AND
000270*                      MONTH-END FIELDS ARE IGNORED.
000280*   STD-EXPIRY-DATE    LAST DATE THE REQUEST MAY RUN (ZERO -
000290*                      OPEN-ENDED).
000300*----------------------------------------------------------------
000310* 2026-10-15  DPG  ORIGINAL VERSION.
000320*----------------------------------------------------------------
000330 01  STD-RECORD.
000340     05 STD-REQUESTER            PIC X(08).
000350     05 STD-REFERENCE            PIC X(08).
000360     05 STD-STATUS               PIC X(01).
000370         88 STD-ACTIVE               VALUE "A".
000380         88 STD-SUSPENDED            VALUE "S".
000390         88 STD-EXPIRED              VALUE "E".
000400     05 STD-TARGET               PIC X(01).
000410         88 STD-TO-FACIN             VALUE "F".
000420         88 STD-TO-CMBIN             VALUE "C".
000430         88 STD-TO-INQIN             VALUE "I".
000440     05 STD-INQ-TYPE             PIC X(01).
000450     05 STD-VALUE                PIC 9(04).
000460     05 STD-VALUE-R              PIC 9(04).
000470     05 STD-DEPARTMENT           PIC X(04).
000480     05 STD-LOOKUP-VALUE         PIC 9(38).
000490     05 STD-RUN-DAYS.
000500         10 STD-RUN-DAY OCCURS 7 TIMES
000510                                 PIC X(01).
000520     05 STD-MONTH-END-FLAG       PIC X(01).
000530     05 STD-RUN-DATES.
000540         10 STD-RUN-DATE OCCURS 6 TIMES
000550                                 PIC X(08).
000560     05 STD-SKIP-DATES.
000570         10 STD-SKIP-DATE OCCURS 3 TIMES
000580                                 PIC X(08).
000590     05 STD-EXPIRY-DATE          PIC 9(08).
000600     05 STD-CHANGED-BY           PIC X(08).
000610     05 STD-CHANGED-DATE         PIC 9(08).
