000086*                  CONTROL FILE AT ALL). NO ANSWER IS RETURNED
000087*                  BUT THE INQAUDIT RECORD IS STILL WRITTEN, SO
000088*                  THE ATTEMPT ITSELF IS ON THE TRAIL.
000088* 2026-10-15  DPG  ADDED INQRSLT-DIGIT-COUNT/INQRSLT-DIGITS AND
000088*                  INQRSLT-DIGIT-COUNT-2/INQRSLT-DIGITS-2 (THE
000088*                  BIGRSLT DIGIT-STRING SHAPE) AND STATUS 36 -
000088*                  AN ANSWER TOO WIDE FOR PIC 9(38) IS NOW
000088*                  SERVED FROM THE EXTENDED-PRECISION MASTER
000088*                  BIGMST. FOR TYPE "C" THE FIRST PAIR CARRIES
000088*                  NPR AND THE SECOND NCR. INQRSLT-ASOF-DATE IS
000088*                  THE RUN DATE THE ANSWER WAS COMPUTED ON.
000088* 2026-10-15  DPG  ADDED INQRSLT-LOOKUP-VALUE AND INQRSLT-
000088*                  LOOKUP-MATCH FOR REQUEST TYPE "V" (REVERSE
000088*                  FIBONACCI LOOKUP). THE REQUESTED VALUE IS
000088*                  ECHOED IN INQRSLT-LOOKUP-VALUE. WHEN IT IS A
000088*                  FIBONACCI NUMBER (MATCH "Y") INQRSLT-VALUE
000088*                  CARRIES ITS TERM NUMBER AND INQRSLT-RESULT
000088*                  THE VALUE. WHEN IT IS NOT (MATCH "N")
000088*                  INQRSLT-VALUE/INQRSLT-RESULT CARRY THE
000088*                  NEAREST TERM BELOW AND INQRSLT-VALUE-R/
000088*                  INQRSLT-RESULT-2 THE NEAREST TERM ABOVE -
000088*                  A ZERO TERM NUMBER MEANS THERE IS NO SUCH
000088*                  TERM ON FIBKEY. EITHER WAY THE REQUEST WAS
000088*                  ANSWERED, SO THE STATUS IS 00 (28 IF FIBKEY
000088*                  WAS NOT BUILT TODAY).
000088* 2026-10-15  DPG  ADDED INQRSLT-FACTORS AND INQRSLT-FACTORS-2
000088*                  FOR REQUEST TYPE "P" (PRIME FACTORIZATION).
000088*                  INQRSLT-VALUE/INQRSLT-VALUE-R ECHO THE PAIR
000088*                  A,B; INQRSLT-RESULT CARRIES THEIR GCD AND
000088*                  INQRSLT-RESULT-2 THEIR LCM; INQRSLT-FACTORS
000088*                  AND INQRSLT-FACTORS-2 CARRY THE FACTORIZATION
000088*                  OF A AND OF B IN THE PACKED PRMFLDS SHAPE.
000088*                  A ZERO OR A VALUE ABOVE 999 IS STATUS 04.
000088*                  THE OTHER TYPES LEAVE BOTH FIELDS ZERO.
000088* 2026-10-15  DPG  ADDED STATUS 40 - THE REQUESTER'S DEPARTMENT
000088*                  HAS REACHED ITS MONTHLY INQUIRY QUOTA (COPY
000088*                  INQQTA). NO ANSWER IS COMPUTED, BUT THE
000088*                  INQAUDIT RECORD IS STILL WRITTEN, AS FOR 32.
000088* 2026-10-15  DPG  STATUS 32 NOW ALSO COVERS A REQUESTER LOCKED
000088*                  OUT ON USRAUTH BY SECMON, WHATEVER THE TYPE
000088*                  FLAGS SAY.
000089*----------------------------------------------------------------
000080* INQRSLT-STATUS-CODE VALUES
000090*   00  FOUND / COMPUTED OK
000130*       (COMBIN RC 12)
000131*   28  FIBONACCI ANSWER SERVED FROM A FIBKEY NOT BUILT TODAY
000132*       (WARNING - RESULT PRESENT, CHECK INQRSLT-ASOF-DATE)
000132*   32  REQUESTER NOT AUTHORIZED FOR THE REQUEST TYPE, OR
000132*       LOCKED OUT ON USRAUTH
000132*   36  EXTENDED-PRECISION ANSWER SERVED FROM BIGMST - RESULT
000132*       IS IN INQRSLT-DIGITS (AND INQRSLT-DIGITS-2 FOR NCR),
000132*       INQRSLT-RESULT AND INQRSLT-RESULT-2 ARE ZERO
000132*   40  DEPARTMENT OVER ITS MONTHLY INQUIRY QUOTA - NOT COMPUTED
000133*----------------------------------------------------------------
000140 01  INQRSLT-RECORD.
000150     05 INQRSLT-REQUEST-TYPE     PIC X(01).
000220     05 INQRSLT-VALUE-R          PIC 9(04).
000230     05 INQRSLT-RESULT-2         PIC 9(38).
000240     05 INQRSLT-ASOF-DATE        PIC 9(08).
000250     05 INQRSLT-DIGIT-COUNT      PIC 9(03).
000260     05 INQRSLT-DIGITS           PIC X(160).
000270     05 INQRSLT-DIGIT-COUNT-2    PIC 9(03).
000280     05 INQRSLT-DIGITS-2         PIC X(160).
000290     05 INQRSLT-LOOKUP-VALUE     PIC 9(38).
000300     05 INQRSLT-LOOKUP-MATCH     PIC X(01).
000310         88 INQRSLT-IS-FIBONACCI     VALUE "Y".
000320         88 INQRSLT-NOT-FIBONACCI    VALUE "N".
000330     05 INQRSLT-FACTORS          PIC 9(38).
000340     05 INQRSLT-FACTORS-2        PIC 9(38).
