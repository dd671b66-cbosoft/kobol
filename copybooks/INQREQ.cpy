000090*                  COMPUTATION ATTRIBUTABLE, SO EVERY REQUEST
000091*                  NOW CARRIES WHO ASKED AND FOR WHICH
000092*                  DEPARTMENT, ECHOED TO THE INQAUDIT LOG.
000092* 2026-10-15  DPG  ADDED REQUEST TYPE "V" (REVERSE FIBONACCI -
000092*                  WHICH TERM IS THIS VALUE?) AND THE
000092*                  INQ-LOOKUP-VALUE FIELD IT NEEDS - A VALUE
000092*                  CAN RUN TO THE FULL 38-DIGIT FIBKEY WIDTH,
000092*                  FAR PAST INQ-VALUE'S FOUR DIGITS. THE OTHER
000092*                  TYPES LEAVE INQ-LOOKUP-VALUE ZERO/BLANK, AND
000092*                  TYPE "V" LEAVES INQ-VALUE/INQ-VALUE-R ZERO.
000092* 2026-10-15  DPG  ADDED REQUEST TYPE "P" (PRIME FACTORIZATION
000092*                  OF A PAIR PLUS THEIR GCD AND LCM). INQ-VALUE
000092*                  CARRIES A AND INQ-VALUE-R CARRIES B, EACH
000092*                  1-999 - THE SAME LIMITS AS THE PRIMEFAC JOB.
000093*----------------------------------------------------------------
000100 01  INQ-REQUEST.
000110     05 INQ-REQUEST-TYPE         PIC X(01).
000120         88 INQ-FACTORIAL            VALUE "F".
000130         88 INQ-FIBONACCI            VALUE "B".
000135         88 INQ-COMBIN                VALUE "C".
000136         88 INQ-FIB-LOOKUP            VALUE "V".
000137         88 INQ-PRIME                 VALUE "P".
000140     05 INQ-VALUE                PIC 9(04).
000150     05 INQ-VALUE-R              PIC 9(04).
000160     05 INQ-REQUESTER-ID         PIC X(08).
000170     05 INQ-DEPARTMENT           PIC X(04).
000180     05 INQ-LOOKUP-VALUE         PIC 9(38).
