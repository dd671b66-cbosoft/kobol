000170* MAY NOT. INQUIRY TYPE FLAGS: "Y" ALLOWED, "N"/BLANK NOT.
000180*----------------------------------------------------------------
000190* 2026-09-01  DPG  ORIGINAL VERSION.
000195* 2026-10-15  DPG  ADDED AUTH-INQ-FIB-LOOKUP - THE FLAG FOR
000196*                  REQUEST TYPE "V" (REVERSE FIBONACCI LOOKUP).
000197*                  APPENDED SO EXISTING RECORDS STILL READ -
000198*                  A RECORD CUT BEFORE THE FLAG EXISTED READS
000199*                  BLANK, I.E. NOT ALLOWED.
000199* 2026-10-15  DPG  ADDED AUTH-INQ-PRIME - THE FLAG FOR REQUEST
000199*                  TYPE "P" (PRIME FACTORIZATION/GCD/LCM), ALSO
000199*                  APPENDED, SO AN OLDER RECORD READS NOT ALLOWED.
000199* 2026-10-15  DPG  ADDED AUTH-FBZHOLD-LEVEL - THE HOLDMNT SCREEN
000199*                  NEEDS LEVEL "U" TO RELEASE OR REJECT A HELD
000199*                  FBZIN RECORD. APPENDED; AN OLDER RECORD READS
000199*                  BLANK, I.E. LIST ONLY.
000199* 2026-10-15  DPG  ADDED AUTH-STDREQ-LEVEL - THE STDMNT SCREEN
000199*                  NEEDS LEVEL "U" TO ADD, SUSPEND, RESUME OR
000199*                  EXPIRE A STANDING REQUEST. APPENDED; AN OLDER
000199*                  RECORD READS BLANK, I.E. LIST ONLY.
000199* 2026-10-15  DPG  ADDED AUTH-USRAUTH-LEVEL AND AUTH-DEPARTMENT.
000199*                  LEVEL "U" MARKS A SECURITY ADMINISTRATOR - THE
000199*                  ONLY USER THE USRMNT SCREEN ADMITS, AND USRMNT
000199*                  IS NOW THE ONLY WAY THIS FILE CHANGES. THE
000199*                  DEPARTMENT GROUPS THE QUARTERLY USRRECRT
000199*                  RECERTIFICATION REPORT. BOTH APPENDED; AN
000199*                  OLDER RECORD READS NOT AN ADMINISTRATOR AND NO
000199*                  DEPARTMENT.
000199* 2026-10-15  DPG  ADDED AUTH-LOCK-STATUS AND AUTH-LOCK-DATE.
000199*                  SECMON SETS "L" WHEN A USER PILES UP TOO MANY
000199*                  REFUSALS IN ITS WINDOW; A LOCKED-OUT USER IS
000199*                  REFUSED AT EVERY MAINTENANCE SCREEN SIGN-ON
000199*                  AND EVERY DLYINQRY REQUEST UNTIL A SECURITY
000199*                  ADMINISTRATOR RESETS THE LOCK ON USRMNT ("R").
000199*                  THE DATE IS WHEN THE STATUS WAS LAST SET -
000199*                  AFTER A RESET SECMON ONLY COUNTS REFUSALS
000199*                  DATED LATER. BOTH APPENDED; AN OLDER RECORD
000199*                  READS NEVER LOCKED.
000200*----------------------------------------------------------------
000210 01  AUTH-RECORD.
000220     05 AUTH-USER-ID             PIC X(08).
000270         88 AUTH-SCHDCTL-UPDATE      VALUE "U".
000280     05 AUTH-FBZCTL-LEVEL        PIC X(01).
000290         88 AUTH-FBZCTL-UPDATE       VALUE "U".
000300     05 AUTH-INQ-FIB-LOOKUP      PIC X(01).
000310     05 AUTH-INQ-PRIME           PIC X(01).
000320     05 AUTH-FBZHOLD-LEVEL       PIC X(01).
000330         88 AUTH-FBZHOLD-UPDATE      VALUE "U".
000340     05 AUTH-STDREQ-LEVEL        PIC X(01).
000350         88 AUTH-STDREQ-UPDATE       VALUE "U".
000360     05 AUTH-USRAUTH-LEVEL       PIC X(01).
000370         88 AUTH-SECURITY-ADMIN      VALUE "U".
000380     05 AUTH-DEPARTMENT          PIC X(04).
000390     05 AUTH-LOCK-STATUS         PIC X(01).
000400         88 AUTH-LOCKED-OUT          VALUE "L".
000410         88 AUTH-LOCK-RESET          VALUE "R".
000420     05 AUTH-LOCK-DATE           PIC 9(08).
