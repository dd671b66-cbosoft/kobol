000010*----------------------------------------------------------------
000020* SECVIOL.CPY
000030*----------------------------------------------------------------
000040* SECURITY VIOLATION RECORD - ONE PER REFUSAL BY A MAINTENANCE
000050* SCREEN: AN OPERATOR WITHOUT THE LEVEL FOR AN ACTION TRIED IT,
000060* OR A LOCKED-OUT USER TRIED TO SIGN ON. WRITTEN THROUGH THE
000070* SECLOG SUBPROGRAM, WHICH STAMPS THE DATE AND TIME AND OPENS
000080* THE SECVIOL FILE EXTEND, SO THE TRAIL ACCUMULATES LIKE
000090* INQAUDIT. DLYINQRY REFUSALS ARE NOT WRITTEN HERE - THEY ARE
000100* ALREADY ON INQAUDIT AS STATUS 32. SECMON COUNTS BOTH TRAILS
000110* PER USER EACH NIGHT TO DECIDE LOCKOUTS.
000120*----------------------------------------------------------------
000130* SECV-FUNCTION IS THE FILE OR FACILITY THE OPERATOR WAS AFTER
000140* (SCHDCTL, FBZCTL, FBZHOLD, STDREQ, USRAUTH); SECV-ACTION IS
000150* THE SCREEN ACTION CODE, OR "S" FOR A REFUSED SIGN-ON.
000160*----------------------------------------------------------------
000170* 2026-10-15  DPG  ORIGINAL VERSION.
000180*----------------------------------------------------------------
000190 01  SECV-RECORD.
000200     05 SECV-DATE                PIC 9(08).
000210     05 SECV-TIME                PIC 9(08).
000220     05 SECV-USER-ID             PIC X(08).
000230     05 SECV-PROGRAM             PIC X(08).
000240     05 SECV-FUNCTION            PIC X(08).
000250     05 SECV-ACTION              PIC X(01).
000260     05 SECV-REASON              PIC X(01).
000270         88 SECV-NOT-AUTHORIZED      VALUE "A".
000280         88 SECV-LOCKED-OUT          VALUE "L".
