000010*----------------------------------------------------------------
000020* RETNCTL.CPY
000030*----------------------------------------------------------------
000040* RESULTS-MASTER RETENTION CONTROL RECORD - ONE PER PROGRAM ID
000050* WHOSE RSLTMST RESULTS MAY AGE OFF THE CLUSTER. RSLTPURG MOVES
000060* A PROGRAM'S RESULTS WHOSE RUN DATE FALLS BEFORE TODAY MINUS
000070* RETN-DAYS TO THE DATED RSLTOLD ARCHIVE GENERATION; RSLTQRY
000080* READS THE SAME FILE TO KNOW WHEN A QUERY'S DATE RANGE REACHES
000090* BACK PAST THE RETENTION LINE AND THE ARCHIVE MUST BE SEARCHED.
000100* A PROGRAM WITH NO RECORD HERE (OR ZERO DAYS) IS KEPT ON THE
000110* MASTER FOREVER.
000120*----------------------------------------------------------------
000130* 2026-10-15  DPG  ORIGINAL VERSION.
000140*----------------------------------------------------------------
000150 01  RETN-RECORD.
000160     05 RETN-PROGRAM-ID          PIC X(08).
000170     05 RETN-DAYS                PIC 9(05).
