000261*                  SUBPROGRAM INSTEAD OF ACCEPT FROM DATE, SO A
000261*                  POST-MIDNIGHT RERUN BOOKS TO THE CORRECT
000261*                  PROCESSING DAY.
000262* 2026-10-15  DPG  FIBKEY NOW CARRIES AN ALTERNATE INDEX ON
000262*                  FIBKEY-VALUE, BUILT AS THE TERMS ARE WRITTEN,
000262*                  SO DLYINQRY CAN ANSWER "WHICH TERM IS THIS
000262*                  VALUE" WITH A KEYED READ INSTEAD OF A SCAN.
000262*                  VALUES ARE UNIQUE (THE SEQUENCE STARTS 1, 2),
000262*                  AND THE HEADER'S DATE/COUNT BYTES CANNOT
000262*                  COLLIDE WITH AN ALL-NUMERIC TERM VALUE.
000261*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000307     SELECT FIBKEY ASSIGN TO "FIBKEY"
000308         ORGANIZATION IS INDEXED
000309         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS FIBKEY-TERM-NO
000310         ALTERNATE RECORD KEY IS FIBKEY-VALUE.
000311 DATA DIVISION.
000320 FILE SECTION.
000330 FD  FIBCTLF
