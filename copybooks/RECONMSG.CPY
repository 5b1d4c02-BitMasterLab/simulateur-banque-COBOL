000060*    DATE       INIT DESCRIPTION
000070*    ---------- ---- ---------------------------------------------
000080*    2026-08-08 JLP  ORIGINAL
000083*    2026-10-15 JLP  ADD RC-REVERSAL-LINE - COUNT OF SUPERVISOR
000087*                    REVERSALS REPLAYED.
000090******************************************************************
000100 01  RC-HEADING-LINE.
000110     05  RC-H-CC              PIC X(01)  VALUE '1'.
000520         "TOTAL ANOMALIES ............".
000530     05  RC-T-EXCEPT-COUNT    PIC ZZZ,ZZ9.
000540     05  FILLER               PIC X(38)  VALUE SPACES.
000550
000560 01  RC-REVERSAL-LINE.
000570     05  RC-R-CC              PIC X(01)  VALUE ' '.
000580     05  FILLER               PIC X(30)  VALUE
000590         "CONTRE-PASSATIONS REJOUEES .".
000600     05  RC-R-COUNT           PIC ZZZ,ZZ9.
000610     05  FILLER               PIC X(95)  VALUE SPACES.
