000060*    DATE       INIT DESCRIPTION
000070*    ---------- ---- ---------------------------------------------
000080*    2026-09-02 JLP  ORIGINAL
000083*    2026-10-15 JLP  ADD CS-HOLDER-LINE - ONE PER HOLDER OTHER
000087*                    THAN THE PRIMARY ONE, UNDER THE CASE LINE.
000090******************************************************************
000100 01  CS-HEADING-LINE.
000110     05  CS-H-CC              PIC X(01)  VALUE '1'.
000520     05  CS-D-DATE            PIC 9(08).
000530     05  FILLER               PIC X(41)  VALUE SPACES.
000540
000542 01  CS-HOLDER-LINE.
000543     05  CS-O-CC              PIC X(01)  VALUE ' '.
000545     05  FILLER               PIC X(12)  VALUE SPACES.
000547     05  CS-O-NAME            PIC X(30).
000548     05  FILLER               PIC X(02)  VALUE SPACES.
000550     05  CS-O-NATIONAL-ID     PIC X(15).
000552     05  FILLER               PIC X(02)  VALUE SPACES.
000553     05  CS-O-ROLE            PIC X(12).
000555     05  FILLER               PIC X(59)  VALUE SPACES.
000557
000558 01  CS-TOTAL-LINE.
000560     05  CS-T-CC              PIC X(01)  VALUE ' '.
000570     05  FILLER               PIC X(22)  VALUE
000580         "CAS UNITAIRES ......".
