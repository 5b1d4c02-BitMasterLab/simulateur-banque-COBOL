000097*    2026-08-22 JLP  CARRY THE HOLDER NAME ON ST-HEADING-LINE AND
000098*                    ADD ST-ADDRESS-LINE SO STATEMENTS CAN BE
000099*                    MAILED (SEE CUSTMAST.CPY).
000102*    2026-10-15 JLP  ADD ST-HOLDER-LINE - ONE PER HOLDER OTHER
000105*                    THAN THE PRIMARY ONE, WITH THE HOLDER'S ROLE.
000107******************************************************************
000110 01  ST-HEADING-LINE.
000120     05  ST-H-CC              PIC X(01)  VALUE '1'.
000130     05  FILLER               PIC X(20)  VALUE
000196     05  ST-A-ADDRESS-2       PIC X(30).
000197     05  FILLER               PIC X(60)  VALUE SPACES.
000198
000200 01  ST-HOLDER-LINE.
000201     05  ST-T-CC              PIC X(01)  VALUE ' '.
000203     05  ST-T-ROLE            PIC X(16).
000204     05  ST-T-NAME            PIC X(30).
000206     05  FILLER               PIC X(86)  VALUE SPACES.
000207
000209 01  ST-PERIOD-LINE.
000210     05  ST-P-CC              PIC X(01)  VALUE ' '.
000220     05  FILLER               PIC X(08)  VALUE "PERIODE ".
000230     05  ST-P-START-DATE      PIC 9(08).
