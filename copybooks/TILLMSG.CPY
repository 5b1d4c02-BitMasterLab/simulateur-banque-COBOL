000010******************************************************************
000020*    COPYBOOK      : TILLMSG.CPY
000030*    DESCRIPTION   : PRINT LINE LAYOUTS FOR THE NIGHTLY TELLER
000040*                    TILL REPORT PRODUCED BY TILLRPT.
000050*    MODIFICATION HISTORY
000060*    DATE       INIT DESCRIPTION
000070*    ---------- ---- ---------------------------------------------
000080*    2026-10-15 JLP  ORIGINAL
000090******************************************************************
000100 01  TR-HEADING-LINE.
000110     05  TR-H-CC              PIC X(01)  VALUE '1'.
000120     05  FILLER               PIC X(44)  VALUE
000130         "TILLRPT - ARRETES DE CAISSE DES GUICHETS".
000140     05  FILLER               PIC X(08)  VALUE " DATE : ".
000150     05  TR-H-DATE            PIC 9(08).
000160     05  FILLER               PIC X(72)  VALUE SPACES.
000170
000180 01  TR-PARM-LINE.
000190     05  TR-P-CC              PIC X(01)  VALUE ' '.
000200     05  FILLER               PIC X(32)  VALUE
000210         "JOURNEE DE CAISSE ..............".
000220     05  TR-P-DATE            PIC 9(08).
000230     05  FILLER               PIC X(92)  VALUE SPACES.
000240
000250 01  TR-COLUMN-HEADING-LINE.
000260     05  TR-CH-CC             PIC X(01)  VALUE ' '.
000270     05  FILLER               PIC X(10)  VALUE "OPERATEUR".
000280     05  FILLER               PIC X(22)  VALUE "NOM".
000290     05  FILLER               PIC X(13)  VALUE "  FONDS".
000300     05  FILLER               PIC X(13)  VALUE "  DEPOTS".
000310     05  FILLER               PIC X(13)  VALUE "  RETRAITS".
000320     05  FILLER               PIC X(13)  VALUE "  ATTENDU".
000330     05  FILLER               PIC X(13)  VALUE "  DECLARE".
000340     05  FILLER               PIC X(13)  VALUE "  ECART".
000350     05  FILLER               PIC X(22)  VALUE "ETAT".
000360
000370 01  TR-DETAIL-LINE.
000380     05  TR-D-CC              PIC X(01)  VALUE ' '.
000390     05  TR-D-OPERATOR-ID     PIC X(08).
000400     05  FILLER               PIC X(02)  VALUE SPACES.
000410     05  TR-D-NAME            PIC X(20).
000420     05  FILLER               PIC X(02)  VALUE SPACES.
000430     05  TR-D-FLOAT           PIC -(7)9.99.
000440     05  FILLER               PIC X(02)  VALUE SPACES.
000450     05  TR-D-DEPOSITS        PIC -(7)9.99.
000460     05  FILLER               PIC X(02)  VALUE SPACES.
000470     05  TR-D-WITHDRAWALS     PIC -(7)9.99.
000480     05  FILLER               PIC X(02)  VALUE SPACES.
000490     05  TR-D-EXPECTED        PIC -(7)9.99.
000500     05  FILLER               PIC X(02)  VALUE SPACES.
000510     05  TR-D-DECLARED        PIC -(7)9.99.
000520     05  FILLER               PIC X(02)  VALUE SPACES.
000530     05  TR-D-DIFFERENCE      PIC -(7)9.99.
000540     05  FILLER               PIC X(02)  VALUE SPACES.
000550     05  TR-D-ETAT            PIC X(22).
000560
000570 01  TR-BRANCH-LINE.
000580     05  TR-B-CC              PIC X(01)  VALUE ' '.
000590     05  FILLER               PIC X(32)  VALUE
000600         "TOTAL AGENCE".
000610     05  TR-B-FLOAT           PIC -(7)9.99.
000620     05  FILLER               PIC X(02)  VALUE SPACES.
000630     05  TR-B-DEPOSITS        PIC -(7)9.99.
000640     05  FILLER               PIC X(02)  VALUE SPACES.
000650     05  TR-B-WITHDRAWALS     PIC -(7)9.99.
000660     05  FILLER               PIC X(02)  VALUE SPACES.
000670     05  TR-B-EXPECTED        PIC -(7)9.99.
000680     05  FILLER               PIC X(02)  VALUE SPACES.
000690     05  TR-B-DECLARED        PIC -(7)9.99.
000700     05  FILLER               PIC X(02)  VALUE SPACES.
000710     05  TR-B-DIFFERENCE      PIC -(7)9.99.
000720     05  FILLER               PIC X(24)  VALUE SPACES.
000730
000740 01  TR-TOTAL-LINE.
000750     05  TR-T-CC              PIC X(01)  VALUE ' '.
000760     05  TR-T-LABEL           PIC X(40).
000770     05  TR-T-COUNT           PIC ZZZ,ZZZ,ZZ9.
000780     05  FILLER               PIC X(81)  VALUE SPACES.
