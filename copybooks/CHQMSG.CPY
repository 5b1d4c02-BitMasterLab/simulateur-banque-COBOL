000010******************************************************************
000020*    COPYBOOK      : CHQMSG.CPY
000030*    DESCRIPTION   : PRINT LINE LAYOUTS FOR THE DAILY CHEQUE
000040*                    CLEARING EXECUTION REPORT PRODUCED BY
000050*                    CHQCLEAR.
000060*    MODIFICATION HISTORY
000070*    DATE       INIT DESCRIPTION
000080*    ---------- ---- ---------------------------------------------
000090*    2026-10-15 JLP  ORIGINAL
000100******************************************************************
000110 01  CH-HEADING-LINE.
000120     05  CH-H-CC              PIC X(01)  VALUE '1'.
000130     05  FILLER               PIC X(44)  VALUE
000140         "CHQCLEAR - COMPENSATION DES CHEQUES".
000150     05  FILLER               PIC X(08)  VALUE " DATE : ".
000160     05  CH-H-DATE            PIC 9(08).
000170     05  FILLER               PIC X(72)  VALUE SPACES.
000180
000190 01  CH-COLUMN-HEADING-LINE.
000200     05  CH-CH-CC             PIC X(01)  VALUE ' '.
000210     05  FILLER               PIC X(10)  VALUE "NO REMISE".
000220     05  FILLER               PIC X(13)  VALUE "BANQUE REM.".
000230     05  FILLER               PIC X(12)  VALUE "NO COMPTE".
000240     05  FILLER               PIC X(10)  VALUE "NO CHEQUE".
000250     05  FILLER               PIC X(15)  VALUE "MONTANT".
000260     05  FILLER               PIC X(24)  VALUE "RESULTAT".
000270     05  FILLER               PIC X(48)  VALUE SPACES.
000280
000290 01  CH-DETAIL-LINE.
000300     05  CH-D-CC              PIC X(01)  VALUE ' '.
000310     05  CH-D-PRES-NUM        PIC 9(08).
000320     05  FILLER               PIC X(02)  VALUE SPACES.
000330     05  CH-D-BANK            PIC X(11).
000340     05  FILLER               PIC X(02)  VALUE SPACES.
000350     05  CH-D-ACCT-NUMBER     PIC 9(10).
000360     05  FILLER               PIC X(02)  VALUE SPACES.
000370     05  CH-D-CHEQUE-NUMBER   PIC 9(07).
000380     05  FILLER               PIC X(03)  VALUE SPACES.
000390     05  CH-D-AMOUNT          PIC -(8)9.99.
000400     05  FILLER               PIC X(03)  VALUE SPACES.
000410     05  CH-D-RESULTAT        PIC X(24).
000420     05  FILLER               PIC X(48)  VALUE SPACES.
000430
000440 01  CH-TOTAL-LINE.
000450     05  CH-T-CC              PIC X(01)  VALUE ' '.
000460     05  FILLER               PIC X(22)  VALUE
000470         "CHEQUES PAYES ......".
000480     05  CH-T-PAID-COUNT      PIC ZZZ,ZZ9.
000490     05  FILLER               PIC X(05)  VALUE SPACES.
000500     05  CH-T-PAID-AMOUNT     PIC -(9)9.99.
000510     05  FILLER               PIC X(08)  VALUE SPACES.
000520     05  FILLER               PIC X(22)  VALUE
000530         "CHEQUES IMPAYES ....".
000540     05  CH-T-RETURN-COUNT    PIC ZZZ,ZZ9.
000550     05  FILLER               PIC X(05)  VALUE SPACES.
000560     05  CH-T-RETURN-AMOUNT   PIC -(9)9.99.
000570     05  FILLER               PIC X(30)  VALUE SPACES.
