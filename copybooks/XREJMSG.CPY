000010******************************************************************
000020*    COPYBOOK      : XREJMSG.CPY
000030*    DESCRIPTION   : PRINT LINE LAYOUTS FOR THE DAILY OUTBOUND
000040*                    TRANSFER REJECT REPORT PRODUCED BY XFERREJ.
000050*    MODIFICATION HISTORY
000060*    DATE       INIT DESCRIPTION
000070*    ---------- ---- ---------------------------------------------
000080*    2026-10-15 JLP  ORIGINAL
000090******************************************************************
000100 01  RJ-HEADING-LINE.
000110     05  RJ-H-CC              PIC X(01)  VALUE '1'.
000120     05  FILLER               PIC X(44)  VALUE
000130         "XFERREJ - REJETS DE VIREMENTS EMIS".
000140     05  FILLER               PIC X(08)  VALUE " DATE : ".
000150     05  RJ-H-DATE            PIC 9(08).
000160     05  FILLER               PIC X(72)  VALUE SPACES.
000170
000180 01  RJ-COLUMN-HEADING-LINE.
000190     05  RJ-CH-CC             PIC X(01)  VALUE ' '.
000200     05  FILLER               PIC X(10)  VALUE "NO REJET".
000210     05  FILLER               PIC X(21)  VALUE "REFERENCE".
000220     05  FILLER               PIC X(25)  VALUE "MOTIF".
000230     05  FILLER               PIC X(14)  VALUE "MONTANT".
000240     05  FILLER               PIC X(12)  VALUE "FRAIS REMB.".
000250     05  FILLER               PIC X(28)  VALUE "RESULTAT".
000260     05  FILLER               PIC X(22)  VALUE SPACES.
000270
000280 01  RJ-DETAIL-LINE.
000290     05  RJ-D-CC              PIC X(01)  VALUE ' '.
000300     05  RJ-D-REJECT-NUM      PIC 9(08).
000310     05  FILLER               PIC X(02)  VALUE SPACES.
000320     05  RJ-D-SOURCE-ACCT     PIC 9(10).
000330     05  FILLER               PIC X(01)  VALUE '/'.
000340     05  RJ-D-SOURCE-SEQ      PIC 9(08).
000350     05  FILLER               PIC X(02)  VALUE SPACES.
000360     05  RJ-D-REASON-CODE     PIC X(02).
000370     05  FILLER               PIC X(01)  VALUE SPACES.
000380     05  RJ-D-REASON-TEXT     PIC X(20).
000390     05  FILLER               PIC X(02)  VALUE SPACES.
000400     05  RJ-D-AMOUNT          PIC -(8)9.99.
000410     05  FILLER               PIC X(02)  VALUE SPACES.
000420     05  RJ-D-FEE             PIC -(6)9.99.
000430     05  FILLER               PIC X(02)  VALUE SPACES.
000440     05  RJ-D-RESULTAT        PIC X(28).
000450     05  FILLER               PIC X(22)  VALUE SPACES.
000460
000470 01  RJ-TOTAL-LINE.
000480     05  RJ-T-CC              PIC X(01)  VALUE ' '.
000490     05  RJ-T-LABEL           PIC X(30).
000500     05  RJ-T-COUNT           PIC ZZZ,ZZ9.
000510     05  FILLER               PIC X(05)  VALUE SPACES.
000520     05  RJ-T-AMOUNT          PIC -(9)9.99.
000530     05  FILLER               PIC X(77)  VALUE SPACES.
