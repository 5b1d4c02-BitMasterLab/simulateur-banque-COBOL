000010******************************************************************
000020*    COPYBOOK      : SUSPMSG.CPY
000030*    DESCRIPTION   : PRINT LINE LAYOUTS FOR THE SUSPENSE ITEM
000040*                    AGEING REPORT PRODUCED BY SUSPAGE.
000050*    MODIFICATION HISTORY
000060*    DATE       INIT DESCRIPTION
000070*    ---------- ---- ---------------------------------------------
000080*    2026-10-15 JLP  ORIGINAL
000090******************************************************************
000100 01  SA-HEADING-LINE.
000110     05  SA-H-CC              PIC X(01)  VALUE '1'.
000120     05  FILLER               PIC X(44)  VALUE
000130         "SUSPAGE - AGE DES ARTICLES EN ATTENTE".
000140     05  FILLER               PIC X(08)  VALUE " DATE : ".
000150     05  SA-H-DATE            PIC 9(08).
000160     05  FILLER               PIC X(72)  VALUE SPACES.
000170
000180 01  SA-PARM-LINE.
000190     05  SA-P-CC              PIC X(01)  VALUE ' '.
000200     05  FILLER               PIC X(32)  VALUE
000210         "COMPTE D'ATTENTE ...............".
000220     05  SA-P-SUSPENSE-ACCT   PIC 9(10).
000230     05  FILLER               PIC X(90)  VALUE SPACES.
000240
000250 01  SA-COLUMN-HEADING-LINE.
000260     05  SA-CH-CC             PIC X(01)  VALUE ' '.
000270     05  FILLER               PIC X(18)  VALUE "REFERENCE".
000280     05  FILLER               PIC X(15)  VALUE "MONTANT".
000290     05  FILLER               PIC X(12)  VALUE "EN ATTENTE".
000300     05  FILLER               PIC X(09)  VALUE "JOURS".
000310     05  FILLER               PIC X(18)  VALUE "TRANCHE".
000320     05  FILLER               PIC X(13)  VALUE "BANQUE ORIG.".
000330     05  FILLER               PIC X(32)  VALUE "EMETTEUR".
000340     05  FILLER               PIC X(15)  VALUE "COMPTE PREVU".
000350
000360 01  SA-DETAIL-LINE.
000370     05  SA-D-CC              PIC X(01)  VALUE ' '.
000380     05  SA-D-REFERENCE       PIC X(16).
000390     05  FILLER               PIC X(02)  VALUE SPACES.
000400     05  SA-D-AMOUNT          PIC -(8)9.99.
000410     05  FILLER               PIC X(03)  VALUE SPACES.
000420     05  SA-D-DATE-PARKED     PIC 9(08).
000430     05  FILLER               PIC X(04)  VALUE SPACES.
000440     05  SA-D-DAYS            PIC ZZ,ZZ9.
000450     05  FILLER               PIC X(03)  VALUE SPACES.
000460     05  SA-D-TRANCHE         PIC X(16).
000470     05  FILLER               PIC X(02)  VALUE SPACES.
000480     05  SA-D-ORIGIN-BANK     PIC X(11).
000490     05  FILLER               PIC X(02)  VALUE SPACES.
000500     05  SA-D-ORIGIN-NAME     PIC X(30).
000510     05  FILLER               PIC X(02)  VALUE SPACES.
000520     05  SA-D-BENEF-ACCT      PIC 9(10).
000530     05  FILLER               PIC X(05)  VALUE SPACES.
000540
000550 01  SA-TRANCHE-LINE.
000560     05  SA-B-CC              PIC X(01)  VALUE ' '.
000570     05  FILLER               PIC X(10)  VALUE "TRANCHE : ".
000580     05  SA-B-LABEL           PIC X(18).
000590     05  SA-B-COUNT           PIC ZZZ,ZZ9.
000600     05  FILLER               PIC X(05)  VALUE SPACES.
000610     05  SA-B-AMOUNT          PIC -(9)9.99.
000620     05  FILLER               PIC X(79)  VALUE SPACES.
000630
000640 01  SA-TOTAL-LINE.
000650     05  SA-T-CC              PIC X(01)  VALUE ' '.
000660     05  FILLER               PIC X(28)  VALUE
000670         "TOTAL DES ARTICLES OUVERTS .".
000680     05  SA-T-COUNT           PIC ZZZ,ZZ9.
000690     05  FILLER               PIC X(05)  VALUE SPACES.
000700     05  SA-T-AMOUNT          PIC -(9)9.99.
000710     05  FILLER               PIC X(79)  VALUE SPACES.
000720
000730 01  SA-BALANCE-LINE.
000740     05  SA-S-CC              PIC X(01)  VALUE ' '.
000750     05  SA-S-LABEL           PIC X(28).
000760     05  FILLER               PIC X(12)  VALUE SPACES.
000770     05  SA-S-AMOUNT          PIC -(9)9.99.
000780     05  FILLER               PIC X(03)  VALUE SPACES.
000790     05  SA-S-VERDICT         PIC X(20).
000800     05  FILLER               PIC X(56)  VALUE SPACES.
