000010******************************************************************
000020*    COPYBOOK      : RCVRMSG.CPY
000030*    DESCRIPTION   : PRINT LINE LAYOUTS FOR THE ACCOUNT MASTER
000040*                    FORWARD-RECOVERY REPORT PRODUCED BY
000050*                    ACCTRCVR.
000060*    MODIFICATION HISTORY
000070*    DATE       INIT DESCRIPTION
000080*    ---------- ---- ---------------------------------------------
000090*    2026-10-15 JLP  ORIGINAL
000100******************************************************************
000110 01  RV-HEADING-LINE.
000120     05  RV-H-CC              PIC X(01)  VALUE '1'.
000130     05  FILLER               PIC X(48)  VALUE
000140         "ACCTRCVR - RECONSTRUCTION DU FICHIER COMPTES".
000150     05  FILLER               PIC X(08)  VALUE " DATE : ".
000160     05  RV-H-DATE            PIC 9(08).
000170     05  FILLER               PIC X(68)  VALUE SPACES.
000180
000190 01  RV-PARM-LINE.
000200     05  RV-P-CC              PIC X(01)  VALUE ' '.
000210     05  RV-P-LABEL           PIC X(32).
000220     05  RV-P-TEXT            PIC X(30).
000230     05  FILLER               PIC X(70)  VALUE SPACES.
000240
000250 01  RV-SECTION-LINE.
000260     05  RV-S-CC              PIC X(01)  VALUE ' '.
000270     05  RV-S-TITLE           PIC X(60).
000280     05  FILLER               PIC X(72)  VALUE SPACES.
000290
000300 01  RV-COLUMN-HEADING-LINE.
000310     05  RV-CH-CC             PIC X(01)  VALUE ' '.
000320     05  FILLER               PIC X(12)  VALUE "COMPTE".
000330     05  FILLER               PIC X(10)  VALUE "SEQUENCE".
000340     05  FILLER               PIC X(10)  VALUE "DATE".
000350     05  FILLER               PIC X(04)  VALUE "OP".
000360     05  FILLER               PIC X(15)  VALUE "RECONSTRUIT".
000370     05  FILLER               PIC X(15)  VALUE "REFERENCE".
000380     05  FILLER               PIC X(15)  VALUE "ECART".
000390     05  FILLER               PIC X(30)  VALUE "ANOMALIE".
000400     05  FILLER               PIC X(21)  VALUE SPACES.
000410
000420 01  RV-DETAIL-LINE.
000430     05  RV-D-CC              PIC X(01)  VALUE ' '.
000440     05  RV-D-ACCT-NUMBER     PIC 9(10).
000450     05  FILLER               PIC X(02)  VALUE SPACES.
000460     05  RV-D-SEQ             PIC 9(08).
000470     05  FILLER               PIC X(02)  VALUE SPACES.
000480     05  RV-D-DATE            PIC 9(08).
000490     05  FILLER               PIC X(02)  VALUE SPACES.
000500     05  RV-D-OP              PIC X(01).
000510     05  FILLER               PIC X(03)  VALUE SPACES.
000520     05  RV-D-RECONSTRUIT     PIC -(8)9.99.
000530     05  FILLER               PIC X(03)  VALUE SPACES.
000540     05  RV-D-REFERENCE       PIC -(8)9.99.
000550     05  FILLER               PIC X(03)  VALUE SPACES.
000560     05  RV-D-ECART           PIC -(8)9.99.
000570     05  FILLER               PIC X(03)  VALUE SPACES.
000580     05  RV-D-ANOMALIE        PIC X(30).
000590     05  FILLER               PIC X(21)  VALUE SPACES.
000600
000610 01  RV-TOTAL-LINE.
000620     05  RV-T-CC              PIC X(01)  VALUE ' '.
000630     05  RV-T-LABEL           PIC X(40).
000640     05  RV-T-COUNT           PIC ZZZ,ZZZ,ZZ9.
000650     05  FILLER               PIC X(81)  VALUE SPACES.
