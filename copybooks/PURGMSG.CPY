000010******************************************************************
000020*    COPYBOOK      : PURGMSG.CPY
000030*    DESCRIPTION   : PRINT LINE LAYOUTS FOR THE CLOSED-ACCOUNT
000040*                    PURGE REPORT PRODUCED BY ACCTPURG.
000050*    MODIFICATION HISTORY
000060*    DATE       INIT DESCRIPTION
000070*    ---------- ---- ---------------------------------------------
000080*    2026-10-15 JLP  ORIGINAL
000090******************************************************************
000100 01  PG-HEADING-LINE.
000110     05  PG-H-CC              PIC X(01)  VALUE '1'.
000120     05  FILLER               PIC X(44)  VALUE
000130         "ACCTPURG - PURGE DES COMPTES CLOTURES".
000140     05  FILLER               PIC X(08)  VALUE " DATE : ".
000150     05  PG-H-DATE            PIC 9(08).
000160     05  FILLER               PIC X(72)  VALUE SPACES.
000170
000180 01  PG-PARM-LINE.
000190     05  PG-P-CC              PIC X(01)  VALUE ' '.
000200     05  FILLER               PIC X(32)  VALUE
000210         "CONSERVATION (MOIS) ............".
000220     05  PG-P-MONTHS          PIC ZZZ9.
000230     05  FILLER               PIC X(04)  VALUE SPACES.
000240     05  FILLER               PIC X(32)  VALUE
000250         "CLOTURES ANTERIEURES AU ........".
000260     05  PG-P-CUTOFF-DATE     PIC 9(08).
000270     05  FILLER               PIC X(52)  VALUE SPACES.
000280
000290 01  PG-COLUMN-HEADING-LINE.
000300     05  PG-CH-CC             PIC X(01)  VALUE ' '.
000310     05  FILLER               PIC X(12)  VALUE "NO COMPTE".
000320     05  FILLER               PIC X(10)  VALUE "CLOTURE".
000330     05  FILLER               PIC X(12)  VALUE "DERNIER MVT".
000340     05  FILLER               PIC X(08)  VALUE "ORDRES".
000350     05  FILLER               PIC X(08)  VALUE "MANDATS".
000360     05  FILLER               PIC X(08)  VALUE "OPPOS.".
000370     05  FILLER               PIC X(08)  VALUE "TITUL.".
000380     05  FILLER               PIC X(14)  VALUE "SOLDE".
000390     05  FILLER               PIC X(30)  VALUE "OBSERVATION".
000400     05  FILLER               PIC X(22)  VALUE SPACES.
000410
000420 01  PG-DETAIL-LINE.
000430     05  PG-D-CC              PIC X(01)  VALUE ' '.
000440     05  PG-D-ACCT-NUMBER     PIC 9(10).
000450     05  FILLER               PIC X(02)  VALUE SPACES.
000460     05  PG-D-CLOSE-DATE      PIC 9(08).
000470     05  FILLER               PIC X(02)  VALUE SPACES.
000480     05  PG-D-LAST-TRAN-DATE  PIC 9(08).
000490     05  FILLER               PIC X(04)  VALUE SPACES.
000500     05  PG-D-ORDERS          PIC ZZZ9.
000510     05  FILLER               PIC X(04)  VALUE SPACES.
000520     05  PG-D-MANDATES        PIC ZZZ9.
000530     05  FILLER               PIC X(04)  VALUE SPACES.
000540     05  PG-D-HOLDS           PIC ZZZ9.
000550     05  FILLER               PIC X(04)  VALUE SPACES.
000560     05  PG-D-HOLDERS         PIC ZZZ9.
000570     05  FILLER               PIC X(04)  VALUE SPACES.
000580     05  PG-D-BALANCE         PIC -(8)9.99.
000590     05  FILLER               PIC X(02)  VALUE SPACES.
000600     05  PG-D-OBSERVATION     PIC X(30).
000610     05  FILLER               PIC X(22)  VALUE SPACES.
000620
000630 01  PG-TOTAL-LINE.
000640     05  PG-T-CC              PIC X(01)  VALUE ' '.
000650     05  FILLER               PIC X(30)  VALUE
000660         "COMPTES EXAMINES ............".
000670     05  PG-T-READ-COUNT      PIC ZZZ,ZZ9.
000680     05  FILLER               PIC X(06)  VALUE SPACES.
000690     05  FILLER               PIC X(30)  VALUE
000700         "COMPTES CLOTURES ............".
000710     05  PG-T-CLOSED-COUNT    PIC ZZZ,ZZ9.
000720     05  FILLER               PIC X(06)  VALUE SPACES.
000730     05  FILLER               PIC X(30)  VALUE
000740         "COMPTES PURGES ..............".
000750     05  PG-T-PURGED-COUNT    PIC ZZZ,ZZ9.
000760     05  FILLER               PIC X(09)  VALUE SPACES.
000770
000780 01  PG-KEPT-LINE.
000790     05  PG-K-CC              PIC X(01)  VALUE ' '.
000800     05  FILLER               PIC X(30)  VALUE
000810         "CONSERVATION EN COURS .......".
000820     05  PG-K-RETAINED-COUNT  PIC ZZZ,ZZ9.
000830     05  FILLER               PIC X(06)  VALUE SPACES.
000840     05  FILLER               PIC X(30)  VALUE
000850         "ANOMALIES (CONSERVES) .......".
000860     05  PG-K-ANOMALY-COUNT   PIC ZZZ,ZZ9.
000870     05  FILLER               PIC X(06)  VALUE SPACES.
000880     05  FILLER               PIC X(30)  VALUE
000890         "HORS TABLE (PASSAGE SUIVANT).".
000900     05  PG-K-OVERFLOW-COUNT  PIC ZZZ,ZZ9.
000910     05  FILLER               PIC X(09)  VALUE SPACES.
000920
000930 01  PG-MOVED-TITLE-LINE.
000940     05  PG-MT-CC             PIC X(01)  VALUE ' '.
000950     05  FILLER               PIC X(44)  VALUE
000960         "ENREGISTREMENTS TRANSFERES EN HISTORIQUE :".
000970     05  FILLER               PIC X(88)  VALUE SPACES.
000980
000990 01  PG-MOVED-LINE.
001000     05  PG-M-CC              PIC X(01)  VALUE ' '.
001010     05  FILLER               PIC X(24)  VALUE
001020         "ORDRES PERMANENTS ......".
001030     05  PG-M-ORDERS          PIC ZZZ,ZZ9.
001040     05  FILLER               PIC X(02)  VALUE SPACES.
001050     05  FILLER               PIC X(24)  VALUE
001060         "MANDATS ................".
001070     05  PG-M-MANDATES        PIC ZZZ,ZZ9.
001080     05  FILLER               PIC X(02)  VALUE SPACES.
001090     05  FILLER               PIC X(24)  VALUE
001100         "OPPOSITIONS ............".
001110     05  PG-M-HOLDS           PIC ZZZ,ZZ9.
001120     05  FILLER               PIC X(02)  VALUE SPACES.
001130     05  FILLER               PIC X(24)  VALUE
001140         "LIENS TITULAIRES .......".
001150     05  PG-M-HOLDERS         PIC ZZZ,ZZ9.
001160     05  FILLER               PIC X(02)  VALUE SPACES.
