000010******************************************************************
000020*    COPYBOOK      : NOTCMSG.CPY
000030*    DESCRIPTION   : PRINT LINE LAYOUTS FOR CUSTNOTC - THE
000040*                    MAILABLE CUSTOMER NOTICE LETTER (NL-) AND THE
000050*                    MAILROOM SUMMARY REPORT (NR-).
000060*    MODIFICATION HISTORY
000070*    DATE       INIT DESCRIPTION
000080*    ---------- ---- ---------------------------------------------
000090*    2026-10-15 JLP  ORIGINAL
000100******************************************************************
000110 01  NL-HEADING-LINE.
000120     05  NL-H-CC              PIC X(01)  VALUE '1'.
000130     05  FILLER               PIC X(40)  VALUE
000140         "AVIS A NOTRE CLIENTELE".
000150     05  FILLER               PIC X(08)  VALUE " DATE : ".
000160     05  NL-H-DATE            PIC 9(08).
000170     05  FILLER               PIC X(76)  VALUE SPACES.
000180
000190*    NAME AND ADDRESS LINES SIT UNDER THE ENVELOPE WINDOW.
000200 01  NL-ADDRESS-LINE.
000210     05  NL-A-CC              PIC X(01)  VALUE ' '.
000220     05  FILLER               PIC X(50)  VALUE SPACES.
000230     05  NL-A-TEXT            PIC X(30).
000240     05  FILLER               PIC X(52)  VALUE SPACES.
000250
000260 01  NL-IDENT-LINE.
000270     05  NL-I-CC              PIC X(01)  VALUE ' '.
000280     05  FILLER               PIC X(12)  VALUE "CLIENT NO : ".
000290     05  NL-I-CUST-NUMBER     PIC 9(08).
000300     05  FILLER               PIC X(112) VALUE SPACES.
000310
000320 01  NL-TEXT-LINE.
000330     05  NL-X-CC              PIC X(01)  VALUE ' '.
000340     05  NL-X-TEXT            PIC X(80).
000350     05  FILLER               PIC X(52)  VALUE SPACES.
000360
000370 01  NL-DETAIL-LINE.
000380     05  NL-D-CC              PIC X(01)  VALUE ' '.
000390     05  FILLER               PIC X(05)  VALUE SPACES.
000400     05  FILLER               PIC X(09)  VALUE "COMPTE : ".
000410     05  NL-D-ACCT-NUMBER     PIC 9(10).
000420     05  FILLER               PIC X(04)  VALUE SPACES.
000430     05  FILLER               PIC X(07)  VALUE "DATE : ".
000440     05  NL-D-DATE            PIC 9(08).
000450     05  FILLER               PIC X(04)  VALUE SPACES.
000460     05  FILLER               PIC X(10)  VALUE "MONTANT : ".
000470     05  NL-D-AMOUNT          PIC -(8)9.99.
000480     05  FILLER               PIC X(04)  VALUE " EUR".
000490     05  FILLER               PIC X(59)  VALUE SPACES.
000500
000510 01  NL-REASON-LINE.
000520     05  NL-R-CC              PIC X(01)  VALUE ' '.
000530     05  FILLER               PIC X(05)  VALUE SPACES.
000540     05  FILLER               PIC X(09)  VALUE "MOTIF : ".
000550     05  NL-R-TEXT            PIC X(50).
000560     05  FILLER               PIC X(68)  VALUE SPACES.
000570
000580 01  NL-INFO-LINE.
000590     05  NL-N-CC              PIC X(01)  VALUE ' '.
000600     05  FILLER               PIC X(05)  VALUE SPACES.
000610     05  NL-N-LABEL           PIC X(30).
000620     05  NL-N-TEXT            PIC X(20).
000630     05  FILLER               PIC X(77)  VALUE SPACES.
000640
000650 01  NL-AMOUNT-LINE.
000660     05  NL-M-CC              PIC X(01)  VALUE ' '.
000670     05  FILLER               PIC X(05)  VALUE SPACES.
000680     05  NL-M-LABEL           PIC X(30).
000690     05  NL-M-AMOUNT          PIC -(8)9.99.
000700     05  FILLER               PIC X(04)  VALUE " EUR".
000710     05  FILLER               PIC X(81)  VALUE SPACES.
000720
000730 01  NL-ISSUE-LINE.
000740     05  NL-E-CC              PIC X(01)  VALUE ' '.
000750     05  FILLER               PIC X(10)  VALUE "ETABLI LE ".
000760     05  NL-E-DATE            PIC 9(08).
000770     05  FILLER               PIC X(114) VALUE SPACES.
000780
000790 01  NR-HEADING-LINE.
000800     05  NR-H-CC              PIC X(01)  VALUE '1'.
000810     05  FILLER               PIC X(46)  VALUE
000820         "CUSTNOTC - AVIS CLIENTELE - SYNTHESE COURRIER".
000830     05  FILLER               PIC X(08)  VALUE " DATE : ".
000840     05  NR-H-DATE            PIC 9(08).
000850     05  FILLER               PIC X(70)  VALUE SPACES.
000860
000870 01  NR-PARM-LINE.
000880     05  NR-P-CC              PIC X(01)  VALUE ' '.
000890     05  NR-P-LABEL           PIC X(32).
000900     05  NR-P-TEXT            PIC X(30).
000910     05  FILLER               PIC X(70)  VALUE SPACES.
000920
000930 01  NR-SECTION-LINE.
000940     05  NR-S-CC              PIC X(01)  VALUE ' '.
000950     05  NR-S-TITLE           PIC X(60).
000960     05  FILLER               PIC X(72)  VALUE SPACES.
000970
000980 01  NR-COLUMN-HEADING-LINE.
000990     05  NR-CH-CC             PIC X(01)  VALUE ' '.
001000     05  FILLER               PIC X(25)  VALUE "TYPE D'AVIS".
001010     05  FILLER               PIC X(13)  VALUE "COMPTE".
001020     05  FILLER               PIC X(10)  VALUE "DATE".
001030     05  FILLER               PIC X(15)  VALUE "MONTANT".
001040     05  FILLER               PIC X(30)  VALUE "ANOMALIE".
001050     05  FILLER               PIC X(39)  VALUE SPACES.
001060
001070 01  NR-EXCEPT-LINE.
001080     05  NR-E-CC              PIC X(01)  VALUE ' '.
001090     05  NR-E-TYPE            PIC X(22).
001100     05  FILLER               PIC X(03)  VALUE SPACES.
001110     05  NR-E-ACCT-NUMBER     PIC 9(10).
001120     05  FILLER               PIC X(03)  VALUE SPACES.
001130     05  NR-E-DATE            PIC 9(08).
001140     05  FILLER               PIC X(02)  VALUE SPACES.
001150     05  NR-E-AMOUNT          PIC -(8)9.99.
001160     05  FILLER               PIC X(02)  VALUE SPACES.
001170     05  NR-E-REASON          PIC X(30).
001180     05  FILLER               PIC X(40)  VALUE SPACES.
001190
001200 01  NR-SUMMARY-HEADING-LINE.
001210     05  NR-SH-CC             PIC X(01)  VALUE ' '.
001220     05  FILLER               PIC X(25)  VALUE "TYPE D'AVIS".
001230     05  FILLER               PIC X(13)  VALUE "  EVENEMENTS".
001240     05  FILLER               PIC X(13)  VALUE "DEJA ENVOYES".
001250     05  FILLER               PIC X(13)  VALUE "      AVISES".
001260     05  FILLER               PIC X(13)  VALUE "  SANS ADRES".
001270     05  FILLER               PIC X(55)  VALUE SPACES.
001280
001290 01  NR-SUMMARY-LINE.
001300     05  NR-M-CC              PIC X(01)  VALUE ' '.
001310     05  NR-M-TYPE            PIC X(22).
001320     05  FILLER               PIC X(03)  VALUE SPACES.
001330     05  NR-M-LUS             PIC ZZZ,ZZZ,ZZ9.
001340     05  FILLER               PIC X(02)  VALUE SPACES.
001350     05  NR-M-DEJA            PIC ZZZ,ZZZ,ZZ9.
001360     05  FILLER               PIC X(02)  VALUE SPACES.
001370     05  NR-M-AVISES          PIC ZZZ,ZZZ,ZZ9.
001380     05  FILLER               PIC X(02)  VALUE SPACES.
001390     05  NR-M-ORPHELINS       PIC ZZZ,ZZZ,ZZ9.
001400     05  FILLER               PIC X(57)  VALUE SPACES.
001410
001420 01  NR-TOTAL-LINE.
001430     05  NR-T-CC              PIC X(01)  VALUE ' '.
001440     05  NR-T-LABEL           PIC X(40).
001450     05  NR-T-COUNT           PIC ZZZ,ZZZ,ZZ9.
001460     05  FILLER               PIC X(81)  VALUE SPACES.
