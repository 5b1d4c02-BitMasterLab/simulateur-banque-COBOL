000010******************************************************************
000020*    COPYBOOK      : CERTMSG.CPY
000030*    DESCRIPTION   : PRINT LINE LAYOUTS FOR INTCERT - THE MAILABLE
000040*                    YEAR-END INTEREST CERTIFICATE (IC-) AND THE
000050*                    OPERATIONS CONTROL REPORT (IR-).
000060*    MODIFICATION HISTORY
000070*    DATE       INIT DESCRIPTION
000080*    ---------- ---- ---------------------------------------------
000090*    2026-10-15 JLP  ORIGINAL
000100******************************************************************
000110 01  IC-HEADING-LINE.
000120     05  IC-H-CC              PIC X(01)  VALUE '1'.
000130     05  FILLER               PIC X(40)  VALUE
000140         "ATTESTATION FISCALE DES INTERETS PERCUS".
000150     05  FILLER               PIC X(08)  VALUE " ANNEE ".
000160     05  IC-H-YEAR            PIC 9(04).
000170     05  FILLER               PIC X(80)  VALUE SPACES.
000180
000190*    NAME AND ADDRESS LINES SIT UNDER THE ENVELOPE WINDOW.
000200 01  IC-ADDRESS-LINE.
000210     05  IC-A-CC              PIC X(01)  VALUE ' '.
000220     05  FILLER               PIC X(50)  VALUE SPACES.
000230     05  IC-A-TEXT            PIC X(30).
000240     05  FILLER               PIC X(52)  VALUE SPACES.
000250
000260 01  IC-IDENT-LINE.
000270     05  IC-I-CC              PIC X(01)  VALUE ' '.
000280     05  FILLER               PIC X(12)  VALUE "CLIENT NO : ".
000290     05  IC-I-CUST-NUMBER     PIC 9(08).
000300     05  FILLER               PIC X(04)  VALUE SPACES.
000310     05  FILLER               PIC X(20)  VALUE
000320         "PIECE D'IDENTITE : ".
000330     05  IC-I-NATIONAL-ID     PIC X(15).
000340     05  FILLER               PIC X(73)  VALUE SPACES.
000350
000360 01  IC-TEXT-LINE.
000370     05  IC-X-CC              PIC X(01)  VALUE ' '.
000380     05  IC-X-TEXT            PIC X(80).
000390     05  FILLER               PIC X(52)  VALUE SPACES.
000400
000410 01  IC-COLUMN-HEADING-LINE.
000420     05  IC-CH-CC             PIC X(01)  VALUE ' '.
000430     05  FILLER               PIC X(14)  VALUE "COMPTE".
000440     05  FILLER               PIC X(12)  VALUE "ECRITURES".
000450     05  FILLER               PIC X(20)  VALUE "INTERETS PERCUS".
000460     05  FILLER               PIC X(86)  VALUE SPACES.
000470
000480 01  IC-DETAIL-LINE.
000490     05  IC-D-CC              PIC X(01)  VALUE ' '.
000500     05  IC-D-ACCT-NUMBER     PIC 9(10).
000510     05  FILLER               PIC X(04)  VALUE SPACES.
000520     05  IC-D-COUNT           PIC ZZZ9.
000530     05  FILLER               PIC X(08)  VALUE SPACES.
000540     05  IC-D-INTEREST        PIC -(8)9.99.
000550     05  FILLER               PIC X(94)  VALUE SPACES.
000560
000570 01  IC-TOTAL-LINE.
000580     05  IC-T-CC              PIC X(01)  VALUE ' '.
000590     05  FILLER               PIC X(26)  VALUE
000600         "TOTAL DES INTERETS PERCUS".
000610     05  IC-T-INTEREST        PIC -(9)9.99.
000620     05  FILLER               PIC X(93)  VALUE SPACES.
000630
000640 01  IC-ISSUE-LINE.
000650     05  IC-E-CC              PIC X(01)  VALUE ' '.
000660     05  FILLER               PIC X(10)  VALUE "ETABLI LE ".
000670     05  IC-E-DATE            PIC 9(08).
000680     05  FILLER               PIC X(114) VALUE SPACES.
000690
000700 01  IR-HEADING-LINE.
000710     05  IR-H-CC              PIC X(01)  VALUE '1'.
000720     05  FILLER               PIC X(44)  VALUE
000730         "INTCERT - ATTESTATIONS D'INTERETS".
000740     05  FILLER               PIC X(08)  VALUE " DATE : ".
000750     05  IR-H-DATE            PIC 9(08).
000760     05  FILLER               PIC X(72)  VALUE SPACES.
000770
000780 01  IR-PARM-LINE.
000790     05  IR-P-CC              PIC X(01)  VALUE ' '.
000800     05  IR-P-LABEL           PIC X(32).
000810     05  IR-P-TEXT            PIC X(30).
000820     05  FILLER               PIC X(70)  VALUE SPACES.
000830
000840 01  IR-COLUMN-HEADING-LINE.
000850     05  IR-CH-CC             PIC X(01)  VALUE ' '.
000860     05  FILLER               PIC X(13)  VALUE "COMPTE".
000870     05  FILLER               PIC X(15)  VALUE "INTERETS".
000880     05  FILLER               PIC X(30)  VALUE "ANOMALIE".
000890     05  FILLER               PIC X(74)  VALUE SPACES.
000900
000910 01  IR-EXCEPT-LINE.
000920     05  IR-E-CC              PIC X(01)  VALUE ' '.
000930     05  IR-E-ACCT-NUMBER     PIC 9(10).
000940     05  FILLER               PIC X(03)  VALUE SPACES.
000950     05  IR-E-INTEREST        PIC -(8)9.99.
000960     05  FILLER               PIC X(03)  VALUE SPACES.
000970     05  IR-E-REASON          PIC X(30).
000980     05  FILLER               PIC X(74)  VALUE SPACES.
000990
001000 01  IR-TOTAL-LINE.
001010     05  IR-T-CC              PIC X(01)  VALUE ' '.
001020     05  IR-T-LABEL           PIC X(40).
001030     05  IR-T-COUNT           PIC ZZZ,ZZZ,ZZ9.
001040     05  FILLER               PIC X(05)  VALUE SPACES.
001050     05  IR-T-AMOUNT          PIC -(10)9.99.
001060     05  FILLER               PIC X(62)  VALUE SPACES.
