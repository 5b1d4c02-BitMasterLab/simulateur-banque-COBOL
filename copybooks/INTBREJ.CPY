000010******************************************************************
000020*    COPYBOOK      : INTBREJ.CPY
000030*    DESCRIPTION   : OUTBOUND TRANSFER REJECT RECORD - THE DAILY
000040*                    FILE RECEIVED FROM THE CLEARING SYSTEM OF
000050*                    INTBOUT ITEMS THE BENEFICIARY BANK WOULD NOT
000060*                    ACCEPT, FED TO XFERREJ.  XJ-REFERENCE ECHOES
000070*                    XO-SOURCE-ACCT AND XO-SOURCE-TRAN-SEQ OF THE
000080*                    ORIGINAL ITEM.  XJ-REJECT-NUM ASCENDS WITHIN
000090*                    THE FILE (LIKE CP-PRES-NUM) AND CARRIES THE
000100*                    RESTART CHECKPOINT.
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- ---------------------------------------------
000140*    2026-10-15 JLP  ORIGINAL
000150******************************************************************
000160 01  EXT-TRANSFER-REJECT-RECORD.
000170     05  XJ-REJECT-NUM            PIC 9(08).
000180     05  XJ-REFERENCE.
000190         10  XJ-SOURCE-ACCT       PIC 9(10).
000200         10  XJ-SOURCE-TRAN-SEQ   PIC 9(08).
000210     05  XJ-BENEF-BANK-CODE       PIC X(11).
000220     05  XJ-BENEF-ACCT            PIC X(20).
000230     05  XJ-AMOUNT                PIC 9(8)V99.
000240     05  XJ-REJECT-DATE           PIC 9(08).
000250     05  XJ-REASON-CODE           PIC X(02).
000260         88  XJ-RAISON-CPT-INVALIDE   VALUE '01'.
000270         88  XJ-RAISON-CPT-CLOTURE    VALUE '02'.
000280         88  XJ-RAISON-BANQUE-INCONNUE VALUE '03'.
000290     05  FILLER                   PIC X(13).
