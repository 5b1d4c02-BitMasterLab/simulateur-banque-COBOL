000010******************************************************************
000020*    COPYBOOK      : CHQRET.CPY
000030*    DESCRIPTION   : UNPAID CHEQUE RECORD WRITTEN BY CHQCLEAR -
000040*                    THE CHQPRES LAYOUT PLUS A REASON CODE, SENT
000050*                    BACK TO THE CLEARING SYSTEM IN MACHINE-
000060*                    READABLE FORM (SAME SPIRIT AS DDEBRUN'S
000070*                    DDRETURN).
000080*    MODIFICATION HISTORY
000090*    DATE       INIT DESCRIPTION
000100*    ---------- ---- ---------------------------------------------
000110*    2026-10-15 JLP  ORIGINAL
000120******************************************************************
000130 01  CHEQUE-RETURN-RECORD.
000140     05  CR-PRES-NUM              PIC 9(08).
000150     05  CR-REMITTING-BANK        PIC X(11).
000160     05  CR-ACCT-NUMBER           PIC 9(10).
000170     05  CR-CHEQUE-NUMBER         PIC 9(07).
000180     05  CR-AMOUNT                PIC 9(8)V99.
000190     05  CR-PRES-DATE             PIC 9(08).
000200     05  CR-REASON-CODE           PIC X(02).
000210         88  CR-RAISON-NON-EMIS       VALUE '01'.
000220         88  CR-RAISON-DEJA-PAYE      VALUE '02'.
000230         88  CR-RAISON-OPPOSITION     VALUE '03'.
000240         88  CR-RAISON-FONDS          VALUE '04'.
000250         88  CR-RAISON-CPT-CLOTURE    VALUE '05'.
000260         88  CR-RAISON-CPT-DORMANT    VALUE '06'.
000270         88  CR-RAISON-PLAFOND-JOUR   VALUE '07'.
