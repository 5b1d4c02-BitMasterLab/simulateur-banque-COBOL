000010******************************************************************
000020*    COPYBOOK      : CHQPRES.CPY
000030*    DESCRIPTION   : CHEQUE PRESENTMENT RECORD LAYOUT - THE DAILY
000040*                    FILE OF CHEQUES DRAWN ON OUR ACCOUNTS AND
000050*                    PRESENTED FOR PAYMENT THROUGH THE CLEARING
000060*                    SYSTEM, FED TO CHQCLEAR.  CP-PRES-NUM
000070*                    ASCENDS WITHIN THE FILE (LIKE DC-CLAIM-NUM)
000080*                    AND CARRIES THE RESTART CHECKPOINT.
000090*    MODIFICATION HISTORY
000100*    DATE       INIT DESCRIPTION
000110*    ---------- ---- ---------------------------------------------
000120*    2026-10-15 JLP  ORIGINAL
000130******************************************************************
000140 01  CHEQUE-PRESENTMENT-RECORD.
000150     05  CP-PRES-NUM              PIC 9(08).
000160     05  CP-REMITTING-BANK        PIC X(11).
000170     05  CP-ACCT-NUMBER           PIC 9(10).
000180     05  CP-CHEQUE-NUMBER         PIC 9(07).
000190     05  CP-AMOUNT                PIC 9(8)V99.
000200     05  CP-PRES-DATE             PIC 9(08).
000210     05  FILLER                   PIC X(06).
