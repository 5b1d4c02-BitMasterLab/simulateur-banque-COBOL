000010******************************************************************
000020*    COPYBOOK      : CHQREG.CPY
000030*    DESCRIPTION   : CHEQUE REGISTER RECORD LAYOUT - KSDS KEYED BY
000040*                    ACCOUNT NUMBER PLUS CHEQUE NUMBER, ONE
000050*                    RECORD PER CHEQUE ISSUED.  THE ONLINE
000060*                    PROGRAM WRITES A WHOLE CHEQUE BOOK (A RANGE
000070*                    OF NUMBERS) AT ISSUE TIME AND POSTS
000080*                    STOP-PAYMENTS; THE DAILY CHQCLEAR BATCH
000090*                    MARKS A CHEQUE PAID WHEN THE CLEARING
000100*                    PRESENTMENT IS DEBITED.  A CHEQUE NUMBER
000110*                    ABSENT FROM THE REGISTER WAS NEVER ISSUED.
000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- ---------------------------------------------
000150*    2026-10-15 JLP  ORIGINAL
000160******************************************************************
000170 01  CHEQUE-REGISTER-RECORD.
000180     05  CQ-CHEQUE-KEY.
000190         10  CQ-ACCT-NUMBER       PIC 9(10).
000200         10  CQ-CHEQUE-NUMBER     PIC 9(07).
000210     05  CQ-STATUS                PIC X(01).
000220         88  CQ-STATUS-ISSUED         VALUE 'I'.
000230         88  CQ-STATUS-PAID           VALUE 'P'.
000240         88  CQ-STATUS-STOPPED        VALUE 'S'.
000250     05  CQ-DATE-ISSUED           PIC 9(08).
000260     05  CQ-ISSUED-BY             PIC X(08).
000270     05  CQ-STOP-DATE             PIC 9(08).
000280     05  CQ-STOP-REASON           PIC X(20).
000290     05  CQ-PAID-DATE             PIC 9(08).
000300     05  CQ-PAID-AMOUNT           PIC 9(8)V99.
000310     05  CQ-PAID-TRAN-SEQ         PIC 9(08).
000320     05  FILLER                   PIC X(12).
