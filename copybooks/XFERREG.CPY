000010******************************************************************
000020*    COPYBOOK      : XFERREG.CPY
000030*    DESCRIPTION   : OUTBOUND TRANSFER REGISTER RECORD - KSDS
000040*                    KEYED BY THE REFERENCE OF THE INTBOUT ITEM
000050*                    (SOURCE ACCOUNT PLUS THE LOG SEQUENCE OF THE
000060*                    'T' DEBIT).  THE ONLINE PROGRAM WRITES ONE
000070*                    RECORD FOR EVERY ITEM IT PUTS ON INTBOUT -
000080*                    A CUSTOMER VIREMENT EXTERNE OR THE RETURN OF
000090*                    A SUSPENSE ITEM - WITH THE EXTERNAL TRANSFER
000100*                    FEE ACTUALLY CHARGED.  THE DAILY XFERREJ
000110*                    BATCH MATCHES THE CLEARING REJECTS AGAINST
000120*                    IT AND MARKS THE ITEM REJECTED, SO A SECOND
000130*                    REJECT OF THE SAME ITEM IS NEVER RE-CREDITED.
000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000160*    ---------- ---- ---------------------------------------------
000170*    2026-10-15 JLP  ORIGINAL
000180******************************************************************
000190 01  EXT-TRANSFER-REGISTER-RECORD.
000200     05  XF-REFERENCE.
000210         10  XF-SOURCE-ACCT       PIC 9(10).
000220         10  XF-SOURCE-TRAN-SEQ   PIC 9(08).
000230     05  XF-TRAN-DATE             PIC 9(08).
000240     05  XF-BENEF-BANK-CODE       PIC X(11).
000250     05  XF-BENEF-ACCT            PIC X(20).
000260     05  XF-BENEF-NAME            PIC X(30).
000270     05  XF-AMOUNT                PIC 9(8)V99.
000280     05  XF-EXT-FEE-AMOUNT        PIC 9(6)V99.
000290     05  XF-ORIGIN                PIC X(01).
000300         88  XF-ORIGIN-CUSTOMER       VALUE 'C'.
000310         88  XF-ORIGIN-SUSPENSE       VALUE 'S'.
000320     05  XF-SUSPENSE-REF          PIC X(16).
000330     05  XF-ISSUED-BY             PIC X(08).
000340     05  XF-STATUS                PIC X(01).
000350         88  XF-STATUS-SENT           VALUE 'S'.
000360         88  XF-STATUS-REJECTED       VALUE 'R'.
000370     05  XF-REJECT-DATE           PIC 9(08).
000380     05  XF-REJECT-REASON         PIC X(02).
000390     05  XF-REJECT-TRAN-SEQ       PIC 9(08).
000400     05  XF-FEE-REFUNDED          PIC 9(6)V99.
000410     05  FILLER                   PIC X(13).
