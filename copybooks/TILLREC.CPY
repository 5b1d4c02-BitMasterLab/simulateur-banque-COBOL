000010******************************************************************
000020*    COPYBOOK      : TILLREC.CPY
000030*    DESCRIPTION   : TELLER TILL RECORD - KSDS KEYED BY OPERATOR
000040*                    AND BUSINESS DATE, ONE RECORD PER OPERATOR
000050*                    SHIFT.  SIMULATEUR-BANQUE WRITES IT AT
000060*                    SIGN-ON WITH THE OPENING FLOAT AND REWRITES
000070*                    IT AT THE END-OF-SHIFT COUNT WITH THE
000080*                    EXPECTED CASH (FLOAT PLUS THE OPERATOR'S
000090*                    DEPOSITS LESS WITHDRAWALS OF THE DAY), THE
000100*                    CASH DECLARED AND THE DIFFERENCE.  A
000110*                    DIFFERENCE OVER TOLERANCE WAITS FOR A
000120*                    SUPERVISOR'S APPROVAL.  TILLRPT LISTS EVERY
000130*                    OPERATOR'S TILL EACH NIGHT.
000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000160*    ---------- ---- ---------------------------------------------
000170*    2026-10-15 JLP  ORIGINAL
000180******************************************************************
000190 01  TILL-RECORD.
000200     05  TK-TILL-KEY.
000210         10  TK-OPERATOR-ID       PIC X(08).
000220         10  TK-BUSINESS-DATE     PIC 9(08).
000230     05  TK-OPENING-FLOAT         PIC 9(8)V99.
000240     05  TK-OPEN-TIME             PIC 9(08).
000250     05  TK-STATUS                PIC X(01).
000260         88  TK-STATUS-OPEN           VALUE 'O'.
000270         88  TK-STATUS-BALANCED       VALUE 'F'.
000280         88  TK-STATUS-PENDING        VALUE 'E'.
000290         88  TK-STATUS-APPROVED       VALUE 'V'.
000300         88  TK-STATUS-COUNTED        VALUE 'F' 'E' 'V'.
000310     05  TK-DEPOSIT-TOTAL         PIC 9(9)V99.
000320     05  TK-WITHDRAWAL-TOTAL      PIC 9(9)V99.
000330     05  TK-EXPECTED-CASH         PIC S9(9)V99.
000340     05  TK-DECLARED-CASH         PIC 9(8)V99.
000350     05  TK-DIFFERENCE            PIC S9(9)V99.
000360     05  TK-CLOSE-TIME            PIC 9(08).
000370     05  TK-APPROVED-BY           PIC X(08).
000380     05  TK-APPROVED-DATE         PIC 9(08).
000390     05  FILLER                   PIC X(17).
