000294*                    STMTRUN) AS DEBIT LINES.
000296*    2026-09-02 JLP  EXTRACT DIRECT DEBITS ('P', DDEBRUN) AS
000298*                    DEBIT LINES TOO.
000299*    2026-10-15 JLP  EXTRACT SUPERVISOR REVERSALS ('A') IN THE
000301*                    OPPOSITE DIRECTION TO THE POSTING THEY
000302*                    CANCEL, FLAGGED GL-ENTRY-REVERSAL WITH THE
000304*                    ORIGINAL LOG SEQUENCE.  A REVERSED 'I' IS
000305*                    LEFT OUT LIKE THE INTEREST POSTING ITSELF.
000307*    2026-10-15 JLP  EXTRACT CHEQUES PAID THROUGH CLEARING ('C',
000308*                    CHQCLEAR) AS DEBIT LINES.
000310*    2026-10-15 JLP  EXTRACT RE-CREDITS OF OUTBOUND TRANSFERS
000311*                    REJECTED BY CLEARING ('R', XFERREJ) AS CREDIT
000313*                    LINES OF THE AMOUNT PLUS THE REFUNDED FEE,
000314*                    FLAGGED GL-ENTRY-REJECT WITH THE LOG SEQUENCE
000316*                    OF THE ORIGINAL DEBIT.
000317******************************************************************
000319 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. GLEXTRCT.
000330 AUTHOR. J L PELLETIER.
000340 INSTALLATION. DIRECTION INFORMATIQUE.
001950         IF TL-OP-DEPOSIT OR TL-OP-WITHDRAWAL
001960            OR TL-OP-TRANSFER-DEBIT OR TL-OP-TRANSFER-CREDIT
001965            OR TL-OP-FEE OR TL-OP-DIRECT-DEBIT
001967            OR TL-OP-CHEQUE OR TL-OP-TRANSFER-REJECT
001968            OR (TL-OP-REVERSAL AND TL-REV-ORIG-OP-CODE NOT = 'I')
001970             PERFORM 2200-BUILD-GL-RECORD THRU 2200-EXIT
001980             WRITE GL-EXTRACT-RECORD
001990             IF NOT WS-GLEXTR-OK
002120     MOVE TL-ACCT-NUMBER TO GL-ACCT-NUMBER.
002130     MOVE TL-TRAN-DATE TO GL-DATE.
002140     MOVE TL-RESULT-BALANCE TO GL-RESULT-BALANCE.
002143     SET GL-ENTRY-NORMAL TO TRUE.
002147     MOVE 0 TO GL-ORIG-TRAN-SEQ.
002150     EVALUATE TRUE
002160         WHEN TL-OP-DEPOSIT OR TL-OP-TRANSFER-CREDIT
002170             SET GL-CREDIT TO TRUE
002180             MOVE TL-AMOUNT TO GL-AMOUNT
002190         WHEN TL-OP-WITHDRAWAL OR TL-OP-TRANSFER-DEBIT
002195             OR TL-OP-FEE OR TL-OP-DIRECT-DEBIT
002197             OR TL-OP-CHEQUE
002200             SET GL-DEBIT TO TRUE
002210             COMPUTE GL-AMOUNT = TL-AMOUNT + TL-FEE-AMOUNT
002211         WHEN TL-OP-REVERSAL
002212             IF TL-REVERSES-CREDIT
002214                 SET GL-DEBIT TO TRUE
002215             ELSE
002216                 SET GL-CREDIT TO TRUE
002218             END-IF
002219             COMPUTE GL-AMOUNT = TL-AMOUNT + TL-FEE-AMOUNT
002220             SET GL-ENTRY-REVERSAL TO TRUE
002221             MOVE TL-REV-ORIG-SEQ-NUM TO GL-ORIG-TRAN-SEQ
002222         WHEN TL-OP-TRANSFER-REJECT
002224             SET GL-CREDIT TO TRUE
002225             COMPUTE GL-AMOUNT = TL-AMOUNT + TL-FEE-AMOUNT
002226             SET GL-ENTRY-REJECT TO TRUE
002228             MOVE TL-REV-ORIG-SEQ-NUM TO GL-ORIG-TRAN-SEQ
002229     END-EVALUATE.
002230 2200-EXIT.
002240     EXIT.
002250
