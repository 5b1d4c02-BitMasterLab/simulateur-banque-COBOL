000230*    2026-09-02 JLP  TALLY DIRECT DEBITS ('P', DDEBRUN) ON THEIR
000240*                    OWN PRELEVEMENTS LINE AND IN THE NET
000250*                    MOVEMENT.
000252*    2026-10-15 JLP  TALLY SUPERVISOR REVERSALS ('A') ON THEIR OWN
000253*                    TWO LINES - DEBIT (REVERSED CREDITS) AND
000255*                    CREDIT (REVERSED DEBITS, REFUNDED FEE
000256*                    INCLUDED) - SO THEY DO NOT SWELL THE DAY'S
000258*                    DEPOSIT, WITHDRAWAL OR FEE FIGURES.
000259*    2026-10-15 JLP  TALLY CHEQUES PAID THROUGH CLEARING ('C',
000261*                    CHQCLEAR) ON THEIR OWN CHEQUES LINE AND IN
000262*                    THE NET MOVEMENT.
000264*    2026-10-15 JLP  TALLY OUTBOUND TRANSFERS REJECTED BY CLEARING
000265*                    ('R', XFERREJ) ON THEIR OWN LINE, REFUNDED
000267*                    FEE INCLUDED, AND IN THE NET MOVEMENT.
000268******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. EODCTRL.
000290 AUTHOR. J L PELLETIER.
001000     05  WS-TRFI-AMOUNT       PIC S9(10)V99 COMP-3 VALUE 0.
001010     05  WS-DDB-COUNT         PIC 9(06) COMP VALUE 0.
001020     05  WS-DDB-AMOUNT        PIC S9(10)V99 COMP-3 VALUE 0.
001023     05  WS-CHQ-COUNT         PIC 9(06) COMP VALUE 0.
001027     05  WS-CHQ-AMOUNT        PIC S9(10)V99 COMP-3 VALUE 0.
001030     05  WS-FEE-COUNT         PIC 9(06) COMP VALUE 0.
001040     05  WS-FEE-AMOUNT        PIC S9(10)V99 COMP-3 VALUE 0.
001041     05  WS-REVD-COUNT        PIC 9(06) COMP VALUE 0.
001043     05  WS-REVD-AMOUNT       PIC S9(10)V99 COMP-3 VALUE 0.
001044     05  WS-REVC-COUNT        PIC 9(06) COMP VALUE 0.
001046     05  WS-REVC-AMOUNT       PIC S9(10)V99 COMP-3 VALUE 0.
001047     05  WS-REJ-COUNT         PIC 9(06) COMP VALUE 0.
001049     05  WS-REJ-AMOUNT        PIC S9(10)V99 COMP-3 VALUE 0.
001050
001060 01  WS-NET-MOVEMENT          PIC S9(10)V99 COMP-3 VALUE 0.
001070
001850         WHEN TL-OP-DIRECT-DEBIT
001860             ADD 1 TO WS-DDB-COUNT
001870             ADD TL-AMOUNT TO WS-DDB-AMOUNT
001872         WHEN TL-OP-CHEQUE
001875             ADD 1 TO WS-CHQ-COUNT
001878             ADD TL-AMOUNT TO WS-CHQ-AMOUNT
001880         WHEN TL-OP-FEE
001890             ADD 1 TO WS-FEE-COUNT
001900             ADD TL-AMOUNT TO WS-FEE-AMOUNT
001901         WHEN TL-OP-REVERSAL AND TL-REVERSES-CREDIT
001902             ADD 1 TO WS-REVD-COUNT
001903             ADD TL-AMOUNT TO WS-REVD-AMOUNT
001904         WHEN TL-OP-REVERSAL
001905             ADD 1 TO WS-REVC-COUNT
001906             ADD TL-AMOUNT TL-FEE-AMOUNT TO WS-REVC-AMOUNT
001907         WHEN TL-OP-TRANSFER-REJECT
001908             ADD 1 TO WS-REJ-COUNT
001909             ADD TL-AMOUNT TL-FEE-AMOUNT TO WS-REJ-AMOUNT
001910     END-EVALUATE.
001920     IF TL-FEE-AMOUNT NOT = 0 AND NOT TL-OP-REVERSAL
001925        AND NOT TL-OP-TRANSFER-REJECT
001930         ADD 1 TO WS-FEE-COUNT
001940         ADD TL-FEE-AMOUNT TO WS-FEE-AMOUNT
001950     END-IF.
002130 4000-PRODUCE-REPORT.
002140     COMPUTE WS-NET-MOVEMENT =
002150         WS-DEP-AMOUNT + WS-INT-AMOUNT + WS-TRFI-AMOUNT
002160         - WS-DDB-AMOUNT - WS-CHQ-AMOUNT
002165         + WS-REVC-AMOUNT - WS-REVD-AMOUNT + WS-REJ-AMOUNT
002170         - WS-WDR-AMOUNT - WS-TRFO-AMOUNT - WS-FEE-AMOUNT.
002180     COMPUTE WS-OPENING-TOTAL =
002190         WS-CLOSING-TOTAL - WS-NET-MOVEMENT.
002480     MOVE WS-DDB-COUNT TO EO-O-COUNT.
002490     MOVE WS-DDB-AMOUNT TO EO-O-AMOUNT.
002500     PERFORM 4100-WRITE-OP-LINE THRU 4100-EXIT.
002502     MOVE "CHEQUES" TO EO-O-LABEL.
002504     MOVE WS-CHQ-COUNT TO EO-O-COUNT.
002506     MOVE WS-CHQ-AMOUNT TO EO-O-AMOUNT.
002508     PERFORM 4100-WRITE-OP-LINE THRU 4100-EXIT.
002510     MOVE "FRAIS" TO EO-O-LABEL.
002520     MOVE WS-FEE-COUNT TO EO-O-COUNT.
002530     MOVE WS-FEE-AMOUNT TO EO-O-AMOUNT.
002531     PERFORM 4100-WRITE-OP-LINE THRU 4100-EXIT.
002533     MOVE "ANNULATIONS DEBIT" TO EO-O-LABEL.
002534     MOVE WS-REVD-COUNT TO EO-O-COUNT.
002536     MOVE WS-REVD-AMOUNT TO EO-O-AMOUNT.
002537     PERFORM 4100-WRITE-OP-LINE THRU 4100-EXIT.
002539     MOVE "ANNULATIONS CREDIT" TO EO-O-LABEL.
002540     MOVE WS-REVC-COUNT TO EO-O-COUNT.
002541     MOVE WS-REVC-AMOUNT TO EO-O-AMOUNT.
002543     PERFORM 4100-WRITE-OP-LINE THRU 4100-EXIT.
002544     MOVE "REJETS VIREMENT" TO EO-O-LABEL.
002546     MOVE WS-REJ-COUNT TO EO-O-COUNT.
002547     MOVE WS-REJ-AMOUNT TO EO-O-AMOUNT.
002549     PERFORM 4100-WRITE-OP-LINE THRU 4100-EXIT.
002550     MOVE WS-NET-MOVEMENT TO EO-N-AMOUNT.
002560     MOVE EO-NET-LINE TO CONTROL-REPORT-RECORD.
002570     WRITE CONTROL-REPORT-RECORD AFTER ADVANCING 2 LINES.
