000440*                    RERUN RESUMES PAST THE LAST ACCOUNT
000450*                    PROCESSED, SO STATEMENT FEES ARE NEVER
000460*                    BILLED TWICE.
000461*    2026-10-15 JLP  SHOW SUPERVISOR REVERSALS ('A') AS
000462*                    "ANNULATION" AND BACK THEM OUT OF THE
000463*                    OPENING BALANCE IN THE DIRECTION OF THE
000464*                    POSTING THEY CANCEL.
000466*    2026-10-15 JLP  SHOW CHEQUES PAID THROUGH CLEARING ('C',
000467*                    CHQCLEAR) AS "CHEQUE" AND TREAT THEM AS
000468*                    DEBITS IN THE OPENING BALANCE.
000469*    2026-10-15 JLP  SHOW OUTBOUND TRANSFERS REJECTED BY CLEARING
000470*                    ('R', XFERREJ) AS "REJET VIREMENT" AND BACK
000471*                    THEM OUT OF THE OPENING BALANCE AS A CREDIT
000472*                    OF THE AMOUNT PLUS THE REFUNDED FEE.
000473*    2026-10-15 JLP  CUSTXREF NOW KEYED ON ACCOUNT AND CUSTOMER :
000474*                    BROWSE EVERY HOLDER OF THE ACCOUNT, HEAD THE
000476*                    STATEMENT WITH THE PRIMARY HOLDER AND LIST
000477*                    THE JOINT HOLDERS AND SIGNATORIES UNDER THE
000478*                    ADDRESS.
000479******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. STMTRUN.
000500 AUTHOR. J L PELLETIER.
000800         ASSIGN TO "CUSTXREF"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS XR-XREF-KEY
000840         FILE STATUS IS WS-CUSTXREF-STATUS.
000850
000860     SELECT TRANSACTION-LOG
001360
001370 FD  LIVE-LOG
001380     LABEL RECORDS ARE STANDARD.
001390 01  LIVE-LOG-RECORD          PIC X(100).
001400
001410 FD  RUN-CONTROL
001420     LABEL RECORDS ARE STANDARD.
002090     05  WS-FEES-WAIVED       PIC 9(06) COMP VALUE 0.
002100
002110 01  WS-CHARGED-AMOUNT        PIC S9(10)V99 COMP-3 VALUE 0.
002111
002112*    HOLDERS OF THE ACCOUNT BEING PRINTED, FROM THE CUSTXREF
002113*    BROWSE.  THE PRIMARY HOLDER GIVES THE NAME AND ADDRESS OF
002114*    THE HEADING, THE OTHERS ARE LISTED UNDER THE ADDRESS.
002115 01  WS-XREF-EOF-SWITCH       PIC X(01) VALUE 'N'.
002116     88  WS-END-OF-XREF           VALUE 'Y'.
002117 01  WS-MAX-HOLDERS           PIC 9(02) COMP VALUE 10.
002118 01  WS-HOLDER-COUNT          PIC 9(02) COMP VALUE 0.
002119 01  WS-PRIMARY-IDX           PIC 9(02) COMP VALUE 0.
002121 01  WS-HOLDER-TABLE.
002122     05  WS-HOLDER-ENTRY      OCCURS 10 TIMES
002123                              INDEXED BY WS-HT-IDX.
002124         10  WS-HT-CUST-NUMBER    PIC 9(08).
002125         10  WS-HT-ROLE           PIC X(01).
002126             88  WS-HT-COTITULAIRE    VALUE 'J'.
002127             88  WS-HT-MANDATAIRE     VALUE 'S'.
002128         10  WS-HT-NAME           PIC X(30).
002129
002130 PROCEDURE DIVISION.
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004470     EXIT.
004480
004490 2150-LIRE-TITULAIRE.
004492     MOVE 0 TO WS-HOLDER-COUNT.
004495     MOVE 0 TO WS-PRIMARY-IDX.
004498     MOVE 'N' TO WS-XREF-EOF-SWITCH.
004500     MOVE ACCT-NUMBER TO XR-ACCT-NUMBER.
004510     MOVE 0 TO XR-CUST-NUMBER.
004511     START CUSTOMER-XREF KEY IS NOT LESS THAN XR-XREF-KEY
004512         INVALID KEY
004513             SET WS-END-OF-XREF TO TRUE
004514     END-START.
004515     PERFORM 2160-LIRE-XREF-COMPTE THRU 2160-EXIT
004516         UNTIL WS-END-OF-XREF.
004517     IF WS-HOLDER-COUNT = 0
004518         INITIALIZE CUST-MASTER-RECORD
004519         MOVE "TITULAIRE NON RENSEIGNE" TO CUST-NAME
004521         GO TO 2150-EXIT
004522     END-IF.
004523*    NO HOLDER FLAGGED PRIMARY : THE FIRST ONE LINKED STANDS IN.
004524     IF WS-PRIMARY-IDX = 0
004525         MOVE 1 TO WS-PRIMARY-IDX
004526     END-IF.
004527     MOVE WS-HT-CUST-NUMBER (WS-PRIMARY-IDX) TO CUST-NUMBER.
004528     READ CUSTOMER-MASTER
004529         INVALID KEY
004530             INITIALIZE CUST-MASTER-RECORD
004533             MOVE WS-HT-CUST-NUMBER (WS-PRIMARY-IDX)
004537                 TO CUST-NUMBER
004540             MOVE "TITULAIRE NON RENSEIGNE" TO CUST-NAME
004543     END-READ.
004546 2150-EXIT.
004549     EXIT.
004553
004556 2160-LIRE-XREF-COMPTE.
004559     READ CUSTOMER-XREF NEXT RECORD
004562         AT END
004565             SET WS-END-OF-XREF TO TRUE
004568             GO TO 2160-EXIT
004571     END-READ.
004575     IF XR-ACCT-NUMBER NOT = ACCT-NUMBER
004578         SET WS-END-OF-XREF TO TRUE
004581         GO TO 2160-EXIT
004584     END-IF.
004587     IF WS-HOLDER-COUNT NOT < WS-MAX-HOLDERS
004590         DISPLAY "STMTRUN - TROP DE TITULAIRES, COMPTE "
004593             ACCT-NUMBER " CLIENT " XR-CUST-NUMBER " IGNORE"
004597         GO TO 2160-EXIT
004600     END-IF.
004603     ADD 1 TO WS-HOLDER-COUNT.
004606     MOVE XR-CUST-NUMBER TO WS-HT-CUST-NUMBER (WS-HOLDER-COUNT).
004609     MOVE XR-HOLDER-ROLE TO WS-HT-ROLE (WS-HOLDER-COUNT).
004612     IF XR-ROLE-TITULAIRE AND WS-PRIMARY-IDX = 0
004615         MOVE WS-HOLDER-COUNT TO WS-PRIMARY-IDX
004619     END-IF.
004622     MOVE XR-CUST-NUMBER TO CUST-NUMBER.
004625     READ CUSTOMER-MASTER
004628         INVALID KEY
004631             MOVE "TITULAIRE NON RENSEIGNE"
004634                 TO WS-HT-NAME (WS-HOLDER-COUNT)
004637         NOT INVALID KEY
004641             MOVE CUST-NAME TO WS-HT-NAME (WS-HOLDER-COUNT)
004644     END-READ.
004647 2160-EXIT.
004650     EXIT.
004660
004670 2200-LIRE-MOUVEMENT.
005190     EVALUATE TRUE
005200         WHEN TL-OP-WITHDRAWAL OR TL-OP-TRANSFER-DEBIT
005210             OR TL-OP-FEE OR TL-OP-DIRECT-DEBIT
005213             OR TL-OP-CHEQUE
005217             OR (TL-OP-REVERSAL AND TL-REVERSES-CREDIT)
005220             COMPUTE WS-STMT-OPENING-BAL =
005230                 TL-RESULT-BALANCE + TL-AMOUNT + TL-FEE-AMOUNT
005232         WHEN TL-OP-REVERSAL OR TL-OP-TRANSFER-REJECT
005235             COMPUTE WS-STMT-OPENING-BAL =
005238                 TL-RESULT-BALANCE - TL-AMOUNT - TL-FEE-AMOUNT
005240         WHEN OTHER
005250             COMPUTE WS-STMT-OPENING-BAL =
005260                 TL-RESULT-BALANCE - TL-AMOUNT
005300     EXIT.
005310
005320 2400-IMPRIMER-ENTETE.
005325     MOVE 0 TO WS-STMT-LINE-COUNT.
005330     ADD 1 TO WS-STMT-PAGE-NUM.
005340     ADD 1 TO WS-TOTAL-PAGES.
005350     MOVE ACCT-NUMBER TO ST-H-ACCT-NUMBER.
005430     MOVE ST-ADDRESS-LINE TO STATEMENT-PRINT-RECORD.
005440     WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
005450     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005452     PERFORM 2450-IMPRIMER-COTITULAIRE THRU 2450-EXIT
005455         VARYING WS-HT-IDX FROM 1 BY 1
005458         UNTIL WS-HT-IDX > WS-HOLDER-COUNT.
005460     MOVE WS-STMT-START-DATE TO ST-P-START-DATE.
005470     MOVE WS-STMT-END-DATE TO ST-P-END-DATE.
005480     MOVE ST-PERIOD-LINE TO STATEMENT-PRINT-RECORD.
005550     MOVE ST-COLUMN-HEADING-LINE TO STATEMENT-PRINT-RECORD.
005560     WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 2 LINES.
005570     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005580     ADD 5 TO WS-STMT-LINE-COUNT.
005590     SET WS-STMT-HDR-PRINTED TO TRUE.
005600 2400-EXIT.
005601     EXIT.
005603
005604 2450-IMPRIMER-COTITULAIRE.
005605     IF WS-HT-IDX = WS-PRIMARY-IDX
005607         GO TO 2450-EXIT
005608     END-IF.
005609     EVALUATE TRUE
005610         WHEN WS-HT-COTITULAIRE (WS-HT-IDX)
005612             MOVE "CO-TITULAIRE  :" TO ST-T-ROLE
005613         WHEN WS-HT-MANDATAIRE (WS-HT-IDX)
005614             MOVE "MANDATAIRE    :" TO ST-T-ROLE
005616         WHEN OTHER
005617             MOVE "TITULAIRE     :" TO ST-T-ROLE
005618     END-EVALUATE.
005620     MOVE WS-HT-NAME (WS-HT-IDX) TO ST-T-NAME.
005621     MOVE ST-HOLDER-LINE TO STATEMENT-PRINT-RECORD.
005622     WRITE STATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINES.
005623     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005625     ADD 1 TO WS-STMT-LINE-COUNT.
005626 2450-EXIT.
005627     EXIT.
005629
005630 2500-IMPRIMER-LIGNE.
005640     IF WS-STMT-LINE-COUNT >= WS-STMT-MAX-LINES
005650         PERFORM 2400-IMPRIMER-ENTETE THRU 2400-EXIT
005760             MOVE "VIREMENT RECU" TO ST-D-OPERATION
005770         WHEN TL-OP-DIRECT-DEBIT
005780             MOVE "PRELEVEMENT" TO ST-D-OPERATION
005781         WHEN TL-OP-CHEQUE
005783             MOVE "CHEQUE" TO ST-D-OPERATION
005784         WHEN TL-OP-REVERSAL
005786             MOVE "ANNULATION" TO ST-D-OPERATION
005787         WHEN TL-OP-TRANSFER-REJECT
005789             MOVE "REJET VIREMENT" TO ST-D-OPERATION
005790         WHEN OTHER            MOVE "AUTRE" TO ST-D-OPERATION
005800     END-EVALUATE.
005810     MOVE TL-AMOUNT TO ST-D-AMOUNT.
