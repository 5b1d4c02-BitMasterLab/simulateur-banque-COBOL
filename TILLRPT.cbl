000010******************************************************************
000020*    PROGRAM-ID    : TILLRPT
000030*    AUTHOR        : J. L. PELLETIER
000040*    INSTALLATION  : DIRECTION INFORMATIQUE
000050*    DATE-WRITTEN  : 2026-10-15
000060*    DESCRIPTION   : NIGHTLY TELLER TILL REPORT.  FOR THE
000070*                    BUSINESS DATE ON SYSIN (BLANK = TODAY) LISTS
000080*                    EVERY OPERATOR ON OPERMAST WITH THE OPENING
000090*                    FLOAT OF THE TILL (TILLFILE), THE CASH
000100*                    DEPOSITS AND WITHDRAWALS THE OPERATOR POSTED
000110*                    THAT DAY ON THE TRANSACTION-LOG, THE
000120*                    EXPECTED CASH, THE CASH DECLARED AT THE
000130*                    END-OF-SHIFT COUNT AND THE DIFFERENCE, THEN
000140*                    THE BRANCH TOTAL.  TRANSFERS AND BATCH
000150*                    POSTINGS DO NOT MOVE CASH AND ARE LEFT OUT.
000160*                    A SAME-DAY REVERSAL ('A') OF A CASH DEPOSIT
000170*                    OR WITHDRAWAL, WHOEVER KEYED IT, IS TAKEN
000180*                    BACK OFF THE ORIGINAL TELLER'S FIGURES, AS
000190*                    THE ONLINE TILL COUNT DOES.  A TILL NOT
000200*                    COUNTED, A DIFFERENCE STILL AWAITING A
000210*                    SUPERVISOR, CASH MOVED WITHOUT A TILL, OR AN
000220*                    EXPECTED FIGURE THAT NO LONGER AGREES WITH
000230*                    THE LOG ENDS THE STEP WITH RC 4.  READ-ONLY -
000240*                    SAFE TO RERUN.  SEE JCL/TILLRPT.JCL.
000250*    MODIFICATION HISTORY
000260*    DATE       INIT DESCRIPTION
000270*    ---------- ---- ---------------------------------------------
000280*    2026-10-15 JLP  ORIGINAL
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. TILLRPT.
000320 AUTHOR. J L PELLETIER.
000330 INSTALLATION. DIRECTION INFORMATIQUE.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPERATOR-MASTER
000410         ASSIGN TO "OPERMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS OP-OPERATOR-ID
000450         FILE STATUS IS WS-OPERMAST-STATUS.
000460
000470     SELECT TILL-FILE
000480         ASSIGN TO "TILLFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS TK-TILL-KEY
000520         FILE STATUS IS WS-TILLFILE-STATUS.
000530
000540     SELECT TRANSACTION-LOG
000550         ASSIGN TO "TRANLOG"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-TRANLOG-STATUS.
000590
000600     SELECT TILL-REPORT
000610         ASSIGN TO "CAISRPT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-TILLRPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  OPERATOR-MASTER
000680     LABEL RECORDS ARE STANDARD.
000690 COPY OPERMAST.
000700
000710 FD  TILL-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY TILLREC.
000740
000750 FD  TRANSACTION-LOG
000760     LABEL RECORDS ARE STANDARD.
000770 COPY TRANLOG.
000780
000790 FD  TILL-REPORT
000800     RECORDING MODE F
000810     LABEL RECORDS ARE OMITTED.
000820 01  TILL-REPORT-RECORD       PIC X(133).
000830
000840 WORKING-STORAGE SECTION.
000850 COPY TILLMSG.
000860
000870 01  WS-OPERMAST-STATUS       PIC X(02).
000880     88  WS-OPERMAST-OK           VALUE '00'.
000890
000900 01  WS-TILLFILE-STATUS       PIC X(02).
000910     88  WS-TILLFILE-OK           VALUE '00'.
000920     88  WS-TILLFILE-NOTFND       VALUE '23'.
000930     88  WS-TILLFILE-ABSENT       VALUE '35'.
000940
000950 01  WS-TRANLOG-STATUS        PIC X(02).
000960     88  WS-TRANLOG-OK            VALUE '00'.
000970
000980 01  WS-TILLRPT-STATUS        PIC X(02).
000990     88  WS-TILLRPT-OK            VALUE '00'.
001000
001010 01  WS-EOF-SWITCHES.
001020     05  WS-OPER-EOF-SWITCH   PIC X(01) VALUE 'N'.
001030         88  WS-END-OF-OPERATORS  VALUE 'Y'.
001040     05  WS-LOG-EOF-SWITCH    PIC X(01) VALUE 'N'.
001050         88  WS-END-OF-LOG        VALUE 'Y'.
001060 01  WS-SANS-TILL-SWITCH      PIC X(01) VALUE 'N'.
001070     88  WS-SANS-TILLFILE         VALUE 'Y'.
001080 01  WS-TILL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001090     88  WS-TILL-FOUND            VALUE 'Y'.
001100 01  WS-ANOMALY-SWITCH        PIC X(01) VALUE 'N'.
001110     88  WS-ANOMALY               VALUE 'Y'.
001120
001130 01  WS-ETAT-VISE.
001140     05  FILLER               PIC X(09) VALUE "VISE PAR ".
001150     05  WS-EV-VISEUR         PIC X(08).
001160
001170 01  WS-TODAY                 PIC 9(08).
001180 01  WS-PARM-INPUT            PIC X(08) JUSTIFIED RIGHT.
001190 01  WS-BUSINESS-DATE         PIC 9(08).
001200
001210 01  WS-TABLE-LIMITS.
001220     05  WS-MAX-OPERATORS     PIC 9(04) COMP VALUE 500.
001230     05  WS-OPER-COUNT        PIC 9(04) COMP VALUE 0.
001240 01  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001250     88  WS-ENTRY-FOUND           VALUE 'Y'.
001260 01  WS-SEARCH-IDX            PIC 9(04) COMP VALUE 0.
001270 01  WS-CASH-LIMITS.
001280     05  WS-MAX-CASH          PIC 9(05) COMP VALUE 50000.
001290     05  WS-CASH-COUNT        PIC 9(05) COMP VALUE 0.
001300 01  WS-CASH-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001310     88  WS-CASH-FOUND            VALUE 'Y'.
001320 01  WS-CASH-OPER-IDX         PIC 9(04) COMP VALUE 0.
001330
001340 01  OPERATOR-TABLE.
001350     05  OPERATOR-ENTRY OCCURS 1 TO 500 TIMES
001360             DEPENDING ON WS-OPER-COUNT
001370             INDEXED BY OT-IDX.
001380         10  OT-OPERATOR-ID   PIC X(08).
001390         10  OT-NAME          PIC X(30).
001400         10  OT-DEPOSITS      PIC S9(9)V99 COMP-3.
001410         10  OT-WITHDRAWALS   PIC S9(9)V99 COMP-3.
001420
001430*    THE DAY'S CASH POSTINGS, TO FIND THE ONE A REVERSAL CANCELS.
001440 01  CASH-TABLE.
001450     05  CASH-ENTRY OCCURS 1 TO 50000 TIMES
001460             DEPENDING ON WS-CASH-COUNT
001470             INDEXED BY CS-IDX.
001480         10  CS-ACCT-NUMBER   PIC 9(10).
001490         10  CS-TRAN-SEQ      PIC 9(08).
001500         10  CS-OPER-IDX      PIC 9(04) COMP.
001510
001520 01  WS-TILL-AMOUNTS.
001530     05  WS-FLOAT             PIC S9(9)V99 COMP-3.
001540     05  WS-EXPECTED          PIC S9(9)V99 COMP-3.
001550     05  WS-DECLARED          PIC S9(9)V99 COMP-3.
001560     05  WS-DIFFERENCE        PIC S9(9)V99 COMP-3.
001570
001580 01  WS-COUNTERS.
001590     05  WS-LOG-READ          PIC 9(08) COMP VALUE 0.
001600     05  WS-CASH-POSTINGS     PIC 9(08) COMP VALUE 0.
001610     05  WS-OTHER-POSTINGS    PIC 9(08) COMP VALUE 0.
001620     05  WS-CASH-REVERSALS    PIC 9(08) COMP VALUE 0.
001630     05  WS-TILLS-BALANCED    PIC 9(06) COMP VALUE 0.
001640     05  WS-TILLS-APPROVED    PIC 9(06) COMP VALUE 0.
001650     05  WS-TILLS-PENDING     PIC 9(06) COMP VALUE 0.
001660     05  WS-TILLS-OPEN        PIC 9(06) COMP VALUE 0.
001670     05  WS-NO-TILL           PIC 9(06) COMP VALUE 0.
001680     05  WS-ANOMALIES         PIC 9(06) COMP VALUE 0.
001690
001700 01  WS-BRANCH-TOTALS.
001710     05  WS-BR-FLOAT          PIC S9(10)V99 COMP-3 VALUE 0.
001720     05  WS-BR-DEPOSITS       PIC S9(10)V99 COMP-3 VALUE 0.
001730     05  WS-BR-WITHDRAWALS    PIC S9(10)V99 COMP-3 VALUE 0.
001740     05  WS-BR-EXPECTED       PIC S9(10)V99 COMP-3 VALUE 0.
001750     05  WS-BR-DECLARED       PIC S9(10)V99 COMP-3 VALUE 0.
001760     05  WS-BR-DIFFERENCE     PIC S9(10)V99 COMP-3 VALUE 0.
001770
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 2000-LOAD-OPERATOR THRU 2000-EXIT
001820         UNTIL WS-END-OF-OPERATORS.
001830     PERFORM 3000-READ-LOG THRU 3000-EXIT
001840         UNTIL WS-END-OF-LOG.
001850     PERFORM 4000-REPORT-OPERATOR THRU 4000-EXIT
001860         VARYING OT-IDX FROM 1 BY 1
001870         UNTIL OT-IDX > WS-OPER-COUNT.
001880     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001900     IF WS-ANOMALIES > 0
001910         MOVE 4 TO RETURN-CODE
001920     END-IF.
001930     STOP RUN.
001940
001950 1000-INITIALIZE.
001960     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001970     PERFORM 1100-LIRE-PARAMETRE THRU 1100-EXIT.
001980     OPEN INPUT OPERATOR-MASTER.
001990     IF NOT WS-OPERMAST-OK
002000         DISPLAY "TILLRPT - ERREUR OUVERTURE OPERMAST, STATUT "
002010             WS-OPERMAST-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050*    NO TILLFILE YET MEANS NO TILL HAS EVER BEEN OPENED - THE
002060*    REPORT STILL RUNS SO CASH MOVED WITHOUT A TILL SHOWS UP.
002070     OPEN INPUT TILL-FILE.
002080     IF WS-TILLFILE-ABSENT
002090         SET WS-SANS-TILLFILE TO TRUE
002100         DISPLAY "TILLRPT - TILLFILE ABSENT - AUCUNE CAISSE."
002110     ELSE
002120         IF NOT WS-TILLFILE-OK
002130             DISPLAY "TILLRPT - ERREUR OUVERTURE TILLFILE, "
002140                 "STATUT " WS-TILLFILE-STATUS
002150             MOVE 16 TO RETURN-CODE
002160             STOP RUN
002170         END-IF
002180     END-IF.
002190     OPEN INPUT TRANSACTION-LOG.
002200     IF NOT WS-TRANLOG-OK
002210         DISPLAY "TILLRPT - ERREUR OUVERTURE TRANLOG, STATUT "
002220             WS-TRANLOG-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     OPEN OUTPUT TILL-REPORT.
002270     IF NOT WS-TILLRPT-OK
002280         DISPLAY "TILLRPT - ERREUR OUVERTURE CAISRPT, STATUT "
002290             WS-TILLRPT-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     MOVE WS-TODAY TO TR-H-DATE.
002340     MOVE TR-HEADING-LINE TO TILL-REPORT-RECORD.
002350     WRITE TILL-REPORT-RECORD AFTER ADVANCING PAGE.
002360     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
002370     MOVE WS-BUSINESS-DATE TO TR-P-DATE.
002380     MOVE TR-PARM-LINE TO TILL-REPORT-RECORD.
002390     WRITE TILL-REPORT-RECORD AFTER ADVANCING 1 LINES.
002400     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
002410     MOVE TR-COLUMN-HEADING-LINE TO TILL-REPORT-RECORD.
002420     WRITE TILL-REPORT-RECORD AFTER ADVANCING 2 LINES.
002430     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
002440     MOVE LOW-VALUES TO OP-OPERATOR-ID.
002450     START OPERATOR-MASTER KEY IS NOT LESS THAN OP-OPERATOR-ID
002460         INVALID KEY
002470             SET WS-END-OF-OPERATORS TO TRUE
002480     END-START.
002490 1000-EXIT.
002500     EXIT.
002510
002520*    THE BUSINESS DATE COMES FROM SYSIN SO THE REPORT CAN BE
002530*    RERUN FOR AN EARLIER DAY - BLANK MEANS TODAY.
002540 1100-LIRE-PARAMETRE.
002550     MOVE SPACES TO WS-PARM-INPUT.
002560     ACCEPT WS-PARM-INPUT.
002570     IF WS-PARM-INPUT = SPACES
002580         MOVE WS-TODAY TO WS-BUSINESS-DATE
002590         GO TO 1100-EXIT
002600     END-IF.
002610     INSPECT WS-PARM-INPUT REPLACING LEADING SPACE BY ZERO.
002620     IF WS-PARM-INPUT IS NOT NUMERIC
002630         DISPLAY "TILLRPT - DATE SYSIN INVALIDE : "
002640             WS-PARM-INPUT
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     MOVE WS-PARM-INPUT TO WS-BUSINESS-DATE.
002690 1100-EXIT.
002700     EXIT.
002710
002720 2000-LOAD-OPERATOR.
002730     READ OPERATOR-MASTER NEXT RECORD
002740         AT END
002750             SET WS-END-OF-OPERATORS TO TRUE
002760             GO TO 2000-EXIT
002770     END-READ.
002780     IF WS-OPER-COUNT NOT < WS-MAX-OPERATORS
002790         DISPLAY "TILLRPT - TABLE DES OPERATEURS PLEINE ("
002800             WS-MAX-OPERATORS ") - ARRET."
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     ADD 1 TO WS-OPER-COUNT.
002850     MOVE OP-OPERATOR-ID TO OT-OPERATOR-ID (WS-OPER-COUNT).
002860     MOVE OP-NAME TO OT-NAME (WS-OPER-COUNT).
002870     MOVE 0 TO OT-DEPOSITS (WS-OPER-COUNT).
002880     MOVE 0 TO OT-WITHDRAWALS (WS-OPER-COUNT).
002890 2000-EXIT.
002900     EXIT.
002910
002920*    ONLY CASH AT THE COUNTER COUNTS : DEPOSITS AND WITHDRAWALS
002930*    OF THE BUSINESS DATE STAMPED WITH AN OPERATOR ON OPERMAST.
002940*    BATCH POSTINGS CARRY THEIR JOB NAME AND FALL OUT HERE; THE
002950*    WITHDRAWAL'S OVERDRAFT FEE IS NOT CASH AND IS IGNORED.
002960*    A REVERSAL IS NETTED BY 3300 AGAINST THE POSTING IT CANCELS.
002970 3000-READ-LOG.
002980     READ TRANSACTION-LOG
002990         AT END
003000             SET WS-END-OF-LOG TO TRUE
003010             GO TO 3000-EXIT
003020     END-READ.
003030     ADD 1 TO WS-LOG-READ.
003040     IF TL-TRAN-DATE NOT = WS-BUSINESS-DATE
003050         GO TO 3000-EXIT
003060     END-IF.
003070     IF TL-OP-REVERSAL
003080         PERFORM 3300-NET-REVERSAL THRU 3300-EXIT
003090         GO TO 3000-EXIT
003100     END-IF.
003110     IF NOT TL-OP-DEPOSIT AND NOT TL-OP-WITHDRAWAL
003120         GO TO 3000-EXIT
003130     END-IF.
003140     PERFORM 3100-FIND-OPERATOR THRU 3100-EXIT.
003150     IF NOT WS-ENTRY-FOUND
003160         ADD 1 TO WS-OTHER-POSTINGS
003170         GO TO 3000-EXIT
003180     END-IF.
003190     ADD 1 TO WS-CASH-POSTINGS.
003200     PERFORM 3200-KEEP-CASH-POSTING THRU 3200-EXIT.
003210     IF TL-OP-DEPOSIT
003220         ADD TL-AMOUNT TO OT-DEPOSITS (WS-SEARCH-IDX)
003230     ELSE
003240         ADD TL-AMOUNT TO OT-WITHDRAWALS (WS-SEARCH-IDX)
003250     END-IF.
003260 3000-EXIT.
003270     EXIT.
003280
003290 3100-FIND-OPERATOR.
003300     MOVE 'N' TO WS-FOUND-SWITCH.
003310     MOVE 0 TO WS-SEARCH-IDX.
003320     PERFORM 3110-COMPARE-ONE-ENTRY THRU 3110-EXIT
003330         VARYING OT-IDX FROM 1 BY 1
003340         UNTIL OT-IDX > WS-OPER-COUNT
003350            OR WS-ENTRY-FOUND.
003360 3100-EXIT.
003370     EXIT.
003380
003390 3110-COMPARE-ONE-ENTRY.
003400     IF TL-OPERATOR-ID = OT-OPERATOR-ID (OT-IDX)
003410         SET WS-ENTRY-FOUND TO TRUE
003420         SET WS-SEARCH-IDX TO OT-IDX
003430     END-IF.
003440 3110-EXIT.
003450     EXIT.
003460
003470 3200-KEEP-CASH-POSTING.
003480     IF WS-CASH-COUNT NOT < WS-MAX-CASH
003490         DISPLAY "TILLRPT - TABLE DES MOUVEMENTS D'ESPECES "
003500             "PLEINE (" WS-MAX-CASH ") - ARRET."
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     ADD 1 TO WS-CASH-COUNT.
003550     MOVE TL-ACCT-NUMBER TO CS-ACCT-NUMBER (WS-CASH-COUNT).
003560     MOVE TL-TRAN-SEQ-NUM TO CS-TRAN-SEQ (WS-CASH-COUNT).
003570     MOVE WS-SEARCH-IDX TO CS-OPER-IDX (WS-CASH-COUNT).
003580 3200-EXIT.
003590     EXIT.
003600
003610*    THE REVERSAL CARRIES THE ORIGINAL AMOUNT; A REFUNDED FEE IS
003620*    NOT CASH.  A REVERSAL OF ANYTHING ELSE, OR OF A POSTING OF
003630*    ANOTHER DAY, FINDS NO ENTRY AND IS IGNORED.
003640 3300-NET-REVERSAL.
003650     MOVE 'N' TO WS-CASH-FOUND-SWITCH.
003660     MOVE 0 TO WS-CASH-OPER-IDX.
003670     PERFORM 3310-COMPARE-ONE-CASH THRU 3310-EXIT
003680         VARYING CS-IDX FROM 1 BY 1
003690         UNTIL CS-IDX > WS-CASH-COUNT
003700            OR WS-CASH-FOUND.
003710     IF NOT WS-CASH-FOUND
003720         GO TO 3300-EXIT
003730     END-IF.
003740     ADD 1 TO WS-CASH-REVERSALS.
003750     IF TL-REVERSES-DEPOSIT
003760         SUBTRACT TL-AMOUNT FROM OT-DEPOSITS (WS-CASH-OPER-IDX)
003770     ELSE
003780         SUBTRACT TL-AMOUNT
003790             FROM OT-WITHDRAWALS (WS-CASH-OPER-IDX)
003800     END-IF.
003810 3300-EXIT.
003820     EXIT.
003830
003840 3310-COMPARE-ONE-CASH.
003850     IF TL-ACCT-NUMBER = CS-ACCT-NUMBER (CS-IDX)
003860        AND TL-REV-ORIG-SEQ-NUM = CS-TRAN-SEQ (CS-IDX)
003870         SET WS-CASH-FOUND TO TRUE
003880         MOVE CS-OPER-IDX (CS-IDX) TO WS-CASH-OPER-IDX
003890     END-IF.
003900 3310-EXIT.
003910     EXIT.
003920
003930*    EXPECTED CASH IS RECOMPUTED FROM THE LOG.  ONCE COUNTED,
003940*    THE TILL'S OWN EXPECTED FIGURE MUST STILL AGREE - CASH
003950*    POSTED AFTER THE COUNT WOULD OTHERWISE GO UNNOTICED.
003960 4000-REPORT-OPERATOR.
003970     MOVE 'N' TO WS-TILL-FOUND-SWITCH.
003980     MOVE 'N' TO WS-ANOMALY-SWITCH.
003990     IF NOT WS-SANS-TILLFILE
004000         MOVE OT-OPERATOR-ID (OT-IDX) TO TK-OPERATOR-ID
004010         MOVE WS-BUSINESS-DATE TO TK-BUSINESS-DATE
004020         READ TILL-FILE
004030             INVALID KEY
004040                 CONTINUE
004050             NOT INVALID KEY
004060                 SET WS-TILL-FOUND TO TRUE
004070         END-READ
004080     END-IF.
004090     MOVE SPACES TO TR-D-ETAT.
004100     MOVE 0 TO WS-FLOAT.
004110     MOVE 0 TO WS-DECLARED.
004120     MOVE 0 TO WS-DIFFERENCE.
004130     IF WS-TILL-FOUND
004140         MOVE TK-OPENING-FLOAT TO WS-FLOAT
004150     END-IF.
004160     COMPUTE WS-EXPECTED = WS-FLOAT + OT-DEPOSITS (OT-IDX)
004170         - OT-WITHDRAWALS (OT-IDX).
004180     IF NOT WS-TILL-FOUND
004190         IF OT-DEPOSITS (OT-IDX) = 0
004200            AND OT-WITHDRAWALS (OT-IDX) = 0
004210             ADD 1 TO WS-NO-TILL
004220             MOVE "PAS DE CAISSE" TO TR-D-ETAT
004230         ELSE
004240             SET WS-ANOMALY TO TRUE
004250             MOVE "*** ESPECES SANS CAISSE" TO TR-D-ETAT
004260         END-IF
004270         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
004280         GO TO 4000-EXIT
004290     END-IF.
004300     IF TK-STATUS-OPEN
004310         ADD 1 TO WS-TILLS-OPEN
004320         SET WS-ANOMALY TO TRUE
004330         MOVE "*** NON ARRETEE" TO TR-D-ETAT
004340         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
004350         GO TO 4000-EXIT
004360     END-IF.
004370     MOVE TK-DECLARED-CASH TO WS-DECLARED.
004380     COMPUTE WS-DIFFERENCE = WS-DECLARED - WS-EXPECTED.
004390     EVALUATE TRUE
004400         WHEN TK-STATUS-BALANCED
004410             ADD 1 TO WS-TILLS-BALANCED
004420             MOVE "ARRETEE" TO TR-D-ETAT
004430         WHEN TK-STATUS-APPROVED
004440             ADD 1 TO WS-TILLS-APPROVED
004450             MOVE TK-APPROVED-BY TO WS-EV-VISEUR
004460             MOVE WS-ETAT-VISE TO TR-D-ETAT
004470         WHEN OTHER
004480             ADD 1 TO WS-TILLS-PENDING
004490             SET WS-ANOMALY TO TRUE
004500             MOVE "*** ECART A VISER" TO TR-D-ETAT
004510     END-EVALUATE.
004520     IF TK-EXPECTED-CASH NOT = WS-EXPECTED
004530         SET WS-ANOMALY TO TRUE
004540         MOVE "*** ATTENDU MODIFIE" TO TR-D-ETAT
004550     END-IF.
004560     PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT.
004570 4000-EXIT.
004580     EXIT.
004590
004600 4900-PRINT-DETAIL.
004610     IF WS-ANOMALY
004620         ADD 1 TO WS-ANOMALIES
004630     END-IF.
004640     MOVE OT-OPERATOR-ID (OT-IDX) TO TR-D-OPERATOR-ID.
004650     MOVE OT-NAME (OT-IDX) TO TR-D-NAME.
004660     MOVE WS-FLOAT TO TR-D-FLOAT.
004670     MOVE OT-DEPOSITS (OT-IDX) TO TR-D-DEPOSITS.
004680     MOVE OT-WITHDRAWALS (OT-IDX) TO TR-D-WITHDRAWALS.
004690     MOVE WS-EXPECTED TO TR-D-EXPECTED.
004700     MOVE WS-DECLARED TO TR-D-DECLARED.
004710     MOVE WS-DIFFERENCE TO TR-D-DIFFERENCE.
004720     MOVE TR-DETAIL-LINE TO TILL-REPORT-RECORD.
004730     WRITE TILL-REPORT-RECORD AFTER ADVANCING 1 LINES.
004740     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
004750     ADD WS-FLOAT TO WS-BR-FLOAT.
004760     ADD OT-DEPOSITS (OT-IDX) TO WS-BR-DEPOSITS.
004770     ADD OT-WITHDRAWALS (OT-IDX) TO WS-BR-WITHDRAWALS.
004780     ADD WS-EXPECTED TO WS-BR-EXPECTED.
004790     ADD WS-DECLARED TO WS-BR-DECLARED.
004800     ADD WS-DIFFERENCE TO WS-BR-DIFFERENCE.
004810 4900-EXIT.
004820     EXIT.
004830
004840 5000-PRINT-TOTALS.
004850     MOVE WS-BR-FLOAT TO TR-B-FLOAT.
004860     MOVE WS-BR-DEPOSITS TO TR-B-DEPOSITS.
004870     MOVE WS-BR-WITHDRAWALS TO TR-B-WITHDRAWALS.
004880     MOVE WS-BR-EXPECTED TO TR-B-EXPECTED.
004890     MOVE WS-BR-DECLARED TO TR-B-DECLARED.
004900     MOVE WS-BR-DIFFERENCE TO TR-B-DIFFERENCE.
004910     MOVE TR-BRANCH-LINE TO TILL-REPORT-RECORD.
004920     WRITE TILL-REPORT-RECORD AFTER ADVANCING 2 LINES.
004930     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
004940     MOVE "OPERATEURS SUR OPERMAST ..............."
004950         TO TR-T-LABEL.
004960     MOVE WS-OPER-COUNT TO TR-T-COUNT.
004970     MOVE TR-TOTAL-LINE TO TILL-REPORT-RECORD.
004980     WRITE TILL-REPORT-RECORD AFTER ADVANCING 3 LINES.
004990     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005000     MOVE "CAISSES ARRETEES SANS ECART A VISER ...."
005010         TO TR-T-LABEL.
005020     MOVE WS-TILLS-BALANCED TO TR-T-COUNT.
005030     PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
005040     MOVE "CAISSES ARRETEES, ECART VISE .........."
005050         TO TR-T-LABEL.
005060     MOVE WS-TILLS-APPROVED TO TR-T-COUNT.
005070     PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
005080     MOVE "CAISSES EN ATTENTE DE VISA ............"
005090         TO TR-T-LABEL.
005100     MOVE WS-TILLS-PENDING TO TR-T-COUNT.
005110     PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
005120     MOVE "CAISSES NON ARRETEES .................."
005130         TO TR-T-LABEL.
005140     MOVE WS-TILLS-OPEN TO TR-T-COUNT.
005150     PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
005160     MOVE "OPERATEURS SANS CAISSE CE JOUR ........"
005170         TO TR-T-LABEL.
005180     MOVE WS-NO-TILL TO TR-T-COUNT.
005190     PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
005200     MOVE "MOUVEMENTS D'ESPECES AU GUICHET ......."
005210         TO TR-T-LABEL.
005220     MOVE WS-CASH-POSTINGS TO TR-T-COUNT.
005230     PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
005240     MOVE "DEPOTS/RETRAITS HORS GUICHET (BATCH) .."
005250         TO TR-T-LABEL.
005260     MOVE WS-OTHER-POSTINGS TO TR-T-COUNT.
005270     PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
005280     MOVE "CONTRE-PASSATIONS D'ESPECES DEDUITES .."
005290         TO TR-T-LABEL.
005300     MOVE WS-CASH-REVERSALS TO TR-T-COUNT.
005310     PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
005320     MOVE "ANOMALIES (***) ......................."
005330         TO TR-T-LABEL.
005340     MOVE WS-ANOMALIES TO TR-T-COUNT.
005350     PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
005360 5000-EXIT.
005370     EXIT.
005380
005390 5100-PRINT-TOTAL-LINE.
005400     MOVE TR-TOTAL-LINE TO TILL-REPORT-RECORD.
005410     WRITE TILL-REPORT-RECORD AFTER ADVANCING 1 LINES.
005420     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005430 5100-EXIT.
005440     EXIT.
005450
005460 8900-CHECK-REPORT-WRITE.
005470     IF NOT WS-TILLRPT-OK
005480         DISPLAY "TILLRPT - ERREUR ECRITURE CAISRPT, STATUT "
005490             WS-TILLRPT-STATUS
005500         MOVE 16 TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530 8900-EXIT.
005540     EXIT.
005550
005560 9000-TERMINATE.
005570     DISPLAY "TILLRPT - JOURNEE DE CAISSE     : "
005580         WS-BUSINESS-DATE.
005590     DISPLAY "TILLRPT - OPERATEURS            : " WS-OPER-COUNT.
005600     DISPLAY "TILLRPT - ANOMALIES             : " WS-ANOMALIES.
005610     CLOSE OPERATOR-MASTER.
005620     IF NOT WS-SANS-TILLFILE
005630         CLOSE TILL-FILE
005640     END-IF.
005650     CLOSE TRANSACTION-LOG.
005660     CLOSE TILL-REPORT.
005670 9000-EXIT.
005680     EXIT.
005690
005700 END PROGRAM TILLRPT.
