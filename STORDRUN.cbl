000400*    2026-09-02 JLP  AN ABSENT HOLDFILE NOW MEANS "NO HOLDS"
000410*                    INSTEAD OF RC=16 - THE FILE IS ONLY CREATED
000420*                    BY THE ONLINE PROGRAM'S FIRST SESSION.
000422*    2026-10-15 JLP  WRITE EVERY REFUSED ORDER, WITH A REASON
000425*                    CODE, TO THE NEW STORREJ GENERATION SO THE
000428*                    CUSTNOTC BATCH CAN TELL THE CUSTOMER.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. STORDRUN.
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-STORPT-STATUS.
000850
000851     SELECT ORDER-REJECTS
000853         ASSIGN TO "STORREJ"
000854         ORGANIZATION IS SEQUENTIAL
000856         ACCESS MODE IS SEQUENTIAL
000857         FILE STATUS IS WS-STORREJ-STATUS.
000859
000860     SELECT RUN-CONTROL
000870         ASSIGN TO "RUNCTL"
000880         ORGANIZATION IS INDEXED
001130     LABEL RECORDS ARE OMITTED.
001140 01  ORDER-REPORT-RECORD      PIC X(133).
001150
001152 FD  ORDER-REJECTS
001153     RECORDING MODE F
001155     LABEL RECORDS ARE STANDARD.
001157 COPY STORREJ.
001158
001160 FD  RUN-CONTROL
001170     LABEL RECORDS ARE STANDARD.
001180 COPY RUNCTL.
001370
001380 01  WS-STORPT-STATUS         PIC X(02).
001390     88  WS-STORPT-OK             VALUE '00'.
001392
001395 01  WS-STORREJ-STATUS        PIC X(02).
001398     88  WS-STORREJ-OK            VALUE '00'.
001400
001410 01  WS-RUNCTL-STATUS         PIC X(02).
001420     88  WS-RUNCTL-OK             VALUE '00'.
002350     IF NOT WS-STORPT-OK
002360         DISPLAY "STORDRUN - ERREUR OUVERTURE STORPT, STATUT "
002370             WS-STORPT-STATUS
002371         MOVE 16 TO RETURN-CODE
002372         STOP RUN
002374     END-IF.
002375     OPEN OUTPUT ORDER-REJECTS.
002376     IF NOT WS-STORREJ-OK
002378         DISPLAY "STORDRUN - ERREUR OUVERTURE STORREJ, STATUT "
002379             WS-STORREJ-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
003570         INVALID KEY
003580             ADD 1 TO WS-ORDERS-FAILED
003590             MOVE "COMPTE INCONNU" TO SR-D-RESULTAT
003595             SET SJ-RAISON-CPT-INCONNU TO TRUE
003600     END-READ.
003610     IF WS-ACCTMAST-OK AND ACCT-STATUS-CLOSED
003620         ADD 1 TO WS-ORDERS-FAILED
003630         MOVE "COMPTE CLOTURE" TO SR-D-RESULTAT
003635         SET SJ-RAISON-CPT-CLOTURE TO TRUE
003640         PERFORM 2910-WRITE-DETAIL THRU 2910-EXIT
003650         GO TO 2200-EXIT
003660     END-IF.
003680        AND (SO-OP-WITHDRAWAL OR SO-OP-TRANSFER)
003690         ADD 1 TO WS-ORDERS-FAILED
003700         MOVE "COMPTE DORMANT" TO SR-D-RESULTAT
003705         SET SJ-RAISON-CPT-DORMANT TO TRUE
003710         PERFORM 2910-WRITE-DETAIL THRU 2910-EXIT
003720         GO TO 2200-EXIT
003730     END-IF.
003820             WHEN OTHER
003830                 ADD 1 TO WS-ORDERS-FAILED
003840                 MOVE "CODE OP INVALIDE" TO SR-D-RESULTAT
003845                 SET SJ-RAISON-CODE-OP TO TRUE
003850         END-EVALUATE
003860     END-IF.
003870     IF WS-POSTING-OK
004090     IF NOT WS-PLAFOND-RESPECTE
004100         ADD 1 TO WS-ORDERS-FAILED
004110         MOVE "PLAFOND JOURNALIER" TO SR-D-RESULTAT
004115         SET SJ-RAISON-PLAFOND-JOUR TO TRUE
004120         GO TO 2400-EXIT
004130     END-IF.
004140     PERFORM 2450-CALCULER-DISPONIBLE THRU 2450-EXIT.
004210     IF WS-TEST-BALANCE < WS-MIN-BALANCE
004220         ADD 1 TO WS-ORDERS-FAILED
004230         MOVE "FONDS INSUFFISANTS" TO SR-D-RESULTAT
004235         SET SJ-RAISON-FONDS TO TRUE
004240     ELSE
004250         SUBTRACT SO-AMOUNT FROM ACCT-SOLDE
004260         IF ACCT-SOLDE < 0
005370     IF SO-COUNTERPARTY-ACCT = SO-ACCT-NUMBER
005380         ADD 1 TO WS-ORDERS-FAILED
005390         MOVE "CONTREPARTIE = COMPTE" TO SR-D-RESULTAT
005395         SET SJ-RAISON-CTP-IDENTIQUE TO TRUE
005400         GO TO 2600-EXIT
005410     END-IF.
005420     MOVE SO-COUNTERPARTY-ACCT TO ACCT-NUMBER.
005440         INVALID KEY
005450             ADD 1 TO WS-ORDERS-FAILED
005460             MOVE "CONTREPARTIE INCONNUE" TO SR-D-RESULTAT
005465             SET SJ-RAISON-CTP-INCONNUE TO TRUE
005470     END-READ.
005480     IF WS-ACCTMAST-OK AND ACCT-STATUS-CLOSED
005490         ADD 1 TO WS-ORDERS-FAILED
005500         MOVE "CONTREPARTIE CLOTUREE" TO SR-D-RESULTAT
005505         SET SJ-RAISON-CTP-CLOTUREE TO TRUE
005510         GO TO 2600-EXIT
005520     END-IF.
005530     IF WS-ACCTMAST-OK
005560             INVALID KEY
005570                 ADD 1 TO WS-ORDERS-FAILED
005580                 MOVE "COMPTE INCONNU" TO SR-D-RESULTAT
005585                 SET SJ-RAISON-CPT-INCONNU TO TRUE
005590         END-READ
005600     END-IF.
005610     IF WS-ACCTMAST-OK
005640     IF WS-ACCTMAST-OK AND NOT WS-PLAFOND-RESPECTE
005650         ADD 1 TO WS-ORDERS-FAILED
005660         MOVE "PLAFOND JOURNALIER" TO SR-D-RESULTAT
005665         SET SJ-RAISON-PLAFOND-JOUR TO TRUE
005670         GO TO 2600-EXIT
005680     END-IF.
005690     IF WS-ACCTMAST-OK
005780         IF WS-TEST-BALANCE < WS-MIN-BALANCE
005790             ADD 1 TO WS-ORDERS-FAILED
005800             MOVE "FONDS INSUFFISANTS" TO SR-D-RESULTAT
005805             SET SJ-RAISON-FONDS TO TRUE
005810         ELSE
005820             SUBTRACT SO-AMOUNT FROM ACCT-SOLDE
005830             IF ACCT-SOLDE < 0
006760     MOVE SO-AMOUNT TO SR-D-AMOUNT.
006770     MOVE SO-NEXT-DUE-DATE TO SR-D-DUE-DATE.
006780     MOVE SPACES TO SR-D-RESULTAT.
006785     MOVE SPACES TO STANDING-ORDER-REJECT-RECORD.
006790 2900-EXIT.
006800     EXIT.
006810
006830     MOVE SR-DETAIL-LINE TO ORDER-REPORT-RECORD.
006840     WRITE ORDER-REPORT-RECORD AFTER ADVANCING 1 LINES.
006850     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006852     IF SJ-REASON-CODE NOT = SPACES
006855         PERFORM 2950-ECRIRE-REJET THRU 2950-EXIT
006858     END-IF.
006860 2910-EXIT.
006861     EXIT.
006863
006864*    THE REASON CODE IS SET WHERE THE ORDER FAILS; THE REST OF
006865*    THE REJECT IS THE ORDER AS IT WAS PRESENTED.
006867 2950-ECRIRE-REJET.
006868     MOVE SO-ORDER-NUMBER TO SJ-ORDER-NUMBER.
006869     MOVE SO-ACCT-NUMBER TO SJ-ACCT-NUMBER.
006870     MOVE SO-OPERATION-CODE TO SJ-OPERATION-CODE.
006872     MOVE SO-COUNTERPARTY-ACCT TO SJ-COUNTERPARTY-ACCT.
006873     MOVE SO-AMOUNT TO SJ-AMOUNT.
006874     MOVE SO-NEXT-DUE-DATE TO SJ-DUE-DATE.
006876     MOVE WS-TODAY TO SJ-RUN-DATE.
006877     WRITE STANDING-ORDER-REJECT-RECORD.
006878     IF NOT WS-STORREJ-OK
006880         DISPLAY "STORDRUN - ERREUR ECRITURE STORREJ, STATUT "
006881             WS-STORREJ-STATUS
006882         MOVE 16 TO RETURN-CODE
006883         STOP RUN
006885     END-IF.
006886 2950-EXIT.
006887     EXIT.
006889
006890 8900-CHECK-REPORT-WRITE.
006900     IF NOT WS-STORPT-OK
006910         DISPLAY "STORDRUN - ERREUR ECRITURE STORPT, STATUT "
007100     END-IF.
007110     CLOSE TRANSACTION-LOG.
007120     CLOSE ORDER-REPORT.
007125     CLOSE ORDER-REJECTS.
007130     CLOSE RUN-CONTROL.
007140 9000-EXIT.
007150     EXIT.
