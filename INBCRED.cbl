000320*                    NOW STOPS THE RUN BEFORE THE CHECKPOINT
000330*                    ADVANCES, SO A HARD I-O ERROR CAN NO LONGER
000340*                    DROP THE CREDIT SILENTLY.
000342*    2026-10-15 JLP  EVERY PARKED CREDIT ALSO GOES TO THE NEW
000343*                    SUSPENSE ITEM FILE (SUSPITEM) AS AN OPEN ITEM
000345*                    WITH ITS REFERENCE, ORIGINATOR AND INTENDED
000347*                    BENEFICIARY, FOR ONLINE RESOLUTION AND THE
000348*                    SUSPAGE AGEING REPORT.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. INBCRED.
000740         RECORD KEY IS RK-JOB-NAME
000750         FILE STATUS IS WS-RUNCTL-STATUS.
000760
000761     SELECT SUSPENSE-ITEMS
000762         ASSIGN TO "SUSPITEM"
000764         ORGANIZATION IS INDEXED
000765         ACCESS MODE IS DYNAMIC
000766         RECORD KEY IS SI-REFERENCE
000768         FILE STATUS IS WS-SUSPITEM-STATUS.
000769
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CREDITS-IN
000970     LABEL RECORDS ARE STANDARD.
000980 COPY RUNCTL.
000990
000992 FD  SUSPENSE-ITEMS
000994     LABEL RECORDS ARE STANDARD.
000996 COPY SUSPITEM.
000998
001000 WORKING-STORAGE SECTION.
001010 COPY INBCMSG.
001020
001170     88  WS-RUNCTL-OK             VALUE '00'.
001180     88  WS-RUNCTL-ABSENT         VALUE '35'.
001190
001192 01  WS-SUSPITEM-STATUS       PIC X(02).
001194     88  WS-SUSPITEM-OK           VALUE '00'.
001196     88  WS-SUSPITEM-ABSENT       VALUE '35'.
001198
001200 01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001210     88  WS-END-OF-INPUT          VALUE 'Y'.
001220
001280 01  WS-CONTREPARTIE-NUM      PIC 9(10) VALUE 0.
001290 01  WS-RESTART-KEY           PIC 9(10) VALUE 0.
001300 01  WS-RECORD-POSITION       PIC 9(10) VALUE 0.
001305 01  WS-MOTIF-ATTENTE         PIC X(01).
001310
001320 01  WS-COUNTERS.
001330     05  WS-CREDITS-READ      PIC 9(06) COMP VALUE 0.
001780     IF NOT WS-INBCRPT-OK
001790         DISPLAY "INBCRED - ERREUR OUVERTURE INBCRPT, STATUT "
001800             WS-INBCRPT-STATUS
001801         MOVE 16 TO RETURN-CODE
001802         STOP RUN
001804     END-IF.
001805     OPEN I-O SUSPENSE-ITEMS.
001806     IF WS-SUSPITEM-ABSENT
001808         OPEN OUTPUT SUSPENSE-ITEMS
001809         IF WS-SUSPITEM-OK
001810             CLOSE SUSPENSE-ITEMS
001811             OPEN I-O SUSPENSE-ITEMS
001812         END-IF
001814     END-IF.
001815     IF NOT WS-SUSPITEM-OK
001816         DISPLAY "INBCRED - ERREUR OUVERTURE SUSPITEM, STATUT "
001818             WS-SUSPITEM-STATUS
001819         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840*    THE SUSPENSE ACCOUNT MUST EXIST AND BE OPEN BEFORE ANY
003330     EVALUATE TRUE
003340         WHEN WS-ACCTMAST-OK AND ACCT-STATUS-CLOSED
003350             MOVE "EN ATTENTE - CLOTURE" TO IB-D-DISPOSITION
003355             MOVE 'C' TO WS-MOTIF-ATTENTE
003360             PERFORM 2300-PARQUER-CREDIT THRU 2300-EXIT
003370         WHEN WS-ACCTMAST-OK
003380             PERFORM 2200-POSTER-CREDIT THRU 2200-EXIT
003390         WHEN WS-ACCTMAST-NOTFND
003400             MOVE "EN ATTENTE - INCONNU" TO IB-D-DISPOSITION
003405             MOVE 'U' TO WS-MOTIF-ATTENTE
003410             PERFORM 2300-PARQUER-CREDIT THRU 2300-EXIT
003420         WHEN OTHER
003430             DISPLAY "INBCRED - ERREUR LECTURE ACCTMAST, "
003750
003760*    AN UNMATCHED CREDIT IS POSTED TO THE SUSPENSE ACCOUNT WITH
003770*    THE ORIGINAL BENEFICIARY AS COUNTERPARTY, SO THE MONEY IS
003780*    ON THE BOOKS, AND AN OPEN SUSPENSE ITEM IS WRITTEN FIRST SO
003785*    THE CASE CAN BE WORKED ONLINE.
003790 2300-PARQUER-CREDIT.
003800     MOVE WS-SUSPENSE-ACCT TO ACCT-NUMBER.
003810     READ ACCOUNT-MASTER
003850             MOVE 16 TO RETURN-CODE
003860             STOP RUN
003870     END-READ.
003875     PERFORM 2400-ECRIRE-ARTICLE-ATTENTE THRU 2400-EXIT.
003880     ADD XI-AMOUNT TO ACCT-SOLDE.
003890     MOVE XI-BENEF-ACCT TO WS-CONTREPARTIE-NUM.
003900     PERFORM 2500-JOURNALISER-CREDIT THRU 2500-EXIT.
003930     MOVE XI-BENEF-ACCT TO IB-D-ACCT-NUMBER.
003940     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
003950 2300-EXIT.
003951     EXIT.
003952
003953*    THE ITEM IS WRITTEN BEFORE THE SUSPENSE POSTING AND CARRIES
003955*    THE SEQUENCE NUMBER THAT POSTING IS ABOUT TO TAKE.  A
003956*    REFERENCE ALREADY ON FILE STOPS THE RUN BEFORE ANY MONEY
003957*    MOVES OR THE CHECKPOINT ADVANCES - OPERATIONS MUST CHECK
003958*    THE EXISTING ITEM BEFORE THE RERUN.
003959 2400-ECRIRE-ARTICLE-ATTENTE.
003960     MOVE SPACES TO SUSPENSE-ITEM-RECORD.
003961     MOVE XI-REFERENCE TO SI-REFERENCE.
003963     MOVE XI-AMOUNT TO SI-AMOUNT.
003964     MOVE XI-ORIGIN-BANK-CODE TO SI-ORIGIN-BANK-CODE.
003965     MOVE XI-ORIGIN-NAME TO SI-ORIGIN-NAME.
003966     MOVE XI-BENEF-ACCT TO SI-BENEF-ACCT.
003967     MOVE XI-VALUE-DATE TO SI-VALUE-DATE.
003968     MOVE WS-TODAY TO SI-DATE-PARKED.
003969     MOVE WS-MOTIF-ATTENTE TO SI-PARK-REASON.
003971     MOVE WS-SUSPENSE-ACCT TO SI-SUSPENSE-ACCT.
003972     COMPUTE SI-PARK-TRAN-SEQ = ACCT-LAST-TRAN-SEQ + 1.
003973     SET SI-STATUS-OPEN TO TRUE.
003974     MOVE 0 TO SI-DATE-RESOLVED.
003975     MOVE 0 TO SI-APPLIED-ACCT.
003976     MOVE 0 TO SI-RESOLVE-TRAN-SEQ.
003977     WRITE SUSPENSE-ITEM-RECORD.
003979     IF NOT WS-SUSPITEM-OK
003980         DISPLAY "INBCRED - ERREUR ECRITURE SUSPITEM, STATUT "
003981             WS-SUSPITEM-STATUS " REFERENCE " XI-REFERENCE
003982         MOVE 16 TO RETURN-CODE
003983         STOP RUN
003984     END-IF.
003985 2400-EXIT.
003987     EXIT.
003988
003989 2500-JOURNALISER-CREDIT.
003990     ACCEPT WS-NOW FROM TIME.
004000     ADD 1 TO ACCT-LAST-TRAN-SEQ.
004010     MOVE WS-TODAY TO ACCT-LAST-TRAN-DATE.
004710     CLOSE TRANSACTION-LOG.
004720     CLOSE CREDIT-REPORT.
004730     CLOSE RUN-CONTROL.
004735     CLOSE SUSPENSE-ITEMS.
004740 9000-EXIT.
004750     EXIT.
004760
