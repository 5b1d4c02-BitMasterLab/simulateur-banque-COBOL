000340*                    DATE, SO AN UNCHANGED PATTERN IS NO LONGER
000350*                    RE-REPORTED EVERY NIGHT.  DOCUMENT THE
000360*                    PERIOD-CUTOVER WINDOW LIMITATION.
000361*    2026-10-15 JLP  A DEPOSIT LATER CANCELLED BY A SUPERVISOR
000362*                    REVERSAL ('A') IS NO LONGER COUNTED - A
000363*                    FIRST PASS OF THE LOG TABLES THE REVERSED
000364*                    DEPOSITS BEFORE THE SURVEILLANCE SCAN.
000366*    2026-10-15 JLP  CUSTXREF NOW KEYED ON ACCOUNT AND CUSTOMER :
000367*                    A CASE SHOWS THE PRIMARY HOLDER ON THE CASE
000368*                    LINE AND EVERY OTHER HOLDER (JOINT HOLDER OR
000369*                    SIGNATORY) WITH NAME AND NATIONAL ID BELOW.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CASHSURV.
000620         ASSIGN TO "CUSTXREF"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS XR-XREF-KEY
000660         FILE STATUS IS WS-CUSTXREF-STATUS.
000670
000680     SELECT EXCEPTION-FILE
001700         10  DT-DEPOSIT-COUNT PIC 9(04) COMP.
001710         10  DT-LAST-DATE     PIC 9(08).
001720
001721 01  WS-REVERSAL-LIMITS.
001722     05  WS-MAX-REVERSALS     PIC 9(04) COMP VALUE 2000.
001724     05  WS-REV-COUNT         PIC 9(04) COMP VALUE 0.
001725     05  WS-REV-OVERFLOW      PIC 9(04) COMP VALUE 0.
001726
001727 01  REVERSAL-TABLE.
001728     05  REVERSAL-ENTRY OCCURS 1 TO 2000 TIMES
001729             DEPENDING ON WS-REV-COUNT
001731             INDEXED BY RV-IDX.
001732         10  RV-ACCT-NUMBER   PIC 9(10).
001733         10  RV-ORIG-SEQ      PIC 9(08).
001734
001735 01  WS-REVERSED-SWITCH       PIC X(01) VALUE 'N'.
001736     88  WS-DEPOSIT-REVERSED      VALUE 'Y'.
001738
001739 01  WS-SEARCH-IDX            PIC 9(04) COMP VALUE 0.
001740 01  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001750     88  WS-ENTRY-FOUND           VALUE 'Y'.
001760
001810     05  WS-SINGLE-COUNT      PIC 9(06) COMP VALUE 0.
001820     05  WS-AGGR-COUNT        PIC 9(06) COMP VALUE 0.
001830     05  WS-KNOWN-COUNT       PIC 9(06) COMP VALUE 0.
001831     05  WS-REVERSED-COUNT    PIC 9(06) COMP VALUE 0.
001832
001833*    HOLDERS OF THE ACCOUNT OF THE CASE BEING PRINTED.
001834 01  WS-XREF-EOF-SWITCH       PIC X(01) VALUE 'N'.
001835     88  WS-END-OF-XREF           VALUE 'Y'.
001836 01  WS-MAX-HOLDERS           PIC 9(02) COMP VALUE 10.
001837 01  WS-HOLDER-COUNT          PIC 9(02) COMP VALUE 0.
001838 01  WS-PRIMARY-IDX           PIC 9(02) COMP VALUE 0.
001839 01  WS-HOLDER-TABLE.
001841     05  WS-HOLDER-ENTRY      OCCURS 10 TIMES
001842                              INDEXED BY WS-HT-IDX.
001843         10  WS-HT-CUST-NUMBER    PIC 9(08).
001844         10  WS-HT-ROLE           PIC X(01).
001845             88  WS-HT-COTITULAIRE    VALUE 'J'.
001846             88  WS-HT-MANDATAIRE     VALUE 'S'.
001847         10  WS-HT-NAME           PIC X(30).
001848         10  WS-HT-NATIONAL-ID    PIC X(15).
001849
001850 PROCEDURE DIVISION.
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070         MOVE 16 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002095     PERFORM 1500-CHARGER-ANNULATIONS THRU 1500-EXIT.
002100     OPEN INPUT CUSTOMER-MASTER.
002110     IF NOT WS-CUSTMAST-OK
002120         DISPLAY "CASHSURV - ERREUR OUVERTURE CUSTMAST, STATUT "
003910 1470-EXIT.
003920     EXIT.
003930
003931*    FIRST PASS - EVERY REVERSAL OF A DEPOSIT POSTED INSIDE THE
003932*    WINDOW (THE DEPOSIT CANNOT BE LATER THAN ITS REVERSAL).
003933*    THE LOG IS THEN REOPENED FOR THE SURVEILLANCE SCAN.
003934 1500-CHARGER-ANNULATIONS.
003935     PERFORM 1550-LIRE-ANNULATION THRU 1550-EXIT
003936         UNTIL WS-END-OF-LOG.
003937     CLOSE TRANSACTION-LOG.
003939     MOVE 'N' TO WS-EOF-SWITCH.
003940     OPEN INPUT TRANSACTION-LOG.
003941     IF NOT WS-TRANLOG-OK
003942         DISPLAY "CASHSURV - ERREUR OUVERTURE TRANLOG, STATUT "
003943             WS-TRANLOG-STATUS
003944         MOVE 16 TO RETURN-CODE
003945         STOP RUN
003946     END-IF.
003947 1500-EXIT.
003948     EXIT.
003949
003950 1550-LIRE-ANNULATION.
003951     READ TRANSACTION-LOG
003952         AT END
003953             SET WS-END-OF-LOG TO TRUE
003954             GO TO 1550-EXIT
003956     END-READ.
003957     IF NOT TL-OP-REVERSAL
003958        OR NOT TL-REVERSES-DEPOSIT
003959        OR TL-TRAN-DATE < WS-DATE-FENETRE-N
003960         GO TO 1550-EXIT
003961     END-IF.
003962     IF WS-REV-COUNT < WS-MAX-REVERSALS
003963         ADD 1 TO WS-REV-COUNT
003964         MOVE TL-ACCT-NUMBER TO RV-ACCT-NUMBER (WS-REV-COUNT)
003965         MOVE TL-REV-ORIG-SEQ-NUM TO RV-ORIG-SEQ (WS-REV-COUNT)
003966     ELSE
003967         ADD 1 TO WS-REV-OVERFLOW
003968         DISPLAY "CASHSURV - REVERSAL-TABLE PLEINE, COMPTE "
003969             TL-ACCT-NUMBER " SEQ " TL-REV-ORIG-SEQ-NUM
003970             " IGNORE."
003971     END-IF.
003973 1550-EXIT.
003974     EXIT.
003975
003976 2000-SCAN-ONE-MOVEMENT.
003977     READ TRANSACTION-LOG
003978         AT END
003979             SET WS-END-OF-LOG TO TRUE
003980         NOT AT END
003990             IF TL-OP-DEPOSIT
004000                AND TL-TRAN-DATE NOT < WS-DATE-FENETRE-N
004010                 PERFORM 2050-CHERCHER-ANNULATION THRU 2050-EXIT
004012                 IF WS-DEPOSIT-REVERSED
004013                     ADD 1 TO WS-REVERSED-COUNT
004015                 ELSE
004017                     PERFORM 2100-TRAITER-DEPOT THRU 2100-EXIT
004018                 END-IF
004020             END-IF
004030     END-READ.
004040 2000-EXIT.
004041     EXIT.
004042
004043 2050-CHERCHER-ANNULATION.
004044     MOVE 'N' TO WS-REVERSED-SWITCH.
004045     PERFORM 2060-COMPARER-ANNULATION THRU 2060-EXIT
004046         VARYING RV-IDX FROM 1 BY 1
004047         UNTIL RV-IDX > WS-REV-COUNT
004048            OR WS-DEPOSIT-REVERSED.
004049 2050-EXIT.
004051     EXIT.
004052
004053 2060-COMPARER-ANNULATION.
004054     IF TL-ACCT-NUMBER = RV-ACCT-NUMBER (RV-IDX)
004055        AND TL-TRAN-SEQ-NUM = RV-ORIG-SEQ (RV-IDX)
004056         SET WS-DEPOSIT-REVERSED TO TRUE
004057     END-IF.
004058 2060-EXIT.
004059     EXIT.
004060
004070 2100-TRAITER-DEPOT.
004080     PERFORM 2500-SEARCH-TABLE THRU 2500-EXIT.
004940 2700-EXIT.
004950     EXIT.
004960
004962*    EVERY HOLDER OF THE ACCOUNT IS TABLED.  THE PRIMARY ONE
004965*    (OR THE FIRST LINKED IF NONE IS FLAGGED) GOES ON THE CASE
004968*    LINE, THE OTHERS ARE PRINTED UNDER IT BY 2900.
004970 2800-LIRE-TITULAIRE.
004972     MOVE 0 TO WS-HOLDER-COUNT.
004975     MOVE 0 TO WS-PRIMARY-IDX.
004978     MOVE 'N' TO WS-XREF-EOF-SWITCH.
004980     MOVE EX-ACCT-NUMBER TO XR-ACCT-NUMBER.
004990     MOVE 0 TO XR-CUST-NUMBER.
004995     START CUSTOMER-XREF KEY IS NOT LESS THAN XR-XREF-KEY
005000         INVALID KEY
005010             SET WS-END-OF-XREF TO TRUE
005020     END-START.
005022     PERFORM 2810-LIRE-XREF-COMPTE THRU 2810-EXIT
005024         UNTIL WS-END-OF-XREF.
005026     IF WS-HOLDER-COUNT = 0
005028         MOVE "TITULAIRE NON RENSEIGNE" TO CS-D-NAME
005030         MOVE SPACES TO CS-D-NATIONAL-ID
005031         GO TO 2800-EXIT
005033     END-IF.
005035     IF WS-PRIMARY-IDX = 0
005037         MOVE 1 TO WS-PRIMARY-IDX
005039     END-IF.
005041     MOVE WS-HT-NAME (WS-PRIMARY-IDX) TO CS-D-NAME.
005043     MOVE WS-HT-NATIONAL-ID (WS-PRIMARY-IDX) TO CS-D-NATIONAL-ID.
005045 2800-EXIT.
005047     EXIT.
005049
005051 2810-LIRE-XREF-COMPTE.
005053     READ CUSTOMER-XREF NEXT RECORD
005054         AT END
005056             SET WS-END-OF-XREF TO TRUE
005058             GO TO 2810-EXIT
005060     END-READ.
005062     IF XR-ACCT-NUMBER NOT = EX-ACCT-NUMBER
005064         SET WS-END-OF-XREF TO TRUE
005066         GO TO 2810-EXIT
005068     END-IF.
005070     IF WS-HOLDER-COUNT NOT < WS-MAX-HOLDERS
005072         DISPLAY "CASHSURV - TROP DE TITULAIRES, COMPTE "
005074             EX-ACCT-NUMBER " CLIENT " XR-CUST-NUMBER " IGNORE"
005076         GO TO 2810-EXIT
005077     END-IF.
005079     ADD 1 TO WS-HOLDER-COUNT.
005081     MOVE XR-CUST-NUMBER TO WS-HT-CUST-NUMBER (WS-HOLDER-COUNT).
005083     MOVE XR-HOLDER-ROLE TO WS-HT-ROLE (WS-HOLDER-COUNT).
005085     IF XR-ROLE-TITULAIRE AND WS-PRIMARY-IDX = 0
005087         MOVE WS-HOLDER-COUNT TO WS-PRIMARY-IDX
005089     END-IF.
005091     MOVE XR-CUST-NUMBER TO CUST-NUMBER.
005093     READ CUSTOMER-MASTER
005095         INVALID KEY
005097             MOVE "TITULAIRE NON RENSEIGNE"
005099                 TO WS-HT-NAME (WS-HOLDER-COUNT)
005100             MOVE SPACES TO WS-HT-NATIONAL-ID (WS-HOLDER-COUNT)
005102         NOT INVALID KEY
005104             MOVE CUST-NAME TO WS-HT-NAME (WS-HOLDER-COUNT)
005106             MOVE CUST-NATIONAL-ID
005108                 TO WS-HT-NATIONAL-ID (WS-HOLDER-COUNT)
005110     END-READ.
005120 2810-EXIT.
005150     EXIT.
005160
005170 2900-PRINT-DETAIL.
005180     MOVE CS-DETAIL-LINE TO CASH-REPORT-RECORD.
005190     WRITE CASH-REPORT-RECORD AFTER ADVANCING 1 LINES.
005200     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005202     PERFORM 2950-PRINT-OTHER-HOLDER THRU 2950-EXIT
005205         VARYING WS-HT-IDX FROM 1 BY 1
005208         UNTIL WS-HT-IDX > WS-HOLDER-COUNT.
005210 2900-EXIT.
005211     EXIT.
005213
005214 2950-PRINT-OTHER-HOLDER.
005215     IF WS-HT-IDX = WS-PRIMARY-IDX
005217         GO TO 2950-EXIT
005218     END-IF.
005219     MOVE WS-HT-NAME (WS-HT-IDX) TO CS-O-NAME.
005220     MOVE WS-HT-NATIONAL-ID (WS-HT-IDX) TO CS-O-NATIONAL-ID.
005222     EVALUATE TRUE
005223         WHEN WS-HT-COTITULAIRE (WS-HT-IDX)
005224             MOVE "CO-TITULAIRE" TO CS-O-ROLE
005226         WHEN WS-HT-MANDATAIRE (WS-HT-IDX)
005227             MOVE "MANDATAIRE" TO CS-O-ROLE
005228         WHEN OTHER
005230             MOVE "TITULAIRE" TO CS-O-ROLE
005231     END-EVALUATE.
005232     MOVE CS-HOLDER-LINE TO CASH-REPORT-RECORD.
005233     WRITE CASH-REPORT-RECORD AFTER ADVANCING 1 LINES.
005235     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005236 2950-EXIT.
005237     EXIT.
005239
005240*    AGGREGATION - TWO OR MORE DEPOSITS IN THE WINDOW WHOSE
005250*    TOTAL CROSSES THE THRESHOLD.  A SINGLE BIG DEPOSIT IS
005260*    ALREADY A UNIT CASE AND IS NOT DOUBLED UP HERE.  THE CASE
005840     DISPLAY "CASHSURV - CAS UNITAIRES : " WS-SINGLE-COUNT.
005850     DISPLAY "CASHSURV - CAS CUMULES   : " WS-AGGR-COUNT.
005860     DISPLAY "CASHSURV - DEJA SIGNALES : " WS-KNOWN-COUNT.
005861     DISPLAY "CASHSURV - DEPOTS ANNULES: " WS-REVERSED-COUNT.
005863     IF WS-REV-OVERFLOW > ZERO
005864         DISPLAY "CASHSURV - " WS-REV-OVERFLOW
005866             " ANNULATION(S) NON CHARGEE(S), REVERSAL-TABLE"
005867             " PLEINE."
005869     END-IF.
005870     CLOSE TRANSACTION-LOG.
005880     CLOSE CUSTOMER-MASTER.
005890     CLOSE CUSTOMER-XREF.
