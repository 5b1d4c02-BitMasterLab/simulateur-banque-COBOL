000010******************************************************************
000020*    PROGRAM-ID    : XFERREJ
000030*    AUTHOR        : J. L. PELLETIER
000040*    INSTALLATION  : DIRECTION INFORMATIQUE
000050*    DATE-WRITTEN  : 2026-10-15
000060*    DESCRIPTION   : DAILY OUTBOUND TRANSFER REJECT POSTING.
000070*                    READS THE REJECT FILE RECEIVED FROM THE
000080*                    CLEARING SYSTEM (INTBREJ) - INTBOUT ITEMS
000090*                    BOUNCED FOR A BAD OR CLOSED BENEFICIARY
000100*                    ACCOUNT OR AN UNKNOWN BANK CODE - AND
000110*                    MATCHES EACH ONE BY ITS REFERENCE TO THE
000120*                    ORIGINAL ITEM ON THE XFERREG REGISTER.  A
000130*                    MATCHED REJECT RE-CREDITS THE SOURCE ACCOUNT
000140*                    AS AN 'R' ENTRY ON TRANSACTION-LOG CARRYING
000150*                    THE REJECT REASON, GIVES BACK THE EXTERNAL
000160*                    TRANSFER FEE WHEN THE ACCOUNT'S TARIFF PLAN
000170*                    SAYS SO, AND MARKS THE ITEM REJECTED.  THE
000180*                    REJECT OF A RETURNED SUSPENSE ITEM RE-OPENS
000190*                    THE ITEM ON SUSPITEM.  A REJECT THAT CANNOT
000200*                    BE MATCHED OR POSTED IS REPORTED FOR MANUAL
000210*                    HANDLING AND ENDS THE RUN WITH RC 4.  RUN
000220*                    DAILY IN THE CHAIN AFTER INBCRED - SEE
000230*                    JCL/XFERREJ.JCL.
000240*    MODIFICATION HISTORY
000250*    DATE       INIT DESCRIPTION
000260*    ---------- ---- ---------------------------------------------
000270*    2026-10-15 JLP  ORIGINAL
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. XFERREJ.
000310 AUTHOR. J L PELLETIER.
000320 INSTALLATION. DIRECTION INFORMATIQUE.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT REJECTS-IN
000400         ASSIGN TO "INTBREJ"
000410         ORGANIZATION IS SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS WS-INTBREJ-STATUS.
000440
000450     SELECT TRANSFER-REGISTER
000460         ASSIGN TO "XFERREG"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS XF-REFERENCE
000500         FILE STATUS IS WS-XFERREG-STATUS.
000510
000520     SELECT ACCOUNT-MASTER
000530         ASSIGN TO "ACCTMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS ACCT-NUMBER
000570         FILE STATUS IS WS-ACCTMAST-STATUS.
000580
000590     SELECT TARIFF-FILE
000600         ASSIGN TO "TARIFFS"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS TF-PLAN-CODE
000640         FILE STATUS IS WS-TARIFFS-STATUS.
000650
000660     SELECT SUSPENSE-ITEMS
000670         ASSIGN TO "SUSPITEM"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS SI-REFERENCE
000710         FILE STATUS IS WS-SUSPITEM-STATUS.
000720
000730     SELECT TRANSACTION-LOG
000740         ASSIGN TO "TRANLOG"
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-TRANLOG-STATUS.
000780
000790     SELECT REJECT-REPORT
000800         ASSIGN TO "XREJRPT"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-XREJRPT-STATUS.
000830
000840     SELECT RUN-CONTROL
000850         ASSIGN TO "RUNCTL"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS RK-JOB-NAME
000890         FILE STATUS IS WS-RUNCTL-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  REJECTS-IN
000940     LABEL RECORDS ARE STANDARD.
000950 COPY INTBREJ.
000960
000970 FD  TRANSFER-REGISTER
000980     LABEL RECORDS ARE STANDARD.
000990 COPY XFERREG.
001000
001010 FD  ACCOUNT-MASTER
001020     LABEL RECORDS ARE STANDARD.
001030 COPY ACCTMAST.
001040
001050 FD  TARIFF-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY TARIFF.
001080
001090 FD  SUSPENSE-ITEMS
001100     LABEL RECORDS ARE STANDARD.
001110 COPY SUSPITEM.
001120
001130 FD  TRANSACTION-LOG
001140     LABEL RECORDS ARE STANDARD.
001150 COPY TRANLOG.
001160
001170 FD  REJECT-REPORT
001180     RECORDING MODE F
001190     LABEL RECORDS ARE OMITTED.
001200 01  REJECT-REPORT-RECORD     PIC X(133).
001210
001220 FD  RUN-CONTROL
001230     LABEL RECORDS ARE STANDARD.
001240 COPY RUNCTL.
001250
001260 WORKING-STORAGE SECTION.
001270 COPY XREJMSG.
001280
001290 01  WS-INTBREJ-STATUS        PIC X(02).
001300     88  WS-INTBREJ-OK            VALUE '00'.
001310
001320 01  WS-XFERREG-STATUS        PIC X(02).
001330     88  WS-XFERREG-OK            VALUE '00'.
001340     88  WS-XFERREG-NOTFND        VALUE '23'.
001350     88  WS-XFERREG-ABSENT        VALUE '35'.
001360
001370 01  WS-ACCTMAST-STATUS       PIC X(02).
001380     88  WS-ACCTMAST-OK           VALUE '00'.
001390     88  WS-ACCTMAST-NOTFND       VALUE '23'.
001400
001410 01  WS-TARIFFS-STATUS        PIC X(02).
001420     88  WS-TARIFFS-OK            VALUE '00'.
001430     88  WS-TARIFFS-ABSENT        VALUE '35'.
001440 01  WS-SANS-TARIFS-SWITCH    PIC X(01) VALUE 'N'.
001450     88  WS-SANS-TARIFS           VALUE 'Y'.
001460 01  WS-DEFAULT-TARIFF-PLAN   PIC X(02) VALUE "01".
001470
001480 01  WS-SUSPITEM-STATUS       PIC X(02).
001490     88  WS-SUSPITEM-OK           VALUE '00'.
001500     88  WS-SUSPITEM-NOTFND       VALUE '23'.
001510     88  WS-SUSPITEM-ABSENT       VALUE '35'.
001520 01  WS-SANS-ATTENTE-SWITCH   PIC X(01) VALUE 'N'.
001530     88  WS-SANS-ATTENTE          VALUE 'Y'.
001540
001550 01  WS-TRANLOG-STATUS        PIC X(02).
001560     88  WS-TRANLOG-OK            VALUE '00'.
001570
001580 01  WS-XREJRPT-STATUS        PIC X(02).
001590     88  WS-XREJRPT-OK            VALUE '00'.
001600
001610 01  WS-RUNCTL-STATUS         PIC X(02).
001620     88  WS-RUNCTL-OK             VALUE '00'.
001630     88  WS-RUNCTL-ABSENT         VALUE '35'.
001640
001650 01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001660     88  WS-END-OF-REJECTS        VALUE 'Y'.
001670
001680 01  WS-TODAY                 PIC 9(08).
001690 01  WS-NOW                   PIC 9(08).
001700
001710 01  WS-RESTART-KEY           PIC 9(10) VALUE 0.
001720
001730 01  WS-ANOMALIE              PIC X(28).
001740     88  WS-REJET-RAPPROCHE       VALUE SPACES.
001750 01  WS-FRAIS-REMBOURSES      PIC S9(6)V99.
001760
001770 01  WS-COUNTERS.
001780     05  WS-REJECTS-READ      PIC 9(06) COMP VALUE 0.
001790     05  WS-REJECTS-POSTED    PIC 9(06) COMP VALUE 0.
001800     05  WS-REJECTS-UNMATCHED PIC 9(06) COMP VALUE 0.
001810     05  WS-REJECTS-SKIPPED   PIC 9(06) COMP VALUE 0.
001820     05  WS-FEES-REFUNDED     PIC 9(06) COMP VALUE 0.
001830     05  WS-ITEMS-REOPENED    PIC 9(06) COMP VALUE 0.
001840
001850 01  WS-MONEY-TOTALS.
001860     05  WS-POSTED-AMOUNT     PIC S9(10)V99 COMP-3 VALUE 0.
001870     05  WS-UNMATCHED-AMOUNT  PIC S9(10)V99 COMP-3 VALUE 0.
001880     05  WS-REFUNDED-AMOUNT   PIC S9(10)V99 COMP-3 VALUE 0.
001890
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-PROCESS-ONE-REJECT THRU 2000-EXIT
001940         UNTIL WS-END-OF-REJECTS.
001950     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001960     PERFORM 8000-MARK-RUN-COMPLETE THRU 8000-EXIT.
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001980*    AN UNMATCHED REJECT IS MONEY THE CLEARING SYSTEM SAYS IT
001990*    HAS RETURNED BUT NO ACCOUNT HAS RECEIVED - WARN OPERATIONS.
002000     IF WS-REJECTS-UNMATCHED > 0
002010         MOVE 4 TO RETURN-CODE
002020     END-IF.
002030     STOP RUN.
002040
002050 1000-INITIALIZE.
002060     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002070     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
002080     OPEN INPUT REJECTS-IN.
002090     IF NOT WS-INTBREJ-OK
002100         DISPLAY "XFERREJ - ERREUR OUVERTURE INTBREJ, STATUT "
002110             WS-INTBREJ-STATUS
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     OPEN I-O TRANSFER-REGISTER.
002160*    NO XFERREG YET MEANS NO TRANSFER HAS BEEN REGISTERED - IT
002170*    IS CREATED EMPTY AND ANY REJECT IS A "REFERENCE INCONNUE".
002180     IF WS-XFERREG-ABSENT
002190         OPEN OUTPUT TRANSFER-REGISTER
002200         IF WS-XFERREG-OK
002210             CLOSE TRANSFER-REGISTER
002220             OPEN I-O TRANSFER-REGISTER
002230         END-IF
002240     END-IF.
002250     IF NOT WS-XFERREG-OK
002260         DISPLAY "XFERREJ - ERREUR OUVERTURE XFERREG, STATUT "
002270             WS-XFERREG-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     OPEN I-O ACCOUNT-MASTER.
002320     IF NOT WS-ACCTMAST-OK
002330         DISPLAY "XFERREJ - ERREUR OUVERTURE ACCTMAST, STATUT "
002340             WS-ACCTMAST-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     OPEN INPUT TARIFF-FILE.
002390*    NO TARIFF FILE MEANS NO FEE WAS EVER CHARGED ONLINE
002400*    EITHER - THERE IS NOTHING TO GIVE BACK.
002410     IF WS-TARIFFS-ABSENT
002420         SET WS-SANS-TARIFS TO TRUE
002430         DISPLAY "XFERREJ - TARIFFS ABSENT - AUCUN FRAIS "
002440             "REMBOURSE."
002450     ELSE
002460         IF NOT WS-TARIFFS-OK
002470             DISPLAY "XFERREJ - ERREUR OUVERTURE TARIFFS, "
002480                 "STATUT " WS-TARIFFS-STATUS
002490             MOVE 16 TO RETURN-CODE
002500             STOP RUN
002510         END-IF
002520     END-IF.
002530     OPEN I-O SUSPENSE-ITEMS.
002540*    A SUSPITEM THAT HAS NEVER BEEN CREATED MEANS NO SUSPENSE
002550*    ITEM WAS EVER RETURNED, AS FOR THE HOLDFILE IN DDEBRUN.
002560     IF WS-SUSPITEM-ABSENT
002570         SET WS-SANS-ATTENTE TO TRUE
002580         DISPLAY "XFERREJ - SUSPITEM ABSENT - AUCUN ARTICLE "
002590             "D'ATTENTE A ROUVRIR."
002600     ELSE
002610         IF NOT WS-SUSPITEM-OK
002620             DISPLAY "XFERREJ - ERREUR OUVERTURE SUSPITEM, "
002630                 "STATUT " WS-SUSPITEM-STATUS
002640             MOVE 16 TO RETURN-CODE
002650             STOP RUN
002660         END-IF
002670     END-IF.
002680     OPEN EXTEND TRANSACTION-LOG.
002690     IF NOT WS-TRANLOG-OK
002700         DISPLAY "XFERREJ - ERREUR OUVERTURE TRANLOG, STATUT "
002710             WS-TRANLOG-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     OPEN OUTPUT REJECT-REPORT.
002760     IF NOT WS-XREJRPT-OK
002770         DISPLAY "XFERREJ - ERREUR OUVERTURE XREJRPT, STATUT "
002780             WS-XREJRPT-STATUS
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     MOVE WS-TODAY TO RJ-H-DATE.
002830     MOVE RJ-HEADING-LINE TO REJECT-REPORT-RECORD.
002840     WRITE REJECT-REPORT-RECORD AFTER ADVANCING PAGE.
002850     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
002860     MOVE RJ-COLUMN-HEADING-LINE TO REJECT-REPORT-RECORD.
002870     WRITE REJECT-REPORT-RECORD AFTER ADVANCING 2 LINES.
002880     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910
002920 1200-CHECK-RUN-CONTROL.
002930     OPEN I-O RUN-CONTROL.
002940     IF WS-RUNCTL-ABSENT
002950         OPEN OUTPUT RUN-CONTROL
002960         IF WS-RUNCTL-OK
002970             CLOSE RUN-CONTROL
002980             OPEN I-O RUN-CONTROL
002990         END-IF
003000     END-IF.
003010     IF NOT WS-RUNCTL-OK
003020         DISPLAY "XFERREJ - ERREUR OUVERTURE RUNCTL, STATUT "
003030             WS-RUNCTL-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     MOVE "XFERREJ" TO RK-JOB-NAME.
003080     READ RUN-CONTROL
003090         INVALID KEY
003100             MOVE SPACES TO RUN-CONTROL-RECORD
003110             MOVE "XFERREJ" TO RK-JOB-NAME
003120             MOVE WS-TODAY TO RK-LAST-RUN-DATE
003130             SET RK-RUN-IN-PROGRESS TO TRUE
003140             MOVE 0 TO RK-LAST-KEY
003150             WRITE RUN-CONTROL-RECORD
003160             IF NOT WS-RUNCTL-OK
003170                 DISPLAY "XFERREJ - ERREUR ECRITURE RUNCTL, "
003180                     "STATUT " WS-RUNCTL-STATUS
003190                 MOVE 16 TO RETURN-CODE
003200                 STOP RUN
003210             END-IF
003220         NOT INVALID KEY
003230             PERFORM 1300-EXAMINE-RUN-RECORD THRU 1300-EXIT
003240     END-READ.
003250 1200-EXIT.
003260     EXIT.
003270
003280 1300-EXAMINE-RUN-RECORD.
003290     IF RK-LAST-RUN-DATE = WS-TODAY AND RK-RUN-COMPLETE
003300         DISPLAY "XFERREJ - DEJA EXECUTE POUR LE " WS-TODAY
003310             " - ARRET."
003320         MOVE 8 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350*    AN IN-PROGRESS STATUS ALWAYS MEANS THE PRIOR RUN DID NOT
003360*    FINISH - KEEP THE CHECKPOINT SO NO REJECT ALREADY POSTED
003370*    IS RE-CREDITED A SECOND TIME ON THE RERUN.
003380     IF RK-RUN-IN-PROGRESS
003390         MOVE RK-LAST-KEY TO WS-RESTART-KEY
003400         DISPLAY "XFERREJ - REPRISE APRES LE REJET "
003410             WS-RESTART-KEY
003420     ELSE
003430         MOVE 0 TO RK-LAST-KEY
003440     END-IF.
003450     MOVE WS-TODAY TO RK-LAST-RUN-DATE.
003460     SET RK-RUN-IN-PROGRESS TO TRUE.
003470     REWRITE RUN-CONTROL-RECORD.
003480     IF NOT WS-RUNCTL-OK
003490         DISPLAY "XFERREJ - ERREUR REECRITURE RUNCTL, STATUT "
003500             WS-RUNCTL-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540 1300-EXIT.
003550     EXIT.
003560
003570 2000-PROCESS-ONE-REJECT.
003580     READ REJECTS-IN
003590         AT END
003600             SET WS-END-OF-REJECTS TO TRUE
003610         NOT AT END
003620             PERFORM 2100-HANDLE-ONE-REJECT THRU 2100-EXIT
003630     END-READ.
003640 2000-EXIT.
003650     EXIT.
003660
003670*    XJ-REJECT-NUM IS STRICTLY ASCENDING WITHIN THE DAY'S FILE
003680*    (LIKE CP-PRES-NUM FOR CHQCLEAR), SO ON A RESTART EVERY
003690*    REJECT UP TO THE CHECKPOINTED NUMBER IS SKIPPED.
003700 2100-HANDLE-ONE-REJECT.
003710     ADD 1 TO WS-REJECTS-READ.
003720     IF XJ-REJECT-NUM NOT > WS-RESTART-KEY
003730         ADD 1 TO WS-REJECTS-SKIPPED
003740         DISPLAY "REJET " XJ-REJECT-NUM
003750             " DEJA TRAITE - IGNORE."
003760         GO TO 2100-EXIT
003770     END-IF.
003780     MOVE SPACES TO WS-ANOMALIE.
003790     MOVE 0 TO WS-FRAIS-REMBOURSES.
003800     PERFORM 2150-RAPPROCHER-REJET THRU 2150-EXIT.
003810     IF WS-REJET-RAPPROCHE
003820         PERFORM 2180-LIRE-COMPTE-SOURCE THRU 2180-EXIT
003830     END-IF.
003840     IF WS-REJET-RAPPROCHE
003850         PERFORM 2200-RECREDITER-VIREMENT THRU 2200-EXIT
003860     ELSE
003870         PERFORM 2300-SIGNALER-ANOMALIE THRU 2300-EXIT
003880     END-IF.
003890     PERFORM 2950-NOTER-DERNIER-REJET THRU 2950-EXIT.
003900 2100-EXIT.
003910     EXIT.
003920
003930 2950-NOTER-DERNIER-REJET.
003940     MOVE XJ-REJECT-NUM TO RK-LAST-KEY.
003950     REWRITE RUN-CONTROL-RECORD.
003960     IF NOT WS-RUNCTL-OK
003970         DISPLAY "XFERREJ - ERREUR REECRITURE RUNCTL, STATUT "
003980             WS-RUNCTL-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020 2950-EXIT.
004030     EXIT.
004040
004050*    THE REJECT MUST NAME AN ITEM WE SENT, NOT ALREADY REJECTED,
004060*    FOR THE SAME AMOUNT.  A HARD I-O ERROR STOPS THE RUN BEFORE
004070*    THE CHECKPOINT ADVANCES.
004080 2150-RAPPROCHER-REJET.
004090     MOVE XJ-REFERENCE TO XF-REFERENCE.
004100     READ TRANSFER-REGISTER
004110         INVALID KEY
004120             CONTINUE
004130     END-READ.
004140     IF WS-XFERREG-NOTFND
004150         MOVE "REFERENCE INCONNUE" TO WS-ANOMALIE
004160         GO TO 2150-EXIT
004170     END-IF.
004180     IF NOT WS-XFERREG-OK
004190         DISPLAY "XFERREJ - ERREUR LECTURE XFERREG, STATUT "
004200             WS-XFERREG-STATUS
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240     IF XF-STATUS-REJECTED
004250         MOVE "VIREMENT DEJA REJETE" TO WS-ANOMALIE
004260         GO TO 2150-EXIT
004270     END-IF.
004280     IF XJ-AMOUNT NOT = XF-AMOUNT
004290         MOVE "MONTANT DIFFERENT" TO WS-ANOMALIE
004300     END-IF.
004310 2150-EXIT.
004320     EXIT.
004330
004340*    MONEY IS NEVER PUT BACK ON A CLOSED ACCOUNT - THE CASE IS
004350*    REPORTED FOR MANUAL HANDLING AND THE ITEM STAYS 'SENT' SO
004360*    A LATER RERUN OF THE REJECT CAN STILL BE MATCHED.
004370 2180-LIRE-COMPTE-SOURCE.
004380     MOVE XF-SOURCE-ACCT TO ACCT-NUMBER.
004390     READ ACCOUNT-MASTER
004400         INVALID KEY
004410             CONTINUE
004420     END-READ.
004430     IF WS-ACCTMAST-NOTFND
004440         MOVE "COMPTE SOURCE INCONNU" TO WS-ANOMALIE
004450         GO TO 2180-EXIT
004460     END-IF.
004470     IF NOT WS-ACCTMAST-OK
004480         DISPLAY "XFERREJ - ERREUR LECTURE ACCTMAST, STATUT "
004490             WS-ACCTMAST-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530     IF ACCT-STATUS-CLOSED
004540         MOVE "COMPTE SOURCE CLOTURE" TO WS-ANOMALIE
004550     END-IF.
004560 2180-EXIT.
004570     EXIT.
004580
004590*    THE AMOUNT SENT IS RE-CREDITED IN FULL.  THE EXTERNAL
004600*    TRANSFER FEE KEPT ON THE REGISTER IS GIVEN BACK ONLY WHEN
004610*    THE ACCOUNT'S TARIFF PLAN SAYS SO; AN OVERDRAFT FEE TAKEN
004620*    WITH THE DEBIT IS NOT.  THE DAILY DEBIT CAP IS NOT TOUCHED,
004630*    AS FOR A REVERSAL.
004640 2200-RECREDITER-VIREMENT.
004650     IF XF-EXT-FEE-AMOUNT > 0 AND NOT WS-SANS-TARIFS
004660         PERFORM 2250-LIRE-TARIF THRU 2250-EXIT
004670         IF TF-REFUND-FEE-ON-REJECT
004680             MOVE XF-EXT-FEE-AMOUNT TO WS-FRAIS-REMBOURSES
004690         END-IF
004700     END-IF.
004710     ADD XJ-AMOUNT WS-FRAIS-REMBOURSES TO ACCT-SOLDE.
004720     PERFORM 2500-JOURNALISER-REJET THRU 2500-EXIT.
004730     PERFORM 2550-MARQUER-VIREMENT-REJETE THRU 2550-EXIT.
004740     ADD 1 TO WS-REJECTS-POSTED.
004750     ADD XJ-AMOUNT TO WS-POSTED-AMOUNT.
004760     IF WS-FRAIS-REMBOURSES > 0
004770         ADD 1 TO WS-FEES-REFUNDED
004780         ADD WS-FRAIS-REMBOURSES TO WS-REFUNDED-AMOUNT
004790     END-IF.
004800     MOVE "RECREDITE" TO RJ-D-RESULTAT.
004810     IF XF-ORIGIN-SUSPENSE
004820         PERFORM 2600-ROUVRIR-ARTICLE-ATTENTE THRU 2600-EXIT
004830     END-IF.
004840     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
004850 2200-EXIT.
004860     EXIT.
004870
004880 2250-LIRE-TARIF.
004890     IF ACCT-TARIFF-PLAN = SPACES
004900         MOVE WS-DEFAULT-TARIFF-PLAN TO TF-PLAN-CODE
004910     ELSE
004920         MOVE ACCT-TARIFF-PLAN TO TF-PLAN-CODE
004930     END-IF.
004940     READ TARIFF-FILE
004950         INVALID KEY
004960             INITIALIZE TARIFF-RECORD
004970     END-READ.
004980 2250-EXIT.
004990     EXIT.
005000
005010 2300-SIGNALER-ANOMALIE.
005020     ADD 1 TO WS-REJECTS-UNMATCHED.
005030     ADD XJ-AMOUNT TO WS-UNMATCHED-AMOUNT.
005040     MOVE WS-ANOMALIE TO RJ-D-RESULTAT.
005050     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
005060 2300-EXIT.
005070     EXIT.
005080
005090 2500-JOURNALISER-REJET.
005100     ACCEPT WS-NOW FROM TIME.
005110     ADD 1 TO ACCT-LAST-TRAN-SEQ.
005120     MOVE WS-TODAY TO ACCT-LAST-TRAN-DATE.
005130     REWRITE ACCT-MASTER-RECORD.
005140     IF NOT WS-ACCTMAST-OK
005150         DISPLAY "XFERREJ - ERREUR REECRITURE ACCTMAST, "
005160             "STATUT " WS-ACCTMAST-STATUS
005170         MOVE 16 TO RETURN-CODE
005180         STOP RUN
005190     END-IF.
005200     MOVE SPACES TO TRAN-LOG-RECORD.
005210     MOVE ACCT-NUMBER TO TL-ACCT-NUMBER.
005220     MOVE ACCT-LAST-TRAN-SEQ TO TL-TRAN-SEQ-NUM.
005230     MOVE WS-TODAY TO TL-TRAN-DATE.
005240     MOVE WS-NOW TO TL-TRAN-TIME.
005250     SET TL-OP-TRANSFER-REJECT TO TRUE.
005260     MOVE XJ-AMOUNT TO TL-AMOUNT.
005270     MOVE WS-FRAIS-REMBOURSES TO TL-FEE-AMOUNT.
005280     MOVE ACCT-SOLDE TO TL-RESULT-BALANCE.
005290     MOVE 0 TO TL-COUNTERPARTY-ACCT.
005300     MOVE "XFERREJ" TO TL-OPERATOR-ID.
005310     MOVE XF-SOURCE-TRAN-SEQ TO TL-REV-ORIG-SEQ-NUM.
005320     MOVE 'T' TO TL-REV-ORIG-OP-CODE.
005330     MOVE XJ-REASON-CODE TO TL-REJECT-REASON.
005340     WRITE TRAN-LOG-RECORD.
005350     IF NOT WS-TRANLOG-OK
005360         DISPLAY "XFERREJ - ERREUR ECRITURE TRANLOG, STATUT "
005370             WS-TRANLOG-STATUS
005380         MOVE 16 TO RETURN-CODE
005390         STOP RUN
005400     END-IF.
005410 2500-EXIT.
005420     EXIT.
005430
005440*    THE REGISTER KEEPS THE REJECT DATE, REASON, REFUNDED FEE
005450*    AND THE LOG SEQUENCE OF THE RE-CREDIT, SO A SECOND REJECT
005460*    OF THE SAME ITEM IS REPORTED INSTEAD OF POSTED.
005470 2550-MARQUER-VIREMENT-REJETE.
005480     SET XF-STATUS-REJECTED TO TRUE.
005490     MOVE WS-TODAY TO XF-REJECT-DATE.
005500     MOVE XJ-REASON-CODE TO XF-REJECT-REASON.
005510     MOVE ACCT-LAST-TRAN-SEQ TO XF-REJECT-TRAN-SEQ.
005520     MOVE WS-FRAIS-REMBOURSES TO XF-FEE-REFUNDED.
005530     REWRITE EXT-TRANSFER-REGISTER-RECORD.
005540     IF NOT WS-XFERREG-OK
005550         DISPLAY "XFERREJ - ERREUR REECRITURE XFERREG, STATUT "
005560             WS-XFERREG-STATUS
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600 2550-EXIT.
005610     EXIT.
005620
005630*    A RETURNED SUSPENSE ITEM THAT BOUNCES IS BACK ON THE
005640*    SUSPENSE ACCOUNT - THE ITEM IS RE-OPENED SO IT CAN BE
005650*    WORKED AGAIN AND SUSPAGE STILL PROVES ITEMS AGAINST THE
005660*    SUSPENSE BALANCE.  AN ITEM THAT CANNOT BE FOUND IS FLAGGED
005670*    ON THE REPORT; THE MONEY IS ALREADY ON THE SUSPENSE ACCOUNT.
005680 2600-ROUVRIR-ARTICLE-ATTENTE.
005690     IF WS-SANS-ATTENTE
005700         MOVE "RECREDITE - ARTICLE ABSENT" TO RJ-D-RESULTAT
005710         GO TO 2600-EXIT
005720     END-IF.
005730     MOVE XF-SUSPENSE-REF TO SI-REFERENCE.
005740     READ SUSPENSE-ITEMS
005750         INVALID KEY
005760             CONTINUE
005770     END-READ.
005780     IF NOT WS-SUSPITEM-OK
005790         MOVE "RECREDITE - ARTICLE ABSENT" TO RJ-D-RESULTAT
005800         GO TO 2600-EXIT
005810     END-IF.
005820     IF NOT SI-STATUS-RETURNED
005830         MOVE "RECREDITE - ARTICLE NON RET."
005840             TO RJ-D-RESULTAT
005850         GO TO 2600-EXIT
005860     END-IF.
005870     SET SI-STATUS-OPEN TO TRUE.
005880     MOVE 0 TO SI-DATE-RESOLVED.
005890     MOVE SPACES TO SI-RESOLVED-BY.
005900     MOVE 0 TO SI-RESOLVE-TRAN-SEQ.
005910     REWRITE SUSPENSE-ITEM-RECORD.
005920     IF NOT WS-SUSPITEM-OK
005930         DISPLAY "XFERREJ - ERREUR REECRITURE SUSPITEM, STATUT "
005940             WS-SUSPITEM-STATUS " REFERENCE " SI-REFERENCE
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF.
005980     ADD 1 TO WS-ITEMS-REOPENED.
005990     MOVE "RECREDITE - ARTICLE ROUVERT" TO RJ-D-RESULTAT.
006000 2600-EXIT.
006010     EXIT.
006020
006030 2900-PRINT-DETAIL.
006040     MOVE XJ-REJECT-NUM TO RJ-D-REJECT-NUM.
006050     MOVE XJ-SOURCE-ACCT TO RJ-D-SOURCE-ACCT.
006060     MOVE XJ-SOURCE-TRAN-SEQ TO RJ-D-SOURCE-SEQ.
006070     MOVE XJ-REASON-CODE TO RJ-D-REASON-CODE.
006080     EVALUATE TRUE
006090         WHEN XJ-RAISON-CPT-INVALIDE
006100             MOVE "COMPTE BENEF INVALIDE" TO RJ-D-REASON-TEXT
006110         WHEN XJ-RAISON-CPT-CLOTURE
006120             MOVE "COMPTE BENEF CLOTURE" TO RJ-D-REASON-TEXT
006130         WHEN XJ-RAISON-BANQUE-INCONNUE
006140             MOVE "BANQUE INCONNUE" TO RJ-D-REASON-TEXT
006150         WHEN OTHER
006160             MOVE "MOTIF NON REPERTORIE" TO RJ-D-REASON-TEXT
006170     END-EVALUATE.
006180     MOVE XJ-AMOUNT TO RJ-D-AMOUNT.
006190     MOVE WS-FRAIS-REMBOURSES TO RJ-D-FEE.
006200     MOVE RJ-DETAIL-LINE TO REJECT-REPORT-RECORD.
006210     WRITE REJECT-REPORT-RECORD AFTER ADVANCING 1 LINES.
006220     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006230 2900-EXIT.
006240     EXIT.
006250
006260 4000-PRINT-TOTALS.
006270     MOVE "REJETS RECREDITES ..........." TO RJ-T-LABEL.
006280     MOVE WS-REJECTS-POSTED TO RJ-T-COUNT.
006290     MOVE WS-POSTED-AMOUNT TO RJ-T-AMOUNT.
006300     MOVE RJ-TOTAL-LINE TO REJECT-REPORT-RECORD.
006310     WRITE REJECT-REPORT-RECORD AFTER ADVANCING 2 LINES.
006320     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006330     MOVE "FRAIS DE VIREMENT REMBOURSES " TO RJ-T-LABEL.
006340     MOVE WS-FEES-REFUNDED TO RJ-T-COUNT.
006350     MOVE WS-REFUNDED-AMOUNT TO RJ-T-AMOUNT.
006360     MOVE RJ-TOTAL-LINE TO REJECT-REPORT-RECORD.
006370     WRITE REJECT-REPORT-RECORD AFTER ADVANCING 1 LINES.
006380     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006390     MOVE "REJETS NON RAPPROCHES ......." TO RJ-T-LABEL.
006400     MOVE WS-REJECTS-UNMATCHED TO RJ-T-COUNT.
006410     MOVE WS-UNMATCHED-AMOUNT TO RJ-T-AMOUNT.
006420     MOVE RJ-TOTAL-LINE TO REJECT-REPORT-RECORD.
006430     WRITE REJECT-REPORT-RECORD AFTER ADVANCING 1 LINES.
006440     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006450 4000-EXIT.
006460     EXIT.
006470
006480 8900-CHECK-REPORT-WRITE.
006490     IF NOT WS-XREJRPT-OK
006500         DISPLAY "XFERREJ - ERREUR ECRITURE XREJRPT, STATUT "
006510             WS-XREJRPT-STATUS
006520         MOVE 16 TO RETURN-CODE
006530         STOP RUN
006540     END-IF.
006550 8900-EXIT.
006560     EXIT.
006570
006580 9000-TERMINATE.
006590     DISPLAY "XFERREJ - REJETS LUS          : " WS-REJECTS-READ.
006600     DISPLAY "XFERREJ - REJETS RECREDITES   : "
006610         WS-REJECTS-POSTED.
006620     DISPLAY "XFERREJ - FRAIS REMBOURSES    : "
006630         WS-FEES-REFUNDED.
006640     DISPLAY "XFERREJ - ARTICLES ROUVERTS   : "
006650         WS-ITEMS-REOPENED.
006660     DISPLAY "XFERREJ - REJETS NON RAPPROCH.: "
006670         WS-REJECTS-UNMATCHED.
006680     DISPLAY "XFERREJ - REJETS IGNORES      : "
006690         WS-REJECTS-SKIPPED.
006700     CLOSE REJECTS-IN.
006710     CLOSE TRANSFER-REGISTER.
006720     CLOSE ACCOUNT-MASTER.
006730     IF NOT WS-SANS-TARIFS
006740         CLOSE TARIFF-FILE
006750     END-IF.
006760     IF NOT WS-SANS-ATTENTE
006770         CLOSE SUSPENSE-ITEMS
006780     END-IF.
006790     CLOSE TRANSACTION-LOG.
006800     CLOSE REJECT-REPORT.
006810     CLOSE RUN-CONTROL.
006820 9000-EXIT.
006830     EXIT.
006840
006850 8000-MARK-RUN-COMPLETE.
006860     SET RK-RUN-COMPLETE TO TRUE.
006870     REWRITE RUN-CONTROL-RECORD.
006880     IF NOT WS-RUNCTL-OK
006890         DISPLAY "XFERREJ - ERREUR REECRITURE RUNCTL, STATUT "
006900             WS-RUNCTL-STATUS
006910         MOVE 16 TO RETURN-CODE
006920         STOP RUN
006930     END-IF.
006940 8000-EXIT.
006950     EXIT.
006960
006970 END PROGRAM XFERREJ.
