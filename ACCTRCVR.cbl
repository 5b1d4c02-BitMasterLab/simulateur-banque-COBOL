000010******************************************************************
000020*    PROGRAM-ID    : ACCTRCVR
000030*    AUTHOR        : J. L. PELLETIER
000040*    INSTALLATION  : DIRECTION INFORMATIQUE
000050*    DATE-WRITTEN  : 2026-10-15
000060*    DESCRIPTION   : ACCOUNT MASTER FORWARD RECOVERY.  REBUILDS
000070*                    THE ACCOUNT-MASTER INTO A NEW KSDS (RCVRMAST)
000080*                    FROM A STARTING POINT AND THE TRANSACTION-LOG
000090*                    POSTINGS MADE SINCE.  THE STARTING POINT IS
000100*                    GIVEN ON SYSIN :
000110*                      S - THE BALSNAP SNAPSHOT OF A DATE ON
000120*                          BALHIST (THE LAST COMPLETE SNAPSHOT
000130*                          WHEN NO DATE IS GIVEN) - BALANCE AND
000140*                          STATUS FROM BALHIST, EVERY OTHER FIELD
000150*                          FROM THE ACCTBKUP COPY OF THE MASTER;
000160*                      B - THE ACCTBKUP BACKUP ITSELF, TAKEN AT
000170*                          THE END OF THE DATE GIVEN.
000180*                    EVERY POSTING DATED AFTER THE STARTING DATE
000190*                    IS THEN REPLAYED IN LOG ORDER.  EACH ONE IS
000200*                    PROVED AGAINST ITS TL-RESULT-BALANCE AND
000210*                    RESTORES ACCT-LAST-TRAN-DATE/SEQ AND THE
000220*                    DAILY DEBIT COUNTER.  A BROKEN BALANCE CHAIN
000230*                    IS PRINTED ON RCVRRPT.  WHEN THE LIVE
000240*                    ACCTMAST CAN STILL BE READ THE REBUILT FILE
000250*                    IS COMPARED WITH IT, WHICH IS ALSO HOW THE
000260*                    PROCEDURE IS REHEARSED WITHOUT AN INCIDENT.
000270*                    ACCTMAST ITSELF IS NEVER UPDATED.  RC 4 ON
000280*                    ANY ANOMALY.  SEE JCL/ACCTRCVR.JCL FOR THE
000290*                    RECOVERY PROCEDURE.
000300*    MODIFICATION HISTORY
000310*    DATE       INIT DESCRIPTION
000320*    ---------- ---- ---------------------------------------------
000330*    2026-10-15 JLP  ORIGINAL
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. ACCTRCVR.
000370 AUTHOR. J L PELLETIER.
000380 INSTALLATION. DIRECTION INFORMATIQUE.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BACKUP-IN
000460         ASSIGN TO "ACCTBKUP"
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-ACCTBKUP-STATUS.
000500
000510     SELECT BALANCE-HISTORY
000520         ASSIGN TO "BALHIST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS BH-SNAP-KEY
000560         FILE STATUS IS WS-BALHIST-STATUS.
000570
000580     SELECT TRANSACTION-LOG
000590         ASSIGN TO "TRANLOG"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-TRANLOG-STATUS.
000630
000640     SELECT RECOVERED-MASTER
000650         ASSIGN TO "RCVRMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS RM-ACCT-NUMBER
000690         FILE STATUS IS WS-RCVRMAST-STATUS.
000700
000710     SELECT LIVE-MASTER
000720         ASSIGN TO "ACCTMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS LM-ACCT-NUMBER
000760         FILE STATUS IS WS-ACCTMAST-STATUS.
000770
000780     SELECT RECOVERY-REPORT
000790         ASSIGN TO "RCVRRPT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-RCVRRPT-STATUS.
000820
000830     SELECT RUN-CONTROL
000840         ASSIGN TO "RUNCTL"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS RK-JOB-NAME
000880         FILE STATUS IS WS-RUNCTL-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920*    THE THREE ACCOUNT FILES SHARE THE ACCTMAST LAYOUT, WHICH IS
000930*    CARRIED ONCE IN WORKING-STORAGE - EVERY READ IS INTO IT AND
000940*    EVERY WRITE IS FROM IT.
000950 FD  BACKUP-IN
000960     LABEL RECORDS ARE STANDARD.
000970 01  BACKUP-IN-RECORD         PIC X(80).
000980
000990 FD  BALANCE-HISTORY
001000     LABEL RECORDS ARE STANDARD.
001010 COPY BALHIST.
001020
001030 FD  TRANSACTION-LOG
001040     LABEL RECORDS ARE STANDARD.
001050 COPY TRANLOG.
001060
001070 FD  RECOVERED-MASTER
001080     LABEL RECORDS ARE STANDARD.
001090 01  RECOVERED-MASTER-RECORD.
001100     05  RM-ACCT-NUMBER       PIC 9(10).
001110     05  FILLER               PIC X(70).
001120
001130 FD  LIVE-MASTER
001140     LABEL RECORDS ARE STANDARD.
001150 01  LIVE-MASTER-RECORD.
001160     05  LM-ACCT-NUMBER       PIC 9(10).
001170     05  FILLER               PIC X(70).
001180
001190 FD  RECOVERY-REPORT
001200     RECORDING MODE F
001210     LABEL RECORDS ARE OMITTED.
001220 01  RECOVERY-REPORT-RECORD   PIC X(133).
001230
001240 FD  RUN-CONTROL
001250     LABEL RECORDS ARE STANDARD.
001260 COPY RUNCTL.
001270
001280 WORKING-STORAGE SECTION.
001290 COPY RCVRMSG.
001300
001310 COPY ACCTMAST.
001320
001330 01  WS-ACCTBKUP-STATUS       PIC X(02).
001340     88  WS-ACCTBKUP-OK           VALUE '00'.
001350
001360 01  WS-BALHIST-STATUS        PIC X(02).
001370     88  WS-BALHIST-OK            VALUE '00'.
001380     88  WS-BALHIST-NOTFND        VALUE '23'.
001390
001400 01  WS-TRANLOG-STATUS        PIC X(02).
001410     88  WS-TRANLOG-OK            VALUE '00'.
001420
001430 01  WS-RCVRMAST-STATUS       PIC X(02).
001440     88  WS-RCVRMAST-OK           VALUE '00'.
001450     88  WS-RCVRMAST-NOTFND       VALUE '23'.
001460
001470 01  WS-ACCTMAST-STATUS       PIC X(02).
001480     88  WS-ACCTMAST-OK           VALUE '00'.
001490     88  WS-ACCTMAST-NOTFND       VALUE '23'.
001500 01  WS-SANS-MAITRE-SWITCH    PIC X(01) VALUE 'N'.
001510     88  WS-SANS-MAITRE           VALUE 'Y'.
001520
001530 01  WS-RCVRRPT-STATUS        PIC X(02).
001540     88  WS-RCVRRPT-OK            VALUE '00'.
001550
001560 01  WS-RUNCTL-STATUS         PIC X(02).
001570     88  WS-RUNCTL-OK             VALUE '00'.
001580
001590 01  WS-EOF-SWITCHES.
001600     05  WS-BACKUP-EOF-SWITCH PIC X(01) VALUE 'N'.
001610         88  WS-END-OF-BACKUP     VALUE 'Y'.
001620     05  WS-LOG-EOF-SWITCH    PIC X(01) VALUE 'N'.
001630         88  WS-END-OF-LOG        VALUE 'Y'.
001640     05  WS-RCVR-EOF-SWITCH   PIC X(01) VALUE 'N'.
001650         88  WS-END-OF-RECOVERED  VALUE 'Y'.
001660
001670 01  WS-TODAY                 PIC 9(08).
001680
001690 01  WS-PARM-INPUT.
001700     05  WS-PARM-MODE         PIC X(01).
001710         88  WS-DEPART-INSTANTANE VALUE 'S'.
001720         88  WS-DEPART-SAUVEGARDE VALUE 'B'.
001730     05  WS-PARM-DATE         PIC X(08).
001740 01  WS-START-DATE            PIC 9(08) VALUE 0.
001750
001760 01  WS-SOLDE-ATTENDU         PIC S9(8)V99.
001770 01  WS-ANOMALIE              PIC X(30).
001780     88  WS-CHAINE-INTACTE        VALUE SPACES.
001790
001800*    REBUILT VALUES HELD WHILE THE LIVE RECORD IS READ OVER THE
001810*    SAME ACCT-MASTER-RECORD FOR THE COMPARISON.
001820 01  WS-RECONSTRUIT.
001830     05  WS-RV-SOLDE          PIC S9(8)V99.
001840     05  WS-RV-STATUS         PIC X(01).
001850     05  WS-RV-LAST-TRAN-DATE PIC 9(08).
001860     05  WS-RV-LAST-TRAN-SEQ  PIC 9(08).
001870     05  WS-RV-DEBIT-USED     PIC S9(8)V99.
001880     05  WS-RV-DEBIT-DATE     PIC 9(08).
001890 01  WS-COMPTE-DIFFERENT-SWITCH PIC X(01).
001900     88  WS-COMPTE-DIFFERENT      VALUE 'Y'.
001910
001920 01  WS-COUNTERS.
001930     05  WS-COMPTES-BASE      PIC 9(08) COMP VALUE 0.
001940     05  WS-SOLDES-INSTANTANE PIC 9(08) COMP VALUE 0.
001950     05  WS-SANS-INSTANTANE   PIC 9(08) COMP VALUE 0.
001960     05  WS-COMPTES-CREES     PIC 9(08) COMP VALUE 0.
001970     05  WS-COMPTES-REBATIS   PIC 9(08) COMP VALUE 0.
001980     05  WS-MVTS-LUS          PIC 9(08) COMP VALUE 0.
001990     05  WS-MVTS-ANTERIEURS   PIC 9(08) COMP VALUE 0.
002000     05  WS-MVTS-REJOUES      PIC 9(08) COMP VALUE 0.
002010     05  WS-REPORTS-CONTROLES PIC 9(08) COMP VALUE 0.
002020     05  WS-RUPTURES          PIC 9(08) COMP VALUE 0.
002030     05  WS-COMPTES-COMPARES  PIC 9(08) COMP VALUE 0.
002040     05  WS-COMPTES-ECART     PIC 9(08) COMP VALUE 0.
002050
002060*    ACCOUNTS WHOSE CHAIN BROKE, SO THE TOTALS CAN SAY HOW MANY
002070*    ACCOUNTS ARE AFFECTED AS WELL AS HOW MANY POSTINGS.
002080 01  WS-TABLE-LIMITS.
002090     05  WS-MAX-ROMPUS        PIC 9(04) COMP VALUE 2000.
002100     05  WS-ROMPU-COUNT       PIC 9(04) COMP VALUE 0.
002110     05  WS-OVERFLOW-COUNT    PIC 9(06) COMP VALUE 0.
002120
002130 01  ROMPU-TABLE.
002140     05  ROMPU-ENTRY OCCURS 1 TO 2000 TIMES
002150             DEPENDING ON WS-ROMPU-COUNT
002160             INDEXED BY RU-IDX.
002170         10  RU-ACCT-NUMBER   PIC 9(10).
002180
002190 01  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
002200     88  WS-ENTRY-FOUND           VALUE 'Y'.
002210
002220*    SETTINGS GIVEN BY THE ONLINE SIMULATOR TO A NEWLY OPENED
002230*    ACCOUNT - USED FOR AN ACCOUNT FOUND ON THE LOG BUT NOT ON
002240*    THE STARTING POINT.
002250 01  WS-DEFAULT-OVERDRAFT-LIMIT PIC S9(8)V99 VALUE 200.00.
002260 01  WS-DEFAULT-OVERDRAFT-FEE PIC S9(6)V99 VALUE 15.00.
002270 01  WS-DEFAULT-INTEREST-RATE PIC S9(3)V9999 VALUE 0.0050.
002280 01  WS-DEFAULT-TARIFF-PLAN   PIC X(02) VALUE "01".
002290
002300 PROCEDURE DIVISION.
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     PERFORM 2000-CHARGER-BASE THRU 2000-EXIT
002340         UNTIL WS-END-OF-BACKUP.
002350     PERFORM 2900-OUVRIR-MISE-A-JOUR THRU 2900-EXIT.
002360     PERFORM 3000-REJOUER-JOURNAL THRU 3000-EXIT
002370         UNTIL WS-END-OF-LOG.
002380     IF NOT WS-SANS-MAITRE
002390         PERFORM 3800-COMPARER-MAITRE THRU 3800-EXIT
002400     END-IF.
002410     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430*    THE REBUILT FILE MUST NOT BE PUT IN SERVICE UNTIL EVERY
002440*    ANOMALY ON THE REPORT HAS BEEN EXPLAINED.
002450     IF WS-RUPTURES > 0 OR WS-COMPTES-CREES > 0
002460        OR WS-COMPTES-ECART > 0
002470         MOVE 4 TO RETURN-CODE
002480     END-IF.
002490     STOP RUN.
002500
002510*    THERE IS NO RUN-CONTROL CHECKPOINT - RCVRMAST IS CREATED
002520*    AFRESH ON EVERY RUN, SO A RERUN SIMPLY STARTS AGAIN.
002530 1000-INITIALIZE.
002540     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002550     PERFORM 1100-LIRE-PARAMETRE THRU 1100-EXIT.
002560     OPEN INPUT BACKUP-IN.
002570     IF NOT WS-ACCTBKUP-OK
002580         DISPLAY "ACCTRCVR - ERREUR OUVERTURE ACCTBKUP, STATUT "
002590             WS-ACCTBKUP-STATUS
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     IF WS-DEPART-INSTANTANE
002640         OPEN INPUT BALANCE-HISTORY
002650         IF NOT WS-BALHIST-OK
002660             DISPLAY "ACCTRCVR - ERREUR OUVERTURE BALHIST, "
002670                 "STATUT " WS-BALHIST-STATUS
002680             MOVE 16 TO RETURN-CODE
002690             STOP RUN
002700         END-IF
002710     END-IF.
002720     OPEN INPUT TRANSACTION-LOG.
002730     IF NOT WS-TRANLOG-OK
002740         DISPLAY "ACCTRCVR - ERREUR OUVERTURE TRANLOG, STATUT "
002750             WS-TRANLOG-STATUS
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     OPEN OUTPUT RECOVERED-MASTER.
002800     IF NOT WS-RCVRMAST-OK
002810         DISPLAY "ACCTRCVR - ERREUR OUVERTURE RCVRMAST, STATUT "
002820             WS-RCVRMAST-STATUS
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860*    THE LIVE MASTER IS ONLY READ FOR THE FINAL COMPARISON.  AFTER
002870*    A REAL INCIDENT IT MAY BE GONE OR UNREADABLE - THAT IS THE
002880*    REASON FOR THE RUN, SO IT ONLY SKIPS THE COMPARISON.
002890     OPEN INPUT LIVE-MASTER.
002900     IF NOT WS-ACCTMAST-OK
002910         SET WS-SANS-MAITRE TO TRUE
002920         DISPLAY "ACCTRCVR - ACCTMAST NON LISIBLE, STATUT "
002930             WS-ACCTMAST-STATUS " - PAS DE COMPARAISON."
002940     END-IF.
002950     OPEN OUTPUT RECOVERY-REPORT.
002960     IF NOT WS-RCVRRPT-OK
002970         DISPLAY "ACCTRCVR - ERREUR OUVERTURE RCVRRPT, STATUT "
002980             WS-RCVRRPT-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     PERFORM 1500-PRINT-HEADINGS THRU 1500-EXIT.
003030 1000-EXIT.
003040     EXIT.
003050
003060*    SYSIN : COLUMN 1 THE STARTING POINT (S OR B, BLANK MEANS S),
003070*    COLUMNS 2-9 ITS DATE YYYYMMDD.  A BACKUP MUST BE DATED; A
003080*    SNAPSHOT WITHOUT A DATE IS THE LAST ONE BALSNAP COMPLETED.
003090 1100-LIRE-PARAMETRE.
003100     MOVE SPACES TO WS-PARM-INPUT.
003110     ACCEPT WS-PARM-INPUT.
003120     IF WS-PARM-MODE = SPACE
003130         SET WS-DEPART-INSTANTANE TO TRUE
003140     END-IF.
003150     IF NOT WS-DEPART-INSTANTANE AND NOT WS-DEPART-SAUVEGARDE
003160         DISPLAY "ACCTRCVR - POINT DE DEPART SYSIN INVALIDE : "
003170             WS-PARM-MODE
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     IF WS-PARM-DATE = SPACES OR WS-PARM-DATE = ZEROS
003220         IF WS-DEPART-SAUVEGARDE
003230             DISPLAY "ACCTRCVR - DATE DE LA SAUVEGARDE ABSENTE "
003240                 "DU SYSIN."
003250             MOVE 16 TO RETURN-CODE
003260             STOP RUN
003270         END-IF
003280         PERFORM 1150-DERNIER-INSTANTANE THRU 1150-EXIT
003290         GO TO 1100-EXIT
003300     END-IF.
003310     IF WS-PARM-DATE IS NOT NUMERIC
003320         DISPLAY "ACCTRCVR - DATE SYSIN INVALIDE : "
003330             WS-PARM-DATE
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     MOVE WS-PARM-DATE TO WS-START-DATE.
003380 1100-EXIT.
003390     EXIT.
003400
003410*    BALSNAP'S RUN-CONTROL RECORD CARRIES THE DATE OF ITS LAST
003420*    RUN.  A SNAPSHOT STILL IN PROGRESS IS INCOMPLETE AND THE
003430*    DATE OF THE ONE BEFORE IS NOT KNOWN - OPERATIONS MUST NAME
003440*    THE SNAPSHOT DATE ON SYSIN.
003450 1150-DERNIER-INSTANTANE.
003460     OPEN INPUT RUN-CONTROL.
003470     IF NOT WS-RUNCTL-OK
003480         DISPLAY "ACCTRCVR - ERREUR OUVERTURE RUNCTL, STATUT "
003490             WS-RUNCTL-STATUS " - PRECISER LA DATE SUR SYSIN."
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     MOVE "BALSNAP" TO RK-JOB-NAME.
003540     READ RUN-CONTROL
003550         INVALID KEY
003560             DISPLAY "ACCTRCVR - AUCUN INSTANTANE BALSNAP "
003570                 "CONNU - PRECISER LA DATE SUR SYSIN."
003580             MOVE 16 TO RETURN-CODE
003590             STOP RUN
003600     END-READ.
003610     IF NOT RK-RUN-COMPLETE
003620         DISPLAY "ACCTRCVR - INSTANTANE BALSNAP DU "
003630             RK-LAST-RUN-DATE " INCOMPLET - PRECISER LA DATE "
003640             "SUR SYSIN."
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680     MOVE RK-LAST-RUN-DATE TO WS-START-DATE.
003690     CLOSE RUN-CONTROL.
003700 1150-EXIT.
003710     EXIT.
003720
003730 1500-PRINT-HEADINGS.
003740     MOVE WS-TODAY TO RV-H-DATE.
003750     MOVE RV-HEADING-LINE TO RECOVERY-REPORT-RECORD.
003760     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING PAGE.
003770     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003780     MOVE "POINT DE DEPART ................" TO RV-P-LABEL.
003790     IF WS-DEPART-INSTANTANE
003800         MOVE "INSTANTANE BALHIST" TO RV-P-TEXT
003810     ELSE
003820         MOVE "SAUVEGARDE ACCTBKUP" TO RV-P-TEXT
003830     END-IF.
003840     MOVE RV-PARM-LINE TO RECOVERY-REPORT-RECORD.
003850     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 2 LINES.
003860     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003870     MOVE "SITUATION A LA FIN DU ........." TO RV-P-LABEL.
003880     MOVE WS-START-DATE TO RV-P-TEXT.
003890     MOVE RV-PARM-LINE TO RECOVERY-REPORT-RECORD.
003900     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINES.
003910     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003920     MOVE "COMPARAISON AVEC ACCTMAST ......" TO RV-P-LABEL.
003930     IF WS-SANS-MAITRE
003940         MOVE "NON - ACCTMAST NON LISIBLE" TO RV-P-TEXT
003950     ELSE
003960         MOVE "OUI" TO RV-P-TEXT
003970     END-IF.
003980     MOVE RV-PARM-LINE TO RECOVERY-REPORT-RECORD.
003990     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINES.
004000     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
004010     MOVE "RUPTURES DE LA CHAINE DES SOLDES DU JOURNAL"
004020         TO RV-S-TITLE.
004030     MOVE RV-SECTION-LINE TO RECOVERY-REPORT-RECORD.
004040     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 2 LINES.
004050     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
004060     MOVE RV-COLUMN-HEADING-LINE TO RECOVERY-REPORT-RECORD.
004070     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINES.
004080     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
004090 1500-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130*    PASS 1 - THE STARTING POINT.  EVERY ACCOUNT ON THE BACKUP
004140*    COPY IS WRITTEN TO RCVRMAST.
004150******************************************************************
004160 2000-CHARGER-BASE.
004170     READ BACKUP-IN INTO ACCT-MASTER-RECORD
004180         AT END
004190             SET WS-END-OF-BACKUP TO TRUE
004200         NOT AT END
004210             PERFORM 2100-CHARGER-UN-COMPTE THRU 2100-EXIT
004220     END-READ.
004230 2000-EXIT.
004240     EXIT.
004250
004260 2100-CHARGER-UN-COMPTE.
004270     ADD 1 TO WS-COMPTES-BASE.
004280     IF WS-DEPART-INSTANTANE
004290         PERFORM 2200-LIRE-INSTANTANE THRU 2200-EXIT
004300     END-IF.
004310     WRITE RECOVERED-MASTER-RECORD FROM ACCT-MASTER-RECORD.
004320     IF NOT WS-RCVRMAST-OK
004330         DISPLAY "ACCTRCVR - ERREUR ECRITURE RCVRMAST, STATUT "
004340             WS-RCVRMAST-STATUS " COMPTE " ACCT-NUMBER
004350         MOVE 16 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380     ADD 1 TO WS-COMPTES-REBATIS.
004390 2100-EXIT.
004400     EXIT.
004410
004420*    THE SNAPSHOT GIVES THE BALANCE AND STATUS AT THE END OF THE
004430*    STARTING DATE.  THE BACKUP'S DAILY DEBIT COUNTER MAY BE FROM
004440*    ANOTHER DAY - IT IS CLEARED AND REBUILT BY THE REPLAY, WHICH
004450*    COVERS EVERY DAY AFTER THE SNAPSHOT.  AN ACCOUNT WITH NO
004460*    SNAPSHOT THAT DAY WAS OPENED AFTERWARDS - IT STARTS EMPTY AND
004470*    ITS OPENING DEPOSIT COMES BACK FROM THE LOG.
004480 2200-LIRE-INSTANTANE.
004490     MOVE 0 TO ACCT-DAILY-DEBIT-USED.
004500     MOVE 0 TO ACCT-DAILY-DEBIT-DATE.
004510     MOVE ACCT-NUMBER TO BH-ACCT-NUMBER.
004520     MOVE WS-START-DATE TO BH-SNAP-DATE.
004530     READ BALANCE-HISTORY
004532         INVALID KEY
004535             CONTINUE
004538     END-READ.
004540     IF WS-BALHIST-OK
004550         MOVE BH-CLOSING-BALANCE TO ACCT-SOLDE
004560         MOVE BH-ACCT-STATUS TO ACCT-STATUS
004570         ADD 1 TO WS-SOLDES-INSTANTANE
004580         GO TO 2200-EXIT
004590     END-IF.
004600     IF NOT WS-BALHIST-NOTFND
004610         DISPLAY "ACCTRCVR - ERREUR LECTURE BALHIST, STATUT "
004620             WS-BALHIST-STATUS " COMPTE " ACCT-NUMBER
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660     MOVE 0 TO ACCT-SOLDE.
004670     MOVE 0 TO ACCT-LAST-TRAN-DATE.
004680     MOVE 0 TO ACCT-LAST-TRAN-SEQ.
004690     ADD 1 TO WS-SANS-INSTANTANE.
004700 2200-EXIT.
004710     EXIT.
004720
004730 2900-OUVRIR-MISE-A-JOUR.
004740     CLOSE RECOVERED-MASTER.
004750     OPEN I-O RECOVERED-MASTER.
004760     IF NOT WS-RCVRMAST-OK
004770         DISPLAY "ACCTRCVR - ERREUR OUVERTURE RCVRMAST, STATUT "
004780             WS-RCVRMAST-STATUS
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF.
004820 2900-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*    PASS 2 - REPLAY OF THE LOG.  TRANLOG IS READ IN THE ORDER IT
004870*    WAS WRITTEN, WITH THE ARCHIVE GENERATIONS CONCATENATED AHEAD
004880*    OF THE LIVE LOG WHEN THE STARTING DATE PRECEDES A CUTOVER.
004890******************************************************************
004900 3000-REJOUER-JOURNAL.
004910     READ TRANSACTION-LOG
004920         AT END
004930             SET WS-END-OF-LOG TO TRUE
004940         NOT AT END
004950             PERFORM 3100-REJOUER-MOUVEMENT THRU 3100-EXIT
004960     END-READ.
004970 3000-EXIT.
004980     EXIT.
004990
005000*    THE LOGGED RESULT BALANCE IS WHAT THE POSTING PROGRAM WROTE
005010*    TO THE MASTER AT THE TIME AND WHAT THE CUSTOMER WAS SHOWN, SO
005020*    AFTER A BREAK THE REPLAY CARRIES ON FROM IT - THE BREAK IS
005030*    REPORTED, NOT PROPAGATED TO EVERY LATER POSTING.
005040 3100-REJOUER-MOUVEMENT.
005050     ADD 1 TO WS-MVTS-LUS.
005060     IF TL-TRAN-DATE NOT > WS-START-DATE
005070         ADD 1 TO WS-MVTS-ANTERIEURS
005080         GO TO 3100-EXIT
005090     END-IF.
005100     MOVE TL-ACCT-NUMBER TO RM-ACCT-NUMBER.
005110     READ RECOVERED-MASTER INTO ACCT-MASTER-RECORD
005112         INVALID KEY
005115             CONTINUE
005118     END-READ.
005120     IF WS-RCVRMAST-NOTFND
005130         PERFORM 3200-CREER-COMPTE THRU 3200-EXIT
005140     END-IF.
005150     IF NOT WS-RCVRMAST-OK
005160         DISPLAY "ACCTRCVR - ERREUR LECTURE RCVRMAST, STATUT "
005170             WS-RCVRMAST-STATUS " COMPTE " TL-ACCT-NUMBER
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210     PERFORM 3300-CALCULER-SOLDE THRU 3300-EXIT.
005220     IF NOT WS-CHAINE-INTACTE
005230         PERFORM 3400-SIGNALER-RUPTURE THRU 3400-EXIT
005240     END-IF.
005250     MOVE TL-RESULT-BALANCE TO ACCT-SOLDE.
005260*    A BALANCE-FORWARD RECORD IS NOT A POSTING - IT CARRIES THE
005270*    SEQUENCE ALREADY REACHED AND NEVER MOVED THE LAST-ACTIVITY
005280*    DATE THAT DORMSURV RELIES ON.
005290     IF TL-OP-BALANCE-FWD
005300         ADD 1 TO WS-REPORTS-CONTROLES
005310     ELSE
005320         ADD 1 TO WS-MVTS-REJOUES
005330         MOVE TL-TRAN-DATE TO ACCT-LAST-TRAN-DATE
005340         IF TL-TRAN-SEQ-NUM > ACCT-LAST-TRAN-SEQ
005350             MOVE TL-TRAN-SEQ-NUM TO ACCT-LAST-TRAN-SEQ
005360         END-IF
005370         IF TL-OP-WITHDRAWAL OR TL-OP-TRANSFER-DEBIT
005380            OR TL-OP-DIRECT-DEBIT OR TL-OP-CHEQUE
005390             PERFORM 3500-CUMULER-DEBIT-JOUR THRU 3500-EXIT
005400         END-IF
005410     END-IF.
005420     REWRITE RECOVERED-MASTER-RECORD FROM ACCT-MASTER-RECORD.
005430     IF NOT WS-RCVRMAST-OK
005440         DISPLAY "ACCTRCVR - ERREUR REECRITURE RCVRMAST, STATUT "
005450             WS-RCVRMAST-STATUS " COMPTE " ACCT-NUMBER
005460         MOVE 16 TO RETURN-CODE
005470         STOP RUN
005480     END-IF.
005490 3100-EXIT.
005500     EXIT.
005510
005520*    AN ACCOUNT ON THE LOG BUT NOT ON THE STARTING POINT IS
005530*    CREATED AS THE ONLINE OPENING DOES, WITH THE DEFAULT
005540*    SETTINGS.  IT IS REPORTED SO THAT ITS OVERDRAFT, RATE, PLAN
005550*    AND CAP CAN BE CHECKED BEFORE THE FILE GOES LIVE.
005560 3200-CREER-COMPTE.
005570     INITIALIZE ACCT-MASTER-RECORD.
005580     MOVE TL-ACCT-NUMBER TO ACCT-NUMBER.
005590     MOVE 0 TO ACCT-SOLDE.
005600     MOVE WS-DEFAULT-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT.
005610     MOVE WS-DEFAULT-OVERDRAFT-FEE TO ACCT-OVERDRAFT-FEE.
005620     MOVE WS-DEFAULT-INTEREST-RATE TO ACCT-INTEREST-RATE.
005630     MOVE WS-DEFAULT-TARIFF-PLAN TO ACCT-TARIFF-PLAN.
005640     SET ACCT-STATUS-ACTIVE TO TRUE.
005650     WRITE RECOVERED-MASTER-RECORD FROM ACCT-MASTER-RECORD.
005660     IF NOT WS-RCVRMAST-OK
005670         DISPLAY "ACCTRCVR - ERREUR ECRITURE RCVRMAST, STATUT "
005680             WS-RCVRMAST-STATUS " COMPTE " ACCT-NUMBER
005690         MOVE 16 TO RETURN-CODE
005700         STOP RUN
005710     END-IF.
005720     ADD 1 TO WS-COMPTES-CREES.
005730     ADD 1 TO WS-COMPTES-REBATIS.
005740     MOVE TL-ACCT-NUMBER TO RV-D-ACCT-NUMBER.
005750     MOVE TL-TRAN-SEQ-NUM TO RV-D-SEQ.
005760     MOVE TL-TRAN-DATE TO RV-D-DATE.
005770     MOVE TL-OPERATION-CODE TO RV-D-OP.
005780     MOVE 0 TO RV-D-RECONSTRUIT.
005790     MOVE 0 TO RV-D-REFERENCE.
005800     MOVE 0 TO RV-D-ECART.
005810     MOVE "ABSENT DU DEPART - CREE" TO RV-D-ANOMALIE.
005820     MOVE RV-DETAIL-LINE TO RECOVERY-REPORT-RECORD.
005830     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINES.
005840     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005850 3200-EXIT.
005860     EXIT.
005870
005880*    THE SAME SIGN RULES AS THE STATEMENT'S OPENING BALANCE, RUN
005890*    FORWARD - DEBITS TAKE THE AMOUNT AND ANY FEE, A REVERSAL OF A
005900*    DEBIT AND A CLEARING REJECT GIVE BOTH BACK.
005910 3300-CALCULER-SOLDE.
005920     MOVE SPACES TO WS-ANOMALIE.
005930     EVALUATE TRUE
005940         WHEN TL-OP-BALANCE-FWD
005950             MOVE ACCT-SOLDE TO WS-SOLDE-ATTENDU
005960         WHEN TL-OP-WITHDRAWAL OR TL-OP-TRANSFER-DEBIT
005970             OR TL-OP-FEE OR TL-OP-DIRECT-DEBIT
005980             OR TL-OP-CHEQUE
005990             OR (TL-OP-REVERSAL AND TL-REVERSES-CREDIT)
006000             COMPUTE WS-SOLDE-ATTENDU =
006010                 ACCT-SOLDE - TL-AMOUNT - TL-FEE-AMOUNT
006020         WHEN TL-OP-REVERSAL OR TL-OP-TRANSFER-REJECT
006030             COMPUTE WS-SOLDE-ATTENDU =
006040                 ACCT-SOLDE + TL-AMOUNT + TL-FEE-AMOUNT
006050         WHEN TL-OP-DEPOSIT OR TL-OP-TRANSFER-CREDIT
006060             OR TL-OP-INTEREST
006070             COMPUTE WS-SOLDE-ATTENDU =
006080                 ACCT-SOLDE + TL-AMOUNT
006090         WHEN OTHER
006100             MOVE ACCT-SOLDE TO WS-SOLDE-ATTENDU
006110             MOVE "CODE OPERATION INCONNU" TO WS-ANOMALIE
006120     END-EVALUATE.
006130     IF WS-CHAINE-INTACTE
006140        AND WS-SOLDE-ATTENDU NOT = TL-RESULT-BALANCE
006150         MOVE "RUPTURE DE CHAINE DE SOLDE" TO WS-ANOMALIE
006160     END-IF.
006170 3300-EXIT.
006180     EXIT.
006190
006200 3400-SIGNALER-RUPTURE.
006210     ADD 1 TO WS-RUPTURES.
006220     PERFORM 3450-NOTER-COMPTE-ROMPU THRU 3450-EXIT.
006230     MOVE TL-ACCT-NUMBER TO RV-D-ACCT-NUMBER.
006240     MOVE TL-TRAN-SEQ-NUM TO RV-D-SEQ.
006250     MOVE TL-TRAN-DATE TO RV-D-DATE.
006260     MOVE TL-OPERATION-CODE TO RV-D-OP.
006270     MOVE WS-SOLDE-ATTENDU TO RV-D-RECONSTRUIT.
006280     MOVE TL-RESULT-BALANCE TO RV-D-REFERENCE.
006290     COMPUTE RV-D-ECART = TL-RESULT-BALANCE - WS-SOLDE-ATTENDU.
006300     MOVE WS-ANOMALIE TO RV-D-ANOMALIE.
006310     MOVE RV-DETAIL-LINE TO RECOVERY-REPORT-RECORD.
006320     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINES.
006330     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006340 3400-EXIT.
006350     EXIT.
006360
006370 3450-NOTER-COMPTE-ROMPU.
006380     MOVE 'N' TO WS-FOUND-SWITCH.
006390     PERFORM 3460-CHERCHER-UNE-ENTREE THRU 3460-EXIT
006400         VARYING RU-IDX FROM 1 BY 1
006410         UNTIL RU-IDX > WS-ROMPU-COUNT
006420            OR WS-ENTRY-FOUND.
006430     IF WS-ENTRY-FOUND
006440         GO TO 3450-EXIT
006450     END-IF.
006460     IF WS-ROMPU-COUNT < WS-MAX-ROMPUS
006470         ADD 1 TO WS-ROMPU-COUNT
006480         MOVE TL-ACCT-NUMBER TO RU-ACCT-NUMBER (WS-ROMPU-COUNT)
006490     ELSE
006500         ADD 1 TO WS-OVERFLOW-COUNT
006510     END-IF.
006520 3450-EXIT.
006530     EXIT.
006540
006550 3460-CHERCHER-UNE-ENTREE.
006560     IF TL-ACCT-NUMBER = RU-ACCT-NUMBER (RU-IDX)
006570         SET WS-ENTRY-FOUND TO TRUE
006580     END-IF.
006590 3460-EXIT.
006600     EXIT.
006610
006620*    THE DEBITS THE POSTING PROGRAMS COUNT AGAINST THE DAILY CAP,
006630*    WITH THEIR RULE - A NEW BUSINESS DATE RESTARTS THE COUNTER.
006640*    FEES ARE NOT COUNTED AND A REVERSAL GIVES NOTHING BACK.
006650 3500-CUMULER-DEBIT-JOUR.
006660     IF ACCT-DAILY-DEBIT-DATE NOT = TL-TRAN-DATE
006670         MOVE TL-TRAN-DATE TO ACCT-DAILY-DEBIT-DATE
006680         MOVE 0 TO ACCT-DAILY-DEBIT-USED
006690     END-IF.
006700     ADD TL-AMOUNT TO ACCT-DAILY-DEBIT-USED.
006710 3500-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750*    PASS 3 - COMPARISON OF THE REBUILT FILE WITH THE LIVE
006760*    ACCTMAST, WHEN IT COULD BE OPENED.
006770******************************************************************
006780 3800-COMPARER-MAITRE.
006790     MOVE "ECARTS AVEC LE FICHIER COMPTES EN SERVICE (ACCTMAST)"
006800         TO RV-S-TITLE.
006810     MOVE RV-SECTION-LINE TO RECOVERY-REPORT-RECORD.
006820     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 2 LINES.
006830     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006840     MOVE RV-COLUMN-HEADING-LINE TO RECOVERY-REPORT-RECORD.
006850     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINES.
006860     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006870     MOVE LOW-VALUES TO RM-ACCT-NUMBER.
006880     START RECOVERED-MASTER KEY IS NOT LESS THAN RM-ACCT-NUMBER
006890         INVALID KEY
006900             SET WS-END-OF-RECOVERED TO TRUE
006910     END-START.
006920     PERFORM 3810-COMPARER-UN-COMPTE THRU 3810-EXIT
006930         UNTIL WS-END-OF-RECOVERED.
006940 3800-EXIT.
006950     EXIT.
006960
006970 3810-COMPARER-UN-COMPTE.
006980     READ RECOVERED-MASTER NEXT RECORD INTO ACCT-MASTER-RECORD
006990         AT END
007000             SET WS-END-OF-RECOVERED TO TRUE
007010             GO TO 3810-EXIT
007020     END-READ.
007030     ADD 1 TO WS-COMPTES-COMPARES.
007040     MOVE 'N' TO WS-COMPTE-DIFFERENT-SWITCH.
007050     MOVE ACCT-SOLDE TO WS-RV-SOLDE.
007060     MOVE ACCT-STATUS TO WS-RV-STATUS.
007070     MOVE ACCT-LAST-TRAN-DATE TO WS-RV-LAST-TRAN-DATE.
007080     MOVE ACCT-LAST-TRAN-SEQ TO WS-RV-LAST-TRAN-SEQ.
007090     MOVE ACCT-DAILY-DEBIT-USED TO WS-RV-DEBIT-USED.
007100     MOVE ACCT-DAILY-DEBIT-DATE TO WS-RV-DEBIT-DATE.
007110     MOVE ACCT-NUMBER TO LM-ACCT-NUMBER.
007120     READ LIVE-MASTER INTO ACCT-MASTER-RECORD
007122         INVALID KEY
007125             CONTINUE
007128     END-READ.
007130     IF WS-ACCTMAST-NOTFND
007140         MOVE 0 TO ACCT-SOLDE
007150         MOVE "ABSENT D'ACCTMAST" TO RV-D-ANOMALIE
007160         PERFORM 3820-SIGNALER-ECART THRU 3820-EXIT
007170         GO TO 3810-EXIT
007180     END-IF.
007190     IF NOT WS-ACCTMAST-OK
007200         MOVE 0 TO ACCT-SOLDE
007210         MOVE "ACCTMAST ILLISIBLE" TO RV-D-ANOMALIE
007220         PERFORM 3820-SIGNALER-ECART THRU 3820-EXIT
007230         GO TO 3810-EXIT
007240     END-IF.
007250     IF ACCT-SOLDE NOT = WS-RV-SOLDE
007260         MOVE "SOLDE DIFFERENT" TO RV-D-ANOMALIE
007270         PERFORM 3820-SIGNALER-ECART THRU 3820-EXIT
007280     END-IF.
007290     IF ACCT-STATUS NOT = WS-RV-STATUS
007300         MOVE "STATUT DIFFERENT" TO RV-D-ANOMALIE
007310         PERFORM 3820-SIGNALER-ECART THRU 3820-EXIT
007320     END-IF.
007330     IF ACCT-LAST-TRAN-SEQ NOT = WS-RV-LAST-TRAN-SEQ
007340        OR ACCT-LAST-TRAN-DATE NOT = WS-RV-LAST-TRAN-DATE
007350         MOVE "DERNIER MOUVEMENT DIFFERENT" TO RV-D-ANOMALIE
007360         PERFORM 3820-SIGNALER-ECART THRU 3820-EXIT
007370     END-IF.
007380*    A COUNTER LAST USED ON OR BEFORE THE STARTING DATE NO LONGER
007390*    MATTERS - ONLY LATER DAYS ARE COMPARED.
007400     IF ACCT-DAILY-DEBIT-DATE > WS-START-DATE
007410        OR WS-RV-DEBIT-DATE > WS-START-DATE
007420         IF ACCT-DAILY-DEBIT-DATE NOT = WS-RV-DEBIT-DATE
007430            OR ACCT-DAILY-DEBIT-USED NOT = WS-RV-DEBIT-USED
007440             MOVE "CUMUL DEBIT DU JOUR DIFFERENT"
007450                 TO RV-D-ANOMALIE
007460             PERFORM 3820-SIGNALER-ECART THRU 3820-EXIT
007470         END-IF
007480     END-IF.
007490 3810-EXIT.
007500     EXIT.
007510
007520*    THE LINE SHOWS THE REBUILT LAST POSTING, THE REBUILT BALANCE
007530*    AND THE LIVE ONE.
007540 3820-SIGNALER-ECART.
007550     IF NOT WS-COMPTE-DIFFERENT
007560         SET WS-COMPTE-DIFFERENT TO TRUE
007570         ADD 1 TO WS-COMPTES-ECART
007580     END-IF.
007590     MOVE LM-ACCT-NUMBER TO RV-D-ACCT-NUMBER.
007600     MOVE WS-RV-LAST-TRAN-SEQ TO RV-D-SEQ.
007610     MOVE WS-RV-LAST-TRAN-DATE TO RV-D-DATE.
007620     MOVE SPACE TO RV-D-OP.
007630     MOVE WS-RV-SOLDE TO RV-D-RECONSTRUIT.
007640     MOVE ACCT-SOLDE TO RV-D-REFERENCE.
007650     COMPUTE RV-D-ECART = ACCT-SOLDE - WS-RV-SOLDE.
007660     MOVE RV-DETAIL-LINE TO RECOVERY-REPORT-RECORD.
007670     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINES.
007680     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
007690 3820-EXIT.
007700     EXIT.
007710
007720 4000-PRINT-TOTALS.
007730     MOVE "COMPTES LUS AU DEPART ..............."
007740         TO RV-T-LABEL.
007750     MOVE WS-COMPTES-BASE TO RV-T-COUNT.
007760     MOVE RV-TOTAL-LINE TO RECOVERY-REPORT-RECORD.
007770     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 3 LINES.
007780     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
007790     IF WS-DEPART-INSTANTANE
007800         MOVE "  DONT SOLDE REPRIS DE BALHIST ......"
007810             TO RV-T-LABEL
007820         MOVE WS-SOLDES-INSTANTANE TO RV-T-COUNT
007830         PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT
007840         MOVE "  DONT SANS INSTANTANE A CETTE DATE ."
007850             TO RV-T-LABEL
007860         MOVE WS-SANS-INSTANTANE TO RV-T-COUNT
007870         PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT
007880     END-IF.
007890     MOVE "COMPTES CREES DEPUIS LE JOURNAL ....."
007900         TO RV-T-LABEL.
007910     MOVE WS-COMPTES-CREES TO RV-T-COUNT.
007920     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
007930     MOVE "COMPTES RECONSTRUITS (RCVRMAST) ....."
007940         TO RV-T-LABEL.
007950     MOVE WS-COMPTES-REBATIS TO RV-T-COUNT.
007960     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
007970     MOVE "ENREGISTREMENTS JOURNAL LUS ........."
007980         TO RV-T-LABEL.
007990     MOVE WS-MVTS-LUS TO RV-T-COUNT.
008000     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008010     MOVE "  DONT ANTERIEURS AU DEPART ........."
008020         TO RV-T-LABEL.
008030     MOVE WS-MVTS-ANTERIEURS TO RV-T-COUNT.
008040     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008050     MOVE "  DONT REPORTS A NOUVEAU CONTROLES .."
008060         TO RV-T-LABEL.
008070     MOVE WS-REPORTS-CONTROLES TO RV-T-COUNT.
008080     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008090     MOVE "MOUVEMENTS REJOUES ..................."
008100         TO RV-T-LABEL.
008110     MOVE WS-MVTS-REJOUES TO RV-T-COUNT.
008120     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008130     MOVE "RUPTURES DE CHAINE ..................."
008140         TO RV-T-LABEL.
008150     MOVE WS-RUPTURES TO RV-T-COUNT.
008160     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008170     MOVE "COMPTES EN RUPTURE ..................."
008180         TO RV-T-LABEL.
008190     COMPUTE RV-T-COUNT = WS-ROMPU-COUNT + WS-OVERFLOW-COUNT.
008200     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008210     IF NOT WS-SANS-MAITRE
008220         MOVE "COMPTES COMPARES A ACCTMAST .........."
008230             TO RV-T-LABEL
008240         MOVE WS-COMPTES-COMPARES TO RV-T-COUNT
008250         PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT
008260         MOVE "COMPTES DIFFERENTS D'ACCTMAST ........"
008270             TO RV-T-LABEL
008280         MOVE WS-COMPTES-ECART TO RV-T-COUNT
008290         PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT
008300     END-IF.
008310 4000-EXIT.
008320     EXIT.
008330
008340 4100-PRINT-TOTAL-LINE.
008350     MOVE RV-TOTAL-LINE TO RECOVERY-REPORT-RECORD.
008360     WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINES.
008370     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
008380 4100-EXIT.
008390     EXIT.
008400
008410 8900-CHECK-REPORT-WRITE.
008420     IF NOT WS-RCVRRPT-OK
008430         DISPLAY "ACCTRCVR - ERREUR ECRITURE RCVRRPT, STATUT "
008440             WS-RCVRRPT-STATUS
008450         MOVE 16 TO RETURN-CODE
008460         STOP RUN
008470     END-IF.
008480 8900-EXIT.
008490     EXIT.
008500
008510 9000-TERMINATE.
008520     IF WS-OVERFLOW-COUNT > ZERO
008530         DISPLAY "ACCTRCVR - TABLE DES COMPTES EN RUPTURE "
008540             "PLEINE, " WS-OVERFLOW-COUNT " RUPTURE(S) "
008550             "COMPTEE(S) SANS DEDOUBLONNAGE."
008560     END-IF.
008570     DISPLAY "ACCTRCVR - COMPTES RECONSTRUITS : "
008580         WS-COMPTES-REBATIS.
008590     DISPLAY "ACCTRCVR - MOUVEMENTS REJOUES   : "
008600         WS-MVTS-REJOUES.
008610     DISPLAY "ACCTRCVR - RUPTURES DE CHAINE   : "
008620         WS-RUPTURES.
008630     CLOSE BACKUP-IN.
008640     IF WS-DEPART-INSTANTANE
008650         CLOSE BALANCE-HISTORY
008660     END-IF.
008670     CLOSE TRANSACTION-LOG.
008680     CLOSE RECOVERED-MASTER.
008690     IF NOT WS-SANS-MAITRE
008700         CLOSE LIVE-MASTER
008710     END-IF.
008720     CLOSE RECOVERY-REPORT.
008730 9000-EXIT.
008740     EXIT.
008750
008760 END PROGRAM ACCTRCVR.
