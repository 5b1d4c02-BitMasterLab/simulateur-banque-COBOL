000010******************************************************************
000020*    PROGRAM-ID    : CHQCLEAR
000030*    AUTHOR        : J. L. PELLETIER
000040*    INSTALLATION  : DIRECTION INFORMATIQUE
000050*    DATE-WRITTEN  : 2026-10-15
000060*    DESCRIPTION   : DAILY CHEQUE CLEARING.  READS THE CLEARING
000070*                    SYSTEM'S PRESENTMENT FILE (CHQPRES) OF
000080*                    CHEQUES DRAWN ON OUR ACCOUNTS, VALIDATES
000090*                    EVERY CHEQUE AGAINST THE CHEQUE REGISTER
000100*                    (ISSUED, NOT ALREADY PAID, NOT STOPPED) AND
000110*                    AGAINST THE ACCOUNT UNDER THE SAME RULES AS
000120*                    DDEBRUN (NOT CLOSED OR DORMANT, DAILY DEBIT
000130*                    CAP, AVAILABLE BALANCE NET OF HOLDS UNDER
000140*                    THE USUAL OVERDRAFT RULES), POSTS PAID
000150*                    CHEQUES AS 'C' ENTRIES ON TRANSACTION-LOG,
000160*                    MARKS THEM PAID ON THE REGISTER AND WRITES
000170*                    UNPAID CHEQUES TO THE MACHINE-READABLE
000180*                    CHQRETUR FILE FOR THE CLEARING SYSTEM, WITH
000190*                    AN EXECUTION REPORT TOTALLING PAID AND
000200*                    UNPAID MONEY.  RUN DAILY IN THE CHAIN AFTER
000210*                    DDEBRUN - SEE JCL/CHQCLEAR.JCL.
000220*    MODIFICATION HISTORY
000230*    DATE       INIT DESCRIPTION
000240*    ---------- ---- ---------------------------------------------
000250*    2026-10-15 JLP  ORIGINAL
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CHQCLEAR.
000290 AUTHOR. J L PELLETIER.
000300 INSTALLATION. DIRECTION INFORMATIQUE.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PRESENTMENT-IN
000380         ASSIGN TO "CHQPRES"
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE IS SEQUENTIAL
000410         FILE STATUS IS WS-CHQPRES-STATUS.
000420
000430     SELECT CHEQUE-REGISTER
000440         ASSIGN TO "CHQREG"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CQ-CHEQUE-KEY
000480         FILE STATUS IS WS-CHQREG-STATUS.
000490
000500     SELECT ACCOUNT-MASTER
000510         ASSIGN TO "ACCTMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ACCT-NUMBER
000550         FILE STATUS IS WS-ACCTMAST-STATUS.
000560
000570     SELECT HOLDS-FILE
000580         ASSIGN TO "HOLDFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS HD-HOLD-KEY
000620         FILE STATUS IS WS-HOLDS-STATUS.
000630
000640     SELECT TRANSACTION-LOG
000650         ASSIGN TO "TRANLOG"
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-TRANLOG-STATUS.
000690
000700     SELECT RETURNS-OUT
000710         ASSIGN TO "CHQRETUR"
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-CHQRETUR-STATUS.
000750
000760     SELECT CLEARING-REPORT
000770         ASSIGN TO "CHQRPT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-CHQRPT-STATUS.
000800
000810     SELECT RUN-CONTROL
000820         ASSIGN TO "RUNCTL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RK-JOB-NAME
000860         FILE STATUS IS WS-RUNCTL-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PRESENTMENT-IN
000910     LABEL RECORDS ARE STANDARD.
000920 COPY CHQPRES.
000930
000940 FD  CHEQUE-REGISTER
000950     LABEL RECORDS ARE STANDARD.
000960 COPY CHQREG.
000970
000980 FD  ACCOUNT-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000 COPY ACCTMAST.
001010
001020 FD  HOLDS-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY HOLDREC.
001050
001060 FD  TRANSACTION-LOG
001070     LABEL RECORDS ARE STANDARD.
001080 COPY TRANLOG.
001090
001100 FD  RETURNS-OUT
001110     LABEL RECORDS ARE STANDARD.
001120 COPY CHQRET.
001130
001140 FD  CLEARING-REPORT
001150     RECORDING MODE F
001160     LABEL RECORDS ARE OMITTED.
001170 01  CLEARING-REPORT-RECORD   PIC X(133).
001180
001190 FD  RUN-CONTROL
001200     LABEL RECORDS ARE STANDARD.
001210 COPY RUNCTL.
001220
001230 WORKING-STORAGE SECTION.
001240 COPY CHQMSG.
001250
001260 01  WS-CHQPRES-STATUS        PIC X(02).
001270     88  WS-CHQPRES-OK            VALUE '00'.
001280
001290 01  WS-CHQREG-STATUS         PIC X(02).
001300     88  WS-CHQREG-OK             VALUE '00'.
001310
001320 01  WS-ACCTMAST-STATUS       PIC X(02).
001330     88  WS-ACCTMAST-OK           VALUE '00'.
001340
001350 01  WS-HOLDS-STATUS          PIC X(02).
001360     88  WS-HOLDS-OK              VALUE '00'.
001370     88  WS-HOLDS-ABSENT          VALUE '35'.
001380 01  WS-SANS-RETENUES-SWITCH  PIC X(01) VALUE 'N'.
001390     88  WS-SANS-RETENUES         VALUE 'Y'.
001400
001410 01  WS-TRANLOG-STATUS        PIC X(02).
001420     88  WS-TRANLOG-OK            VALUE '00'.
001430
001440 01  WS-CHQRETUR-STATUS       PIC X(02).
001450     88  WS-CHQRETUR-OK           VALUE '00'.
001460
001470 01  WS-CHQRPT-STATUS         PIC X(02).
001480     88  WS-CHQRPT-OK             VALUE '00'.
001490
001500 01  WS-RUNCTL-STATUS         PIC X(02).
001510     88  WS-RUNCTL-OK             VALUE '00'.
001520     88  WS-RUNCTL-ABSENT         VALUE '35'.
001530
001540 01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001550     88  WS-END-OF-CHEQUES        VALUE 'Y'.
001560
001570 01  WS-TODAY                 PIC 9(08).
001580 01  WS-NOW                   PIC 9(08).
001590
001600 01  WS-MOTIF-REJET           PIC X(02).
001610     88  WS-CHEQUE-ACCEPTE        VALUE '00'.
001620
001630 01  WS-RESTART-KEY           PIC 9(10) VALUE 0.
001640
001650 01  WS-TEST-BALANCE          PIC S9(8)V99.
001660 01  WS-MIN-BALANCE           PIC S9(8)V99.
001670 01  WS-FEE-AMOUNT            PIC S9(6)V99.
001680
001690 01  WS-HOLD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001700     88  WS-FIN-RETENUES          VALUE 'Y'.
001710 01  WS-MONTANT-RETENU        PIC S9(8)V99.
001720 01  WS-SOLDE-DISPONIBLE      PIC S9(8)V99.
001730
001740 01  WS-PLAFOND-SWITCH        PIC X(01) VALUE 'Y'.
001750     88  WS-PLAFOND-RESPECTE      VALUE 'Y'.
001760
001770 01  WS-COUNTERS.
001780     05  WS-CHEQUES-READ      PIC 9(06) COMP VALUE 0.
001790     05  WS-CHEQUES-PAID      PIC 9(06) COMP VALUE 0.
001800     05  WS-CHEQUES-RETURNED  PIC 9(06) COMP VALUE 0.
001810     05  WS-CHEQUES-SKIPPED   PIC 9(06) COMP VALUE 0.
001820
001830 01  WS-MONEY-TOTALS.
001840     05  WS-PAID-AMOUNT       PIC S9(10)V99 COMP-3 VALUE 0.
001850     05  WS-RETURNED-AMOUNT   PIC S9(10)V99 COMP-3 VALUE 0.
001860
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     PERFORM 2000-PROCESS-ONE-CHEQUE THRU 2000-EXIT
001910         UNTIL WS-END-OF-CHEQUES.
001920     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001930     PERFORM 8000-MARK-RUN-COMPLETE THRU 8000-EXIT.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950     STOP RUN.
001960
001970 1000-INITIALIZE.
001980     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001990     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
002000     OPEN INPUT PRESENTMENT-IN.
002010     IF NOT WS-CHQPRES-OK
002020         DISPLAY "CHQCLEAR - ERREUR OUVERTURE CHQPRES, STATUT "
002030             WS-CHQPRES-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070     OPEN I-O CHEQUE-REGISTER.
002080     IF NOT WS-CHQREG-OK
002090         DISPLAY "CHQCLEAR - ERREUR OUVERTURE CHQREG, STATUT "
002100             WS-CHQREG-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     OPEN I-O ACCOUNT-MASTER.
002150     IF NOT WS-ACCTMAST-OK
002160         DISPLAY "CHQCLEAR - ERREUR OUVERTURE ACCTMAST, STATUT "
002170             WS-ACCTMAST-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     OPEN INPUT HOLDS-FILE.
002220*    A HOLDFILE THAT HAS NEVER BEEN CREATED SIMPLY MEANS NO
002230*    HOLD EXISTS YET, AS IN DDEBRUN.
002240     IF WS-HOLDS-ABSENT
002250         SET WS-SANS-RETENUES TO TRUE
002260         DISPLAY "CHQCLEAR - HOLDFILE ABSENT - AUCUNE "
002270             "RETENUE PRISE EN COMPTE."
002280     ELSE
002290         IF NOT WS-HOLDS-OK
002300             DISPLAY "CHQCLEAR - ERREUR OUVERTURE HOLDFILE, "
002310                 "STATUT " WS-HOLDS-STATUS
002320             MOVE 16 TO RETURN-CODE
002330             STOP RUN
002340         END-IF
002350     END-IF.
002360     OPEN EXTEND TRANSACTION-LOG.
002370     IF NOT WS-TRANLOG-OK
002380         DISPLAY "CHQCLEAR - ERREUR OUVERTURE TRANLOG, STATUT "
002390             WS-TRANLOG-STATUS
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     OPEN OUTPUT RETURNS-OUT.
002440     IF NOT WS-CHQRETUR-OK
002450         DISPLAY "CHQCLEAR - ERREUR OUVERTURE CHQRETUR, STATUT "
002460             WS-CHQRETUR-STATUS
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     OPEN OUTPUT CLEARING-REPORT.
002510     IF NOT WS-CHQRPT-OK
002520         DISPLAY "CHQCLEAR - ERREUR OUVERTURE CHQRPT, STATUT "
002530             WS-CHQRPT-STATUS
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     MOVE WS-TODAY TO CH-H-DATE.
002580     MOVE CH-HEADING-LINE TO CLEARING-REPORT-RECORD.
002590     WRITE CLEARING-REPORT-RECORD AFTER ADVANCING PAGE.
002600     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
002610     MOVE CH-COLUMN-HEADING-LINE TO CLEARING-REPORT-RECORD.
002620     WRITE CLEARING-REPORT-RECORD AFTER ADVANCING 2 LINES.
002630     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
002640 1000-EXIT.
002650     EXIT.
002660
002670 1200-CHECK-RUN-CONTROL.
002680     OPEN I-O RUN-CONTROL.
002690     IF WS-RUNCTL-ABSENT
002700         OPEN OUTPUT RUN-CONTROL
002710         IF WS-RUNCTL-OK
002720             CLOSE RUN-CONTROL
002730             OPEN I-O RUN-CONTROL
002740         END-IF
002750     END-IF.
002760     IF NOT WS-RUNCTL-OK
002770         DISPLAY "CHQCLEAR - ERREUR OUVERTURE RUNCTL, STATUT "
002780             WS-RUNCTL-STATUS
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     MOVE "CHQCLEAR" TO RK-JOB-NAME.
002830     READ RUN-CONTROL
002840         INVALID KEY
002850             MOVE SPACES TO RUN-CONTROL-RECORD
002860             MOVE "CHQCLEAR" TO RK-JOB-NAME
002870             MOVE WS-TODAY TO RK-LAST-RUN-DATE
002880             SET RK-RUN-IN-PROGRESS TO TRUE
002890             MOVE 0 TO RK-LAST-KEY
002900             WRITE RUN-CONTROL-RECORD
002910             IF NOT WS-RUNCTL-OK
002920                 DISPLAY "CHQCLEAR - ERREUR ECRITURE RUNCTL, "
002930                     "STATUT " WS-RUNCTL-STATUS
002940                 MOVE 16 TO RETURN-CODE
002950                 STOP RUN
002960             END-IF
002970         NOT INVALID KEY
002980             PERFORM 1300-EXAMINE-RUN-RECORD THRU 1300-EXIT
002990     END-READ.
003000 1200-EXIT.
003010     EXIT.
003020
003030 1300-EXAMINE-RUN-RECORD.
003040     IF RK-LAST-RUN-DATE = WS-TODAY AND RK-RUN-COMPLETE
003050         DISPLAY "CHQCLEAR - DEJA EXECUTE POUR LE " WS-TODAY
003060             " - ARRET."
003070         MOVE 8 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100*    AN IN-PROGRESS STATUS ALWAYS MEANS THE PRIOR RUN DID NOT
003110*    FINISH - KEEP THE CHECKPOINT SO NO CHEQUE ALREADY PAID
003120*    IS DEBITED A SECOND TIME ON THE RERUN.
003130     IF RK-RUN-IN-PROGRESS
003140         MOVE RK-LAST-KEY TO WS-RESTART-KEY
003150         DISPLAY "CHQCLEAR - REPRISE APRES LA REMISE "
003160             WS-RESTART-KEY
003170     ELSE
003180         MOVE 0 TO RK-LAST-KEY
003190     END-IF.
003200     MOVE WS-TODAY TO RK-LAST-RUN-DATE.
003210     SET RK-RUN-IN-PROGRESS TO TRUE.
003220     REWRITE RUN-CONTROL-RECORD.
003230     IF NOT WS-RUNCTL-OK
003240         DISPLAY "CHQCLEAR - ERREUR REECRITURE RUNCTL, STATUT "
003250             WS-RUNCTL-STATUS
003260         MOVE 16 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290 1300-EXIT.
003300     EXIT.
003310
003320 2000-PROCESS-ONE-CHEQUE.
003330     READ PRESENTMENT-IN
003340         AT END
003350             SET WS-END-OF-CHEQUES TO TRUE
003360         NOT AT END
003370             PERFORM 2100-HANDLE-ONE-CHEQUE THRU 2100-EXIT
003380     END-READ.
003390 2000-EXIT.
003400     EXIT.
003410
003420*    CP-PRES-NUM IS STRICTLY ASCENDING WITHIN THE DAY'S FILE
003430*    (LIKE DC-CLAIM-NUM FOR DDEBRUN), SO ON A RESTART EVERY
003440*    CHEQUE UP TO THE CHECKPOINTED NUMBER IS SKIPPED.
003450 2100-HANDLE-ONE-CHEQUE.
003460     ADD 1 TO WS-CHEQUES-READ.
003470     IF CP-PRES-NUM NOT > WS-RESTART-KEY
003480         ADD 1 TO WS-CHEQUES-SKIPPED
003490         DISPLAY "REMISE " CP-PRES-NUM
003500             " DEJA TRAITEE - IGNOREE."
003510         GO TO 2100-EXIT
003520     END-IF.
003530     MOVE '00' TO WS-MOTIF-REJET.
003540     PERFORM 2150-VALIDER-CHEQUE THRU 2150-EXIT.
003550     IF WS-CHEQUE-ACCEPTE
003560         PERFORM 2180-VALIDER-COMPTE THRU 2180-EXIT
003570     END-IF.
003580     IF WS-CHEQUE-ACCEPTE
003590         PERFORM 2200-PAYER-CHEQUE THRU 2200-EXIT
003600     ELSE
003610         PERFORM 2300-REJETER-CHEQUE THRU 2300-EXIT
003620     END-IF.
003630     PERFORM 2950-NOTER-DERNIERE-REMISE THRU 2950-EXIT.
003640 2100-EXIT.
003650     EXIT.
003660
003670 2950-NOTER-DERNIERE-REMISE.
003680     MOVE CP-PRES-NUM TO RK-LAST-KEY.
003690     REWRITE RUN-CONTROL-RECORD.
003700     IF NOT WS-RUNCTL-OK
003710         DISPLAY "CHQCLEAR - ERREUR REECRITURE RUNCTL, STATUT "
003720             WS-RUNCTL-STATUS
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760 2950-EXIT.
003770     EXIT.
003780
003790*    A CHEQUE NUMBER ABSENT FROM THE REGISTER WAS NEVER ISSUED
003800*    ON THIS ACCOUNT.  ANY FAILED READ REJECTS THE CHEQUE - THE
003810*    RECORD AREA WOULD OTHERWISE STILL HOLD THE PREVIOUS ONE.
003820 2150-VALIDER-CHEQUE.
003830     MOVE CP-ACCT-NUMBER TO CQ-ACCT-NUMBER.
003840     MOVE CP-CHEQUE-NUMBER TO CQ-CHEQUE-NUMBER.
003850     READ CHEQUE-REGISTER
003860         INVALID KEY
003870             CONTINUE
003880     END-READ.
003890     IF NOT WS-CHQREG-OK
003900         MOVE '01' TO WS-MOTIF-REJET
003910         GO TO 2150-EXIT
003920     END-IF.
003930     IF CQ-STATUS-PAID
003940         MOVE '02' TO WS-MOTIF-REJET
003950         GO TO 2150-EXIT
003960     END-IF.
003970     IF CQ-STATUS-STOPPED
003980         MOVE '03' TO WS-MOTIF-REJET
003990         GO TO 2150-EXIT
004000     END-IF.
004010 2150-EXIT.
004020     EXIT.
004030
004040*    SAME ACCOUNT RULES AS DDEBRUN'S 2180-VALIDER-COMPTE.  AN
004050*    ISSUED CHEQUE WHOSE ACCOUNT IS NO LONGER ON THE MASTER
004060*    IS RETURNED AS DRAWN ON A CLOSED ACCOUNT.
004070 2180-VALIDER-COMPTE.
004080     MOVE CP-ACCT-NUMBER TO ACCT-NUMBER.
004090     READ ACCOUNT-MASTER
004100         INVALID KEY
004110             CONTINUE
004120     END-READ.
004130     IF NOT WS-ACCTMAST-OK
004140         MOVE '05' TO WS-MOTIF-REJET
004150         GO TO 2180-EXIT
004160     END-IF.
004170     IF ACCT-STATUS-CLOSED
004180         MOVE '05' TO WS-MOTIF-REJET
004190         GO TO 2180-EXIT
004200     END-IF.
004210     IF ACCT-STATUS-DORMANT
004220         MOVE '06' TO WS-MOTIF-REJET
004230         GO TO 2180-EXIT
004240     END-IF.
004250     PERFORM 2470-CONTROLER-PLAFOND THRU 2470-EXIT.
004260     IF NOT WS-PLAFOND-RESPECTE
004270         MOVE '07' TO WS-MOTIF-REJET
004280         GO TO 2180-EXIT
004290     END-IF.
004300     PERFORM 2450-CALCULER-DISPONIBLE THRU 2450-EXIT.
004310     COMPUTE WS-TEST-BALANCE = WS-SOLDE-DISPONIBLE - CP-AMOUNT.
004320     IF WS-TEST-BALANCE < 0
004330         COMPUTE WS-TEST-BALANCE =
004340             WS-TEST-BALANCE - ACCT-OVERDRAFT-FEE
004350     END-IF.
004360     COMPUTE WS-MIN-BALANCE = 0 - ACCT-OVERDRAFT-LIMIT.
004370     IF WS-TEST-BALANCE < WS-MIN-BALANCE
004380         MOVE '04' TO WS-MOTIF-REJET
004390     END-IF.
004400 2180-EXIT.
004410     EXIT.
004420
004430 2200-PAYER-CHEQUE.
004440     SUBTRACT CP-AMOUNT FROM ACCT-SOLDE.
004450     IF ACCT-SOLDE < 0
004460         SUBTRACT ACCT-OVERDRAFT-FEE FROM ACCT-SOLDE
004470         MOVE ACCT-OVERDRAFT-FEE TO WS-FEE-AMOUNT
004480     ELSE
004490         MOVE 0 TO WS-FEE-AMOUNT
004500     END-IF.
004510     ADD CP-AMOUNT TO ACCT-DAILY-DEBIT-USED.
004520     PERFORM 2500-JOURNALISER-CHEQUE THRU 2500-EXIT.
004530     PERFORM 2550-MARQUER-CHEQUE-PAYE THRU 2550-EXIT.
004540     ADD 1 TO WS-CHEQUES-PAID.
004550     ADD CP-AMOUNT TO WS-PAID-AMOUNT.
004560     MOVE "PAYE" TO CH-D-RESULTAT.
004570     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
004580 2200-EXIT.
004590     EXIT.
004600
004610 2300-REJETER-CHEQUE.
004620     MOVE SPACES TO CHEQUE-RETURN-RECORD.
004630     MOVE CP-PRES-NUM TO CR-PRES-NUM.
004640     MOVE CP-REMITTING-BANK TO CR-REMITTING-BANK.
004650     MOVE CP-ACCT-NUMBER TO CR-ACCT-NUMBER.
004660     MOVE CP-CHEQUE-NUMBER TO CR-CHEQUE-NUMBER.
004670     MOVE CP-AMOUNT TO CR-AMOUNT.
004680     MOVE CP-PRES-DATE TO CR-PRES-DATE.
004690     MOVE WS-MOTIF-REJET TO CR-REASON-CODE.
004700     WRITE CHEQUE-RETURN-RECORD.
004710     IF NOT WS-CHQRETUR-OK
004720         DISPLAY "CHQCLEAR - ERREUR ECRITURE CHQRETUR, STATUT "
004730             WS-CHQRETUR-STATUS
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     ADD 1 TO WS-CHEQUES-RETURNED.
004780     ADD CP-AMOUNT TO WS-RETURNED-AMOUNT.
004790     EVALUATE WS-MOTIF-REJET
004800         WHEN '01' MOVE "CHEQUE NON EMIS" TO CH-D-RESULTAT
004810         WHEN '02' MOVE "CHEQUE DEJA PAYE" TO CH-D-RESULTAT
004820         WHEN '03' MOVE "OPPOSITION" TO CH-D-RESULTAT
004830         WHEN '04' MOVE "FONDS INSUFFISANTS" TO CH-D-RESULTAT
004840         WHEN '05' MOVE "COMPTE CLOTURE" TO CH-D-RESULTAT
004850         WHEN '06' MOVE "COMPTE DORMANT" TO CH-D-RESULTAT
004860         WHEN '07' MOVE "PLAFOND JOURNALIER" TO CH-D-RESULTAT
004870         WHEN OTHER MOVE "MOTIF INCONNU" TO CH-D-RESULTAT
004880     END-EVALUATE.
004890     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
004900 2300-EXIT.
004910     EXIT.
004920
004930*    AVAILABLE BALANCE OF THE ACCOUNT IN THE ACCTMAST RECORD
004940*    AREA - THE LEDGER BALANCE MINUS EVERY ACTIVE, UNEXPIRED
004950*    HOLD ON THE HOLDFILE.
004960 2450-CALCULER-DISPONIBLE.
004970     IF WS-SANS-RETENUES
004980         MOVE ACCT-SOLDE TO WS-SOLDE-DISPONIBLE
004990         GO TO 2450-EXIT
005000     END-IF.
005010     MOVE 0 TO WS-MONTANT-RETENU.
005020     MOVE 'N' TO WS-HOLD-EOF-SWITCH.
005030     MOVE ACCT-NUMBER TO HD-ACCT-NUMBER.
005040     MOVE 0 TO HD-HOLD-NUMBER.
005050     START HOLDS-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
005060         INVALID KEY
005070             SET WS-FIN-RETENUES TO TRUE
005080     END-START.
005090     PERFORM 2460-CUMULER-UNE-RETENUE THRU 2460-EXIT
005100         UNTIL WS-FIN-RETENUES.
005110     COMPUTE WS-SOLDE-DISPONIBLE =
005120         ACCT-SOLDE - WS-MONTANT-RETENU.
005130 2450-EXIT.
005140     EXIT.
005150
005160 2460-CUMULER-UNE-RETENUE.
005170     READ HOLDS-FILE NEXT RECORD
005180         AT END
005190             SET WS-FIN-RETENUES TO TRUE
005200         NOT AT END
005210             IF HD-ACCT-NUMBER NOT = ACCT-NUMBER
005220                 SET WS-FIN-RETENUES TO TRUE
005230             ELSE
005240                 IF HD-STATUS-ACTIVE
005250                    AND (HD-EXPIRY-DATE = 0
005260                     OR HD-EXPIRY-DATE NOT < WS-TODAY)
005270                     ADD HD-AMOUNT TO WS-MONTANT-RETENU
005280                 END-IF
005290             END-IF
005300     END-READ.
005310 2460-EXIT.
005320     EXIT.
005330
005340*    DAILY DEBIT CAP OF THE ACCOUNT IN THE ACCTMAST RECORD AREA
005350*    AGAINST CP-AMOUNT.  A NEW BUSINESS DATE RESETS THE USED
005360*    AMOUNT; A ZERO LIMIT DOES NOT CAP.
005370 2470-CONTROLER-PLAFOND.
005380     IF ACCT-DAILY-DEBIT-DATE NOT = WS-TODAY
005390         MOVE WS-TODAY TO ACCT-DAILY-DEBIT-DATE
005400         MOVE 0 TO ACCT-DAILY-DEBIT-USED
005410     END-IF.
005420     MOVE 'Y' TO WS-PLAFOND-SWITCH.
005430     IF ACCT-DAILY-DEBIT-LIMIT NOT = 0
005440        AND ACCT-DAILY-DEBIT-USED + CP-AMOUNT >
005450            ACCT-DAILY-DEBIT-LIMIT
005460         MOVE 'N' TO WS-PLAFOND-SWITCH
005470     END-IF.
005480 2470-EXIT.
005490     EXIT.
005500
005510 2500-JOURNALISER-CHEQUE.
005520     ACCEPT WS-NOW FROM TIME.
005530     ADD 1 TO ACCT-LAST-TRAN-SEQ.
005540     MOVE WS-TODAY TO ACCT-LAST-TRAN-DATE.
005550     REWRITE ACCT-MASTER-RECORD.
005560     IF NOT WS-ACCTMAST-OK
005570         DISPLAY "CHQCLEAR - ERREUR REECRITURE ACCTMAST, "
005580             "STATUT " WS-ACCTMAST-STATUS
005590         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005615     MOVE SPACES TO TRAN-LOG-RECORD.
005620     MOVE ACCT-NUMBER TO TL-ACCT-NUMBER.
005630     MOVE ACCT-LAST-TRAN-SEQ TO TL-TRAN-SEQ-NUM.
005640     MOVE WS-TODAY TO TL-TRAN-DATE.
005650     MOVE WS-NOW TO TL-TRAN-TIME.
005660     SET TL-OP-CHEQUE TO TRUE.
005670     MOVE CP-AMOUNT TO TL-AMOUNT.
005680     MOVE WS-FEE-AMOUNT TO TL-FEE-AMOUNT.
005690     MOVE ACCT-SOLDE TO TL-RESULT-BALANCE.
005700     MOVE 0 TO TL-COUNTERPARTY-ACCT.
005710     MOVE "CHQCLEAR" TO TL-OPERATOR-ID.
005720     WRITE TRAN-LOG-RECORD.
005730     IF NOT WS-TRANLOG-OK
005740         DISPLAY "CHQCLEAR - ERREUR ECRITURE TRANLOG, STATUT "
005750             WS-TRANLOG-STATUS
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790 2500-EXIT.
005800     EXIT.
005810
005820*    THE REGISTER KEEPS THE PAYMENT DATE, AMOUNT AND THE LOG
005830*    SEQUENCE OF THE DEBIT, SO A SECOND PRESENTMENT OF THE
005840*    SAME CHEQUE IS RETURNED AS ALREADY PAID.
005850 2550-MARQUER-CHEQUE-PAYE.
005860     SET CQ-STATUS-PAID TO TRUE.
005870     MOVE WS-TODAY TO CQ-PAID-DATE.
005880     MOVE CP-AMOUNT TO CQ-PAID-AMOUNT.
005890     MOVE ACCT-LAST-TRAN-SEQ TO CQ-PAID-TRAN-SEQ.
005900     REWRITE CHEQUE-REGISTER-RECORD.
005910     IF NOT WS-CHQREG-OK
005920         DISPLAY "CHQCLEAR - ERREUR REECRITURE CHQREG, STATUT "
005930             WS-CHQREG-STATUS
005940         MOVE 16 TO RETURN-CODE
005950         STOP RUN
005960     END-IF.
005970 2550-EXIT.
005980     EXIT.
005990
006000 2900-PRINT-DETAIL.
006010     MOVE CP-PRES-NUM TO CH-D-PRES-NUM.
006020     MOVE CP-REMITTING-BANK TO CH-D-BANK.
006030     MOVE CP-ACCT-NUMBER TO CH-D-ACCT-NUMBER.
006040     MOVE CP-CHEQUE-NUMBER TO CH-D-CHEQUE-NUMBER.
006050     MOVE CP-AMOUNT TO CH-D-AMOUNT.
006060     MOVE CH-DETAIL-LINE TO CLEARING-REPORT-RECORD.
006070     WRITE CLEARING-REPORT-RECORD AFTER ADVANCING 1 LINES.
006080     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006090 2900-EXIT.
006100     EXIT.
006110
006120 4000-PRINT-TOTALS.
006130     MOVE WS-CHEQUES-PAID TO CH-T-PAID-COUNT.
006140     MOVE WS-PAID-AMOUNT TO CH-T-PAID-AMOUNT.
006150     MOVE WS-CHEQUES-RETURNED TO CH-T-RETURN-COUNT.
006160     MOVE WS-RETURNED-AMOUNT TO CH-T-RETURN-AMOUNT.
006170     MOVE CH-TOTAL-LINE TO CLEARING-REPORT-RECORD.
006180     WRITE CLEARING-REPORT-RECORD AFTER ADVANCING 2 LINES.
006190     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006200 4000-EXIT.
006210     EXIT.
006220
006230 8900-CHECK-REPORT-WRITE.
006240     IF NOT WS-CHQRPT-OK
006250         DISPLAY "CHQCLEAR - ERREUR ECRITURE CHQRPT, STATUT "
006260             WS-CHQRPT-STATUS
006270         MOVE 16 TO RETURN-CODE
006280         STOP RUN
006290     END-IF.
006300 8900-EXIT.
006310     EXIT.
006320
006330 9000-TERMINATE.
006340     DISPLAY "CHQCLEAR - CHEQUES LUS      : " WS-CHEQUES-READ.
006350     DISPLAY "CHQCLEAR - CHEQUES PAYES    : " WS-CHEQUES-PAID.
006360     DISPLAY "CHQCLEAR - CHEQUES IGNORES  : "
006370         WS-CHEQUES-SKIPPED.
006380     DISPLAY "CHQCLEAR - CHEQUES IMPAYES  : "
006390         WS-CHEQUES-RETURNED.
006400     CLOSE PRESENTMENT-IN.
006410     CLOSE CHEQUE-REGISTER.
006420     CLOSE ACCOUNT-MASTER.
006430     IF NOT WS-SANS-RETENUES
006440         CLOSE HOLDS-FILE
006450     END-IF.
006460     CLOSE TRANSACTION-LOG.
006470     CLOSE RETURNS-OUT.
006480     CLOSE CLEARING-REPORT.
006490     CLOSE RUN-CONTROL.
006500 9000-EXIT.
006510     EXIT.
006520
006530 8000-MARK-RUN-COMPLETE.
006540     SET RK-RUN-COMPLETE TO TRUE.
006550     REWRITE RUN-CONTROL-RECORD.
006560     IF NOT WS-RUNCTL-OK
006570         DISPLAY "CHQCLEAR - ERREUR REECRITURE RUNCTL, STATUT "
006580             WS-RUNCTL-STATUS
006590         MOVE 16 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620 8000-EXIT.
006630     EXIT.
006640
006650 END PROGRAM CHQCLEAR.
