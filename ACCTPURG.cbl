000010******************************************************************
000020*    PROGRAM-ID    : ACCTPURG
000030*    AUTHOR        : J. L. PELLETIER
000040*    INSTALLATION  : DIRECTION INFORMATIQUE
000050*    DATE-WRITTEN  : 2026-10-15
000060*    DESCRIPTION   : PERIODIC PURGE OF CLOSED ACCOUNTS.  BROWSES
000070*                    THE ACCOUNT-MASTER FOR CLOSED ACCOUNTS, DATES
000080*                    EACH CLOSURE FROM ITS LAST ACCT-STATUS CHANGE
000090*                    TO 'C' ON THE AUDITLOG, AND PURGES EVERY
000100*                    CLOSED ACCOUNT WITH A ZERO BALANCE, NO
000110*                    POSTING SINCE THE CLOSURE DATE AND A CLOSURE
000120*                    OLDER THAN THE RETENTION PERIOD IN MONTHS
000130*                    (SYSIN PARAMETER, DEFAULT 12).  THE MASTER
000140*                    RECORD AND THE ACCOUNT'S STANDING ORDERS,
000150*                    MANDATES, FUNDS HOLDS AND HOLDER LINKS ARE
000160*                    COPIED TO THE ACCTHIST HISTORY FILE, THEN
000170*                    DELETED FROM THE LIVE FILES, AND THE PURGE
000180*                    IS TRACED ON THE AUDITLOG.  A CLOSED ACCOUNT
000190*                    WITH A BALANCE, A POSTING AFTER ITS CLOSURE
000200*                    OR NO CLOSURE ON THE AUDITLOG IS KEPT AND
000210*                    LISTED ON PURGRPT WITH RC=4.  EVERY HISTORY
000220*                    COPY IS WRITTEN BEFORE THE LIVE DELETE AND
000230*                    THE MASTER RECORD GOES LAST, SO A RERUN
000240*                    AFTER AN INCIDENT PICKS UP WHAT IS LEFT.
000250*                    RUN AT PERIOD END, IMMEDIATELY BEFORE
000260*                    TRANARCH - SEE JCL/ACCTPURG.JCL.
000270*    MODIFICATION HISTORY
000280*    DATE       INIT DESCRIPTION
000290*    ---------- ---- ---------------------------------------------
000300*    2026-10-15 JLP  ORIGINAL
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ACCTPURG.
000340 AUTHOR. J L PELLETIER.
000350 INSTALLATION. DIRECTION INFORMATIQUE.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ACCOUNT-MASTER
000430         ASSIGN TO "ACCTMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS ACCT-NUMBER
000470         FILE STATUS IS WS-ACCTMAST-STATUS.
000480
000490     SELECT AUDIT-LOG
000500         ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-AUDITLOG-STATUS.
000540
000550     SELECT STANDING-ORDERS
000560         ASSIGN TO "STORDERS"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS SO-ORDER-NUMBER
000600         FILE STATUS IS WS-STORDERS-STATUS.
000610
000620     SELECT MANDATE-FILE
000630         ASSIGN TO "MANDATES"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS MD-MANDATE-NUMBER
000670         FILE STATUS IS WS-MANDATES-STATUS.
000680
000690     SELECT HOLDS-FILE
000700         ASSIGN TO "HOLDFILE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS HD-HOLD-KEY
000740         FILE STATUS IS WS-HOLDS-STATUS.
000750
000760     SELECT CUSTOMER-XREF
000770         ASSIGN TO "CUSTXREF"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS XR-XREF-KEY
000810         FILE STATUS IS WS-CUSTXREF-STATUS.
000820
000830     SELECT ACCOUNT-HISTORY
000840         ASSIGN TO "ACCTHIST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS AH-HIST-KEY
000880         FILE STATUS IS WS-ACCTHIST-STATUS.
000890
000900     SELECT PURGE-REPORT
000910         ASSIGN TO "PURGRPT"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-PURGRPT-STATUS.
000940
000950     SELECT RUN-CONTROL
000960         ASSIGN TO "RUNCTL"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS RK-JOB-NAME
001000         FILE STATUS IS WS-RUNCTL-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  ACCOUNT-MASTER
001050     LABEL RECORDS ARE STANDARD.
001060 COPY ACCTMAST.
001070
001080 FD  AUDIT-LOG
001090     LABEL RECORDS ARE STANDARD.
001100 COPY AUDITLOG.
001110
001120 FD  STANDING-ORDERS
001130     LABEL RECORDS ARE STANDARD.
001140 COPY STORDERS.
001150
001160 FD  MANDATE-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY MANDATES.
001190
001200 FD  HOLDS-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY HOLDREC.
001230
001240 FD  CUSTOMER-XREF
001250     LABEL RECORDS ARE STANDARD.
001260 COPY CUSTXREF.
001270
001280 FD  ACCOUNT-HISTORY
001290     LABEL RECORDS ARE STANDARD.
001300 COPY ACCTHIST.
001310
001320 FD  PURGE-REPORT
001330     RECORDING MODE F
001340     LABEL RECORDS ARE OMITTED.
001350 01  PURGE-REPORT-RECORD      PIC X(133).
001360
001370 FD  RUN-CONTROL
001380     LABEL RECORDS ARE STANDARD.
001390 COPY RUNCTL.
001400
001410 WORKING-STORAGE SECTION.
001420 COPY PURGMSG.
001430
001440 01  WS-ACCTMAST-STATUS       PIC X(02).
001450     88  WS-ACCTMAST-OK           VALUE '00'.
001460
001470 01  WS-AUDITLOG-STATUS       PIC X(02).
001480     88  WS-AUDITLOG-OK           VALUE '00'.
001490     88  WS-AUDITLOG-ABSENT       VALUE '35'.
001500
001510 01  WS-STORDERS-STATUS       PIC X(02).
001520     88  WS-STORDERS-OK           VALUE '00'.
001530     88  WS-STORDERS-ABSENT       VALUE '35'.
001540
001550 01  WS-MANDATES-STATUS       PIC X(02).
001560     88  WS-MANDATES-OK           VALUE '00'.
001570     88  WS-MANDATES-ABSENT       VALUE '35'.
001580
001590 01  WS-HOLDS-STATUS          PIC X(02).
001600     88  WS-HOLDS-OK              VALUE '00'.
001610     88  WS-HOLDS-ABSENT          VALUE '35'.
001620
001630 01  WS-CUSTXREF-STATUS       PIC X(02).
001640     88  WS-CUSTXREF-OK           VALUE '00'.
001650     88  WS-CUSTXREF-ABSENT       VALUE '35'.
001660
001670 01  WS-ACCTHIST-STATUS       PIC X(02).
001680     88  WS-ACCTHIST-OK           VALUE '00'.
001690     88  WS-ACCTHIST-DUPKEY       VALUE '22'.
001700     88  WS-ACCTHIST-ABSENT       VALUE '35'.
001710
001720 01  WS-PURGRPT-STATUS        PIC X(02).
001730     88  WS-PURGRPT-OK            VALUE '00'.
001740
001750 01  WS-RUNCTL-STATUS         PIC X(02).
001760     88  WS-RUNCTL-OK             VALUE '00'.
001770     88  WS-RUNCTL-ABSENT         VALUE '35'.
001780
001790*    A LIVE FILE NEVER CREATED HOLDS NOTHING TO PURGE - IT IS
001800*    LEFT CLOSED AND SKIPPED.
001810 01  WS-ABSENT-SWITCHES.
001820     05  WS-SANS-AUDIT-SWITCH PIC X(01) VALUE 'N'.
001830         88  WS-SANS-AUDIT        VALUE 'Y'.
001840     05  WS-SANS-ORDRES-SWITCH
001850                              PIC X(01) VALUE 'N'.
001860         88  WS-SANS-ORDRES       VALUE 'Y'.
001870     05  WS-SANS-MANDATS-SWITCH
001880                              PIC X(01) VALUE 'N'.
001890         88  WS-SANS-MANDATS      VALUE 'Y'.
001900     05  WS-SANS-RETENUES-SWITCH
001910                              PIC X(01) VALUE 'N'.
001920         88  WS-SANS-RETENUES     VALUE 'Y'.
001930     05  WS-SANS-XREF-SWITCH  PIC X(01) VALUE 'N'.
001940         88  WS-SANS-XREF         VALUE 'Y'.
001950
001960 01  WS-EOF-SWITCHES.
001970     05  WS-MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
001980         88  WS-END-OF-MASTER     VALUE 'Y'.
001990     05  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
002000         88  WS-END-OF-AUDIT      VALUE 'Y'.
002010     05  WS-ORDERS-EOF-SWITCH PIC X(01) VALUE 'N'.
002020         88  WS-END-OF-ORDERS     VALUE 'Y'.
002030     05  WS-MANDATES-EOF-SWITCH
002040                              PIC X(01) VALUE 'N'.
002050         88  WS-END-OF-MANDATES   VALUE 'Y'.
002060     05  WS-HOLDS-EOF-SWITCH  PIC X(01) VALUE 'N'.
002070         88  WS-END-OF-HOLDS      VALUE 'Y'.
002080     05  WS-XREF-EOF-SWITCH   PIC X(01) VALUE 'N'.
002090         88  WS-END-OF-XREF       VALUE 'Y'.
002100
002110 01  WS-TODAY                 PIC 9(08).
002120 01  WS-NOW                   PIC 9(08).
002130
002140 01  WS-PARM-INPUT            PIC X(03) JUSTIFIED RIGHT.
002150 01  WS-MOIS-CONSERVATION     PIC 9(03) VALUE 12.
002160
002170 01  WS-DATE-LIMITE.
002180     05  WS-LIM-AAAA          PIC 9(04).
002190     05  WS-LIM-MM            PIC 9(02).
002200     05  WS-LIM-JJ            PIC 9(02).
002210 01  WS-DATE-LIMITE-N REDEFINES WS-DATE-LIMITE PIC 9(08).
002220
002230 01  WS-MOIS-RESTANTS         PIC S9(04).
002240
002250 01  WS-TABLE-LIMITS.
002260     05  WS-MAX-CLOSED        PIC 9(04) COMP VALUE 5000.
002270     05  WS-CLOSED-COUNT      PIC 9(04) COMP VALUE 0.
002280
002290*    CLOSED ACCOUNTS OF THE MASTER, IN ACCOUNT NUMBER ORDER,
002300*    WITH THE DECISION TAKEN FOR EACH.
002310 01  CLOSED-TABLE.
002320     05  CLOSED-ENTRY OCCURS 1 TO 5000 TIMES
002330             DEPENDING ON WS-CLOSED-COUNT
002340             INDEXED BY CT-IDX.
002350         10  CT-ACCT-NUMBER   PIC 9(10).
002360         10  CT-BALANCE       PIC S9(8)V99.
002370         10  CT-LAST-TRAN-DATE
002380                              PIC 9(08).
002390         10  CT-CLOSE-DATE    PIC 9(08).
002400         10  CT-DECISION      PIC X(01).
002410             88  CT-A-PURGER          VALUE 'P'.
002420             88  CT-EN-CONSERVATION   VALUE 'R'.
002430             88  CT-ANOMALIE          VALUE 'S' 'M' 'I'.
002440             88  CT-SOLDE-NON-NUL     VALUE 'S'.
002450             88  CT-MVT-APRES-CLOTURE VALUE 'M'.
002460             88  CT-CLOTURE-NON-DATEE VALUE 'I'.
002470         10  CT-ORDERS        PIC 9(04) COMP.
002480         10  CT-MANDATES      PIC 9(04) COMP.
002490
002500 01  WS-SEARCH-ACCT           PIC 9(10).
002510 01  WS-SEARCH-IDX            PIC 9(04) COMP VALUE 0.
002520 01  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
002530     88  WS-ENTRY-FOUND           VALUE 'Y'.
002540
002550 01  WS-CLOSE-DATE            PIC 9(08).
002560 01  WS-ACCT-HOLDS            PIC 9(04) COMP VALUE 0.
002570 01  WS-ACCT-HOLDERS          PIC 9(04) COMP VALUE 0.
002580
002590 01  WS-COUNTERS.
002600     05  WS-ACCOUNTS-READ     PIC 9(06) COMP VALUE 0.
002610     05  WS-ACCOUNTS-CLOSED   PIC 9(06) COMP VALUE 0.
002620     05  WS-ACCOUNTS-ELIGIBLE PIC 9(06) COMP VALUE 0.
002630     05  WS-ACCOUNTS-PURGED   PIC 9(06) COMP VALUE 0.
002640     05  WS-ACCOUNTS-RETAINED PIC 9(06) COMP VALUE 0.
002650     05  WS-ACCOUNTS-ANOMALY  PIC 9(06) COMP VALUE 0.
002660     05  WS-ACCOUNTS-OVERFLOW PIC 9(06) COMP VALUE 0.
002670     05  WS-ORDERS-MOVED      PIC 9(06) COMP VALUE 0.
002680     05  WS-MANDATES-MOVED    PIC 9(06) COMP VALUE 0.
002690     05  WS-HOLDS-MOVED       PIC 9(06) COMP VALUE 0.
002700     05  WS-HOLDERS-MOVED     PIC 9(06) COMP VALUE 0.
002710
002720 PROCEDURE DIVISION.
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     PERFORM 2000-LOAD-CLOSED-ACCOUNT THRU 2000-EXIT
002760         UNTIL WS-END-OF-MASTER.
002770     PERFORM 3000-READ-AUDIT-RECORD THRU 3000-EXIT
002780         UNTIL WS-END-OF-AUDIT.
002790     PERFORM 3500-DECIDE-ACCOUNT THRU 3500-EXIT
002800         VARYING CT-IDX FROM 1 BY 1
002810         UNTIL CT-IDX > WS-CLOSED-COUNT.
002820     PERFORM 4000-PREPARE-PURGE THRU 4000-EXIT.
002830     PERFORM 4100-PURGE-ORDER THRU 4100-EXIT
002840         UNTIL WS-END-OF-ORDERS.
002850     PERFORM 4300-PURGE-MANDATE THRU 4300-EXIT
002860         UNTIL WS-END-OF-MANDATES.
002870     PERFORM 5000-PURGE-ACCOUNT THRU 5000-EXIT
002880         VARYING CT-IDX FROM 1 BY 1
002890         UNTIL CT-IDX > WS-CLOSED-COUNT.
002900     PERFORM 8000-MARK-RUN-COMPLETE THRU 8000-EXIT.
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002920     STOP RUN.
002930
002940 1000-INITIALIZE.
002950     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002960     ACCEPT WS-NOW FROM TIME.
002970     PERFORM 1100-LIRE-PARAMETRE THRU 1100-EXIT.
002980     PERFORM 1150-CALCULER-DATE-LIMITE THRU 1150-EXIT.
002990     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
003000     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
003010     OPEN OUTPUT PURGE-REPORT.
003020     IF NOT WS-PURGRPT-OK
003030         DISPLAY "ACCTPURG - ERREUR OUVERTURE PURGRPT, STATUT "
003040             WS-PURGRPT-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     MOVE WS-TODAY TO PG-H-DATE.
003090     MOVE PG-HEADING-LINE TO PURGE-REPORT-RECORD.
003100     WRITE PURGE-REPORT-RECORD AFTER ADVANCING PAGE.
003110     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003120     MOVE WS-MOIS-CONSERVATION TO PG-P-MONTHS.
003130     MOVE WS-DATE-LIMITE-N TO PG-P-CUTOFF-DATE.
003140     MOVE PG-PARM-LINE TO PURGE-REPORT-RECORD.
003150     WRITE PURGE-REPORT-RECORD AFTER ADVANCING 1 LINES.
003160     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003170     MOVE PG-COLUMN-HEADING-LINE TO PURGE-REPORT-RECORD.
003180     WRITE PURGE-REPORT-RECORD AFTER ADVANCING 2 LINES.
003190     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003200     MOVE LOW-VALUES TO ACCT-NUMBER.
003210     START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
003220         INVALID KEY
003230             SET WS-END-OF-MASTER TO TRUE
003240     END-START.
003250 1000-EXIT.
003260     EXIT.
003270
003280 1100-LIRE-PARAMETRE.
003290*    THE RETENTION PERIOD AFTER CLOSURE, IN MONTHS, COMES FROM
003300*    SYSIN.  AN EMPTY OR INVALID PARAMETER FALLS BACK TO 12.
003310     MOVE SPACES TO WS-PARM-INPUT.
003320     ACCEPT WS-PARM-INPUT.
003330     INSPECT WS-PARM-INPUT REPLACING LEADING SPACE BY ZERO.
003340     IF WS-PARM-INPUT IS NUMERIC
003350         MOVE WS-PARM-INPUT TO WS-MOIS-CONSERVATION
003360     END-IF.
003370     IF WS-MOIS-CONSERVATION = 0
003380         MOVE 12 TO WS-MOIS-CONSERVATION
003390     END-IF.
003400 1100-EXIT.
003410     EXIT.
003420
003430*    ONLY AN ACCOUNT CLOSED BEFORE THE CUTOFF DATE (TODAY LESS
003440*    THE RETENTION PERIOD) IS OLD ENOUGH TO BE PURGED.
003450 1150-CALCULER-DATE-LIMITE.
003460     MOVE WS-TODAY TO WS-DATE-LIMITE-N.
003470     COMPUTE WS-MOIS-RESTANTS =
003480         WS-LIM-MM - WS-MOIS-CONSERVATION.
003490     PERFORM 1160-RECULER-UN-AN THRU 1160-EXIT
003500         UNTIL WS-MOIS-RESTANTS > 0.
003510     MOVE WS-MOIS-RESTANTS TO WS-LIM-MM.
003520 1150-EXIT.
003530     EXIT.
003540
003550 1160-RECULER-UN-AN.
003560     ADD 12 TO WS-MOIS-RESTANTS.
003570     SUBTRACT 1 FROM WS-LIM-AAAA.
003580 1160-EXIT.
003590     EXIT.
003600
003610 1200-CHECK-RUN-CONTROL.
003620     OPEN I-O RUN-CONTROL.
003630     IF WS-RUNCTL-ABSENT
003640         OPEN OUTPUT RUN-CONTROL
003650         IF WS-RUNCTL-OK
003660             CLOSE RUN-CONTROL
003670             OPEN I-O RUN-CONTROL
003680         END-IF
003690     END-IF.
003700     IF NOT WS-RUNCTL-OK
003710         DISPLAY "ACCTPURG - ERREUR OUVERTURE RUNCTL, STATUT "
003720             WS-RUNCTL-STATUS
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     MOVE "ACCTPURG" TO RK-JOB-NAME.
003770     READ RUN-CONTROL
003780         INVALID KEY
003790             MOVE SPACES TO RUN-CONTROL-RECORD
003800             MOVE "ACCTPURG" TO RK-JOB-NAME
003810             MOVE WS-TODAY TO RK-LAST-RUN-DATE
003820             SET RK-RUN-IN-PROGRESS TO TRUE
003830             MOVE 0 TO RK-LAST-KEY
003840             WRITE RUN-CONTROL-RECORD
003850             IF NOT WS-RUNCTL-OK
003860                 DISPLAY "ACCTPURG - ERREUR ECRITURE RUNCTL, "
003870                     "STATUT " WS-RUNCTL-STATUS
003880                 MOVE 16 TO RETURN-CODE
003890                 STOP RUN
003900             END-IF
003910         NOT INVALID KEY
003920             PERFORM 1300-EXAMINE-RUN-RECORD THRU 1300-EXIT
003930     END-READ.
003940 1200-EXIT.
003950     EXIT.
003960
003970 1300-EXAMINE-RUN-RECORD.
003980     IF RK-LAST-RUN-DATE = WS-TODAY AND RK-RUN-COMPLETE
003990         DISPLAY "ACCTPURG - DEJA EXECUTE POUR LE " WS-TODAY
004000             " - ARRET."
004010         MOVE 8 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     IF RK-LAST-RUN-DATE = WS-TODAY AND RK-RUN-IN-PROGRESS
004050         DISPLAY "ACCTPURG - REPRISE APRES INCIDENT DU " WS-TODAY
004060     END-IF.
004070     MOVE WS-TODAY TO RK-LAST-RUN-DATE.
004080     SET RK-RUN-IN-PROGRESS TO TRUE.
004090     REWRITE RUN-CONTROL-RECORD.
004100     IF NOT WS-RUNCTL-OK
004110         DISPLAY "ACCTPURG - ERREUR REECRITURE RUNCTL, STATUT "
004120             WS-RUNCTL-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160 1300-EXIT.
004170     EXIT.
004180
004190 1400-OPEN-FILES.
004200     OPEN I-O ACCOUNT-MASTER.
004210     IF NOT WS-ACCTMAST-OK
004220         DISPLAY "ACCTPURG - ERREUR OUVERTURE ACCTMAST, STATUT "
004230             WS-ACCTMAST-STATUS
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270*    WITHOUT AN AUDITLOG NO CLOSURE CAN BE DATED, SO EVERY
004280*    CLOSED ACCOUNT IS KEPT AND REPORTED.
004290     OPEN INPUT AUDIT-LOG.
004300     IF WS-AUDITLOG-ABSENT
004310         SET WS-SANS-AUDIT TO TRUE
004320         SET WS-END-OF-AUDIT TO TRUE
004330         DISPLAY "ACCTPURG - AUDITLOG ABSENT - AUCUNE DATE DE "
004340             "CLOTURE."
004350     ELSE
004360         IF NOT WS-AUDITLOG-OK
004370             DISPLAY "ACCTPURG - ERREUR OUVERTURE AUDITLOG, "
004380                 "STATUT " WS-AUDITLOG-STATUS
004390             MOVE 16 TO RETURN-CODE
004400             STOP RUN
004410         END-IF
004420     END-IF.
004430     OPEN I-O STANDING-ORDERS.
004440     IF WS-STORDERS-ABSENT
004450         SET WS-SANS-ORDRES TO TRUE
004460     ELSE
004470         IF NOT WS-STORDERS-OK
004480             DISPLAY "ACCTPURG - ERREUR OUVERTURE STORDERS, "
004490                 "STATUT " WS-STORDERS-STATUS
004500             MOVE 16 TO RETURN-CODE
004510             STOP RUN
004520         END-IF
004530     END-IF.
004540     OPEN I-O MANDATE-FILE.
004550     IF WS-MANDATES-ABSENT
004560         SET WS-SANS-MANDATS TO TRUE
004570     ELSE
004580         IF NOT WS-MANDATES-OK
004590             DISPLAY "ACCTPURG - ERREUR OUVERTURE MANDATES, "
004600                 "STATUT " WS-MANDATES-STATUS
004610             MOVE 16 TO RETURN-CODE
004620             STOP RUN
004630         END-IF
004640     END-IF.
004650     OPEN I-O HOLDS-FILE.
004660     IF WS-HOLDS-ABSENT
004670         SET WS-SANS-RETENUES TO TRUE
004680     ELSE
004690         IF NOT WS-HOLDS-OK
004700             DISPLAY "ACCTPURG - ERREUR OUVERTURE HOLDFILE, "
004710                 "STATUT " WS-HOLDS-STATUS
004720             MOVE 16 TO RETURN-CODE
004730             STOP RUN
004740         END-IF
004750     END-IF.
004760     OPEN I-O CUSTOMER-XREF.
004770     IF WS-CUSTXREF-ABSENT
004780         SET WS-SANS-XREF TO TRUE
004790     ELSE
004800         IF NOT WS-CUSTXREF-OK
004810             DISPLAY "ACCTPURG - ERREUR OUVERTURE CUSTXREF, "
004820                 "STATUT " WS-CUSTXREF-STATUS
004830             MOVE 16 TO RETURN-CODE
004840             STOP RUN
004850         END-IF
004860     END-IF.
004870     OPEN I-O ACCOUNT-HISTORY.
004880     IF WS-ACCTHIST-ABSENT
004890         OPEN OUTPUT ACCOUNT-HISTORY
004900         IF WS-ACCTHIST-OK
004910             CLOSE ACCOUNT-HISTORY
004920             OPEN I-O ACCOUNT-HISTORY
004930         END-IF
004940     END-IF.
004950     IF NOT WS-ACCTHIST-OK
004960         DISPLAY "ACCTPURG - ERREUR OUVERTURE ACCTHIST, STATUT "
004970             WS-ACCTHIST-STATUS
004980         MOVE 16 TO RETURN-CODE
004990         STOP RUN
005000     END-IF.
005010 1400-EXIT.
005020     EXIT.
005030
005040 2000-LOAD-CLOSED-ACCOUNT.
005050     READ ACCOUNT-MASTER NEXT RECORD
005060         AT END
005070             SET WS-END-OF-MASTER TO TRUE
005080         NOT AT END
005090             PERFORM 2100-EXAMINE-ACCOUNT THRU 2100-EXIT
005100     END-READ.
005110 2000-EXIT.
005120     EXIT.
005130
005140 2100-EXAMINE-ACCOUNT.
005150     ADD 1 TO WS-ACCOUNTS-READ.
005160     IF NOT ACCT-STATUS-CLOSED
005170         GO TO 2100-EXIT
005180     END-IF.
005190     ADD 1 TO WS-ACCOUNTS-CLOSED.
005200*    PAST THE TABLE LIMIT THE REMAINING CLOSED ACCOUNTS ARE
005210*    ONLY COUNTED - THE NEXT RUN WILL TAKE THEM ONCE THE FIRST
005220*    ONES HAVE GONE.
005230     IF WS-CLOSED-COUNT NOT < WS-MAX-CLOSED
005240         ADD 1 TO WS-ACCOUNTS-OVERFLOW
005250         GO TO 2100-EXIT
005260     END-IF.
005270     ADD 1 TO WS-CLOSED-COUNT.
005280     SET CT-IDX TO WS-CLOSED-COUNT.
005290     MOVE ACCT-NUMBER TO CT-ACCT-NUMBER (CT-IDX).
005300     MOVE ACCT-SOLDE TO CT-BALANCE (CT-IDX).
005310     MOVE ACCT-LAST-TRAN-DATE TO CT-LAST-TRAN-DATE (CT-IDX).
005320     MOVE 0 TO CT-CLOSE-DATE (CT-IDX).
005330     MOVE SPACE TO CT-DECISION (CT-IDX).
005340     MOVE 0 TO CT-ORDERS (CT-IDX).
005350     MOVE 0 TO CT-MANDATES (CT-IDX).
005360 2100-EXIT.
005370     EXIT.
005380
005390 3000-READ-AUDIT-RECORD.
005400     READ AUDIT-LOG
005410         AT END
005420             SET WS-END-OF-AUDIT TO TRUE
005430         NOT AT END
005440             PERFORM 3100-EXAMINE-AUDIT THRU 3100-EXIT
005450     END-READ.
005460 3000-EXIT.
005470     EXIT.
005480
005490*    THE AUDITLOG IS IN TIME ORDER, SO THE LAST ACCT-STATUS
005500*    CHANGE OF AN ACCOUNT WINS : A CHANGE TO 'C' DATES THE
005510*    CLOSURE, ANY OTHER CHANGE CLEARS AN EARLIER ONE.
005520 3100-EXAMINE-AUDIT.
005530     IF AU-FIELD-NAME NOT = "ACCT-STATUS"
005540         GO TO 3100-EXIT
005550     END-IF.
005560     MOVE AU-ACCT-NUMBER TO WS-SEARCH-ACCT.
005570     PERFORM 6000-SEARCH-TABLE THRU 6000-EXIT.
005580     IF NOT WS-ENTRY-FOUND
005590         GO TO 3100-EXIT
005600     END-IF.
005610     IF AU-NEW-VALUE = "C"
005620         MOVE AU-CHANGE-DATE TO CT-CLOSE-DATE (WS-SEARCH-IDX)
005630     ELSE
005640         MOVE 0 TO CT-CLOSE-DATE (WS-SEARCH-IDX)
005650     END-IF.
005660 3100-EXIT.
005670     EXIT.
005680
005690 3500-DECIDE-ACCOUNT.
005700     EVALUATE TRUE
005710         WHEN CT-BALANCE (CT-IDX) NOT = 0
005720             SET CT-SOLDE-NON-NUL (CT-IDX) TO TRUE
005730         WHEN CT-CLOSE-DATE (CT-IDX) = 0
005740             SET CT-CLOTURE-NON-DATEE (CT-IDX) TO TRUE
005750         WHEN CT-LAST-TRAN-DATE (CT-IDX) > CT-CLOSE-DATE (CT-IDX)
005760             SET CT-MVT-APRES-CLOTURE (CT-IDX) TO TRUE
005770         WHEN CT-CLOSE-DATE (CT-IDX) NOT < WS-DATE-LIMITE-N
005780             SET CT-EN-CONSERVATION (CT-IDX) TO TRUE
005790         WHEN OTHER
005800             SET CT-A-PURGER (CT-IDX) TO TRUE
005810     END-EVALUATE.
005820     IF CT-A-PURGER (CT-IDX)
005830         ADD 1 TO WS-ACCOUNTS-ELIGIBLE
005840     END-IF.
005850     IF CT-EN-CONSERVATION (CT-IDX)
005860         ADD 1 TO WS-ACCOUNTS-RETAINED
005870     END-IF.
005880     IF CT-ANOMALIE (CT-IDX)
005890         ADD 1 TO WS-ACCOUNTS-ANOMALY
005900         PERFORM 3600-PRINT-ANOMALY THRU 3600-EXIT
005910     END-IF.
005920 3500-EXIT.
005930     EXIT.
005940
005950 3600-PRINT-ANOMALY.
005960     MOVE CT-ACCT-NUMBER (CT-IDX) TO PG-D-ACCT-NUMBER.
005970     MOVE CT-CLOSE-DATE (CT-IDX) TO PG-D-CLOSE-DATE.
005980     MOVE CT-LAST-TRAN-DATE (CT-IDX) TO PG-D-LAST-TRAN-DATE.
005990     MOVE 0 TO PG-D-ORDERS.
006000     MOVE 0 TO PG-D-MANDATES.
006010     MOVE 0 TO PG-D-HOLDS.
006020     MOVE 0 TO PG-D-HOLDERS.
006030     MOVE CT-BALANCE (CT-IDX) TO PG-D-BALANCE.
006040     EVALUATE TRUE
006050         WHEN CT-SOLDE-NON-NUL (CT-IDX)
006060             MOVE "CONSERVE - SOLDE NON NUL"
006070                 TO PG-D-OBSERVATION
006080         WHEN CT-CLOTURE-NON-DATEE (CT-IDX)
006090             MOVE "CONSERVE - CLOTURE NON DATEE"
006100                 TO PG-D-OBSERVATION
006110         WHEN OTHER
006120             MOVE "CONSERVE - MVT APRES CLOTURE"
006130                 TO PG-D-OBSERVATION
006140     END-EVALUATE.
006150     MOVE PG-DETAIL-LINE TO PURGE-REPORT-RECORD.
006160     WRITE PURGE-REPORT-RECORD AFTER ADVANCING 1 LINES.
006170     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
006180 3600-EXIT.
006190     EXIT.
006200
006210*    STANDING ORDERS AND MANDATES ARE KEYED BY THEIR OWN NUMBER,
006220*    SO BOTH FILES ARE BROWSED WHOLE AND EACH RECORD IS LOOKED
006230*    UP IN THE TABLE.  THE AUDITLOG, READ TO THE END ABOVE, IS
006240*    REOPENED TO TRACE THE PURGES.
006250 4000-PREPARE-PURGE.
006260     IF WS-ACCOUNTS-ELIGIBLE = 0
006270         SET WS-END-OF-ORDERS TO TRUE
006280         SET WS-END-OF-MANDATES TO TRUE
006290         GO TO 4000-EXIT
006300     END-IF.
006310     CLOSE AUDIT-LOG.
006320     OPEN EXTEND AUDIT-LOG.
006330     IF NOT WS-AUDITLOG-OK
006340         DISPLAY "ACCTPURG - ERREUR OUVERTURE AUDITLOG, STATUT "
006350             WS-AUDITLOG-STATUS
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     IF WS-SANS-ORDRES
006400         SET WS-END-OF-ORDERS TO TRUE
006410     ELSE
006420         MOVE 0 TO SO-ORDER-NUMBER
006430         START STANDING-ORDERS
006440             KEY IS NOT LESS THAN SO-ORDER-NUMBER
006450             INVALID KEY
006460                 SET WS-END-OF-ORDERS TO TRUE
006470         END-START
006480     END-IF.
006490     IF WS-SANS-MANDATS
006500         SET WS-END-OF-MANDATES TO TRUE
006510     ELSE
006520         MOVE 0 TO MD-MANDATE-NUMBER
006530         START MANDATE-FILE
006540             KEY IS NOT LESS THAN MD-MANDATE-NUMBER
006550             INVALID KEY
006560                 SET WS-END-OF-MANDATES TO TRUE
006570         END-START
006580     END-IF.
006590 4000-EXIT.
006600     EXIT.
006610
006620 4100-PURGE-ORDER.
006630     READ STANDING-ORDERS NEXT RECORD
006640         AT END
006650             SET WS-END-OF-ORDERS TO TRUE
006660         NOT AT END
006670             PERFORM 4200-EXAMINE-ORDER THRU 4200-EXIT
006680     END-READ.
006690 4100-EXIT.
006700     EXIT.
006710
006720 4200-EXAMINE-ORDER.
006730     MOVE SO-ACCT-NUMBER TO WS-SEARCH-ACCT.
006740     PERFORM 6000-SEARCH-TABLE THRU 6000-EXIT.
006750     IF NOT WS-ENTRY-FOUND
006760         GO TO 4200-EXIT
006770     END-IF.
006780     IF NOT CT-A-PURGER (WS-SEARCH-IDX)
006790         GO TO 4200-EXIT
006800     END-IF.
006810     MOVE SPACES TO ACCT-HISTORY-RECORD.
006820     MOVE SO-ACCT-NUMBER TO AH-ACCT-NUMBER.
006830     SET AH-TYPE-ORDRE TO TRUE.
006840     MOVE SO-ORDER-NUMBER TO AH-ITEM-KEY.
006850     MOVE STANDING-ORDER-RECORD TO AH-IMAGE.
006860     MOVE CT-CLOSE-DATE (WS-SEARCH-IDX) TO WS-CLOSE-DATE.
006870     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
006880     DELETE STANDING-ORDERS RECORD.
006890     IF NOT WS-STORDERS-OK
006900         DISPLAY "ACCTPURG - ERREUR SUPPRESSION STORDERS, "
006910             "STATUT " WS-STORDERS-STATUS
006920         MOVE 16 TO RETURN-CODE
006930         STOP RUN
006940     END-IF.
006950     ADD 1 TO CT-ORDERS (WS-SEARCH-IDX).
006960     ADD 1 TO WS-ORDERS-MOVED.
006970 4200-EXIT.
006980     EXIT.
006990
007000 4300-PURGE-MANDATE.
007010     READ MANDATE-FILE NEXT RECORD
007020         AT END
007030             SET WS-END-OF-MANDATES TO TRUE
007040         NOT AT END
007050             PERFORM 4400-EXAMINE-MANDATE THRU 4400-EXIT
007060     END-READ.
007070 4300-EXIT.
007080     EXIT.
007090
007100 4400-EXAMINE-MANDATE.
007110     MOVE MD-ACCT-NUMBER TO WS-SEARCH-ACCT.
007120     PERFORM 6000-SEARCH-TABLE THRU 6000-EXIT.
007130     IF NOT WS-ENTRY-FOUND
007140         GO TO 4400-EXIT
007150     END-IF.
007160     IF NOT CT-A-PURGER (WS-SEARCH-IDX)
007170         GO TO 4400-EXIT
007180     END-IF.
007190     MOVE SPACES TO ACCT-HISTORY-RECORD.
007200     MOVE MD-ACCT-NUMBER TO AH-ACCT-NUMBER.
007210     SET AH-TYPE-MANDAT TO TRUE.
007220     MOVE MD-MANDATE-NUMBER TO AH-ITEM-KEY.
007230     MOVE MANDATE-RECORD TO AH-IMAGE.
007240     MOVE CT-CLOSE-DATE (WS-SEARCH-IDX) TO WS-CLOSE-DATE.
007250     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
007260     DELETE MANDATE-FILE RECORD.
007270     IF NOT WS-MANDATES-OK
007280         DISPLAY "ACCTPURG - ERREUR SUPPRESSION MANDATES, "
007290             "STATUT " WS-MANDATES-STATUS
007300         MOVE 16 TO RETURN-CODE
007310         STOP RUN
007320     END-IF.
007330     ADD 1 TO CT-MANDATES (WS-SEARCH-IDX).
007340     ADD 1 TO WS-MANDATES-MOVED.
007350 4400-EXIT.
007360     EXIT.
007370
007380*    HOLDS AND HOLDER LINKS ARE KEYED BY ACCOUNT FIRST AND ARE
007390*    READ BY A START ON THE ACCOUNT.  THE MASTER RECORD GOES
007400*    LAST : AS LONG AS IT IS ON ACCTMAST A RERUN FINDS THE
007410*    ACCOUNT AGAIN AND FINISHES ITS PURGE.
007420 5000-PURGE-ACCOUNT.
007430     IF NOT CT-A-PURGER (CT-IDX)
007440         GO TO 5000-EXIT
007450     END-IF.
007460     MOVE CT-CLOSE-DATE (CT-IDX) TO WS-CLOSE-DATE.
007470     MOVE 0 TO WS-ACCT-HOLDS.
007480     MOVE 0 TO WS-ACCT-HOLDERS.
007490     PERFORM 5100-PURGE-HOLDS THRU 5100-EXIT.
007500     PERFORM 5300-PURGE-HOLDERS THRU 5300-EXIT.
007510     PERFORM 5500-PURGE-MASTER THRU 5500-EXIT.
007520     PERFORM 5600-WRITE-AUDIT THRU 5600-EXIT.
007530     PERFORM 5700-PRINT-DETAIL THRU 5700-EXIT.
007540     ADD 1 TO WS-ACCOUNTS-PURGED.
007550 5000-EXIT.
007560     EXIT.
007570
007580 5100-PURGE-HOLDS.
007590     IF WS-SANS-RETENUES
007600         GO TO 5100-EXIT
007610     END-IF.
007620     MOVE 'N' TO WS-HOLDS-EOF-SWITCH.
007630     MOVE CT-ACCT-NUMBER (CT-IDX) TO HD-ACCT-NUMBER.
007640     MOVE 0 TO HD-HOLD-NUMBER.
007650     START HOLDS-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
007660         INVALID KEY
007670             SET WS-END-OF-HOLDS TO TRUE
007680     END-START.
007690     PERFORM 5200-PURGE-ONE-HOLD THRU 5200-EXIT
007700         UNTIL WS-END-OF-HOLDS.
007710 5100-EXIT.
007720     EXIT.
007730
007740 5200-PURGE-ONE-HOLD.
007750     READ HOLDS-FILE NEXT RECORD
007760         AT END
007770             SET WS-END-OF-HOLDS TO TRUE
007780     END-READ.
007790     IF WS-END-OF-HOLDS
007800         GO TO 5200-EXIT
007810     END-IF.
007820     IF HD-ACCT-NUMBER NOT = CT-ACCT-NUMBER (CT-IDX)
007830         SET WS-END-OF-HOLDS TO TRUE
007840         GO TO 5200-EXIT
007850     END-IF.
007860     MOVE SPACES TO ACCT-HISTORY-RECORD.
007870     MOVE HD-ACCT-NUMBER TO AH-ACCT-NUMBER.
007880     SET AH-TYPE-OPPOSITION TO TRUE.
007890     MOVE HD-HOLD-NUMBER TO AH-ITEM-KEY.
007900     MOVE HOLD-RECORD TO AH-IMAGE.
007910     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
007920     DELETE HOLDS-FILE RECORD.
007930     IF NOT WS-HOLDS-OK
007940         DISPLAY "ACCTPURG - ERREUR SUPPRESSION HOLDFILE, "
007950             "STATUT " WS-HOLDS-STATUS
007960         MOVE 16 TO RETURN-CODE
007970         STOP RUN
007980     END-IF.
007990     ADD 1 TO WS-ACCT-HOLDS.
008000     ADD 1 TO WS-HOLDS-MOVED.
008010 5200-EXIT.
008020     EXIT.
008030
008040 5300-PURGE-HOLDERS.
008050     IF WS-SANS-XREF
008060         GO TO 5300-EXIT
008070     END-IF.
008080     MOVE 'N' TO WS-XREF-EOF-SWITCH.
008090     MOVE CT-ACCT-NUMBER (CT-IDX) TO XR-ACCT-NUMBER.
008100     MOVE 0 TO XR-CUST-NUMBER.
008110     START CUSTOMER-XREF KEY IS NOT LESS THAN XR-XREF-KEY
008120         INVALID KEY
008130             SET WS-END-OF-XREF TO TRUE
008140     END-START.
008150     PERFORM 5400-PURGE-ONE-HOLDER THRU 5400-EXIT
008160         UNTIL WS-END-OF-XREF.
008170 5300-EXIT.
008180     EXIT.
008190
008200 5400-PURGE-ONE-HOLDER.
008210     READ CUSTOMER-XREF NEXT RECORD
008220         AT END
008230             SET WS-END-OF-XREF TO TRUE
008240     END-READ.
008250     IF WS-END-OF-XREF
008260         GO TO 5400-EXIT
008270     END-IF.
008280     IF XR-ACCT-NUMBER NOT = CT-ACCT-NUMBER (CT-IDX)
008290         SET WS-END-OF-XREF TO TRUE
008300         GO TO 5400-EXIT
008310     END-IF.
008320     MOVE SPACES TO ACCT-HISTORY-RECORD.
008330     MOVE XR-ACCT-NUMBER TO AH-ACCT-NUMBER.
008340     SET AH-TYPE-TITULAIRE TO TRUE.
008350     MOVE XR-CUST-NUMBER TO AH-ITEM-KEY.
008360     MOVE CUST-XREF-RECORD TO AH-IMAGE.
008370     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
008380     DELETE CUSTOMER-XREF RECORD.
008390     IF NOT WS-CUSTXREF-OK
008400         DISPLAY "ACCTPURG - ERREUR SUPPRESSION CUSTXREF, "
008410             "STATUT " WS-CUSTXREF-STATUS
008420         MOVE 16 TO RETURN-CODE
008430         STOP RUN
008440     END-IF.
008450     ADD 1 TO WS-ACCT-HOLDERS.
008460     ADD 1 TO WS-HOLDERS-MOVED.
008470 5400-EXIT.
008480     EXIT.
008490
008500 5500-PURGE-MASTER.
008510     MOVE CT-ACCT-NUMBER (CT-IDX) TO ACCT-NUMBER.
008520     READ ACCOUNT-MASTER
008530         INVALID KEY
008540             DISPLAY "ACCTPURG - COMPTE " ACCT-NUMBER
008550                 " DISPARU DE ACCTMAST, STATUT "
008560                 WS-ACCTMAST-STATUS
008570             MOVE 16 TO RETURN-CODE
008580             STOP RUN
008590     END-READ.
008600     MOVE SPACES TO ACCT-HISTORY-RECORD.
008610     MOVE ACCT-NUMBER TO AH-ACCT-NUMBER.
008620     SET AH-TYPE-COMPTE TO TRUE.
008630     MOVE 0 TO AH-ITEM-KEY.
008640     MOVE ACCT-MASTER-RECORD TO AH-IMAGE.
008650     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
008660     DELETE ACCOUNT-MASTER RECORD.
008670     IF NOT WS-ACCTMAST-OK
008680         DISPLAY "ACCTPURG - ERREUR SUPPRESSION ACCTMAST, "
008690             "STATUT " WS-ACCTMAST-STATUS
008700         MOVE 16 TO RETURN-CODE
008710         STOP RUN
008720     END-IF.
008730 5500-EXIT.
008740     EXIT.
008750
008760 5600-WRITE-AUDIT.
008770     MOVE SPACES TO AUDIT-LOG-RECORD.
008780     MOVE CT-ACCT-NUMBER (CT-IDX) TO AU-ACCT-NUMBER.
008790     MOVE WS-TODAY TO AU-CHANGE-DATE.
008800     MOVE WS-NOW TO AU-CHANGE-TIME.
008810     MOVE "ACCTPURG" TO AU-USER-ID.
008820     MOVE "ACCT-PURGE" TO AU-FIELD-NAME.
008830     MOVE "C" TO AU-OLD-VALUE.
008840     MOVE "ACCTHIST" TO AU-NEW-VALUE.
008850     WRITE AUDIT-LOG-RECORD.
008860     IF NOT WS-AUDITLOG-OK
008870         DISPLAY "ACCTPURG - ERREUR ECRITURE AUDITLOG, STATUT "
008880             WS-AUDITLOG-STATUS
008890         MOVE 16 TO RETURN-CODE
008900         STOP RUN
008910     END-IF.
008920 5600-EXIT.
008930     EXIT.
008940
008950 5700-PRINT-DETAIL.
008960     MOVE CT-ACCT-NUMBER (CT-IDX) TO PG-D-ACCT-NUMBER.
008970     MOVE CT-CLOSE-DATE (CT-IDX) TO PG-D-CLOSE-DATE.
008980     MOVE CT-LAST-TRAN-DATE (CT-IDX) TO PG-D-LAST-TRAN-DATE.
008990     MOVE CT-ORDERS (CT-IDX) TO PG-D-ORDERS.
009000     MOVE CT-MANDATES (CT-IDX) TO PG-D-MANDATES.
009010     MOVE WS-ACCT-HOLDS TO PG-D-HOLDS.
009020     MOVE WS-ACCT-HOLDERS TO PG-D-HOLDERS.
009030     MOVE CT-BALANCE (CT-IDX) TO PG-D-BALANCE.
009040     MOVE "PURGE - TRANSFERE SUR ACCTHIST" TO PG-D-OBSERVATION.
009050     MOVE PG-DETAIL-LINE TO PURGE-REPORT-RECORD.
009060     WRITE PURGE-REPORT-RECORD AFTER ADVANCING 1 LINES.
009070     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
009080 5700-EXIT.
009090     EXIT.
009100
009110 6000-SEARCH-TABLE.
009120     MOVE 'N' TO WS-FOUND-SWITCH.
009130     MOVE 0 TO WS-SEARCH-IDX.
009140     PERFORM 6100-SEARCH-ONE-ENTRY THRU 6100-EXIT
009150         VARYING CT-IDX FROM 1 BY 1
009160         UNTIL CT-IDX > WS-CLOSED-COUNT
009170            OR WS-ENTRY-FOUND.
009180 6000-EXIT.
009190     EXIT.
009200
009210 6100-SEARCH-ONE-ENTRY.
009220     IF WS-SEARCH-ACCT = CT-ACCT-NUMBER (CT-IDX)
009230         SET WS-ENTRY-FOUND TO TRUE
009240         SET WS-SEARCH-IDX TO CT-IDX
009250     END-IF.
009260 6100-EXIT.
009270     EXIT.
009280
009290*    THE CALLER HAS SET THE KEY AND THE IMAGE.  A RERUN AFTER AN
009300*    INCIDENT MAY FIND THE COPY ALREADY WRITTEN - IT IS THEN
009310*    REFRESHED AND THE PURGE GOES ON.
009320 7000-WRITE-HISTORY.
009330     MOVE WS-CLOSE-DATE TO AH-CLOSE-DATE.
009340     MOVE WS-TODAY TO AH-PURGE-DATE.
009350     WRITE ACCT-HISTORY-RECORD.
009360     IF WS-ACCTHIST-DUPKEY
009370         REWRITE ACCT-HISTORY-RECORD
009380     END-IF.
009390     IF NOT WS-ACCTHIST-OK
009400         DISPLAY "ACCTPURG - ERREUR ECRITURE ACCTHIST, STATUT "
009410             WS-ACCTHIST-STATUS
009420         MOVE 16 TO RETURN-CODE
009430         STOP RUN
009440     END-IF.
009450 7000-EXIT.
009460     EXIT.
009470
009480 8000-MARK-RUN-COMPLETE.
009490     SET RK-RUN-COMPLETE TO TRUE.
009500     REWRITE RUN-CONTROL-RECORD.
009510     IF NOT WS-RUNCTL-OK
009520         DISPLAY "ACCTPURG - ERREUR REECRITURE RUNCTL, STATUT "
009530             WS-RUNCTL-STATUS
009540         MOVE 16 TO RETURN-CODE
009550         STOP RUN
009560     END-IF.
009570 8000-EXIT.
009580     EXIT.
009590
009600 8900-CHECK-REPORT-WRITE.
009610     IF NOT WS-PURGRPT-OK
009620         DISPLAY "ACCTPURG - ERREUR ECRITURE PURGRPT, STATUT "
009630             WS-PURGRPT-STATUS
009640         MOVE 16 TO RETURN-CODE
009650         STOP RUN
009660     END-IF.
009670 8900-EXIT.
009680     EXIT.
009690
009700 9000-TERMINATE.
009710     MOVE WS-ACCOUNTS-READ TO PG-T-READ-COUNT.
009720     MOVE WS-ACCOUNTS-CLOSED TO PG-T-CLOSED-COUNT.
009730     MOVE WS-ACCOUNTS-PURGED TO PG-T-PURGED-COUNT.
009740     MOVE PG-TOTAL-LINE TO PURGE-REPORT-RECORD.
009750     WRITE PURGE-REPORT-RECORD AFTER ADVANCING 2 LINES.
009760     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
009770     MOVE WS-ACCOUNTS-RETAINED TO PG-K-RETAINED-COUNT.
009780     MOVE WS-ACCOUNTS-ANOMALY TO PG-K-ANOMALY-COUNT.
009790     MOVE WS-ACCOUNTS-OVERFLOW TO PG-K-OVERFLOW-COUNT.
009800     MOVE PG-KEPT-LINE TO PURGE-REPORT-RECORD.
009810     WRITE PURGE-REPORT-RECORD AFTER ADVANCING 1 LINES.
009820     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
009830     MOVE PG-MOVED-TITLE-LINE TO PURGE-REPORT-RECORD.
009840     WRITE PURGE-REPORT-RECORD AFTER ADVANCING 2 LINES.
009850     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
009860     MOVE WS-ORDERS-MOVED TO PG-M-ORDERS.
009870     MOVE WS-MANDATES-MOVED TO PG-M-MANDATES.
009880     MOVE WS-HOLDS-MOVED TO PG-M-HOLDS.
009890     MOVE WS-HOLDERS-MOVED TO PG-M-HOLDERS.
009900     MOVE PG-MOVED-LINE TO PURGE-REPORT-RECORD.
009910     WRITE PURGE-REPORT-RECORD AFTER ADVANCING 1 LINES.
009920     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
009930     DISPLAY "ACCTPURG - COMPTES EXAMINES : " WS-ACCOUNTS-READ.
009940     DISPLAY "ACCTPURG - COMPTES CLOTURES : " WS-ACCOUNTS-CLOSED.
009950     DISPLAY "ACCTPURG - COMPTES PURGES   : " WS-ACCOUNTS-PURGED.
009960     DISPLAY "ACCTPURG - ANOMALIES        : "
009970         WS-ACCOUNTS-ANOMALY.
009980     IF WS-ACCOUNTS-ANOMALY > 0 OR WS-ACCOUNTS-OVERFLOW > 0
009990         MOVE 4 TO RETURN-CODE
010000     END-IF.
010010     CLOSE ACCOUNT-MASTER.
010020     IF NOT WS-SANS-AUDIT
010030         CLOSE AUDIT-LOG
010040     END-IF.
010050     IF NOT WS-SANS-ORDRES
010060         CLOSE STANDING-ORDERS
010070     END-IF.
010080     IF NOT WS-SANS-MANDATS
010090         CLOSE MANDATE-FILE
010100     END-IF.
010110     IF NOT WS-SANS-RETENUES
010120         CLOSE HOLDS-FILE
010130     END-IF.
010140     IF NOT WS-SANS-XREF
010150         CLOSE CUSTOMER-XREF
010160     END-IF.
010170     CLOSE ACCOUNT-HISTORY.
010180     CLOSE PURGE-REPORT.
010190     CLOSE RUN-CONTROL.
010200 9000-EXIT.
010210     EXIT.
010220
010230 END PROGRAM ACCTPURG.
