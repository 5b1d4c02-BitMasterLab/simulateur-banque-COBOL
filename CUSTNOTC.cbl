000010******************************************************************
000020*    PROGRAM-ID    : CUSTNOTC
000030*    AUTHOR        : J. L. PELLETIER
000040*    INSTALLATION  : DIRECTION INFORMATIQUE
000050*    DATE-WRITTEN  : 2026-10-15
000060*    DESCRIPTION   : DAILY CUSTOMER NOTICES.  COLLECTS THE EVENTS
000070*                    THE NIGHTLY BATCHES DECIDE WITHOUT THE
000080*                    CUSTOMER BEING TOLD :
000090*                      - ACCOUNTS FLAGGED DORMANT BY DORMSURV
000100*                        (ITS ACCT-STATUS RECORDS ON AUDITLOG),
000110*                      - DIRECT DEBIT CLAIMS REFUSED BY DDEBRUN
000120*                        (DDRETURN),
000130*                      - STANDING ORDERS REFUSED BY STORDRUN
000140*                        (STORREJ),
000150*                      - OVERDRAFT FEES CHARGED ON A DEBIT THAT
000160*                        TOOK THE ACCOUNT BELOW ZERO (TRANLOG),
000170*                        UNLESS A SUPERVISOR REVERSAL LATER ON
000180*                        THE LOG UNDID THE DEBIT AND ITS FEE.
000190*                    EVERY EVENT ALREADY ON THE NOTCHIST HISTORY
000200*                    IS SKIPPED.  EACH ACCOUNT IS TIED TO ITS
000210*                    HOLDERS THROUGH CUSTXREF - THE PRIMARY AND
000220*                    JOINT HOLDERS ARE TOLD, NOT THE SIGNATORIES
000230*                    - AND THE CUSTOMERS ARE TAKEN IN CUSTMAST
000240*                    ORDER : ONE ADDRESSED LETTER PER CUSTOMER ON
000250*                    LETTRES, ONE PARAGRAPH PER KIND OF EVENT AND
000260*                    ONE BLOCK PER EVENT (ACCOUNT, DATE, AMOUNT,
000270*                    REASON).  EACH NOTICE SENT GOES ON NOTCHIST,
000280*                    ONE PER EVENT AND HOLDER.  NOTCRPT GIVES THE
000290*                    MAILROOM A SUMMARY BY NOTICE TYPE AND LISTS
000300*                    THE EVENTS WITH NO ADDRESSABLE HOLDER (RC 4).
000310*                    RUN DAILY AT THE END OF THE CHAIN - SEE
000320*                    JCL/CUSTNOTC.JCL.
000330*    MODIFICATION HISTORY
000340*    DATE       INIT DESCRIPTION
000350*    ---------- ---- ---------------------------------------------
000360*    2026-10-15 JLP  ORIGINAL
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CUSTNOTC.
000400 AUTHOR. J L PELLETIER.
000410 INSTALLATION. DIRECTION INFORMATIQUE.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT AUDIT-LOG
000490         ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-AUDITLOG-STATUS.
000530
000540     SELECT OPTIONAL CLAIM-RETURNS
000550         ASSIGN TO "DDRETURN"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-DDRETURN-STATUS.
000590
000600     SELECT OPTIONAL ORDER-REJECTS
000610         ASSIGN TO "STORREJ"
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-STORREJ-STATUS.
000650
000660     SELECT TRANSACTION-LOG
000670         ASSIGN TO "TRANLOG"
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS WS-TRANLOG-STATUS.
000710
000720     SELECT ACCOUNT-MASTER
000730         ASSIGN TO "ACCTMAST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS ACCT-NUMBER
000770         FILE STATUS IS WS-ACCTMAST-STATUS.
000780
000790     SELECT CUSTOMER-XREF
000800         ASSIGN TO "CUSTXREF"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS XR-XREF-KEY
000840         FILE STATUS IS WS-CUSTXREF-STATUS.
000850
000860     SELECT CUSTOMER-MASTER
000870         ASSIGN TO "CUSTMAST"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS CUST-NUMBER
000910         FILE STATUS IS WS-CUSTMAST-STATUS.
000920
000930     SELECT NOTICE-HISTORY
000940         ASSIGN TO "NOTCHIST"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS NH-NOTICE-KEY
000980         FILE STATUS IS WS-NOTCHIST-STATUS.
000990
001000     SELECT LETTERS
001010         ASSIGN TO "LETTRES"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-LETTRES-STATUS.
001040
001050     SELECT NOTICE-REPORT
001060         ASSIGN TO "NOTCRPT"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-NOTCRPT-STATUS.
001090
001100     SELECT RUN-CONTROL
001110         ASSIGN TO "RUNCTL"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS RK-JOB-NAME
001150         FILE STATUS IS WS-RUNCTL-STATUS.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  AUDIT-LOG
001200     LABEL RECORDS ARE STANDARD.
001210 COPY AUDITLOG.
001220
001230 FD  CLAIM-RETURNS
001240     RECORDING MODE F
001250     LABEL RECORDS ARE STANDARD.
001260 COPY DDRET.
001270
001280 FD  ORDER-REJECTS
001290     RECORDING MODE F
001300     LABEL RECORDS ARE STANDARD.
001310 COPY STORREJ.
001320
001330 FD  TRANSACTION-LOG
001340     LABEL RECORDS ARE STANDARD.
001350 COPY TRANLOG.
001360
001370 FD  ACCOUNT-MASTER
001380     LABEL RECORDS ARE STANDARD.
001390 COPY ACCTMAST.
001400
001410 FD  CUSTOMER-XREF
001420     LABEL RECORDS ARE STANDARD.
001430 COPY CUSTXREF.
001440
001450 FD  CUSTOMER-MASTER
001460     LABEL RECORDS ARE STANDARD.
001470 COPY CUSTMAST.
001480
001490 FD  NOTICE-HISTORY
001500     LABEL RECORDS ARE STANDARD.
001510 COPY NOTCHIST.
001520
001530 FD  LETTERS
001540     RECORDING MODE F
001550     LABEL RECORDS ARE OMITTED.
001560 01  LETTER-RECORD            PIC X(133).
001570
001580 FD  NOTICE-REPORT
001590     RECORDING MODE F
001600     LABEL RECORDS ARE OMITTED.
001610 01  NOTICE-REPORT-RECORD     PIC X(133).
001620
001630 FD  RUN-CONTROL
001640     LABEL RECORDS ARE STANDARD.
001650 COPY RUNCTL.
001660
001670 WORKING-STORAGE SECTION.
001680 COPY NOTCMSG.
001690
001700 01  WS-AUDITLOG-STATUS       PIC X(02).
001710     88  WS-AUDITLOG-OK           VALUE '00'.
001720
001730 01  WS-DDRETURN-STATUS       PIC X(02).
001740     88  WS-DDRETURN-OK           VALUE '00'.
001750     88  WS-DDRETURN-ABSENT       VALUE '05'.
001760
001770 01  WS-STORREJ-STATUS        PIC X(02).
001780     88  WS-STORREJ-OK            VALUE '00'.
001790     88  WS-STORREJ-ABSENT        VALUE '05'.
001800
001810 01  WS-TRANLOG-STATUS        PIC X(02).
001820     88  WS-TRANLOG-OK            VALUE '00'.
001830
001840 01  WS-ACCTMAST-STATUS       PIC X(02).
001850     88  WS-ACCTMAST-OK           VALUE '00'.
001860     88  WS-ACCTMAST-NOTFND       VALUE '23'.
001870
001880 01  WS-CUSTXREF-STATUS       PIC X(02).
001890     88  WS-CUSTXREF-OK           VALUE '00'.
001900     88  WS-CUSTXREF-NOTFND       VALUE '23'.
001910
001920 01  WS-CUSTMAST-STATUS       PIC X(02).
001930     88  WS-CUSTMAST-OK           VALUE '00'.
001940
001950 01  WS-NOTCHIST-STATUS       PIC X(02).
001960     88  WS-NOTCHIST-OK           VALUE '00'.
001970     88  WS-NOTCHIST-NOTFND       VALUE '23'.
001980     88  WS-NOTCHIST-ABSENT       VALUE '35'.
001990
002000 01  WS-LETTRES-STATUS        PIC X(02).
002010     88  WS-LETTRES-OK            VALUE '00'.
002020
002030 01  WS-NOTCRPT-STATUS        PIC X(02).
002040     88  WS-NOTCRPT-OK            VALUE '00'.
002050
002060 01  WS-RUNCTL-STATUS         PIC X(02).
002070     88  WS-RUNCTL-OK             VALUE '00'.
002080     88  WS-RUNCTL-ABSENT         VALUE '35'.
002090
002100 01  WS-EOF-SWITCHES.
002110     05  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
002120         88  WS-END-OF-AUDIT      VALUE 'Y'.
002130     05  WS-RETURN-EOF-SWITCH PIC X(01) VALUE 'N'.
002140         88  WS-END-OF-RETURNS    VALUE 'Y'.
002150     05  WS-REJECT-EOF-SWITCH PIC X(01) VALUE 'N'.
002160         88  WS-END-OF-REJECTS    VALUE 'Y'.
002170     05  WS-LOG-EOF-SWITCH    PIC X(01) VALUE 'N'.
002180         88  WS-END-OF-LOG        VALUE 'Y'.
002190     05  WS-CUST-EOF-SWITCH   PIC X(01) VALUE 'N'.
002200         88  WS-END-OF-CUSTOMERS  VALUE 'Y'.
002210     05  WS-XREF-EOF-SWITCH   PIC X(01) VALUE 'N'.
002220         88  WS-END-OF-XREF       VALUE 'Y'.
002230
002240 01  WS-TODAY                 PIC 9(08).
002250
002260*    SYSIN : COLUMNS 1-8 THE EARLIEST EVENT DATE TO LOOK AT ON
002270*    AUDITLOG AND TRANLOG (BLANK = FROM THE LAST RUN'S DATE).
002280 01  WS-PARM-INPUT.
002290     05  WS-PARM-DATE         PIC X(08).
002300     05  FILLER               PIC X(72).
002310 01  WS-DATE-DEBUT            PIC 9(08).
002320
002330*    THE FOUR KINDS OF NOTICE, IN THE ORDER THEY ARE PRINTED.
002340 01  WS-TYPE-VALUES.
002350     05  FILLER               PIC X(01) VALUE 'D'.
002360     05  FILLER               PIC X(22) VALUE
002370         "COMPTE INACTIF".
002380     05  FILLER               PIC X(01) VALUE 'P'.
002390     05  FILLER               PIC X(22) VALUE
002400         "PRELEVEMENT REJETE".
002410     05  FILLER               PIC X(01) VALUE 'O'.
002420     05  FILLER               PIC X(22) VALUE
002430         "ORDRE PERMANENT REJETE".
002440     05  FILLER               PIC X(01) VALUE 'F'.
002450     05  FILLER               PIC X(22) VALUE
002460         "FRAIS DE DECOUVERT".
002470 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
002480     05  WS-TYPE-ENTRY OCCURS 4 TIMES.
002490         10  WS-TYPE-CODE     PIC X(01).
002500         10  WS-TYPE-LABEL    PIC X(22).
002510 01  WS-TYPE-COUNTERS.
002520     05  WS-TYPE-COUNT OCCURS 4 TIMES.
002530         10  WS-TC-LUS        PIC 9(08) COMP.
002540         10  WS-TC-DEJA       PIC 9(08) COMP.
002550         10  WS-TC-AVISES     PIC 9(08) COMP.
002560         10  WS-TC-ORPHELINS  PIC 9(08) COMP.
002570 01  WS-TYPE-IDX              PIC 9(02) COMP VALUE 0.
002580
002590*    THE EVENT BEING EXAMINED, BUILT FROM WHICHEVER FILE IT
002600*    CAME FROM.
002610 01  WS-EVENEMENT.
002620     05  WS-EV-TYPE           PIC X(01).
002630     05  WS-EV-ACCT-NUMBER    PIC 9(10).
002640     05  WS-EV-DATE           PIC 9(08).
002650     05  WS-EV-REF            PIC 9(08).
002660     05  WS-EV-AMOUNT         PIC S9(8)V99.
002670     05  WS-EV-REASON         PIC X(02).
002680     05  WS-EV-OP-CODE        PIC X(01).
002690     05  WS-EV-TIERS          PIC X(10).
002700     05  WS-EV-SOLDE          PIC S9(8)V99.
002710     05  WS-EV-DATE-INFO      PIC 9(08).
002720
002730 01  WS-TABLE-LIMITS.
002740     05  WS-MAX-EVENTS        PIC 9(05) COMP VALUE 5000.
002750     05  WS-EVENT-COUNT       PIC 9(05) COMP VALUE 0.
002760 01  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
002770     88  WS-ENTRY-FOUND           VALUE 'Y'.
002780
002790 01  NOTICE-TABLE.
002800     05  NOTICE-ENTRY OCCURS 1 TO 5000 TIMES
002810             DEPENDING ON WS-EVENT-COUNT
002820             INDEXED BY NT-IDX.
002830         10  NT-TYPE          PIC X(01).
002840         10  NT-TYPE-IDX      PIC 9(02) COMP.
002850         10  NT-ACCT-NUMBER   PIC 9(10).
002860         10  NT-DATE          PIC 9(08).
002870         10  NT-REF           PIC 9(08).
002880         10  NT-CUST-NUMBER   PIC 9(08).
002890         10  NT-AMOUNT        PIC S9(8)V99 COMP-3.
002900         10  NT-REASON        PIC X(02).
002910         10  NT-OP-CODE       PIC X(01).
002920         10  NT-TIERS         PIC X(10).
002930         10  NT-SOLDE         PIC S9(8)V99 COMP-3.
002940         10  NT-DATE-INFO     PIC 9(08).
002950         10  NT-ATTRIBUE      PIC X(01).
002960             88  NT-ENTRY-ATTRIBUEE   VALUE 'Y'.
002970
002980 01  WS-CLIENT-EVENTS         PIC 9(05) COMP.
002990 01  WS-TYPE-EVENTS           PIC 9(05) COMP.
003000 01  WS-MOTIF                 PIC X(50).
003010 01  WS-ANOMALIE              PIC X(30).
003020 01  WS-DESTINATAIRES         PIC 9(02) COMP.
003030
003040 01  WS-DECALAGE-IDX          PIC 9(05) COMP VALUE 0.
003050
003060 01  WS-COUNTERS.
003070     05  WS-AUDIT-READ        PIC 9(08) COMP VALUE 0.
003080     05  WS-RETURNS-READ      PIC 9(08) COMP VALUE 0.
003090     05  WS-REJECTS-READ      PIC 9(08) COMP VALUE 0.
003100     05  WS-LOG-READ          PIC 9(08) COMP VALUE 0.
003110     05  WS-LETTERS           PIC 9(08) COMP VALUE 0.
003120     05  WS-ORPHELINS         PIC 9(08) COMP VALUE 0.
003130     05  WS-FRAIS-ANNULES     PIC 9(08) COMP VALUE 0.
003140
003150 PROCEDURE DIVISION.
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180     PERFORM 2000-LIRE-AUDIT THRU 2000-EXIT
003190         UNTIL WS-END-OF-AUDIT.
003200     PERFORM 2100-LIRE-RETOUR THRU 2100-EXIT
003210         UNTIL WS-END-OF-RETURNS.
003220     PERFORM 2200-LIRE-REJET-ORDRE THRU 2200-EXIT
003230         UNTIL WS-END-OF-REJECTS.
003240     PERFORM 2300-LIRE-JOURNAL THRU 2300-EXIT
003250         UNTIL WS-END-OF-LOG.
003260     PERFORM 4000-TRAITER-CLIENT THRU 4000-EXIT
003270         UNTIL WS-END-OF-CUSTOMERS.
003280     PERFORM 5000-LISTER-ORPHELIN THRU 5000-EXIT
003290         VARYING NT-IDX FROM 1 BY 1
003300         UNTIL NT-IDX > WS-EVENT-COUNT.
003310     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
003320     PERFORM 8000-MARK-RUN-COMPLETE THRU 8000-EXIT.
003330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003340*    AN EVENT WITH NO ADDRESSABLE HOLDER WAS NOT TOLD TO ANYONE
003350*    - OPERATIONS MUST CORRECT THE XREF OR THE CUSTOMER RECORD.
003360     IF WS-ORPHELINS > 0
003370         MOVE 4 TO RETURN-CODE
003380     END-IF.
003390     STOP RUN.
003400
003410 1000-INITIALIZE.
003420     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003430     PERFORM 1100-LIRE-PARAMETRE THRU 1100-EXIT.
003440     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
003450     OPEN INPUT AUDIT-LOG.
003460     IF NOT WS-AUDITLOG-OK
003470         DISPLAY "CUSTNOTC - ERREUR OUVERTURE AUDITLOG, STATUT "
003480             WS-AUDITLOG-STATUS
003490         MOVE 16 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     OPEN INPUT CLAIM-RETURNS.
003530     IF WS-DDRETURN-ABSENT
003540         DISPLAY "CUSTNOTC - DDRETURN ABSENT - AUCUN "
003550             "PRELEVEMENT REJETE."
003560     ELSE
003570         IF NOT WS-DDRETURN-OK
003580             DISPLAY "CUSTNOTC - ERREUR OUVERTURE DDRETURN, "
003590                 "STATUT " WS-DDRETURN-STATUS
003600             MOVE 16 TO RETURN-CODE
003610             STOP RUN
003620         END-IF
003630     END-IF.
003640     OPEN INPUT ORDER-REJECTS.
003650     IF WS-STORREJ-ABSENT
003660         DISPLAY "CUSTNOTC - STORREJ ABSENT - AUCUN ORDRE "
003670             "PERMANENT REJETE."
003680     ELSE
003690         IF NOT WS-STORREJ-OK
003700             DISPLAY "CUSTNOTC - ERREUR OUVERTURE STORREJ, "
003710                 "STATUT " WS-STORREJ-STATUS
003720             MOVE 16 TO RETURN-CODE
003730             STOP RUN
003740         END-IF
003750     END-IF.
003760     OPEN INPUT TRANSACTION-LOG.
003770     IF NOT WS-TRANLOG-OK
003780         DISPLAY "CUSTNOTC - ERREUR OUVERTURE TRANLOG, STATUT "
003790             WS-TRANLOG-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     OPEN INPUT ACCOUNT-MASTER.
003840     IF NOT WS-ACCTMAST-OK
003850         DISPLAY "CUSTNOTC - ERREUR OUVERTURE ACCTMAST, STATUT "
003860             WS-ACCTMAST-STATUS
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900     OPEN INPUT CUSTOMER-XREF.
003910     IF NOT WS-CUSTXREF-OK
003920         DISPLAY "CUSTNOTC - ERREUR OUVERTURE CUSTXREF, STATUT "
003930             WS-CUSTXREF-STATUS
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970     OPEN INPUT CUSTOMER-MASTER.
003980     IF NOT WS-CUSTMAST-OK
003990         DISPLAY "CUSTNOTC - ERREUR OUVERTURE CUSTMAST, STATUT "
004000             WS-CUSTMAST-STATUS
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     OPEN I-O NOTICE-HISTORY.
004050     IF WS-NOTCHIST-ABSENT
004060         OPEN OUTPUT NOTICE-HISTORY
004070         IF WS-NOTCHIST-OK
004080             CLOSE NOTICE-HISTORY
004090             OPEN I-O NOTICE-HISTORY
004100         END-IF
004110     END-IF.
004120     IF NOT WS-NOTCHIST-OK
004130         DISPLAY "CUSTNOTC - ERREUR OUVERTURE NOTCHIST, STATUT "
004140             WS-NOTCHIST-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180     OPEN OUTPUT LETTERS.
004190     IF NOT WS-LETTRES-OK
004200         DISPLAY "CUSTNOTC - ERREUR OUVERTURE LETTRES, STATUT "
004210             WS-LETTRES-STATUS
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250     OPEN OUTPUT NOTICE-REPORT.
004260     IF NOT WS-NOTCRPT-OK
004270         DISPLAY "CUSTNOTC - ERREUR OUVERTURE NOTCRPT, STATUT "
004280             WS-NOTCRPT-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     INITIALIZE WS-TYPE-COUNTERS.
004330     PERFORM 1500-ECRIRE-ENTETES THRU 1500-EXIT.
004340     MOVE LOW-VALUES TO CUST-NUMBER.
004350     START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-NUMBER
004360         INVALID KEY
004370             SET WS-END-OF-CUSTOMERS TO TRUE
004380     END-START.
004390 1000-EXIT.
004400     EXIT.
004410
004420 1100-LIRE-PARAMETRE.
004430     MOVE SPACES TO WS-PARM-INPUT.
004440     ACCEPT WS-PARM-INPUT.
004450     MOVE 0 TO WS-DATE-DEBUT.
004460     IF WS-PARM-DATE NOT = SPACES
004470         IF WS-PARM-DATE IS NOT NUMERIC
004480             DISPLAY "CUSTNOTC - DATE SYSIN INVALIDE : "
004490                 WS-PARM-DATE
004500             MOVE 16 TO RETURN-CODE
004510             STOP RUN
004520         END-IF
004530         MOVE WS-PARM-DATE TO WS-DATE-DEBUT
004540     END-IF.
004550 1100-EXIT.
004560     EXIT.
004570
004580*    AUDITLOG AND TRANLOG ARE CUMULATIVE, SO ONLY THE EVENTS
004590*    DATED FROM THE LAST RUN'S BUSINESS DATE ARE LOOKED AT - THE
004600*    HISTORY FILE TAKES CARE OF THE DAY THE TWO RUNS SHARE.
004610*    RK-LAST-KEY KEEPS THE START DATE OF THE RUN IN PROGRESS SO
004620*    A RERUN AFTER AN ABEND, EVEN ON A LATER DAY, LOOKS AS FAR
004630*    BACK AS THE RUN IT REPLACES.  THE FIRST RUN EVER LOOKS AT
004640*    TODAY ONLY UNLESS SYSIN SAYS OTHERWISE.  A SECOND RUN ON
004650*    THE SAME DAY IS ALLOWED - IT CAN ONLY FIND NEW EVENTS.
004660 1200-CHECK-RUN-CONTROL.
004670     OPEN I-O RUN-CONTROL.
004680     IF WS-RUNCTL-ABSENT
004690         OPEN OUTPUT RUN-CONTROL
004700         IF WS-RUNCTL-OK
004710             CLOSE RUN-CONTROL
004720             OPEN I-O RUN-CONTROL
004730         END-IF
004740     END-IF.
004750     IF NOT WS-RUNCTL-OK
004760         DISPLAY "CUSTNOTC - ERREUR OUVERTURE RUNCTL, STATUT "
004770             WS-RUNCTL-STATUS
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810     MOVE "CUSTNOTC" TO RK-JOB-NAME.
004820     READ RUN-CONTROL
004830         INVALID KEY
004840             IF WS-DATE-DEBUT = 0
004850                 MOVE WS-TODAY TO WS-DATE-DEBUT
004860             END-IF
004870             MOVE SPACES TO RUN-CONTROL-RECORD
004880             MOVE "CUSTNOTC" TO RK-JOB-NAME
004890             MOVE WS-TODAY TO RK-LAST-RUN-DATE
004900             SET RK-RUN-IN-PROGRESS TO TRUE
004910             MOVE WS-DATE-DEBUT TO RK-LAST-KEY
004920             WRITE RUN-CONTROL-RECORD
004930             IF NOT WS-RUNCTL-OK
004940                 DISPLAY "CUSTNOTC - ERREUR ECRITURE RUNCTL, "
004950                     "STATUT " WS-RUNCTL-STATUS
004960                 MOVE 16 TO RETURN-CODE
004970                 STOP RUN
004980             END-IF
004990         NOT INVALID KEY
005000             PERFORM 1300-EXAMINE-RUN-RECORD THRU 1300-EXIT
005010     END-READ.
005020 1200-EXIT.
005030     EXIT.
005040
005050 1300-EXAMINE-RUN-RECORD.
005060     IF WS-DATE-DEBUT = 0
005070         IF RK-RUN-IN-PROGRESS
005080             MOVE RK-LAST-KEY TO WS-DATE-DEBUT
005090             DISPLAY "CUSTNOTC - REPRISE APRES INCIDENT DU "
005100                 RK-LAST-RUN-DATE
005110         ELSE
005120             MOVE RK-LAST-RUN-DATE TO WS-DATE-DEBUT
005130         END-IF
005140     END-IF.
005150     MOVE WS-TODAY TO RK-LAST-RUN-DATE.
005160     MOVE WS-DATE-DEBUT TO RK-LAST-KEY.
005170     SET RK-RUN-IN-PROGRESS TO TRUE.
005180     REWRITE RUN-CONTROL-RECORD.
005190     IF NOT WS-RUNCTL-OK
005200         DISPLAY "CUSTNOTC - ERREUR REECRITURE RUNCTL, STATUT "
005210             WS-RUNCTL-STATUS
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005250 1300-EXIT.
005260     EXIT.
005270
005280 1500-ECRIRE-ENTETES.
005290     MOVE WS-TODAY TO NR-H-DATE.
005300     MOVE NR-HEADING-LINE TO NOTICE-REPORT-RECORD.
005310     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING PAGE.
005320     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005330     MOVE "EVENEMENTS JOURNALISES DEPUIS LE" TO NR-P-LABEL.
005340     MOVE WS-DATE-DEBUT TO NR-P-TEXT.
005350     MOVE NR-PARM-LINE TO NOTICE-REPORT-RECORD.
005360     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 2 LINES.
005370     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005380     MOVE "EVENEMENTS SANS DESTINATAIRE - NON AVISES"
005390         TO NR-S-TITLE.
005400     MOVE NR-SECTION-LINE TO NOTICE-REPORT-RECORD.
005410     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 3 LINES.
005420     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005430     MOVE NR-COLUMN-HEADING-LINE TO NOTICE-REPORT-RECORD.
005440     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 2 LINES.
005450     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005460 1500-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500*    PASS 1 - THE EVENTS, ONE SOURCE FILE AFTER THE OTHER.
005510******************************************************************
005520*    ONLY DORMSURV'S OWN FLAGGING IS NOTIFIED - A STATUS CHANGED
005530*    AT THE COUNTER IS CHANGED WITH THE CUSTOMER IN FRONT OF US.
005540 2000-LIRE-AUDIT.
005550     READ AUDIT-LOG
005560         AT END
005570             SET WS-END-OF-AUDIT TO TRUE
005580             GO TO 2000-EXIT
005590     END-READ.
005600     ADD 1 TO WS-AUDIT-READ.
005610     IF AU-USER-ID NOT = "DORMSURV"
005620        OR AU-FIELD-NAME NOT = "ACCT-STATUS"
005630        OR AU-NEW-VALUE NOT = "D"
005640        OR AU-CHANGE-DATE < WS-DATE-DEBUT
005650         GO TO 2000-EXIT
005660     END-IF.
005670     INITIALIZE WS-EVENEMENT.
005680     MOVE 'D' TO WS-EV-TYPE.
005690     MOVE AU-ACCT-NUMBER TO WS-EV-ACCT-NUMBER.
005700     MOVE AU-CHANGE-DATE TO WS-EV-DATE.
005710     MOVE 0 TO WS-EV-REF.
005720     MOVE AU-ACCT-NUMBER TO ACCT-NUMBER.
005730     READ ACCOUNT-MASTER
005732         INVALID KEY
005735             CONTINUE
005738     END-READ.
005740     IF WS-ACCTMAST-OK
005750         MOVE ACCT-SOLDE TO WS-EV-AMOUNT
005760         MOVE ACCT-LAST-TRAN-DATE TO WS-EV-DATE-INFO
005770     ELSE
005780         IF NOT WS-ACCTMAST-NOTFND
005790             DISPLAY "CUSTNOTC - ERREUR LECTURE ACCTMAST, "
005800                 "STATUT " WS-ACCTMAST-STATUS " COMPTE "
005810                 ACCT-NUMBER
005820             MOVE 16 TO RETURN-CODE
005830             STOP RUN
005840         END-IF
005850     END-IF.
005860     PERFORM 2800-RETENIR-EVENEMENT THRU 2800-EXIT.
005870 2000-EXIT.
005880     EXIT.
005890
005900 2100-LIRE-RETOUR.
005910     IF WS-DDRETURN-ABSENT
005920         SET WS-END-OF-RETURNS TO TRUE
005930         GO TO 2100-EXIT
005940     END-IF.
005950     READ CLAIM-RETURNS
005960         AT END
005970             SET WS-END-OF-RETURNS TO TRUE
005980             GO TO 2100-EXIT
005990     END-READ.
006000     ADD 1 TO WS-RETURNS-READ.
006010     INITIALIZE WS-EVENEMENT.
006020     MOVE 'P' TO WS-EV-TYPE.
006030     MOVE DR-ACCT-NUMBER TO WS-EV-ACCT-NUMBER.
006040     MOVE DR-DUE-DATE TO WS-EV-DATE.
006050     MOVE DR-CLAIM-NUM TO WS-EV-REF.
006060     MOVE DR-AMOUNT TO WS-EV-AMOUNT.
006070     MOVE DR-REASON-CODE TO WS-EV-REASON.
006080     MOVE DR-CREDITOR-ID TO WS-EV-TIERS.
006090     PERFORM 2800-RETENIR-EVENEMENT THRU 2800-EXIT.
006100 2100-EXIT.
006110     EXIT.
006120
006130 2200-LIRE-REJET-ORDRE.
006140     IF WS-STORREJ-ABSENT
006150         SET WS-END-OF-REJECTS TO TRUE
006160         GO TO 2200-EXIT
006170     END-IF.
006180     READ ORDER-REJECTS
006190         AT END
006200             SET WS-END-OF-REJECTS TO TRUE
006210             GO TO 2200-EXIT
006220     END-READ.
006230     ADD 1 TO WS-REJECTS-READ.
006240     INITIALIZE WS-EVENEMENT.
006250     MOVE 'O' TO WS-EV-TYPE.
006260     MOVE SJ-ACCT-NUMBER TO WS-EV-ACCT-NUMBER.
006270     MOVE SJ-DUE-DATE TO WS-EV-DATE.
006280     MOVE SJ-ORDER-NUMBER TO WS-EV-REF.
006290     MOVE SJ-AMOUNT TO WS-EV-AMOUNT.
006300     MOVE SJ-REASON-CODE TO WS-EV-REASON.
006310     MOVE SJ-OPERATION-CODE TO WS-EV-OP-CODE.
006320     MOVE SJ-COUNTERPARTY-ACCT TO WS-EV-TIERS.
006330     PERFORM 2800-RETENIR-EVENEMENT THRU 2800-EXIT.
006340 2200-EXIT.
006350     EXIT.
006360
006370*    AN OVERDRAFT FEE RIDES ON THE DEBIT THAT CAUSED IT, IN
006380*    TL-FEE-AMOUNT, WHEN THAT DEBIT LEFT THE ACCOUNT BELOW ZERO.
006390*    ON AN ONLINE INTERBANK TRANSFER (COUNTERPARTY 0) THE SAME
006400*    FIELD ALSO CARRIES THE TRANSFER FEE - THE LETTER SAYS SO.
006410*    A REVERSAL ('A') REFUNDS THE DEBIT WITH ITS FEE, SO THE
006420*    NOTICE ALREADY TABLED FOR THAT DEBIT IS WITHDRAWN BY 2350.
006430 2300-LIRE-JOURNAL.
006440     READ TRANSACTION-LOG
006450         AT END
006460             SET WS-END-OF-LOG TO TRUE
006470             GO TO 2300-EXIT
006480     END-READ.
006490     ADD 1 TO WS-LOG-READ.
006500     IF TL-OP-REVERSAL
006510         PERFORM 2350-RETIRER-AVIS-FRAIS THRU 2350-EXIT
006520         GO TO 2300-EXIT
006530     END-IF.
006540     IF TL-TRAN-DATE < WS-DATE-DEBUT
006550        OR TL-FEE-AMOUNT NOT > 0
006560        OR TL-RESULT-BALANCE NOT < 0
006570         GO TO 2300-EXIT
006580     END-IF.
006590     IF NOT TL-OP-WITHDRAWAL AND NOT TL-OP-TRANSFER-DEBIT
006600        AND NOT TL-OP-DIRECT-DEBIT AND NOT TL-OP-CHEQUE
006610         GO TO 2300-EXIT
006620     END-IF.
006630     INITIALIZE WS-EVENEMENT.
006640     MOVE 'F' TO WS-EV-TYPE.
006650     MOVE TL-ACCT-NUMBER TO WS-EV-ACCT-NUMBER.
006660     MOVE TL-TRAN-DATE TO WS-EV-DATE.
006670     MOVE TL-TRAN-SEQ-NUM TO WS-EV-REF.
006680     MOVE TL-FEE-AMOUNT TO WS-EV-AMOUNT.
006690     MOVE TL-OPERATION-CODE TO WS-EV-OP-CODE.
006700     MOVE TL-COUNTERPARTY-ACCT TO WS-EV-TIERS.
006710     MOVE TL-RESULT-BALANCE TO WS-EV-SOLDE.
006720     PERFORM 2800-RETENIR-EVENEMENT THRU 2800-EXIT.
006730 2300-EXIT.
006740     EXIT.
006750
006760*    THE REVERSED DEBIT IS EARLIER ON THE LOG, SO ITS NOTICES -
006770*    ONE PER HOLDER - ARE ALREADY IN THE TABLE.  THEY ARE TAKEN
006780*    OUT AND THE ENTRIES BEHIND THEM MOVED UP, KEEPING THE ORDER
006790*    THE LETTERS PRINT IN.  A DEBIT LETTERED ON AN EARLIER RUN
006800*    HAS NO ENTRY AND IS LEFT ALONE.
006810 2350-RETIRER-AVIS-FRAIS.
006820     SET NT-IDX TO 1.
006830     PERFORM 2360-EXAMINER-AVIS THRU 2360-EXIT
006840         UNTIL NT-IDX > WS-EVENT-COUNT.
006850 2350-EXIT.
006860     EXIT.
006870
006880 2360-EXAMINER-AVIS.
006890     IF NT-TYPE (NT-IDX) = 'F'
006900        AND NT-ACCT-NUMBER (NT-IDX) = TL-ACCT-NUMBER
006910        AND NT-REF (NT-IDX) = TL-REV-ORIG-SEQ-NUM
006920         PERFORM 2370-SUPPRIMER-AVIS THRU 2370-EXIT
006930     ELSE
006940         SET NT-IDX UP BY 1
006950     END-IF.
006960 2360-EXIT.
006970     EXIT.
006980
006990 2370-SUPPRIMER-AVIS.
007000     SET WS-DECALAGE-IDX TO NT-IDX.
007010     PERFORM 2380-DECALER-AVIS THRU 2380-EXIT
007020         UNTIL WS-DECALAGE-IDX NOT < WS-EVENT-COUNT.
007030     SUBTRACT 1 FROM WS-EVENT-COUNT.
007040     ADD 1 TO WS-FRAIS-ANNULES.
007050 2370-EXIT.
007060     EXIT.
007070
007080 2380-DECALER-AVIS.
007090     MOVE NOTICE-ENTRY (WS-DECALAGE-IDX + 1)
007100         TO NOTICE-ENTRY (WS-DECALAGE-IDX).
007110     ADD 1 TO WS-DECALAGE-IDX.
007120 2380-EXIT.
007130     EXIT.
007140
007150*    THE EVENT IS TABLED ONCE FOR EACH HOLDER TO BE TOLD - THE
007160*    PRIMARY HOLDER AND THE JOINT HOLDERS, NOT THE SIGNATORIES.
007170*    A NOTICE ALREADY ON THE HISTORY, OR ALREADY IN THE TABLE
007180*    (THE SAME REFUSAL REPEATED ON TWO GENERATIONS), IS COUNTED
007190*    AND DROPPED.  AN EVENT WITH NO SUCH HOLDER ON CUSTXREF IS
007200*    LISTED ON THE REPORT AND DROPPED.  A FULL TABLE STOPS THE
007210*    RUN BEFORE ANY LETTER IS PRINTED.
007220 2800-RETENIR-EVENEMENT.
007230     PERFORM 2900-INDICE-TYPE THRU 2900-EXIT.
007240     ADD 1 TO WS-TC-LUS (WS-TYPE-IDX).
007250     MOVE 0 TO WS-DESTINATAIRES.
007260     MOVE 'N' TO WS-XREF-EOF-SWITCH.
007270     MOVE WS-EV-ACCT-NUMBER TO XR-ACCT-NUMBER.
007280     MOVE 0 TO XR-CUST-NUMBER.
007290     START CUSTOMER-XREF KEY IS NOT LESS THAN XR-XREF-KEY
007300         INVALID KEY
007310             SET WS-END-OF-XREF TO TRUE
007320     END-START.
007330     PERFORM 2820-LIRE-XREF-COMPTE THRU 2820-EXIT
007340         UNTIL WS-END-OF-XREF.
007350     IF WS-DESTINATAIRES = 0
007360         MOVE "AUCUN TITULAIRE SUR CUSTXREF" TO WS-ANOMALIE
007370         PERFORM 2850-SIGNALER-EVENEMENT THRU 2850-EXIT
007380     END-IF.
007390 2800-EXIT.
007400     EXIT.
007410
007420 2820-LIRE-XREF-COMPTE.
007430     READ CUSTOMER-XREF NEXT RECORD
007440         AT END
007450             SET WS-END-OF-XREF TO TRUE
007460             GO TO 2820-EXIT
007470     END-READ.
007480     IF NOT WS-CUSTXREF-OK
007490         DISPLAY "CUSTNOTC - ERREUR LECTURE CUSTXREF, STATUT "
007500             WS-CUSTXREF-STATUS " COMPTE " WS-EV-ACCT-NUMBER
007510         MOVE 16 TO RETURN-CODE
007520         STOP RUN
007530     END-IF.
007540     IF XR-ACCT-NUMBER NOT = WS-EV-ACCT-NUMBER
007550         SET WS-END-OF-XREF TO TRUE
007560         GO TO 2820-EXIT
007570     END-IF.
007580     IF XR-ROLE-MANDATAIRE
007590         GO TO 2820-EXIT
007600     END-IF.
007610     ADD 1 TO WS-DESTINATAIRES.
007620     PERFORM 2830-RETENIR-AVIS THRU 2830-EXIT.
007630 2820-EXIT.
007640     EXIT.
007650
007660 2830-RETENIR-AVIS.
007670     MOVE WS-EV-TYPE TO NH-NOTICE-TYPE.
007680     MOVE WS-EV-ACCT-NUMBER TO NH-ACCT-NUMBER.
007690     MOVE WS-EV-DATE TO NH-EVENT-DATE.
007700     MOVE WS-EV-REF TO NH-EVENT-REF.
007710     MOVE XR-CUST-NUMBER TO NH-CUST-NUMBER.
007720     READ NOTICE-HISTORY
007722         INVALID KEY
007725             CONTINUE
007728     END-READ.
007730     IF WS-NOTCHIST-OK
007740         ADD 1 TO WS-TC-DEJA (WS-TYPE-IDX)
007750         GO TO 2830-EXIT
007760     END-IF.
007770     IF NOT WS-NOTCHIST-NOTFND
007780         DISPLAY "CUSTNOTC - ERREUR LECTURE NOTCHIST, STATUT "
007790             WS-NOTCHIST-STATUS
007800         MOVE 16 TO RETURN-CODE
007810         STOP RUN
007820     END-IF.
007830     MOVE 'N' TO WS-FOUND-SWITCH.
007840     PERFORM 2840-COMPARER-UNE-ENTREE THRU 2840-EXIT
007850         VARYING NT-IDX FROM 1 BY 1
007860         UNTIL NT-IDX > WS-EVENT-COUNT
007870            OR WS-ENTRY-FOUND.
007880     IF WS-ENTRY-FOUND
007890         ADD 1 TO WS-TC-DEJA (WS-TYPE-IDX)
007900         GO TO 2830-EXIT
007910     END-IF.
007920     IF WS-EVENT-COUNT NOT < WS-MAX-EVENTS
007930         DISPLAY "CUSTNOTC - TABLE DES AVIS PLEINE ("
007940             WS-MAX-EVENTS ") - ARRET."
007950         MOVE 16 TO RETURN-CODE
007960         STOP RUN
007970     END-IF.
007980     ADD 1 TO WS-EVENT-COUNT.
007990     SET NT-IDX TO WS-EVENT-COUNT.
008000     MOVE WS-EV-TYPE TO NT-TYPE (NT-IDX).
008010     MOVE WS-TYPE-IDX TO NT-TYPE-IDX (NT-IDX).
008020     MOVE WS-EV-ACCT-NUMBER TO NT-ACCT-NUMBER (NT-IDX).
008030     MOVE WS-EV-DATE TO NT-DATE (NT-IDX).
008040     MOVE WS-EV-REF TO NT-REF (NT-IDX).
008050     MOVE XR-CUST-NUMBER TO NT-CUST-NUMBER (NT-IDX).
008060     MOVE WS-EV-AMOUNT TO NT-AMOUNT (NT-IDX).
008070     MOVE WS-EV-REASON TO NT-REASON (NT-IDX).
008080     MOVE WS-EV-OP-CODE TO NT-OP-CODE (NT-IDX).
008090     MOVE WS-EV-TIERS TO NT-TIERS (NT-IDX).
008100     MOVE WS-EV-SOLDE TO NT-SOLDE (NT-IDX).
008110     MOVE WS-EV-DATE-INFO TO NT-DATE-INFO (NT-IDX).
008120     MOVE 'N' TO NT-ATTRIBUE (NT-IDX).
008130 2830-EXIT.
008140     EXIT.
008150
008160 2840-COMPARER-UNE-ENTREE.
008170     IF NT-TYPE (NT-IDX) = WS-EV-TYPE
008180        AND NT-ACCT-NUMBER (NT-IDX) = WS-EV-ACCT-NUMBER
008190        AND NT-DATE (NT-IDX) = WS-EV-DATE
008200        AND NT-REF (NT-IDX) = WS-EV-REF
008210        AND NT-CUST-NUMBER (NT-IDX) = XR-CUST-NUMBER
008220         SET WS-ENTRY-FOUND TO TRUE
008230     END-IF.
008240 2840-EXIT.
008250     EXIT.
008260
008270 2850-SIGNALER-EVENEMENT.
008280     ADD 1 TO WS-TC-ORPHELINS (WS-TYPE-IDX).
008290     ADD 1 TO WS-ORPHELINS.
008300     MOVE WS-TYPE-LABEL (WS-TYPE-IDX) TO NR-E-TYPE.
008310     MOVE WS-EV-ACCT-NUMBER TO NR-E-ACCT-NUMBER.
008320     MOVE WS-EV-DATE TO NR-E-DATE.
008330     MOVE WS-EV-AMOUNT TO NR-E-AMOUNT.
008340     MOVE WS-ANOMALIE TO NR-E-REASON.
008350     MOVE NR-EXCEPT-LINE TO NOTICE-REPORT-RECORD.
008360     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 1 LINES.
008370     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
008380 2850-EXIT.
008390     EXIT.
008400
008410 2900-INDICE-TYPE.
008420     EVALUATE WS-EV-TYPE
008430         WHEN 'D' MOVE 1 TO WS-TYPE-IDX
008440         WHEN 'P' MOVE 2 TO WS-TYPE-IDX
008450         WHEN 'O' MOVE 3 TO WS-TYPE-IDX
008460         WHEN 'F' MOVE 4 TO WS-TYPE-IDX
008470     END-EVALUATE.
008480 2900-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520*    PASS 2 - ONE LETTER PER CUSTOMER, IN CUSTOMER ORDER.
008530******************************************************************
008540 4000-TRAITER-CLIENT.
008550     READ CUSTOMER-MASTER NEXT RECORD
008560         AT END
008570             SET WS-END-OF-CUSTOMERS TO TRUE
008580             GO TO 4000-EXIT
008590     END-READ.
008600     MOVE 0 TO WS-CLIENT-EVENTS.
008610     PERFORM 4100-COMPTER-EVENEMENT THRU 4100-EXIT
008620         VARYING NT-IDX FROM 1 BY 1
008630         UNTIL NT-IDX > WS-EVENT-COUNT.
008640     IF WS-CLIENT-EVENTS = 0
008650         GO TO 4000-EXIT
008660     END-IF.
008670     PERFORM 4200-IMPRIMER-LETTRE THRU 4200-EXIT.
008680     PERFORM 4600-HISTORISER-EVENEMENT THRU 4600-EXIT
008690         VARYING NT-IDX FROM 1 BY 1
008700         UNTIL NT-IDX > WS-EVENT-COUNT.
008710     ADD 1 TO WS-LETTERS.
008720 4000-EXIT.
008730     EXIT.
008740
008750 4100-COMPTER-EVENEMENT.
008760     IF NT-CUST-NUMBER (NT-IDX) = CUST-NUMBER
008770         SET NT-ENTRY-ATTRIBUEE (NT-IDX) TO TRUE
008780         ADD 1 TO WS-CLIENT-EVENTS
008790     END-IF.
008800 4100-EXIT.
008810     EXIT.
008820
008830 4200-IMPRIMER-LETTRE.
008840     MOVE WS-TODAY TO NL-H-DATE.
008850     MOVE NL-HEADING-LINE TO LETTER-RECORD.
008860     WRITE LETTER-RECORD AFTER ADVANCING PAGE.
008870     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
008880     MOVE CUST-NAME TO NL-A-TEXT.
008890     MOVE NL-ADDRESS-LINE TO LETTER-RECORD.
008900     WRITE LETTER-RECORD AFTER ADVANCING 4 LINES.
008910     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
008920     MOVE CUST-ADDRESS-LINE-1 TO NL-A-TEXT.
008930     MOVE NL-ADDRESS-LINE TO LETTER-RECORD.
008940     WRITE LETTER-RECORD AFTER ADVANCING 1 LINES.
008950     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
008960     MOVE CUST-ADDRESS-LINE-2 TO NL-A-TEXT.
008970     MOVE NL-ADDRESS-LINE TO LETTER-RECORD.
008980     WRITE LETTER-RECORD AFTER ADVANCING 1 LINES.
008990     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
009000     MOVE CUST-NUMBER TO NL-I-CUST-NUMBER.
009010     MOVE NL-IDENT-LINE TO LETTER-RECORD.
009020     WRITE LETTER-RECORD AFTER ADVANCING 4 LINES.
009030     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
009040     MOVE "MADAME, MONSIEUR," TO NL-X-TEXT.
009050     MOVE NL-TEXT-LINE TO LETTER-RECORD.
009060     WRITE LETTER-RECORD AFTER ADVANCING 2 LINES.
009070     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
009080     PERFORM 4300-IMPRIMER-TYPE THRU 4300-EXIT
009090         VARYING WS-TYPE-IDX FROM 1 BY 1
009100         UNTIL WS-TYPE-IDX > 4.
009110     MOVE "VOTRE AGENCE RESTE A VOTRE DISPOSITION POUR TOUT"
009120         TO NL-X-TEXT.
009130     MOVE NL-TEXT-LINE TO LETTER-RECORD.
009140     WRITE LETTER-RECORD AFTER ADVANCING 3 LINES.
009150     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
009160     MOVE "RENSEIGNEMENT COMPLEMENTAIRE." TO NL-X-TEXT.
009170     MOVE NL-TEXT-LINE TO LETTER-RECORD.
009180     WRITE LETTER-RECORD AFTER ADVANCING 1 LINES.
009190     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
009200     MOVE "NOUS VOUS PRIONS D'AGREER, MADAME, MONSIEUR,"
009210         TO NL-X-TEXT.
009220     MOVE NL-TEXT-LINE TO LETTER-RECORD.
009230     WRITE LETTER-RECORD AFTER ADVANCING 2 LINES.
009240     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
009250     MOVE "L'EXPRESSION DE NOS SALUTATIONS DISTINGUEES."
009260         TO NL-X-TEXT.
009270     MOVE NL-TEXT-LINE TO LETTER-RECORD.
009280     WRITE LETTER-RECORD AFTER ADVANCING 1 LINES.
009290     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
009300     MOVE WS-TODAY TO NL-E-DATE.
009310     MOVE NL-ISSUE-LINE TO LETTER-RECORD.
009320     WRITE LETTER-RECORD AFTER ADVANCING 2 LINES.
009330     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
009340 4200-EXIT.
009350     EXIT.
009360
009370*    ONE PARAGRAPH OF WORDING PER KIND OF NOTICE, FOLLOWED BY
009380*    ONE BLOCK PER EVENT OF THAT KIND FOR THIS CUSTOMER.
009390 4300-IMPRIMER-TYPE.
009400     MOVE 0 TO WS-TYPE-EVENTS.
009410     PERFORM 4310-COMPTER-TYPE THRU 4310-EXIT
009420         VARYING NT-IDX FROM 1 BY 1
009430         UNTIL NT-IDX > WS-EVENT-COUNT.
009440     IF WS-TYPE-EVENTS = 0
009450         GO TO 4300-EXIT
009460     END-IF.
009470     EVALUATE WS-TYPE-IDX
009480         WHEN 1 PERFORM 4410-TEXTE-DORMANT THRU 4410-EXIT
009490         WHEN 2 PERFORM 4420-TEXTE-PRELEVEMENT THRU 4420-EXIT
009500         WHEN 3 PERFORM 4430-TEXTE-ORDRE THRU 4430-EXIT
009510         WHEN 4 PERFORM 4440-TEXTE-DECOUVERT THRU 4440-EXIT
009520     END-EVALUATE.
009530     PERFORM 4500-IMPRIMER-EVENEMENT THRU 4500-EXIT
009540         VARYING NT-IDX FROM 1 BY 1
009550         UNTIL NT-IDX > WS-EVENT-COUNT.
009560 4300-EXIT.
009570     EXIT.
009580
009590 4310-COMPTER-TYPE.
009600     IF NT-CUST-NUMBER (NT-IDX) = CUST-NUMBER
009610        AND NT-TYPE-IDX (NT-IDX) = WS-TYPE-IDX
009620         ADD 1 TO WS-TYPE-EVENTS
009630     END-IF.
009640 4310-EXIT.
009650     EXIT.
009660
009670 4410-TEXTE-DORMANT.
009680     MOVE "EN L'ABSENCE DE MOUVEMENT DEPUIS PLUSIEURS MOIS, LE"
009690         TO NL-X-TEXT.
009700     PERFORM 4490-IMPRIMER-TEXTE-2 THRU 4490-EXIT.
009710     MOVE "COMPTE CI-DESSOUS A ETE CLASSE INACTIF. LES RETRAITS"
009720         TO NL-X-TEXT.
009730     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
009740     MOVE "ET LES PRELEVEMENTS Y SONT SUSPENDUS JUSQU'A SA"
009750         TO NL-X-TEXT.
009760     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
009770     MOVE "REACTIVATION EN AGENCE. LE SOLDE INDIQUE RESTE"
009780         TO NL-X-TEXT.
009790     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
009800     MOVE "INTEGRALEMENT A VOTRE DISPOSITION." TO NL-X-TEXT.
009810     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
009820 4410-EXIT.
009830     EXIT.
009840
009850 4420-TEXTE-PRELEVEMENT.
009860     MOVE "LE PRELEVEMENT CI-DESSOUS, PRESENTE PAR LE CREANCIER"
009870         TO NL-X-TEXT.
009880     PERFORM 4490-IMPRIMER-TEXTE-2 THRU 4490-EXIT.
009890     MOVE "INDIQUE, N'A PAS ETE PAYE ET LUI A ETE RETOURNE."
009900         TO NL-X-TEXT.
009910     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
009920     MOVE "NOUS VOUS INVITONS A REGULARISER DIRECTEMENT AUPRES"
009930         TO NL-X-TEXT.
009940     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
009950     MOVE "DE CE CREANCIER." TO NL-X-TEXT.
009960     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
009970 4420-EXIT.
009980     EXIT.
009990
010000 4430-TEXTE-ORDRE.
010010     MOVE "L'ORDRE PERMANENT CI-DESSOUS N'A PAS PU ETRE EXECUTE"
010020         TO NL-X-TEXT.
010030     PERFORM 4490-IMPRIMER-TEXTE-2 THRU 4490-EXIT.
010040     MOVE "A SON ECHEANCE. IL SERA PRESENTE DE NOUVEAU CHAQUE"
010050         TO NL-X-TEXT.
010060     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
010070     MOVE "JOUR TANT QUE LE MOTIF INDIQUE DEMEURE." TO NL-X-TEXT.
010080     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
010090 4430-EXIT.
010100     EXIT.
010110
010120 4440-TEXTE-DECOUVERT.
010130     MOVE "L'OPERATION CI-DESSOUS A FAIT PASSER VOTRE COMPTE EN"
010140         TO NL-X-TEXT.
010150     PERFORM 4490-IMPRIMER-TEXTE-2 THRU 4490-EXIT.
010160     MOVE "DECOUVERT. LES FRAIS DE DECOUVERT INDIQUES ONT ETE"
010170         TO NL-X-TEXT.
010180     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
010190     MOVE "PRELEVES CONFORMEMENT A VOS CONDITIONS TARIFAIRES."
010200         TO NL-X-TEXT.
010210     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
010220     MOVE "NOUS VOUS INVITONS A REAPPROVISIONNER VOTRE COMPTE."
010230         TO NL-X-TEXT.
010240     PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT.
010250 4440-EXIT.
010260     EXIT.
010270
010280 4490-IMPRIMER-TEXTE-2.
010290     MOVE NL-TEXT-LINE TO LETTER-RECORD.
010300     WRITE LETTER-RECORD AFTER ADVANCING 2 LINES.
010310     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
010320 4490-EXIT.
010330     EXIT.
010340
010350 4495-IMPRIMER-TEXTE-1.
010360     MOVE NL-TEXT-LINE TO LETTER-RECORD.
010370     WRITE LETTER-RECORD AFTER ADVANCING 1 LINES.
010380     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
010390 4495-EXIT.
010400     EXIT.
010410
010420 4500-IMPRIMER-EVENEMENT.
010430     IF NT-CUST-NUMBER (NT-IDX) NOT = CUST-NUMBER
010440        OR NT-TYPE-IDX (NT-IDX) NOT = WS-TYPE-IDX
010450         GO TO 4500-EXIT
010460     END-IF.
010470     MOVE NT-ACCT-NUMBER (NT-IDX) TO NL-D-ACCT-NUMBER.
010480     MOVE NT-DATE (NT-IDX) TO NL-D-DATE.
010490     MOVE NT-AMOUNT (NT-IDX) TO NL-D-AMOUNT.
010500     MOVE NL-DETAIL-LINE TO LETTER-RECORD.
010510     WRITE LETTER-RECORD AFTER ADVANCING 2 LINES.
010520     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
010530     EVALUATE NT-TYPE (NT-IDX)
010540         WHEN 'D' PERFORM 4510-DETAIL-DORMANT THRU 4510-EXIT
010550         WHEN 'P' PERFORM 4520-DETAIL-PRELEVEMENT THRU 4520-EXIT
010560         WHEN 'O' PERFORM 4530-DETAIL-ORDRE THRU 4530-EXIT
010570         WHEN 'F' PERFORM 4540-DETAIL-DECOUVERT THRU 4540-EXIT
010580     END-EVALUATE.
010590 4500-EXIT.
010600     EXIT.
010610
010620 4510-DETAIL-DORMANT.
010630     MOVE "SOLDE DU COMPTE INACTIF" TO WS-MOTIF.
010640     PERFORM 4590-IMPRIMER-MOTIF THRU 4590-EXIT.
010650     MOVE "DERNIER MOUVEMENT LE :" TO NL-N-LABEL.
010660     MOVE NT-DATE-INFO (NT-IDX) TO NL-N-TEXT.
010670     PERFORM 4595-IMPRIMER-INFO THRU 4595-EXIT.
010680 4510-EXIT.
010690     EXIT.
010700
010710 4520-DETAIL-PRELEVEMENT.
010720     EVALUATE NT-REASON (NT-IDX)
010730         WHEN '01' MOVE "MANDAT INCONNU" TO WS-MOTIF
010740         WHEN '02' MOVE "MANDAT REVOQUE" TO WS-MOTIF
010750         WHEN '03' MOVE "CREANCIER DIFFERENT DE CELUI DU MANDAT"
010760                       TO WS-MOTIF
010770         WHEN '04' MOVE "COMPTE DIFFERENT DE CELUI DU MANDAT"
010780                       TO WS-MOTIF
010790         WHEN '05' MOVE "ECHEANCE HORS DE LA VALIDITE DU MANDAT"
010800                       TO WS-MOTIF
010810         WHEN '06' MOVE "MONTANT SUPERIEUR AU PLAFOND DU MANDAT"
010820                       TO WS-MOTIF
010830         WHEN '07' MOVE "COMPTE INCONNU" TO WS-MOTIF
010840         WHEN '08' MOVE "COMPTE CLOTURE" TO WS-MOTIF
010850         WHEN '09' MOVE "COMPTE INACTIF" TO WS-MOTIF
010860         WHEN '10' MOVE "PROVISION INSUFFISANTE" TO WS-MOTIF
010870         WHEN '11' MOVE "PLAFOND JOURNALIER DE DEBIT ATTEINT"
010880                       TO WS-MOTIF
010890         WHEN OTHER MOVE "AUTRE MOTIF" TO WS-MOTIF
010900     END-EVALUATE.
010910     PERFORM 4590-IMPRIMER-MOTIF THRU 4590-EXIT.
010920     MOVE "CREANCIER :" TO NL-N-LABEL.
010930     MOVE NT-TIERS (NT-IDX) TO NL-N-TEXT.
010940     PERFORM 4595-IMPRIMER-INFO THRU 4595-EXIT.
010950 4520-EXIT.
010960     EXIT.
010970
010980 4530-DETAIL-ORDRE.
010990     EVALUATE NT-REASON (NT-IDX)
011000         WHEN '01' MOVE "COMPTE INCONNU" TO WS-MOTIF
011010         WHEN '02' MOVE "COMPTE CLOTURE" TO WS-MOTIF
011020         WHEN '03' MOVE "COMPTE INACTIF" TO WS-MOTIF
011030         WHEN '04' MOVE "NATURE D'OPERATION INVALIDE" TO WS-MOTIF
011040         WHEN '05' MOVE "PLAFOND JOURNALIER DE DEBIT ATTEINT"
011050                       TO WS-MOTIF
011060         WHEN '06' MOVE "PROVISION INSUFFISANTE" TO WS-MOTIF
011070         WHEN '07' MOVE "COMPTE BENEFICIAIRE IDENTIQUE AU COMPTE"
011080                       TO WS-MOTIF
011090         WHEN '08' MOVE "COMPTE BENEFICIAIRE INCONNU" TO WS-MOTIF
011100         WHEN '09' MOVE "COMPTE BENEFICIAIRE CLOTURE" TO WS-MOTIF
011110         WHEN OTHER MOVE "AUTRE MOTIF" TO WS-MOTIF
011120     END-EVALUATE.
011130     PERFORM 4590-IMPRIMER-MOTIF THRU 4590-EXIT.
011140     EVALUATE NT-OP-CODE (NT-IDX)
011150         WHEN 'T'
011160             MOVE "VIREMENT VERS LE COMPTE :" TO NL-N-LABEL
011170             MOVE NT-TIERS (NT-IDX) TO NL-N-TEXT
011180         WHEN 'W'
011190             MOVE "NATURE DE L'ORDRE :" TO NL-N-LABEL
011200             MOVE "RETRAIT PERMANENT" TO NL-N-TEXT
011210         WHEN OTHER
011220             MOVE "NATURE DE L'ORDRE :" TO NL-N-LABEL
011230             MOVE "VERSEMENT PERMANENT" TO NL-N-TEXT
011240     END-EVALUATE.
011250     PERFORM 4595-IMPRIMER-INFO THRU 4595-EXIT.
011260 4530-EXIT.
011270     EXIT.
011280
011290 4540-DETAIL-DECOUVERT.
011300     EVALUATE NT-OP-CODE (NT-IDX)
011310         WHEN 'W' MOVE "DECOUVERT APRES UN RETRAIT" TO WS-MOTIF
011320         WHEN 'T' MOVE "DECOUVERT APRES UN VIREMENT" TO WS-MOTIF
011330         WHEN 'P' MOVE "DECOUVERT APRES UN PRELEVEMENT"
011340                      TO WS-MOTIF
011350         WHEN 'C' MOVE "DECOUVERT APRES UN CHEQUE" TO WS-MOTIF
011360     END-EVALUATE.
011370     PERFORM 4590-IMPRIMER-MOTIF THRU 4590-EXIT.
011380     MOVE "SOLDE APRES L'OPERATION :" TO NL-M-LABEL.
011390     MOVE NT-SOLDE (NT-IDX) TO NL-M-AMOUNT.
011400     MOVE NL-AMOUNT-LINE TO LETTER-RECORD.
011410     WRITE LETTER-RECORD AFTER ADVANCING 1 LINES.
011420     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
011430     IF NT-OP-CODE (NT-IDX) = 'T'
011440        AND NT-TIERS (NT-IDX) = ZEROS
011450         MOVE "LE MONTANT COMPREND LES FRAIS DU VIREMENT EXTERNE."
011460             TO NL-X-TEXT
011470         PERFORM 4495-IMPRIMER-TEXTE-1 THRU 4495-EXIT
011480     END-IF.
011490 4540-EXIT.
011500     EXIT.
011510
011520 4590-IMPRIMER-MOTIF.
011530     MOVE WS-MOTIF TO NL-R-TEXT.
011540     MOVE NL-REASON-LINE TO LETTER-RECORD.
011550     WRITE LETTER-RECORD AFTER ADVANCING 1 LINES.
011560     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
011570 4590-EXIT.
011580     EXIT.
011590
011600 4595-IMPRIMER-INFO.
011610     MOVE NL-INFO-LINE TO LETTER-RECORD.
011620     WRITE LETTER-RECORD AFTER ADVANCING 1 LINES.
011630     PERFORM 8800-CHECK-LETTRES-WRITE THRU 8800-EXIT.
011640 4595-EXIT.
011650     EXIT.
011660
011670*    THE EVENTS GO ON THE HISTORY ONLY ONCE THEIR LETTER IS
011680*    WRITTEN - AN ABEND BETWEEN THE TWO SENDS THAT LETTER AGAIN
011690*    ON THE RERUN RATHER THAN NEVER.
011700 4600-HISTORISER-EVENEMENT.
011710     IF NT-CUST-NUMBER (NT-IDX) NOT = CUST-NUMBER
011720         GO TO 4600-EXIT
011730     END-IF.
011740     MOVE SPACES TO NOTICE-HISTORY-RECORD.
011750     MOVE NT-TYPE (NT-IDX) TO NH-NOTICE-TYPE.
011760     MOVE NT-ACCT-NUMBER (NT-IDX) TO NH-ACCT-NUMBER.
011770     MOVE NT-DATE (NT-IDX) TO NH-EVENT-DATE.
011780     MOVE NT-REF (NT-IDX) TO NH-EVENT-REF.
011790     MOVE CUST-NUMBER TO NH-CUST-NUMBER.
011800     MOVE NT-AMOUNT (NT-IDX) TO NH-AMOUNT.
011810     MOVE NT-REASON (NT-IDX) TO NH-REASON-CODE.
011820     MOVE WS-TODAY TO NH-SENT-DATE.
011830     WRITE NOTICE-HISTORY-RECORD.
011840     IF NOT WS-NOTCHIST-OK
011850         DISPLAY "CUSTNOTC - ERREUR ECRITURE NOTCHIST, STATUT "
011860             WS-NOTCHIST-STATUS
011870         MOVE 16 TO RETURN-CODE
011880         STOP RUN
011890     END-IF.
011900     ADD 1 TO WS-TC-AVISES (NT-TYPE-IDX (NT-IDX)).
011910 4600-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950*    PASS 3 - EVENTS WHOSE HOLDER IS NOT ON CUSTMAST.
011960******************************************************************
011970 5000-LISTER-ORPHELIN.
011980     IF NT-ENTRY-ATTRIBUEE (NT-IDX)
011990         GO TO 5000-EXIT
012000     END-IF.
012010     MOVE NT-TYPE (NT-IDX) TO WS-EV-TYPE.
012020     MOVE NT-TYPE-IDX (NT-IDX) TO WS-TYPE-IDX.
012030     MOVE NT-ACCT-NUMBER (NT-IDX) TO WS-EV-ACCT-NUMBER.
012040     MOVE NT-DATE (NT-IDX) TO WS-EV-DATE.
012050     MOVE NT-AMOUNT (NT-IDX) TO WS-EV-AMOUNT.
012060     MOVE "CLIENT ABSENT DE CUSTMAST" TO WS-ANOMALIE.
012070     PERFORM 2850-SIGNALER-EVENEMENT THRU 2850-EXIT.
012080 5000-EXIT.
012090     EXIT.
012100
012110 6000-PRINT-TOTALS.
012120     MOVE "SYNTHESE PAR TYPE D'AVIS" TO NR-S-TITLE.
012130     MOVE NR-SECTION-LINE TO NOTICE-REPORT-RECORD.
012140     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 3 LINES.
012150     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
012160     MOVE NR-SUMMARY-HEADING-LINE TO NOTICE-REPORT-RECORD.
012170     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 2 LINES.
012180     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
012190     PERFORM 6100-PRINT-TYPE-LINE THRU 6100-EXIT
012200         VARYING WS-TYPE-IDX FROM 1 BY 1
012210         UNTIL WS-TYPE-IDX > 4.
012220     MOVE "ENREGISTREMENTS AUDITLOG LUS ........"
012230         TO NR-T-LABEL.
012240     MOVE WS-AUDIT-READ TO NR-T-COUNT.
012250     MOVE NR-TOTAL-LINE TO NOTICE-REPORT-RECORD.
012260     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 3 LINES.
012270     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
012280     MOVE "PRELEVEMENTS DDRETURN LUS ..........."
012290         TO NR-T-LABEL.
012300     MOVE WS-RETURNS-READ TO NR-T-COUNT.
012310     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
012320     MOVE "ORDRES STORREJ LUS .................."
012330         TO NR-T-LABEL.
012340     MOVE WS-REJECTS-READ TO NR-T-COUNT.
012350     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
012360     MOVE "ENREGISTREMENTS JOURNAL LUS ........."
012370         TO NR-T-LABEL.
012380     MOVE WS-LOG-READ TO NR-T-COUNT.
012390     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
012400     MOVE "EVENEMENTS SANS DESTINATAIRE ........"
012410         TO NR-T-LABEL.
012420     MOVE WS-ORPHELINS TO NR-T-COUNT.
012430     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
012440     MOVE "AVIS DE FRAIS RETIRES (CONTRE-PASSES)"
012450         TO NR-T-LABEL.
012460     MOVE WS-FRAIS-ANNULES TO NR-T-COUNT.
012470     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
012480     MOVE "LETTRES A METTRE SOUS PLI ..........."
012490         TO NR-T-LABEL.
012500     MOVE WS-LETTERS TO NR-T-COUNT.
012510     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
012520 6000-EXIT.
012530     EXIT.
012540
012550 6100-PRINT-TYPE-LINE.
012560     MOVE WS-TYPE-LABEL (WS-TYPE-IDX) TO NR-M-TYPE.
012570     MOVE WS-TC-LUS (WS-TYPE-IDX) TO NR-M-LUS.
012580     MOVE WS-TC-DEJA (WS-TYPE-IDX) TO NR-M-DEJA.
012590     MOVE WS-TC-AVISES (WS-TYPE-IDX) TO NR-M-AVISES.
012600     MOVE WS-TC-ORPHELINS (WS-TYPE-IDX) TO NR-M-ORPHELINS.
012610     MOVE NR-SUMMARY-LINE TO NOTICE-REPORT-RECORD.
012620     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 1 LINES.
012630     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
012640 6100-EXIT.
012650     EXIT.
012660
012670 6200-PRINT-TOTAL-LINE.
012680     MOVE NR-TOTAL-LINE TO NOTICE-REPORT-RECORD.
012690     WRITE NOTICE-REPORT-RECORD AFTER ADVANCING 1 LINES.
012700     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
012710 6200-EXIT.
012720     EXIT.
012730
012740 8000-MARK-RUN-COMPLETE.
012750     SET RK-RUN-COMPLETE TO TRUE.
012760     REWRITE RUN-CONTROL-RECORD.
012770     IF NOT WS-RUNCTL-OK
012780         DISPLAY "CUSTNOTC - ERREUR REECRITURE RUNCTL, STATUT "
012790             WS-RUNCTL-STATUS
012800         MOVE 16 TO RETURN-CODE
012810         STOP RUN
012820     END-IF.
012830 8000-EXIT.
012840     EXIT.
012850
012860 8800-CHECK-LETTRES-WRITE.
012870     IF NOT WS-LETTRES-OK
012880         DISPLAY "CUSTNOTC - ERREUR ECRITURE LETTRES, STATUT "
012890             WS-LETTRES-STATUS
012900         MOVE 16 TO RETURN-CODE
012910         STOP RUN
012920     END-IF.
012930 8800-EXIT.
012940     EXIT.
012950
012960 8900-CHECK-REPORT-WRITE.
012970     IF NOT WS-NOTCRPT-OK
012980         DISPLAY "CUSTNOTC - ERREUR ECRITURE NOTCRPT, STATUT "
012990             WS-NOTCRPT-STATUS
013000         MOVE 16 TO RETURN-CODE
013010         STOP RUN
013020     END-IF.
013030 8900-EXIT.
013040     EXIT.
013050
013060 9000-TERMINATE.
013070     DISPLAY "CUSTNOTC - EVENEMENTS DEPUIS LE  : " WS-DATE-DEBUT.
013080     DISPLAY "CUSTNOTC - LETTRES PRODUITES     : " WS-LETTERS.
013090     DISPLAY "CUSTNOTC - SANS DESTINATAIRE     : " WS-ORPHELINS.
013100     CLOSE AUDIT-LOG.
013110     IF NOT WS-DDRETURN-ABSENT
013120         CLOSE CLAIM-RETURNS
013130     END-IF.
013140     IF NOT WS-STORREJ-ABSENT
013150         CLOSE ORDER-REJECTS
013160     END-IF.
013170     CLOSE TRANSACTION-LOG.
013180     CLOSE ACCOUNT-MASTER.
013190     CLOSE CUSTOMER-XREF.
013200     CLOSE CUSTOMER-MASTER.
013210     CLOSE NOTICE-HISTORY.
013220     CLOSE LETTERS.
013230     CLOSE NOTICE-REPORT.
013240     CLOSE RUN-CONTROL.
013250 9000-EXIT.
013260     EXIT.
013270
013280 END PROGRAM CUSTNOTC.
