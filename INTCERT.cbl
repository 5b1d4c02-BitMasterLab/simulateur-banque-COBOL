000010******************************************************************
000020*    PROGRAM-ID    : INTCERT
000030*    AUTHOR        : J. L. PELLETIER
000040*    INSTALLATION  : DIRECTION INFORMATIQUE
000050*    DATE-WRITTEN  : 2026-10-15
000060*    DESCRIPTION   : YEAR-END INTEREST CERTIFICATES.  ADDS UP THE
000070*                    INTEREST POSTINGS ('I', LESS ANY REVERSAL OF
000080*                    ONE) DATED IN THE CALENDAR YEAR, FROM THE
000090*                    TRANARCH GENERATIONS COVERING THE YEAR AND
000100*                    THE LIVE TRANSACTION-LOG, BY ACCOUNT.  EACH
000110*                    ACCOUNT IS TIED TO ITS PRIMARY HOLDER THROUGH
000120*                    CUSTXREF - JOINT HOLDERS AND SIGNATORIES GET
000130*                    NO CERTIFICATE FOR IT.  AN ACCOUNT PURGED
000140*                    BEFORE THE RUN HAS NO CUSTXREF LINK LEFT :
000150*                    ITS HOLDERS ARE READ FROM THE 'X' IMAGES ON
000160*                    ACCTHIST (OPTIONAL) INSTEAD.  THE CUSTOMERS
000170*                    ARE TAKEN IN CUSTMAST ORDER.  A CUSTOMER WITH
000180*                    A POSITIVE TOTAL GETS A MAILABLE CERTIFICATE
000190*                    ON CERTIFS (ONE LINE PER ACCOUNT AND A TOTAL)
000200*                    AND A DETAIL RECORD ON THE TAXDECL
000210*                    DECLARATION FILE FOR THE TAX AUTHORITY.
000220*                    INTEREST THAT CANNOT BE TIED TO A CUSTOMER IS
000230*                    LISTED ON CERTRPT AND ENDS THE RUN WITH RC 4.
000240*                    ONE RUN PER TAX YEAR UNDER RUN-CONTROL - A
000250*                    SECOND RUN NEEDS A SUPERVISOR ON SYSIN AND
000260*                    PRODUCES A CORRECTING DECLARATION.  RUN IN
000270*                    JANUARY - SEE JCL/INTCERT.JCL.
000280*    MODIFICATION HISTORY
000290*    DATE       INIT DESCRIPTION
000300*    ---------- ---- ---------------------------------------------
000310*    2026-10-15 JLP  ORIGINAL
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. INTCERT.
000350 AUTHOR. J L PELLETIER.
000360 INSTALLATION. DIRECTION INFORMATIQUE.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL ARCHIVE-LOG
000440         ASSIGN TO "TRANARCH"
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS WS-ARCHLOG-STATUS.
000480
000490     SELECT TRANSACTION-LOG
000500         ASSIGN TO "TRANLOG"
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-TRANLOG-STATUS.
000540
000550     SELECT CUSTOMER-XREF
000560         ASSIGN TO "CUSTXREF"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS XR-XREF-KEY
000600         FILE STATUS IS WS-CUSTXREF-STATUS.
000610
000620     SELECT OPTIONAL ACCOUNT-HISTORY
000630         ASSIGN TO "ACCTHIST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS AH-HIST-KEY
000670         FILE STATUS IS WS-ACCTHIST-STATUS.
000680
000690     SELECT CUSTOMER-MASTER
000700         ASSIGN TO "CUSTMAST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CUST-NUMBER
000740         FILE STATUS IS WS-CUSTMAST-STATUS.
000750
000760     SELECT OPERATOR-MASTER
000770         ASSIGN TO "OPERMAST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS OP-OPERATOR-ID
000810         FILE STATUS IS WS-OPERMAST-STATUS.
000820
000830     SELECT CERTIFICATES
000840         ASSIGN TO "CERTIFS"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-CERTIFS-STATUS.
000870
000880     SELECT CERT-REPORT
000890         ASSIGN TO "CERTRPT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-CERTRPT-STATUS.
000920
000930     SELECT TAX-DECLARATION
000940         ASSIGN TO "TAXDECL"
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS WS-TAXDECL-STATUS.
000980
000990     SELECT RUN-CONTROL
001000         ASSIGN TO "RUNCTL"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS RK-JOB-NAME
001040         FILE STATUS IS WS-RUNCTL-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  ARCHIVE-LOG
001090     LABEL RECORDS ARE STANDARD.
001100 01  ARCHIVE-LOG-RECORD       PIC X(100).
001110
001120 FD  TRANSACTION-LOG
001130     LABEL RECORDS ARE STANDARD.
001140 COPY TRANLOG.
001150
001160 FD  CUSTOMER-XREF
001170     LABEL RECORDS ARE STANDARD.
001180 COPY CUSTXREF.
001190
001200 FD  ACCOUNT-HISTORY
001210     LABEL RECORDS ARE STANDARD.
001220 COPY ACCTHIST.
001230
001240 FD  CUSTOMER-MASTER
001250     LABEL RECORDS ARE STANDARD.
001260 COPY CUSTMAST.
001270
001280 FD  OPERATOR-MASTER
001290     LABEL RECORDS ARE STANDARD.
001300 COPY OPERMAST.
001310
001320 FD  CERTIFICATES
001330     RECORDING MODE F
001340     LABEL RECORDS ARE OMITTED.
001350 01  CERTIFICATE-RECORD       PIC X(133).
001360
001370 FD  CERT-REPORT
001380     RECORDING MODE F
001390     LABEL RECORDS ARE OMITTED.
001400 01  CERT-REPORT-RECORD       PIC X(133).
001410
001420 FD  TAX-DECLARATION
001430     RECORDING MODE F
001440     LABEL RECORDS ARE STANDARD.
001450 COPY TAXDECL.
001460
001470 FD  RUN-CONTROL
001480     LABEL RECORDS ARE STANDARD.
001490 COPY RUNCTL.
001500
001510 WORKING-STORAGE SECTION.
001520 COPY CERTMSG.
001530
001540 01  WS-ARCHLOG-STATUS        PIC X(02).
001550     88  WS-ARCHLOG-OK            VALUE '00'.
001560     88  WS-ARCHLOG-ABSENT        VALUE '05'.
001570
001580 01  WS-TRANLOG-STATUS        PIC X(02).
001590     88  WS-TRANLOG-OK            VALUE '00'.
001600
001610 01  WS-CUSTXREF-STATUS       PIC X(02).
001620     88  WS-CUSTXREF-OK           VALUE '00'.
001630     88  WS-CUSTXREF-NOTFND       VALUE '23'.
001640
001650 01  WS-ACCTHIST-STATUS       PIC X(02).
001660     88  WS-ACCTHIST-OK           VALUE '00'.
001670     88  WS-ACCTHIST-ABSENT       VALUE '05'.
001680
001690 01  WS-CUSTMAST-STATUS       PIC X(02).
001700     88  WS-CUSTMAST-OK           VALUE '00'.
001710
001720 01  WS-OPERMAST-STATUS       PIC X(02).
001730     88  WS-OPERMAST-OK           VALUE '00'.
001740
001750 01  WS-CERTIFS-STATUS        PIC X(02).
001760     88  WS-CERTIFS-OK            VALUE '00'.
001770
001780 01  WS-CERTRPT-STATUS        PIC X(02).
001790     88  WS-CERTRPT-OK            VALUE '00'.
001800
001810 01  WS-TAXDECL-STATUS        PIC X(02).
001820     88  WS-TAXDECL-OK            VALUE '00'.
001830
001840 01  WS-RUNCTL-STATUS         PIC X(02).
001850     88  WS-RUNCTL-OK             VALUE '00'.
001860     88  WS-RUNCTL-ABSENT         VALUE '35'.
001870
001880 01  WS-EOF-SWITCHES.
001890     05  WS-ARCH-EOF-SWITCH   PIC X(01) VALUE 'N'.
001900         88  WS-END-OF-ARCHIVE    VALUE 'Y'.
001910     05  WS-LOG-EOF-SWITCH    PIC X(01) VALUE 'N'.
001920         88  WS-END-OF-LOG        VALUE 'Y'.
001930     05  WS-CUST-EOF-SWITCH   PIC X(01) VALUE 'N'.
001940         88  WS-END-OF-CUSTOMERS  VALUE 'Y'.
001950     05  WS-XREF-EOF-SWITCH   PIC X(01) VALUE 'N'.
001960         88  WS-END-OF-XREF       VALUE 'Y'.
001970     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
001980         88  WS-END-OF-HISTORY    VALUE 'Y'.
001990 01  WS-ACCTHIST-SWITCH       PIC X(01) VALUE 'N'.
002000     88  WS-ACCTHIST-PRESENT      VALUE 'Y'.
002010
002020 01  WS-TODAY                 PIC 9(08).
002030 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
002040     05  WS-TODAY-YEAR        PIC 9(04).
002050     05  FILLER               PIC 9(04).
002060
002070*    SYSIN : COLUMNS 1-4 THE TAX YEAR (BLANK = LAST YEAR),
002080*    COLUMN 5 'F' TO FORCE A RERUN, COLUMNS 6-13 THE SUPERVISOR
002090*    WHO AUTHORISES IT.
002100 01  WS-PARM-INPUT.
002110     05  WS-PARM-YEAR         PIC X(04).
002120     05  WS-PARM-FORCE        PIC X(01).
002130         88  WS-RELANCE-DEMANDEE  VALUE 'F'.
002140     05  WS-PARM-SUPERVISEUR  PIC X(08).
002150 01  WS-TAX-YEAR              PIC 9(04).
002160 01  WS-YEAR-START            PIC 9(08).
002170 01  WS-YEAR-END              PIC 9(08).
002180 01  WS-RELANCE-SWITCH        PIC X(01) VALUE 'N'.
002190     88  WS-RELANCE-FORCEE        VALUE 'Y'.
002200
002210 01  WS-DECLARANT             PIC X(30) VALUE
002220     "SIMULATEUR-BANQUE".
002230
002240 01  WS-TABLE-LIMITS.
002250     05  WS-MAX-ACCOUNTS      PIC 9(05) COMP VALUE 10000.
002260     05  WS-ACCT-COUNT        PIC 9(05) COMP VALUE 0.
002270 01  WS-SEARCH-IDX            PIC 9(05) COMP VALUE 0.
002280 01  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
002290     88  WS-ENTRY-FOUND           VALUE 'Y'.
002300
002310 01  INTEREST-TABLE.
002320     05  INTEREST-ENTRY OCCURS 1 TO 10000 TIMES
002330             DEPENDING ON WS-ACCT-COUNT
002340             INDEXED BY IT-IDX.
002350         10  IT-ACCT-NUMBER   PIC 9(10).
002360         10  IT-CUST-NUMBER   PIC 9(08).
002370         10  IT-INTEREST      PIC S9(8)V99 COMP-3.
002380         10  IT-POSTINGS      PIC 9(04) COMP.
002390         10  IT-ATTRIBUE      PIC X(01).
002400             88  IT-ENTRY-ATTRIBUEE   VALUE 'Y'.
002410
002420 01  WS-CLIENT-TOTAL          PIC S9(10)V99 COMP-3.
002430 01  WS-CLIENT-ACCOUNTS       PIC 9(05) COMP.
002440
002450 01  WS-COUNTERS.
002460     05  WS-ARCHIVE-READ      PIC 9(08) COMP VALUE 0.
002470     05  WS-LOG-READ          PIC 9(08) COMP VALUE 0.
002480     05  WS-INTEREST-POSTINGS PIC 9(08) COMP VALUE 0.
002490     05  WS-INTEREST-REVERSALS PIC 9(08) COMP VALUE 0.
002500     05  WS-CERTIFICATES      PIC 9(08) COMP VALUE 0.
002510     05  WS-CLIENTS-SANS-INTERET PIC 9(08) COMP VALUE 0.
002520     05  WS-COMPTES-ORPHELINS PIC 9(08) COMP VALUE 0.
002530     05  WS-DECL-RECORDS      PIC 9(08) COMP VALUE 0.
002540
002550 01  WS-MONEY-TOTALS.
002560     05  WS-DECLARED-AMOUNT   PIC S9(12)V99 COMP-3 VALUE 0.
002570     05  WS-ORPHAN-AMOUNT     PIC S9(12)V99 COMP-3 VALUE 0.
002580
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     PERFORM 2000-LIRE-ARCHIVE THRU 2000-EXIT
002630         UNTIL WS-END-OF-ARCHIVE.
002640     PERFORM 2100-LIRE-JOURNAL THRU 2100-EXIT
002650         UNTIL WS-END-OF-LOG.
002660     PERFORM 3000-RATTACHER-TITULAIRE THRU 3000-EXIT
002670         VARYING IT-IDX FROM 1 BY 1
002680         UNTIL IT-IDX > WS-ACCT-COUNT.
002690     PERFORM 4000-TRAITER-CLIENT THRU 4000-EXIT
002700         UNTIL WS-END-OF-CUSTOMERS.
002710     PERFORM 5000-LISTER-ORPHELIN THRU 5000-EXIT
002720         VARYING IT-IDX FROM 1 BY 1
002730         UNTIL IT-IDX > WS-ACCT-COUNT.
002740     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
002750     PERFORM 7000-ECRIRE-FIN-DECLARATION THRU 7000-EXIT.
002760     PERFORM 8000-MARK-RUN-COMPLETE THRU 8000-EXIT.
002770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002780*    INTEREST PAID TO AN ACCOUNT WITH NO KNOWN HOLDER IS MISSING
002790*    FROM THE DECLARATION - OPERATIONS MUST CORRECT THE XREF.
002800     IF WS-COMPTES-ORPHELINS > 0
002810         MOVE 4 TO RETURN-CODE
002820     END-IF.
002830     STOP RUN.
002840
002850 1000-INITIALIZE.
002860     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002870     PERFORM 1100-LIRE-PARAMETRE THRU 1100-EXIT.
002880     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
002890     OPEN INPUT ARCHIVE-LOG.
002900*    NO ARCHIVE GENERATION MEANS NO CUTOVER SINCE THE START OF
002910*    THE YEAR - THE WHOLE YEAR IS ON THE LIVE LOG.
002920     IF WS-ARCHLOG-ABSENT
002930         DISPLAY "INTCERT - TRANARCH ABSENT - JOURNAL COURANT "
002940             "SEUL."
002950     ELSE
002960         IF NOT WS-ARCHLOG-OK
002970             DISPLAY "INTCERT - ERREUR OUVERTURE TRANARCH, "
002980                 "STATUT " WS-ARCHLOG-STATUS
002990             MOVE 16 TO RETURN-CODE
003000             STOP RUN
003010         END-IF
003020     END-IF.
003030     OPEN INPUT TRANSACTION-LOG.
003040     IF NOT WS-TRANLOG-OK
003050         DISPLAY "INTCERT - ERREUR OUVERTURE TRANLOG, STATUT "
003060             WS-TRANLOG-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     OPEN INPUT CUSTOMER-XREF.
003110     IF NOT WS-CUSTXREF-OK
003120         DISPLAY "INTCERT - ERREUR OUVERTURE CUSTXREF, STATUT "
003130             WS-CUSTXREF-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     OPEN INPUT ACCOUNT-HISTORY.
003180*    NO ACCTHIST MEANS ACCTPURG HAS NEVER RUN - EVERY ACCOUNT
003190*    STILL HAS ITS LINKS ON CUSTXREF.
003200     IF WS-ACCTHIST-ABSENT
003210         DISPLAY "INTCERT - ACCTHIST ABSENT - CUSTXREF SEUL."
003220     ELSE
003230         IF NOT WS-ACCTHIST-OK
003240             DISPLAY "INTCERT - ERREUR OUVERTURE ACCTHIST, "
003250                 "STATUT " WS-ACCTHIST-STATUS
003260             MOVE 16 TO RETURN-CODE
003270             STOP RUN
003280         END-IF
003290         SET WS-ACCTHIST-PRESENT TO TRUE
003300     END-IF.
003310     OPEN INPUT CUSTOMER-MASTER.
003320     IF NOT WS-CUSTMAST-OK
003330         DISPLAY "INTCERT - ERREUR OUVERTURE CUSTMAST, STATUT "
003340             WS-CUSTMAST-STATUS
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     OPEN OUTPUT CERTIFICATES.
003390     IF NOT WS-CERTIFS-OK
003400         DISPLAY "INTCERT - ERREUR OUVERTURE CERTIFS, STATUT "
003410             WS-CERTIFS-STATUS
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450     OPEN OUTPUT CERT-REPORT.
003460     IF NOT WS-CERTRPT-OK
003470         DISPLAY "INTCERT - ERREUR OUVERTURE CERTRPT, STATUT "
003480             WS-CERTRPT-STATUS
003490         MOVE 16 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     OPEN OUTPUT TAX-DECLARATION.
003530     IF NOT WS-TAXDECL-OK
003540         DISPLAY "INTCERT - ERREUR OUVERTURE TAXDECL, STATUT "
003550             WS-TAXDECL-STATUS
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590     PERFORM 1500-ECRIRE-ENTETES THRU 1500-EXIT.
003600     MOVE LOW-VALUES TO CUST-NUMBER.
003610     START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-NUMBER
003620         INVALID KEY
003630             SET WS-END-OF-CUSTOMERS TO TRUE
003640     END-START.
003650 1000-EXIT.
003660     EXIT.
003670
003680 1100-LIRE-PARAMETRE.
003690     MOVE SPACES TO WS-PARM-INPUT.
003700     ACCEPT WS-PARM-INPUT.
003710     IF WS-PARM-YEAR = SPACES
003720         COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1
003730     ELSE
003740         IF WS-PARM-YEAR IS NOT NUMERIC
003750             DISPLAY "INTCERT - ANNEE SYSIN INVALIDE : "
003760                 WS-PARM-YEAR
003770             MOVE 16 TO RETURN-CODE
003780             STOP RUN
003790         END-IF
003800         MOVE WS-PARM-YEAR TO WS-TAX-YEAR
003810     END-IF.
003820     IF WS-TAX-YEAR > WS-TODAY-YEAR
003830         DISPLAY "INTCERT - ANNEE " WS-TAX-YEAR
003840             " POSTERIEURE A LA DATE DU JOUR."
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
003890     COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231.
003900 1100-EXIT.
003910     EXIT.
003920
003930*    RK-LAST-KEY CARRIES THE TAX YEAR LAST PRODUCED.
003940 1200-CHECK-RUN-CONTROL.
003950     OPEN I-O RUN-CONTROL.
003960     IF WS-RUNCTL-ABSENT
003970         OPEN OUTPUT RUN-CONTROL
003980         IF WS-RUNCTL-OK
003990             CLOSE RUN-CONTROL
004000             OPEN I-O RUN-CONTROL
004010         END-IF
004020     END-IF.
004030     IF NOT WS-RUNCTL-OK
004040         DISPLAY "INTCERT - ERREUR OUVERTURE RUNCTL, STATUT "
004050             WS-RUNCTL-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     MOVE "INTCERT" TO RK-JOB-NAME.
004100     READ RUN-CONTROL
004110         INVALID KEY
004120             MOVE SPACES TO RUN-CONTROL-RECORD
004130             MOVE "INTCERT" TO RK-JOB-NAME
004140             MOVE WS-TODAY TO RK-LAST-RUN-DATE
004150             SET RK-RUN-IN-PROGRESS TO TRUE
004160             MOVE WS-TAX-YEAR TO RK-LAST-KEY
004170             WRITE RUN-CONTROL-RECORD
004180             IF NOT WS-RUNCTL-OK
004190                 DISPLAY "INTCERT - ERREUR ECRITURE RUNCTL, "
004200                     "STATUT " WS-RUNCTL-STATUS
004210                 MOVE 16 TO RETURN-CODE
004220                 STOP RUN
004230             END-IF
004240         NOT INVALID KEY
004250             PERFORM 1300-EXAMINE-RUN-RECORD THRU 1300-EXIT
004260     END-READ.
004270 1200-EXIT.
004280     EXIT.
004290
004300*    THE CERTIFICATES FOR A YEAR GO OUT ONCE.  A SECOND RUN FOR A
004310*    YEAR ALREADY COMPLETE IS REFUSED WITH RC 8 UNLESS SYSIN
004320*    FORCES IT UNDER THE NAME OF AN ACTIVE SUPERVISOR; THE NEW
004330*    DECLARATION IS THEN MARKED AS CORRECTING THE FIRST.  AN
004340*    INTERRUPTED RUN IS SIMPLY RUN AGAIN - NOTHING HAS BEEN SENT.
004350 1300-EXAMINE-RUN-RECORD.
004360     IF RK-LAST-KEY = WS-TAX-YEAR AND RK-RUN-COMPLETE
004370         IF NOT WS-RELANCE-DEMANDEE
004380             DISPLAY "INTCERT - ATTESTATIONS " WS-TAX-YEAR
004390                 " DEJA PRODUITES LE " RK-LAST-RUN-DATE
004400                 " - ARRET."
004410             MOVE 8 TO RETURN-CODE
004420             STOP RUN
004430         END-IF
004440         PERFORM 1400-CONTROLER-SUPERVISEUR THRU 1400-EXIT
004450         SET WS-RELANCE-FORCEE TO TRUE
004460         DISPLAY "INTCERT - RELANCE " WS-TAX-YEAR
004470             " AUTORISEE PAR " WS-PARM-SUPERVISEUR
004480     END-IF.
004490     IF RK-LAST-KEY = WS-TAX-YEAR AND RK-RUN-IN-PROGRESS
004500         DISPLAY "INTCERT - REPRISE APRES INCIDENT, ANNEE "
004510             WS-TAX-YEAR
004520         IF WS-RELANCE-DEMANDEE
004530             PERFORM 1400-CONTROLER-SUPERVISEUR THRU 1400-EXIT
004540             SET WS-RELANCE-FORCEE TO TRUE
004550         END-IF
004560     END-IF.
004570     MOVE WS-TODAY TO RK-LAST-RUN-DATE.
004580     MOVE WS-TAX-YEAR TO RK-LAST-KEY.
004590     SET RK-RUN-IN-PROGRESS TO TRUE.
004600     REWRITE RUN-CONTROL-RECORD.
004610     IF NOT WS-RUNCTL-OK
004620         DISPLAY "INTCERT - ERREUR REECRITURE RUNCTL, STATUT "
004630             WS-RUNCTL-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670 1300-EXIT.
004680     EXIT.
004690
004700 1400-CONTROLER-SUPERVISEUR.
004710     OPEN INPUT OPERATOR-MASTER.
004720     IF NOT WS-OPERMAST-OK
004730         DISPLAY "INTCERT - ERREUR OUVERTURE OPERMAST, STATUT "
004740             WS-OPERMAST-STATUS
004750         MOVE 16 TO RETURN-CODE
004760         STOP RUN
004770     END-IF.
004780     MOVE WS-PARM-SUPERVISEUR TO OP-OPERATOR-ID.
004790     READ OPERATOR-MASTER
004800         INVALID KEY
004810             MOVE SPACES TO OPERATOR-MASTER-RECORD
004820     END-READ.
004830     CLOSE OPERATOR-MASTER.
004840     IF NOT OP-LEVEL-SUPERVISOR OR NOT OP-STATUS-ACTIVE
004850         DISPLAY "INTCERT - RELANCE REFUSEE, " WS-PARM-SUPERVISEUR
004860             " N'EST PAS UN SUPERVISEUR ACTIF."
004870         MOVE 16 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900 1400-EXIT.
004910     EXIT.
004920
004930 1500-ECRIRE-ENTETES.
004940     MOVE WS-TODAY TO IR-H-DATE.
004950     MOVE IR-HEADING-LINE TO CERT-REPORT-RECORD.
004960     WRITE CERT-REPORT-RECORD AFTER ADVANCING PAGE.
004970     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
004980     MOVE "ANNEE FISCALE ..................." TO IR-P-LABEL.
004990     MOVE WS-TAX-YEAR TO IR-P-TEXT.
005000     MOVE IR-PARM-LINE TO CERT-REPORT-RECORD.
005010     WRITE CERT-REPORT-RECORD AFTER ADVANCING 2 LINES.
005020     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005030     MOVE "NATURE DE LA DECLARATION ......." TO IR-P-LABEL.
005040     IF WS-RELANCE-FORCEE
005050         MOVE "RECTIFICATIVE" TO IR-P-TEXT
005060     ELSE
005070         MOVE "INITIALE" TO IR-P-TEXT
005080     END-IF.
005090     MOVE IR-PARM-LINE TO CERT-REPORT-RECORD.
005100     WRITE CERT-REPORT-RECORD AFTER ADVANCING 1 LINES.
005110     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005120     IF WS-RELANCE-FORCEE
005130         MOVE "RELANCE AUTORISEE PAR .........." TO IR-P-LABEL
005140         MOVE WS-PARM-SUPERVISEUR TO IR-P-TEXT
005150         MOVE IR-PARM-LINE TO CERT-REPORT-RECORD
005160         WRITE CERT-REPORT-RECORD AFTER ADVANCING 1 LINES
005170         PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT
005180     END-IF.
005190     MOVE IR-COLUMN-HEADING-LINE TO CERT-REPORT-RECORD.
005200     WRITE CERT-REPORT-RECORD AFTER ADVANCING 2 LINES.
005210     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
005220     MOVE SPACES TO TAX-DECLARATION-RECORD.
005230     SET TD-TYPE-ENTETE TO TRUE.
005240     MOVE WS-TAX-YEAR TO TD-TAX-YEAR.
005250     MOVE WS-DECLARANT TO TD-E-DECLARANT.
005260     MOVE WS-TODAY TO TD-E-DATE-CREATION.
005270     IF WS-RELANCE-FORCEE
005280         SET TD-E-RECTIFICATIVE TO TRUE
005290     ELSE
005300         SET TD-E-INITIALE TO TRUE
005310     END-IF.
005320     PERFORM 8950-ECRIRE-DECLARATION THRU 8950-EXIT.
005330 1500-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370*    PASS 1 - INTEREST BY ACCOUNT, ARCHIVE GENERATIONS FIRST.
005380******************************************************************
005390 2000-LIRE-ARCHIVE.
005400     READ ARCHIVE-LOG
005410         AT END
005420             SET WS-END-OF-ARCHIVE TO TRUE
005430         NOT AT END
005440             ADD 1 TO WS-ARCHIVE-READ
005450             MOVE ARCHIVE-LOG-RECORD TO TRAN-LOG-RECORD
005460             PERFORM 2200-RETENIR-INTERET THRU 2200-EXIT
005470     END-READ.
005480 2000-EXIT.
005490     EXIT.
005500
005510 2100-LIRE-JOURNAL.
005520     READ TRANSACTION-LOG
005530         AT END
005540             SET WS-END-OF-LOG TO TRUE
005550         NOT AT END
005560             ADD 1 TO WS-LOG-READ
005570             PERFORM 2200-RETENIR-INTERET THRU 2200-EXIT
005580     END-READ.
005590 2100-EXIT.
005600     EXIT.
005610
005620*    A SUPERVISOR REVERSAL OF AN INTEREST CREDIT TAKES IT BACK
005630*    OUT OF THE YEAR IN WHICH THE REVERSAL IS DATED.
005640 2200-RETENIR-INTERET.
005650     IF TL-TRAN-DATE < WS-YEAR-START
005660        OR TL-TRAN-DATE > WS-YEAR-END
005670         GO TO 2200-EXIT
005680     END-IF.
005690     IF TL-OP-INTEREST
005700         ADD 1 TO WS-INTEREST-POSTINGS
005710         PERFORM 2300-CHERCHER-COMPTE THRU 2300-EXIT
005720         ADD TL-AMOUNT TO IT-INTEREST (WS-SEARCH-IDX)
005730         ADD 1 TO IT-POSTINGS (WS-SEARCH-IDX)
005740         GO TO 2200-EXIT
005750     END-IF.
005760     IF TL-OP-REVERSAL AND TL-REV-ORIG-OP-CODE = 'I'
005770         ADD 1 TO WS-INTEREST-REVERSALS
005780         PERFORM 2300-CHERCHER-COMPTE THRU 2300-EXIT
005790         SUBTRACT TL-AMOUNT FROM IT-INTEREST (WS-SEARCH-IDX)
005800         ADD 1 TO IT-POSTINGS (WS-SEARCH-IDX)
005810     END-IF.
005820 2200-EXIT.
005830     EXIT.
005840
005850*    A FULL TABLE STOPS THE RUN - A DECLARATION THAT LEAVES OUT
005860*    ACCOUNTS IS WORSE THAN NONE.
005870 2300-CHERCHER-COMPTE.
005880     MOVE 'N' TO WS-FOUND-SWITCH.
005890     MOVE 0 TO WS-SEARCH-IDX.
005900     PERFORM 2310-COMPARER-UNE-ENTREE THRU 2310-EXIT
005910         VARYING IT-IDX FROM 1 BY 1
005920         UNTIL IT-IDX > WS-ACCT-COUNT
005930            OR WS-ENTRY-FOUND.
005940     IF WS-ENTRY-FOUND
005950         GO TO 2300-EXIT
005960     END-IF.
005970     IF WS-ACCT-COUNT NOT < WS-MAX-ACCOUNTS
005980         DISPLAY "INTCERT - TABLE DES COMPTES PLEINE ("
005990             WS-MAX-ACCOUNTS ") - ARRET."
006000         MOVE 16 TO RETURN-CODE
006010         STOP RUN
006020     END-IF.
006030     ADD 1 TO WS-ACCT-COUNT.
006040     MOVE WS-ACCT-COUNT TO WS-SEARCH-IDX.
006050     MOVE TL-ACCT-NUMBER TO IT-ACCT-NUMBER (WS-SEARCH-IDX).
006060     MOVE 0 TO IT-CUST-NUMBER (WS-SEARCH-IDX).
006070     MOVE 0 TO IT-INTEREST (WS-SEARCH-IDX).
006080     MOVE 0 TO IT-POSTINGS (WS-SEARCH-IDX).
006090     MOVE 'N' TO IT-ATTRIBUE (WS-SEARCH-IDX).
006100 2300-EXIT.
006110     EXIT.
006120
006130 2310-COMPARER-UNE-ENTREE.
006140     IF TL-ACCT-NUMBER = IT-ACCT-NUMBER (IT-IDX)
006150         SET WS-ENTRY-FOUND TO TRUE
006160         SET WS-SEARCH-IDX TO IT-IDX
006170     END-IF.
006180 2310-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220*    PASS 2 - THE PRIMARY HOLDER OF EACH ACCOUNT.  AN ACCOUNT
006230*    WITH NO LINK AT ALL ON CUSTXREF HAS BEEN PURGED BY ACCTPURG :
006240*    ITS HOLDER LINKS ARE TAKEN FROM ACCTHIST BY 3200.
006250*    AN ACCOUNT STILL WITHOUT A PRIMARY HOLDER KEEPS A ZERO
006260*    CUSTOMER AND IS LISTED AS AN ORPHAN BY 5000.
006270******************************************************************
006280 3000-RATTACHER-TITULAIRE.
006290     MOVE 'N' TO WS-XREF-EOF-SWITCH.
006300     MOVE 'N' TO WS-FOUND-SWITCH.
006310     MOVE IT-ACCT-NUMBER (IT-IDX) TO XR-ACCT-NUMBER.
006320     MOVE 0 TO XR-CUST-NUMBER.
006330     START CUSTOMER-XREF KEY IS NOT LESS THAN XR-XREF-KEY
006340         INVALID KEY
006350             SET WS-END-OF-XREF TO TRUE
006360     END-START.
006370     PERFORM 3100-LIRE-XREF-COMPTE THRU 3100-EXIT
006380         UNTIL WS-END-OF-XREF.
006390     IF NOT WS-ENTRY-FOUND
006400        AND WS-ACCTHIST-PRESENT
006410         PERFORM 3200-RATTACHER-HISTORIQUE THRU 3200-EXIT
006420     END-IF.
006430 3000-EXIT.
006440     EXIT.
006450
006460 3100-LIRE-XREF-COMPTE.
006470     READ CUSTOMER-XREF NEXT RECORD
006480         AT END
006490             SET WS-END-OF-XREF TO TRUE
006500             GO TO 3100-EXIT
006510     END-READ.
006520     IF NOT WS-CUSTXREF-OK
006530         DISPLAY "INTCERT - ERREUR LECTURE CUSTXREF, STATUT "
006540             WS-CUSTXREF-STATUS " COMPTE " IT-ACCT-NUMBER (IT-IDX)
006550         MOVE 16 TO RETURN-CODE
006560         STOP RUN
006570     END-IF.
006580     IF XR-ACCT-NUMBER NOT = IT-ACCT-NUMBER (IT-IDX)
006590         SET WS-END-OF-XREF TO TRUE
006600         GO TO 3100-EXIT
006610     END-IF.
006620     SET WS-ENTRY-FOUND TO TRUE.
006630     IF XR-ROLE-TITULAIRE
006640         MOVE XR-CUST-NUMBER TO IT-CUST-NUMBER (IT-IDX)
006650         SET WS-END-OF-XREF TO TRUE
006660     END-IF.
006670 3100-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710*    HOLDERS OF A PURGED ACCOUNT - THE CUSTXREF IMAGES ACCTPURG
006720*    KEPT AS 'X' RECORDS ON ACCTHIST, READ IN KEY ORDER.
006730******************************************************************
006740 3200-RATTACHER-HISTORIQUE.
006750     MOVE 'N' TO WS-HIST-EOF-SWITCH.
006760     MOVE IT-ACCT-NUMBER (IT-IDX) TO AH-ACCT-NUMBER.
006770     SET AH-TYPE-TITULAIRE TO TRUE.
006780     MOVE 0 TO AH-ITEM-KEY.
006790     START ACCOUNT-HISTORY KEY IS NOT LESS THAN AH-HIST-KEY
006800         INVALID KEY
006810             SET WS-END-OF-HISTORY TO TRUE
006820     END-START.
006830     PERFORM 3300-LIRE-HISTORIQUE THRU 3300-EXIT
006840         UNTIL WS-END-OF-HISTORY.
006850 3200-EXIT.
006860     EXIT.
006870
006880 3300-LIRE-HISTORIQUE.
006890     READ ACCOUNT-HISTORY NEXT RECORD
006900         AT END
006910             SET WS-END-OF-HISTORY TO TRUE
006920             GO TO 3300-EXIT
006930     END-READ.
006940     IF NOT WS-ACCTHIST-OK
006950         DISPLAY "INTCERT - ERREUR LECTURE ACCTHIST, STATUT "
006960             WS-ACCTHIST-STATUS " COMPTE " IT-ACCT-NUMBER (IT-IDX)
006970         MOVE 16 TO RETURN-CODE
006980         STOP RUN
006990     END-IF.
007000     IF AH-ACCT-NUMBER NOT = IT-ACCT-NUMBER (IT-IDX)
007010        OR NOT AH-TYPE-TITULAIRE
007020         SET WS-END-OF-HISTORY TO TRUE
007030         GO TO 3300-EXIT
007040     END-IF.
007050     MOVE AH-IMAGE TO CUST-XREF-RECORD.
007060     IF XR-ROLE-TITULAIRE
007070         MOVE XR-CUST-NUMBER TO IT-CUST-NUMBER (IT-IDX)
007080         SET WS-END-OF-HISTORY TO TRUE
007090     END-IF.
007100 3300-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140*    PASS 3 - ONE CERTIFICATE PER CUSTOMER, IN CUSTOMER ORDER.
007150******************************************************************
007160 4000-TRAITER-CLIENT.
007170     READ CUSTOMER-MASTER NEXT RECORD
007180         AT END
007190             SET WS-END-OF-CUSTOMERS TO TRUE
007200             GO TO 4000-EXIT
007210     END-READ.
007220     MOVE 0 TO WS-CLIENT-TOTAL.
007230     MOVE 0 TO WS-CLIENT-ACCOUNTS.
007240     PERFORM 4100-TOTALISER-COMPTE THRU 4100-EXIT
007250         VARYING IT-IDX FROM 1 BY 1
007260         UNTIL IT-IDX > WS-ACCT-COUNT.
007270     IF WS-CLIENT-ACCOUNTS = 0
007280         GO TO 4000-EXIT
007290     END-IF.
007300     IF WS-CLIENT-TOTAL NOT > 0
007310         ADD 1 TO WS-CLIENTS-SANS-INTERET
007320         GO TO 4000-EXIT
007330     END-IF.
007340     PERFORM 4200-IMPRIMER-ATTESTATION THRU 4200-EXIT.
007350     PERFORM 4300-ECRIRE-DETAIL-DECL THRU 4300-EXIT.
007360     ADD 1 TO WS-CERTIFICATES.
007370     ADD WS-CLIENT-TOTAL TO WS-DECLARED-AMOUNT.
007380 4000-EXIT.
007390     EXIT.
007400
007410 4100-TOTALISER-COMPTE.
007420     IF IT-CUST-NUMBER (IT-IDX) = CUST-NUMBER
007430         SET IT-ENTRY-ATTRIBUEE (IT-IDX) TO TRUE
007440         ADD IT-INTEREST (IT-IDX) TO WS-CLIENT-TOTAL
007450         ADD 1 TO WS-CLIENT-ACCOUNTS
007460     END-IF.
007470 4100-EXIT.
007480     EXIT.
007490
007500 4200-IMPRIMER-ATTESTATION.
007510     MOVE WS-TAX-YEAR TO IC-H-YEAR.
007520     MOVE IC-HEADING-LINE TO CERTIFICATE-RECORD.
007530     WRITE CERTIFICATE-RECORD AFTER ADVANCING PAGE.
007540     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007550     MOVE CUST-NAME TO IC-A-TEXT.
007560     MOVE IC-ADDRESS-LINE TO CERTIFICATE-RECORD.
007570     WRITE CERTIFICATE-RECORD AFTER ADVANCING 4 LINES.
007580     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007590     MOVE CUST-ADDRESS-LINE-1 TO IC-A-TEXT.
007600     MOVE IC-ADDRESS-LINE TO CERTIFICATE-RECORD.
007610     WRITE CERTIFICATE-RECORD AFTER ADVANCING 1 LINES.
007620     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007630     MOVE CUST-ADDRESS-LINE-2 TO IC-A-TEXT.
007640     MOVE IC-ADDRESS-LINE TO CERTIFICATE-RECORD.
007650     WRITE CERTIFICATE-RECORD AFTER ADVANCING 1 LINES.
007660     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007670     MOVE CUST-NUMBER TO IC-I-CUST-NUMBER.
007680     MOVE CUST-NATIONAL-ID TO IC-I-NATIONAL-ID.
007690     MOVE IC-IDENT-LINE TO CERTIFICATE-RECORD.
007700     WRITE CERTIFICATE-RECORD AFTER ADVANCING 4 LINES.
007710     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007720     MOVE "NOUS CERTIFIONS QUE LES COMPTES CI-DESSOUS ONT PRODUIT"
007730         TO IC-X-TEXT.
007740     MOVE IC-TEXT-LINE TO CERTIFICATE-RECORD.
007750     WRITE CERTIFICATE-RECORD AFTER ADVANCING 2 LINES.
007760     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007770     MOVE "AU COURS DE L'ANNEE CIVILE INDIQUEE, LES INTERETS"
007780         TO IC-X-TEXT.
007790     MOVE IC-TEXT-LINE TO CERTIFICATE-RECORD.
007800     WRITE CERTIFICATE-RECORD AFTER ADVANCING 1 LINES.
007810     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007820     MOVE "CREDITEURS SUIVANTS :" TO IC-X-TEXT.
007830     MOVE IC-TEXT-LINE TO CERTIFICATE-RECORD.
007840     WRITE CERTIFICATE-RECORD AFTER ADVANCING 1 LINES.
007850     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007860     MOVE IC-COLUMN-HEADING-LINE TO CERTIFICATE-RECORD.
007870     WRITE CERTIFICATE-RECORD AFTER ADVANCING 2 LINES.
007880     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007890     PERFORM 4210-IMPRIMER-COMPTE THRU 4210-EXIT
007900         VARYING IT-IDX FROM 1 BY 1
007910         UNTIL IT-IDX > WS-ACCT-COUNT.
007920     MOVE WS-CLIENT-TOTAL TO IC-T-INTEREST.
007930     MOVE IC-TOTAL-LINE TO CERTIFICATE-RECORD.
007940     WRITE CERTIFICATE-RECORD AFTER ADVANCING 2 LINES.
007950     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
007960     MOVE "CE MONTANT EST A REPORTER SUR VOTRE DECLARATION DE"
007970         TO IC-X-TEXT.
007980     MOVE IC-TEXT-LINE TO CERTIFICATE-RECORD.
007990     WRITE CERTIFICATE-RECORD AFTER ADVANCING 3 LINES.
008000     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
008010     MOVE "REVENUS (REVENUS DE CAPITAUX MOBILIERS). IL A ETE"
008020         TO IC-X-TEXT.
008030     MOVE IC-TEXT-LINE TO CERTIFICATE-RECORD.
008040     WRITE CERTIFICATE-RECORD AFTER ADVANCING 1 LINES.
008050     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
008060     MOVE "DECLARE A L'ADMINISTRATION FISCALE." TO IC-X-TEXT.
008070     MOVE IC-TEXT-LINE TO CERTIFICATE-RECORD.
008080     WRITE CERTIFICATE-RECORD AFTER ADVANCING 1 LINES.
008090     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
008100     MOVE WS-TODAY TO IC-E-DATE.
008110     MOVE IC-ISSUE-LINE TO CERTIFICATE-RECORD.
008120     WRITE CERTIFICATE-RECORD AFTER ADVANCING 2 LINES.
008130     PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT.
008140 4200-EXIT.
008150     EXIT.
008160
008170 4210-IMPRIMER-COMPTE.
008180     IF IT-CUST-NUMBER (IT-IDX) = CUST-NUMBER
008190         MOVE IT-ACCT-NUMBER (IT-IDX) TO IC-D-ACCT-NUMBER
008200         MOVE IT-POSTINGS (IT-IDX) TO IC-D-COUNT
008210         MOVE IT-INTEREST (IT-IDX) TO IC-D-INTEREST
008220         MOVE IC-DETAIL-LINE TO CERTIFICATE-RECORD
008230         WRITE CERTIFICATE-RECORD AFTER ADVANCING 1 LINES
008240         PERFORM 8800-CHECK-CERTIFS-WRITE THRU 8800-EXIT
008250     END-IF.
008260 4210-EXIT.
008270     EXIT.
008280
008290 4300-ECRIRE-DETAIL-DECL.
008300     MOVE SPACES TO TAX-DECLARATION-RECORD.
008310     SET TD-TYPE-DETAIL TO TRUE.
008320     MOVE WS-TAX-YEAR TO TD-TAX-YEAR.
008330     MOVE CUST-NUMBER TO TD-D-CUST-NUMBER.
008340     MOVE CUST-NATIONAL-ID TO TD-D-NATIONAL-ID.
008350     MOVE CUST-NAME TO TD-D-NAME.
008360     MOVE CUST-ADDRESS-LINE-1 TO TD-D-ADDRESS-LINE-1.
008370     MOVE CUST-ADDRESS-LINE-2 TO TD-D-ADDRESS-LINE-2.
008380     MOVE WS-CLIENT-TOTAL TO TD-D-INTEREST.
008390     MOVE WS-CLIENT-ACCOUNTS TO TD-D-ACCOUNT-COUNT.
008400     PERFORM 8950-ECRIRE-DECLARATION THRU 8950-EXIT.
008410 4300-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    PASS 4 - INTEREST NOT TIED TO ANY CUSTOMER.
008460******************************************************************
008470 5000-LISTER-ORPHELIN.
008480     IF IT-ENTRY-ATTRIBUEE (IT-IDX)
008490        OR IT-INTEREST (IT-IDX) = 0
008500         GO TO 5000-EXIT
008510     END-IF.
008520     ADD 1 TO WS-COMPTES-ORPHELINS.
008530     ADD IT-INTEREST (IT-IDX) TO WS-ORPHAN-AMOUNT.
008540     MOVE IT-ACCT-NUMBER (IT-IDX) TO IR-E-ACCT-NUMBER.
008550     MOVE IT-INTEREST (IT-IDX) TO IR-E-INTEREST.
008560     IF IT-CUST-NUMBER (IT-IDX) = 0
008570         MOVE "PAS DE TITULAIRE PRINCIPAL" TO IR-E-REASON
008580     ELSE
008590         MOVE "CLIENT ABSENT DE CUSTMAST" TO IR-E-REASON
008600     END-IF.
008610     MOVE IR-EXCEPT-LINE TO CERT-REPORT-RECORD.
008620     WRITE CERT-REPORT-RECORD AFTER ADVANCING 1 LINES.
008630     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
008640 5000-EXIT.
008650     EXIT.
008660
008670 6000-PRINT-TOTALS.
008680     MOVE "ENREGISTREMENTS ARCHIVE LUS ........."
008690         TO IR-T-LABEL.
008700     MOVE WS-ARCHIVE-READ TO IR-T-COUNT.
008710     MOVE 0 TO IR-T-AMOUNT.
008720     MOVE IR-TOTAL-LINE TO CERT-REPORT-RECORD.
008730     WRITE CERT-REPORT-RECORD AFTER ADVANCING 3 LINES.
008740     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
008750     MOVE "ENREGISTREMENTS JOURNAL LUS ........."
008760         TO IR-T-LABEL.
008770     MOVE WS-LOG-READ TO IR-T-COUNT.
008780     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT.
008790     MOVE "ECRITURES D'INTERETS DE L'ANNEE ....."
008800         TO IR-T-LABEL.
008810     MOVE WS-INTEREST-POSTINGS TO IR-T-COUNT.
008820     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT.
008830     MOVE "CONTRE-PASSATIONS D'INTERETS ........"
008840         TO IR-T-LABEL.
008850     MOVE WS-INTEREST-REVERSALS TO IR-T-COUNT.
008860     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT.
008870     MOVE "COMPTES AYANT PERCU DES INTERETS ...."
008880         TO IR-T-LABEL.
008890     MOVE WS-ACCT-COUNT TO IR-T-COUNT.
008900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT.
008910     MOVE "CLIENTS SANS INTERET NET ............"
008920         TO IR-T-LABEL.
008930     MOVE WS-CLIENTS-SANS-INTERET TO IR-T-COUNT.
008940     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT.
008950     MOVE "COMPTES SANS TITULAIRE - NON DECLARES"
008960         TO IR-T-LABEL.
008970     MOVE WS-COMPTES-ORPHELINS TO IR-T-COUNT.
008980     MOVE WS-ORPHAN-AMOUNT TO IR-T-AMOUNT.
008990     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT.
009000     MOVE "ATTESTATIONS EMISES / MONTANT DECLARE"
009010         TO IR-T-LABEL.
009020     MOVE WS-CERTIFICATES TO IR-T-COUNT.
009030     MOVE WS-DECLARED-AMOUNT TO IR-T-AMOUNT.
009040     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT.
009050 6000-EXIT.
009060     EXIT.
009070
009080 6100-PRINT-TOTAL-LINE.
009090     MOVE IR-TOTAL-LINE TO CERT-REPORT-RECORD.
009100     WRITE CERT-REPORT-RECORD AFTER ADVANCING 1 LINES.
009110     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
009120 6100-EXIT.
009130     EXIT.
009140
009150 7000-ECRIRE-FIN-DECLARATION.
009160     MOVE SPACES TO TAX-DECLARATION-RECORD.
009170     SET TD-TYPE-FIN TO TRUE.
009180     MOVE WS-TAX-YEAR TO TD-TAX-YEAR.
009190     MOVE WS-CERTIFICATES TO TD-F-DETAIL-COUNT.
009200     MOVE WS-DECLARED-AMOUNT TO TD-F-TOTAL-INTEREST.
009210     PERFORM 8950-ECRIRE-DECLARATION THRU 8950-EXIT.
009220 7000-EXIT.
009230     EXIT.
009240
009250 8000-MARK-RUN-COMPLETE.
009260     SET RK-RUN-COMPLETE TO TRUE.
009270     REWRITE RUN-CONTROL-RECORD.
009280     IF NOT WS-RUNCTL-OK
009290         DISPLAY "INTCERT - ERREUR REECRITURE RUNCTL, STATUT "
009300             WS-RUNCTL-STATUS
009310         MOVE 16 TO RETURN-CODE
009320         STOP RUN
009330     END-IF.
009340 8000-EXIT.
009350     EXIT.
009360
009370 8800-CHECK-CERTIFS-WRITE.
009380     IF NOT WS-CERTIFS-OK
009390         DISPLAY "INTCERT - ERREUR ECRITURE CERTIFS, STATUT "
009400             WS-CERTIFS-STATUS
009410         MOVE 16 TO RETURN-CODE
009420         STOP RUN
009430     END-IF.
009440 8800-EXIT.
009450     EXIT.
009460
009470 8900-CHECK-REPORT-WRITE.
009480     IF NOT WS-CERTRPT-OK
009490         DISPLAY "INTCERT - ERREUR ECRITURE CERTRPT, STATUT "
009500             WS-CERTRPT-STATUS
009510         MOVE 16 TO RETURN-CODE
009520         STOP RUN
009530     END-IF.
009540 8900-EXIT.
009550     EXIT.
009560
009570 8950-ECRIRE-DECLARATION.
009580     WRITE TAX-DECLARATION-RECORD.
009590     IF NOT WS-TAXDECL-OK
009600         DISPLAY "INTCERT - ERREUR ECRITURE TAXDECL, STATUT "
009610             WS-TAXDECL-STATUS
009620         MOVE 16 TO RETURN-CODE
009630         STOP RUN
009640     END-IF.
009650     ADD 1 TO WS-DECL-RECORDS.
009660 8950-EXIT.
009670     EXIT.
009680
009690 9000-TERMINATE.
009700     DISPLAY "INTCERT - ANNEE FISCALE          : " WS-TAX-YEAR.
009710     DISPLAY "INTCERT - ATTESTATIONS EMISES    : "
009720         WS-CERTIFICATES.
009730     DISPLAY "INTCERT - ENREGISTREMENTS TAXDECL: "
009740         WS-DECL-RECORDS.
009750     CLOSE ARCHIVE-LOG.
009760     CLOSE TRANSACTION-LOG.
009770     CLOSE CUSTOMER-XREF.
009780     IF WS-ACCTHIST-PRESENT
009790         CLOSE ACCOUNT-HISTORY
009800     END-IF.
009810     CLOSE CUSTOMER-MASTER.
009820     CLOSE CERTIFICATES.
009830     CLOSE CERT-REPORT.
009840     CLOSE TAX-DECLARATION.
009850     CLOSE RUN-CONTROL.
009860 9000-EXIT.
009870     EXIT.
009880
009890 END PROGRAM INTCERT.
