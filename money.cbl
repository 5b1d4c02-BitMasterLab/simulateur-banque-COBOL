001670* 2026-09-02 JLP - LE DEPOT INITIAL D'OUVERTURE EST DESORMAIS
001680*                  SOUMIS AU PLAFOND DE DEPOT DE L'OPERATEUR,
001690*                  COMME TOUT DEPOT D'EXECUTER-DEPOT.
001691* 2026-10-15 JLP - NOUVELLE OPTION "CONTRE-PASSATION" RESERVEE
001692*                  AU SUPERVISEUR - ANNULE UNE ECRITURE DU
001693*                  TRANSACTION-LOG COURANT DU COMPTE ACTIF PAR SON
001694*                  NUMERO DE SEQUENCE.  UN VIREMENT INTERNE EST
001695*                  ANNULE SUR SES DEUX JAMBES, LES FRAIS DE
001696*                  DECOUVERT SONT REMBOURSES, L'ECRITURE 'A'
001697*                  RENVOIE A LA SEQUENCE D'ORIGINE ET UNE SECONDE
001698*                  ANNULATION EST REFUSEE.  LE PLAFOND DE DEBIT
001699*                  JOURNALIER N'EST PAS TOUCHE ; CHAQUE ANNULATION
001700*                  EST TRACEE SUR L'AUDITLOG.  LE RELEVE AFFICHE
001701*                  'A' EN "ANNULATION".  L'ENREGISTREMENT DU
001702*                  JOURNAL EST REMIS A BLANC AVANT ECRITURE.
001703* 2026-10-15 JLP - NOUVELLE OPTION "CHEQUIERS ET OPPOSITIONS" -
001704*                  DELIVRANCE D'UN CHEQUIER (PLAGE DE NUMEROS) ET
001705*                  OPPOSITION SUR UN CHEQUE OU UNE PLAGE SUR LE
001706*                  NOUVEAU REGISTRE CHQREG, AVEC AUDIT.  LES
001707*                  CHEQUES PRESENTES EN COMPENSATION SONT PAYES
001708*                  CHAQUE JOUR PAR LE NOUVEAU TRAVAIL CHQCLEAR
001709*                  EN OPERATION 'C', QUE LE RELEVE AFFICHE EN
001710*                  "CHEQUE" ET TRAITE COMME UN DEBIT.
001711* 2026-10-15 JLP - NOUVELLE OPTION "COMPTE D'ATTENTE" RESERVEE
001712*                  AU SUPERVISEUR - ARTICLES OUVERTS DE SUSPITEM
001713*                  (ECRIT PAR INBCRED) REAFFECTES AU BON COMPTE
001714*                  PAR VIREMENT 'T'/'V' DEPUIS LE COMPTE D'ATTENTE
001715*                  OU RETOURNES A L'EMETTEUR SUR INTBOUT, AVEC
001716*                  AUDIT.  LE DEBIT ENTRE DANS LE CUMUL DE DEBIT
001717*                  JOURNALIER DU COMPTE D'ATTENTE ; SA CONTRE-
001718*                  PASSATION ROUVRE L'ARTICLE REAFFECTE.
001719* 2026-10-15 JLP - REJETS DE COMPENSATION : CHAQUE ENREGISTREMENT
001720*                  INTBOUT PORTE DESORMAIS SA REFERENCE (COMPTE
001721*                  SOURCE ET SEQUENCE DU DEBIT 'T') ET EST NOTE
001722*                  SUR LE NOUVEAU REGISTRE XFERREG AVEC LES FRAIS
001723*                  DE VIREMENT EXTERNE FACTURES.  LES REJETS SONT
001724*                  RECREDITES PAR LE NOUVEAU TRAVAIL XFERREJ EN
001725*                  OPERATION 'R', QUE LE RELEVE AFFICHE EN
001726*                  "REJET VIREMENT" ET TRAITE COMME UN CREDIT DU
001727*                  MONTANT ET DES FRAIS REMBOURSES.  LA
001728*                  CONTRE-PASSATION D'UN REJET EST REFUSEE.
001729* 2026-10-15 JLP - CAISSE DU GUICHETIER : LE FONDS DE CAISSE EST
001731*                  SAISI A LA PREMIERE OUVERTURE DE SESSION DU
001732*                  JOUR SUR LE NOUVEAU FICHIER TILLFILE.  NOUVELLE
001733*                  OPTION "ARRETE DE CAISSE" - EN FIN DE SERVICE
001734*                  L'OPERATEUR DECLARE LES ESPECES COMPTEES, QUI
001735*                  SONT COMPAREES AU FONDS PLUS SES DEPOTS MOINS
001736*                  SES RETRAITS DU JOUR (VIREMENTS ET TRAITEMENTS
001737*                  BATCH EXCLUS), NETS DE LEURS CONTRE-PASSATIONS
001738*                  DU JOUR QUEL QU'EN SOIT L'AUTEUR.  L'ECART EST
001739*                  ENREGISTRE ; AU-
001740*                  DELA DE LA TOLERANCE IL DOIT ETRE VISE PAR UN
001741*                  AUTRE OPERATEUR DE NIVEAU SUPERVISEUR.  UNE
001742*                  CAISSE ARRETEE N'ACCEPTE PLUS NI DEPOT, NI
001743*                  RETRAIT, NI DEPOT D'OUVERTURE.  OUVERTURE,
001744*                  ARRETE ET VISA SONT TRACES SUR L'AUDITLOG.
001745* 2026-10-15 JLP - COMPTES JOINTS : CUSTXREF EST DESORMAIS CLE
001746*                  COMPTE + CLIENT, AVEC LE ROLE DU CLIENT
001747*                  (TITULAIRE PRINCIPAL, CO-TITULAIRE,
001748*                  MANDATAIRE).  NOUVELLE OPTION "TITULAIRES DU
001749*                  COMPTE" - AJOUT ET RETRAIT PAR LE SUPERVISEUR,
001750*                  TRACES SUR L'AUDITLOG ; LE TITULAIRE PRINCIPAL
001751*                  NE SE RETIRE PAS.  LE RELEVE IMPRIME TOUS LES
001752*                  TITULAIRES ; LA POSITION CLIENT MONTRE CHAQUE
001753*                  COMPTE AVEC LE ROLE, LES COMPTES EN PROCURATION
001754*                  HORS POSITION TOTALE.
001755* 2026-10-15 JLP - COMPTES CLOTURES PURGES : LE BATCH ACCTPURG
001756*                  TRANSFERE LES COMPTES CLOTURES ANCIENS SUR LE
001757*                  NOUVEAU FICHIER HISTORIQUE ACCTHIST.  LE RELEVE
001758*                  ET LE SOLDE A UNE DATE PERMETTENT DE DESIGNER
001759*                  UN COMPTE PURGE, LU SUR ACCTHIST AVEC SES
001760*                  TITULAIRES ; SANS INSTANTANE BALHIST LE SOLDE
001761*                  APRES LA CLOTURE EST NUL.  UN NUMERO PURGE NE
001762*                  PEUT PLUS ETRE ATTRIBUE A UN NOUVEAU COMPTE.
001763
001764 ENVIRONMENT DIVISION.
001765 INPUT-OUTPUT SECTION.
001766 FILE-CONTROL.
001767     SELECT ACCOUNT-MASTER
001768         ASSIGN TO "ACCTMAST"
001769         ORGANIZATION IS INDEXED
001770         ACCESS MODE IS DYNAMIC
001780         RECORD KEY IS ACCT-NUMBER
001790         FILE STATUS IS WS-ACCTMAST-STATUS.
001890         ASSIGN TO "CUSTXREF"
001900         ORGANIZATION IS INDEXED
001910         ACCESS MODE IS DYNAMIC
001920         RECORD KEY IS XR-XREF-KEY
001930         FILE STATUS IS WS-CUSTXREF-STATUS.
001940
001950     SELECT TRANSACTION-LOG
002630         RECORD KEY IS TF-PLAN-CODE
002640         FILE STATUS IS WS-TARIFFS-STATUS.
002650
002651     SELECT CHEQUE-REGISTER
002652         ASSIGN TO "CHQREG"
002653         ORGANIZATION IS INDEXED
002654         ACCESS MODE IS DYNAMIC
002655         RECORD KEY IS CQ-CHEQUE-KEY
002656         FILE STATUS IS WS-CHQREG-STATUS.
002657
002658     SELECT SUSPENSE-ITEMS
002659         ASSIGN TO "SUSPITEM"
002660         ORGANIZATION IS INDEXED
002661         ACCESS MODE IS DYNAMIC
002662         RECORD KEY IS SI-REFERENCE
002663         FILE STATUS IS WS-SUSPITEM-STATUS.
002664
002665     SELECT TRANSFER-REGISTER
002666         ASSIGN TO "XFERREG"
002667         ORGANIZATION IS INDEXED
002668         ACCESS MODE IS DYNAMIC
002669         RECORD KEY IS XF-REFERENCE
002671         FILE STATUS IS WS-XFERREG-STATUS.
002672
002673     SELECT TILL-FILE
002674         ASSIGN TO "TILLFILE"
002675         ORGANIZATION IS INDEXED
002676         ACCESS MODE IS DYNAMIC
002677         RECORD KEY IS TK-TILL-KEY
002678         FILE STATUS IS WS-TILLFILE-STATUS.
002679
002680     SELECT ACCOUNT-HISTORY
002681         ASSIGN TO "ACCTHIST"
002682         ORGANIZATION IS INDEXED
002683         ACCESS MODE IS DYNAMIC
002684         RECORD KEY IS AH-HIST-KEY
002685         FILE STATUS IS WS-ACCTHIST-STATUS.
002686
002687 DATA DIVISION.
002688 FILE SECTION.
002689 FD  ACCOUNT-MASTER
002690     LABEL RECORDS ARE STANDARD.
002700 COPY ACCTMAST.
002710
002950
002960 FD  ARCHIVE-LOG
002970     LABEL RECORDS ARE STANDARD.
002980 01  ARCHIVE-LOG-RECORD       PIC X(100).
002990
003000 FD  STATEMENT-OUT
003010     RECORDING MODE F
003210 FD  TARIFF-FILE
003220     LABEL RECORDS ARE STANDARD.
003230 COPY TARIFF.
003231
003233 FD  CHEQUE-REGISTER
003234     LABEL RECORDS ARE STANDARD.
003235 COPY CHQREG.
003237
003238 FD  SUSPENSE-ITEMS
003239     LABEL RECORDS ARE STANDARD.
003240 COPY SUSPITEM.
003242
003243 FD  TRANSFER-REGISTER
003244     LABEL RECORDS ARE STANDARD.
003246 COPY XFERREG.
003247
003248 FD  TILL-FILE
003250     LABEL RECORDS ARE STANDARD.
003251 COPY TILLREC.
003252
003253 FD  ACCOUNT-HISTORY
003255     LABEL RECORDS ARE STANDARD.
003256 COPY ACCTHIST.
003257
003259 WORKING-STORAGE SECTION.
003260 COPY STMTMSG.
003270 01 SOLDE          PIC S9(8)V99 VALUE 1000.00.
003280 01 MONTANT        PIC 9(8)V99 VALUE 0.00.
003880 01 WS-HIST-DISPO-SWITCH PIC X(01) VALUE 'N'.
003890     88 WS-HIST-DISPONIBLE      VALUE 'Y'.
003900
003901 01 WS-ACCTHIST-STATUS PIC X(02).
003903     88 WS-ACCTHIST-OK          VALUE '00'.
003904     88 WS-ACCTHIST-NOTFND      VALUE '23'.
003905     88 WS-ACCTHIST-ABSENT      VALUE '35'.
003907 01 WS-ACCTHIST-DISPO-SWITCH PIC X(01) VALUE 'N'.
003908     88 WS-ACCTHIST-DISPONIBLE  VALUE 'Y'.
003909 01 WS-COMPTE-PURGE-SWITCH PIC X(01) VALUE 'N'.
003911     88 WS-COMPTE-PURGE         VALUE 'Y'.
003912 01 WS-CONSULT-VALIDE-SWITCH PIC X(01) VALUE 'N'.
003913     88 WS-CONSULT-VALIDE       VALUE 'Y'.
003915 01 WS-CONSULT-ACCT-NUM PIC 9(10).
003916 01 WS-CONSULT-CLOTURE  PIC 9(08).
003917
003919 01 WS-OPERMAST-STATUS PIC X(02).
003920     88 WS-OPERMAST-OK          VALUE '00'.
003930     88 WS-OPERMAST-NOTFND      VALUE '23'.
003940     88 WS-OPERMAST-ABSENT      VALUE '35'.
003990     88 WS-TARIFFS-ABSENT       VALUE '35'.
004000 01 WS-TARIFS-DISPO-SWITCH PIC X(01) VALUE 'N'.
004010     88 WS-TARIFS-DISPONIBLES   VALUE 'Y'.
004011
004013 01 WS-CHQREG-STATUS PIC X(02).
004014     88 WS-CHQREG-OK            VALUE '00'.
004015     88 WS-CHQREG-NOTFND        VALUE '23'.
004017     88 WS-CHQREG-ABSENT        VALUE '35'.
004018
004020 01 WS-SUSPITEM-STATUS PIC X(02).
004021     88 WS-SUSPITEM-OK          VALUE '00'.
004022     88 WS-SUSPITEM-NOTFND      VALUE '23'.
004024     88 WS-SUSPITEM-ABSENT      VALUE '35'.
004025
004026 01 WS-XFERREG-STATUS PIC X(02).
004028     88 WS-XFERREG-OK           VALUE '00'.
004029     88 WS-XFERREG-ABSENT       VALUE '35'.
004030
004032 01 WS-TILLFILE-STATUS PIC X(02).
004033     88 WS-TILLFILE-OK          VALUE '00'.
004035     88 WS-TILLFILE-NOTFND      VALUE '23'.
004036     88 WS-TILLFILE-ABSENT      VALUE '35'.
004037
004039 01 WS-OP-CODE     PIC X(01).
004040 01 WS-FEE-AMOUNT  PIC S9(6)V99 VALUE 0.
004050 01 WS-CONTREPARTIE-NUM PIC 9(10) VALUE 0.
004060 01 WS-VIR-CIBLE-NUM    PIC 9(10).
004590 01 WS-POSITION-TOTALE   PIC S9(10)V99.
004600 01 WS-NB-COMPTES-LIES   PIC 9(04).
004610 01 WS-EDIT-TOTAL        PIC -(10)9.99.
004611 01 WS-NB-PROCURATIONS   PIC 9(04).
004612
004614*    TITULAIRES DU COMPTE COURANT, CHARGES DEPUIS CUSTXREF.
004615 01 WS-MAX-TITULAIRES    PIC 9(02) COMP VALUE 10.
004616 01 WS-NB-TITULAIRES     PIC 9(02) COMP VALUE 0.
004617 01 WS-IDX-PRINCIPAL     PIC 9(02) COMP VALUE 0.
004618 01 WS-TABLE-TITULAIRES.
004620     05 WS-TITULAIRE OCCURS 10 TIMES INDEXED BY WS-TIT-IDX.
004621         10 WS-TIT-CLIENT    PIC 9(08).
004622         10 WS-TIT-ROLE      PIC X(01).
004623         10 WS-TIT-NOM       PIC X(30).
004624 01 WS-ROLE-COURANT      PIC X(01).
004626     88 WS-ROLE-COTITULAIRE     VALUE 'J'.
004627     88 WS-ROLE-MANDATAIRE      VALUE 'S'.
004628 01 WS-LIBELLE-ROLE      PIC X(12).
004629 01 WS-ROLE-INPUT        PIC X(01).
004630     88 WS-ROLE-SAISI-VALIDE    VALUE 'J' 'S'.
004632 01 WS-AUDIT-TITULAIRE.
004633     05 FILLER           PIC X(04) VALUE "CLI ".
004634     05 WS-AT-CLIENT     PIC 9(08).
004635     05 FILLER           PIC X(01) VALUE SPACE.
004636     05 WS-AT-ROLE       PIC X(01).
004638
004639 01 WS-OPPO-NUM-INPUT    PIC X(06) JUSTIFIED RIGHT.
004640 01 WS-OPPO-NUM          PIC 9(06).
004650 01 WS-MOTIF-INPUT       PIC X(20).
004660 01 WS-OPPO-EOF-SWITCH   PIC X(01) VALUE 'N'.
005300 01 WS-RESTE-100         PIC 9(04).
005310 01 WS-RESTE-400         PIC 9(04).
005320 01 WS-QUOTIENT          PIC 9(04).
005321
005322 01 WS-SEQ-INPUT         PIC X(08) JUSTIFIED RIGHT.
005323 01 WS-ANNUL-SEQ         PIC 9(08).
005324 01 WS-ANNUL-ORIG-SEQ    PIC 9(08) VALUE 0.
005325 01 WS-ANNUL-ORIG-OP     PIC X(01) VALUE SPACE.
005326 01 WS-ANNUL-EOF-SWITCH  PIC X(01) VALUE 'N'.
005327     88 WS-FIN-JOURNAL-ANNUL    VALUE 'Y'.
005328 01 WS-ORIG-TROUVEE-SWITCH PIC X(01) VALUE 'N'.
005329     88 WS-ORIG-TROUVEE         VALUE 'Y'.
005330 01 WS-DEJA-ANNULEE-SWITCH PIC X(01) VALUE 'N'.
005331     88 WS-DEJA-ANNULEE         VALUE 'Y'.
005332 01 WS-PARTIE-SUIVANTE-SWITCH PIC X(01) VALUE 'N'.
005333     88 WS-PARTIE-SUIVANTE      VALUE 'Y'.
005334 01 WS-PARTIE-TROUVEE-SWITCH PIC X(01) VALUE 'N'.
005335     88 WS-PARTIE-TROUVEE       VALUE 'Y'.
005336 01 WS-ANNUL-VALIDE-SWITCH PIC X(01) VALUE 'N'.
005337     88 WS-ANNUL-VALIDE         VALUE 'Y'.
005338 01 WS-JAMBE-OK-SWITCH   PIC X(01) VALUE 'N'.
005339     88 WS-JAMBE-OK             VALUE 'Y'.
005340 01 WS-JAMBE-POSTEE-SWITCH PIC X(01) VALUE 'N'.
005341     88 WS-JAMBE-POSTEE         VALUE 'Y'.
005342 01 WS-JAMBE-ORIGINE.
005343     05 WS-JO-ACCT       PIC 9(10).
005344     05 WS-JO-SEQ        PIC 9(08).
005345     05 WS-JO-OP-CODE    PIC X(01).
005346         88 WS-JO-ANNULATION    VALUE 'A'.
005347         88 WS-JO-VIREMENT      VALUE 'T' 'V'.
005348         88 WS-JO-REJET         VALUE 'R'.
005349     05 WS-JO-MONTANT    PIC S9(8)V99.
005350     05 WS-JO-FRAIS      PIC S9(6)V99.
005351     05 WS-JO-CONTREPARTIE PIC 9(10).
005352 01 WS-JAMBE-JUMELLE.
005353     05 WS-JJ-ACCT       PIC 9(10).
005354     05 WS-JJ-SEQ        PIC 9(08).
005355     05 WS-JJ-OP-CODE    PIC X(01).
005356     05 WS-JJ-MONTANT    PIC S9(8)V99.
005357     05 WS-JJ-FRAIS      PIC S9(6)V99.
005358     05 WS-JJ-CONTREPARTIE PIC 9(10).
005359 01 WS-JAMBE-PRECEDENTE.
005360     05 WS-JP-ACCT       PIC 9(10).
005361     05 WS-JP-SEQ        PIC 9(08).
005362     05 WS-JP-OP-CODE    PIC X(01).
005363     05 WS-JP-MONTANT    PIC S9(8)V99.
005364     05 WS-JP-FRAIS      PIC S9(6)V99.
005365     05 WS-JP-CONTREPARTIE PIC 9(10).
005366 01 WS-JAMBE.
005367     05 WS-JA-ACCT       PIC 9(10).
005368     05 WS-JA-SEQ        PIC 9(08).
005369     05 WS-JA-OP-CODE    PIC X(01).
005370         88 WS-JA-CREDIT        VALUE 'D' 'V' 'I'.
005371     05 WS-JA-MONTANT    PIC S9(8)V99.
005372     05 WS-JA-FRAIS      PIC S9(6)V99.
005373     05 WS-JA-CONTREPARTIE PIC 9(10).
005374 01 WS-AUDIT-ECRITURE.
005375     05 FILLER           PIC X(04) VALUE "ECR ".
005376     05 WS-AE-SEQ        PIC 9(08).
005377     05 FILLER           PIC X(04) VALUE " OP ".
005378     05 WS-AE-OP-CODE    PIC X(01).
005379 01 WS-AUDIT-ANNULATION.
005380     05 FILLER           PIC X(06) VALUE "ANNUL ".
005381     05 WS-AA-SEQ        PIC 9(08).
005382
005383 01 WS-CHEQUE-INPUT      PIC X(07) JUSTIFIED RIGHT.
005384 01 WS-CHEQUE-SAISI      PIC 9(07).
005386 01 WS-NB-CHEQUES-INPUT  PIC X(03) JUSTIFIED RIGHT.
005387 01 WS-NB-CHEQUES        PIC 9(03).
005388 01 WS-MAX-CHEQUIER      PIC 9(03) VALUE 50.
005389 01 WS-CHEQUE-NUM        PIC 9(08).
005390 01 WS-CHEQUE-PREMIER    PIC 9(08).
005391 01 WS-CHEQUE-DERNIER    PIC 9(08).
005392 01 WS-MAX-NUM-CHEQUE    PIC 9(08) VALUE 9999999.
005393 01 WS-NB-CHQ-TROUVES    PIC 9(08).
005394 01 WS-NB-CHQ-OPPOSES    PIC 9(08).
005395 01 WS-NB-CHQ-NON-EMIS   PIC 9(08).
005396 01 WS-CHEQUE-EOF-SWITCH PIC X(01) VALUE 'N'.
005397     88 WS-FIN-CHEQUES          VALUE 'Y'.
005398 01 WS-PLAGE-LIBRE-SWITCH PIC X(01) VALUE 'Y'.
005399     88 WS-PLAGE-LIBRE          VALUE 'Y'.
005400
005401 01 WS-REFERENCE-INPUT   PIC X(16).
005402 01 WS-ATTENTE-CONTREPARTIE PIC 9(10).
005403 01 WS-NB-ARTICLES       PIC 9(06).
005404 01 WS-ATTENTE-EOF-SWITCH PIC X(01) VALUE 'N'.
005405     88 WS-FIN-ATTENTE          VALUE 'Y'.
005406 01 WS-ARTICLE-SWITCH    PIC X(01) VALUE 'N'.
005407     88 WS-ARTICLE-OUVERT       VALUE 'Y'.
005408 01 WS-ATTENTE-DEBITE-SWITCH PIC X(01) VALUE 'N'.
005409     88 WS-ATTENTE-DEBITEE      VALUE 'Y'.
005410
005411 01 WS-CAISSE-SWITCH     PIC X(01) VALUE 'N'.
005412     88 WS-CAISSE-OUVERTE       VALUE 'Y'.
005413 01 WS-DATE-CAISSE       PIC 9(08) VALUE 0.
005414 01 WS-TOLERANCE-CAISSE  PIC 9(6)V99 VALUE 10.00.
005415 01 WS-OPERATEUR-CAISSE  PIC X(08).
005416 01 WS-CAISSE-DEPOTS     PIC S9(9)V99.
005417 01 WS-CAISSE-RETRAITS   PIC S9(9)V99.
005418 01 WS-CAISSE-ATTENDUE   PIC S9(9)V99.
005419 01 WS-CAISSE-ECART      PIC S9(9)V99.
005420 01 WS-CAISSE-EOF-SWITCH PIC X(01) VALUE 'N'.
005421     88 WS-FIN-JOURNAL-CAISSE   VALUE 'Y'.
005422 01 WS-JOURNAL-LU-SWITCH PIC X(01) VALUE 'N'.
005423     88 WS-JOURNAL-CAISSE-LU    VALUE 'Y'.
005424*    DEPOTS ET RETRAITS DE L'OPERATEUR LUS A L'ARRETE, POUR
005425*    RETROUVER CEUX QU'UNE CONTRE-PASSATION ANNULE.
005426 01 WS-MAX-ESPECES       PIC 9(04) COMP VALUE 5000.
005427 01 WS-NB-ESPECES        PIC 9(04) COMP VALUE 0.
005428 01 WS-TABLE-ESPECES.
005429     05 WS-ESPECE OCCURS 5000 TIMES INDEXED BY WS-ESP-IDX.
005430         10 WS-ESP-COMPTE    PIC 9(10).
005431         10 WS-ESP-SEQ       PIC 9(08).
005432 01 WS-ESPECE-TROUVEE-SWITCH PIC X(01) VALUE 'N'.
005433     88 WS-ESPECE-TROUVEE       VALUE 'Y'.
005434 01 WS-AUDIT-CAISSE.
005435     05 WS-AC-ACTION     PIC X(11).
005436     05 WS-AC-OPERATEUR  PIC X(08).
005437     05 FILLER           PIC X(01) VALUE SPACE.
005438
005439 PROCEDURE DIVISION.
005440 DEBUT-PROGRAMME.
005441     DISPLAY "Bienvenue dans le simulateur bancaire".
005442     OPEN I-O ACCOUNT-MASTER.
005443     IF NOT WS-ACCTMAST-OK
005444         DISPLAY "Erreur ouverture ACCOUNT-MASTER, statut "
005445             WS-ACCTMAST-STATUS "."
005446         STOP RUN
005447     END-IF.
005448     OPEN I-O CUSTOMER-MASTER.
005449     IF WS-CUSTMAST-ABSENT
005450         OPEN OUTPUT CUSTOMER-MASTER
005460         IF WS-CUSTMAST-OK
005470             CLOSE CUSTOMER-MASTER
006360             STOP RUN
006370         END-IF
006380     END-IF.
006381     OPEN INPUT ACCOUNT-HISTORY.
006383     IF WS-ACCTHIST-OK
006384         SET WS-ACCTHIST-DISPONIBLE TO TRUE
006385     ELSE
006387         IF WS-ACCTHIST-ABSENT
006388             DISPLAY "Fichier ACCTHIST absent - comptes purgés"
006389                 " non consultables."
006391         ELSE
006392             DISPLAY "Erreur ouverture ACCTHIST, statut "
006393                 WS-ACCTHIST-STATUS "."
006395             STOP RUN
006396         END-IF
006397     END-IF.
006399     OPEN INPUT TARIFF-FILE.
006400     IF WS-TARIFFS-OK
006410         SET WS-TARIFS-DISPONIBLES TO TRUE
006420     ELSE
006450                 " non facturés."
006460         ELSE
006470             DISPLAY "Erreur ouverture TARIFFS, statut "
006471                 WS-TARIFFS-STATUS "."
006472             STOP RUN
006473         END-IF
006474     END-IF.
006475     OPEN I-O CHEQUE-REGISTER.
006476     IF WS-CHQREG-ABSENT
006477         OPEN OUTPUT CHEQUE-REGISTER
006478         IF WS-CHQREG-OK
006479             CLOSE CHEQUE-REGISTER
006480             OPEN I-O CHEQUE-REGISTER
006481         END-IF
006482     END-IF.
006483     IF NOT WS-CHQREG-OK
006484         DISPLAY "Erreur ouverture CHEQUE-REGISTER, statut "
006486             WS-CHQREG-STATUS "."
006487         STOP RUN
006488     END-IF.
006489     OPEN I-O SUSPENSE-ITEMS.
006490     IF WS-SUSPITEM-ABSENT
006491         OPEN OUTPUT SUSPENSE-ITEMS
006492         IF WS-SUSPITEM-OK
006493             CLOSE SUSPENSE-ITEMS
006494             OPEN I-O SUSPENSE-ITEMS
006495         END-IF
006496     END-IF.
006497     IF NOT WS-SUSPITEM-OK
006498         DISPLAY "Erreur ouverture SUSPENSE-ITEMS, statut "
006499             WS-SUSPITEM-STATUS "."
006500         STOP RUN
006501     END-IF.
006502     OPEN I-O TRANSFER-REGISTER.
006503     IF WS-XFERREG-ABSENT
006504         OPEN OUTPUT TRANSFER-REGISTER
006505         IF WS-XFERREG-OK
006506             CLOSE TRANSFER-REGISTER
006507             OPEN I-O TRANSFER-REGISTER
006508         END-IF
006509     END-IF.
006510     IF NOT WS-XFERREG-OK
006511         DISPLAY "Erreur ouverture TRANSFER-REGISTER, statut "
006512             WS-XFERREG-STATUS "."
006513         STOP RUN
006514     END-IF.
006516     OPEN I-O TILL-FILE.
006517     IF WS-TILLFILE-ABSENT
006518         OPEN OUTPUT TILL-FILE
006519         IF WS-TILLFILE-OK
006520             CLOSE TILL-FILE
006521             OPEN I-O TILL-FILE
006522         END-IF
006523     END-IF.
006524     IF NOT WS-TILLFILE-OK
006525         DISPLAY "Erreur ouverture TILLFILE, statut "
006526             WS-TILLFILE-STATUS "."
006527         STOP RUN
006528     END-IF.
006529     PERFORM OUVRIR-OPERMAST.
006530     PERFORM OUVRIR-SESSION.
006535     PERFORM OUVRIR-CAISSE.
006540     MOVE WS-DEFAULT-ACCT-NUM TO WS-TARGET-ACCT-NUM.
006550     MOVE WS-DEFAULT-ACCT-NUM TO ACCT-NUMBER.
006560     PERFORM CHARGER-COMPTE.
006740     DISPLAY "14 - Virement externe".
006750     DISPLAY "15 - Solde à une date".
006760     DISPLAY "16 - Mandats de prélèvement".
006762     DISPLAY "17 - Contre-passation (superviseur)".
006763     DISPLAY "18 - Chéquiers et oppositions sur chèques".
006765     DISPLAY "19 - Compte d'attente (superviseur)".
006767     DISPLAY "20 - Arrêté de caisse (fin de service)".
006768     DISPLAY "21 - Titulaires du compte".
006770     PERFORM SAISIR-CHOIX.
006780
006790     EVALUATE CHOIX
006930         WHEN 14 PERFORM VIREMENT-EXTERNE
006940         WHEN 15 PERFORM SOLDE-A-UNE-DATE
006950         WHEN 16 PERFORM MANDATS-PRELEVEMENT
006952         WHEN 17 PERFORM CONTRE-PASSATION
006953         WHEN 18 PERFORM CHEQUIERS
006955         WHEN 19 PERFORM COMPTE-ATTENTE
006957         WHEN 20 PERFORM ARRETE-CAISSE
006958         WHEN 21 PERFORM TITULAIRES-COMPTE
006960         WHEN OTHER DISPLAY "Choix invalide, veuillez réessayer."
006970     END-EVALUATE.
006980     GO TO MENU-PRINCIPAL.
007860     END-IF.
007870
007880 OUVRIR-COMPTE.
007881*    LE DEPOT INITIAL EST REMIS EN ESPECES AU GUICHET - IL
007882*    FAUT UNE CAISSE OUVERTE, COMME POUR DEPOSER.
007883     IF WS-CAISSE-OUVERTE
007884         PERFORM SAISIR-OUVERTURE-COMPTE
007885     ELSE
007886         PERFORM SIGNALER-CAISSE-FERMEE
007887     END-IF.
007888
007889 SAISIR-OUVERTURE-COMPTE.
007890     DISPLAY "Numéro du compte à ouvrir : ".
007900     PERFORM SAISIR-COMPTE-CIBLE.
007910     MOVE WS-TARGET-ACCT-NUM TO ACCT-NUMBER.
008030*    RESSAISIE DE L'IDENTITE - LES COPIES RETAPEES DIVERGEAIENT
008040*    ET UNE RECHERCHE PAR PIECE D'IDENTITE MANQUAIT DES COMPTES.
008050 CREER-NOUVEAU-COMPTE.
008060     PERFORM CONTROLER-NUMERO-PURGE.
008062     IF WS-OUVERTURE-VALIDE
008065         PERFORM IDENTIFIER-CLIENT
008068     END-IF.
008070     IF WS-OUVERTURE-VALIDE
008080         PERFORM ENREGISTRER-NOUVEAU-COMPTE
008090     ELSE
008100         MOVE WS-CURRENT-ACCT-NUM TO WS-TARGET-ACCT-NUM
008110         PERFORM RECHERCHER-COMPTE
008111     END-IF.
008113
008114*    UN NUMERO DE COMPTE PURGE RESTE ATTACHE A SON HISTORIQUE
008115*    SUR ACCTHIST - IL N'EST PAS REATTRIBUE.
008117 CONTROLER-NUMERO-PURGE.
008118     MOVE 'Y' TO WS-OUVERTURE-VALIDE-SWITCH.
008120     IF WS-ACCTHIST-DISPONIBLE
008121         MOVE WS-TARGET-ACCT-NUM TO AH-ACCT-NUMBER
008122         SET AH-TYPE-COMPTE TO TRUE
008124         MOVE 0 TO AH-ITEM-KEY
008125         READ ACCOUNT-HISTORY
008126             INVALID KEY
008128                 CONTINUE
008129             NOT INVALID KEY
008130                 DISPLAY "Numéro déjà attribué à un compte"
008132                     " clôturé le " AH-CLOSE-DATE
008133                     " - choisissez un autre numéro."
008135                 MOVE 'N' TO WS-OUVERTURE-VALIDE-SWITCH
008136         END-READ
008137     END-IF.
008139
008140 IDENTIFIER-CLIENT.
008150     MOVE 'Y' TO WS-OUVERTURE-VALIDE-SWITCH.
008160     MOVE 'N' TO WS-CLIENT-TROUVE-SWITCH.
008210         READ CUSTOMER-MASTER
008220             INVALID KEY
008230                 DISPLAY "Client introuvable : " WS-NUM-CLIENT
008240                 DISPLAY "Opération abandonnée."
008250                 MOVE 'N' TO WS-OUVERTURE-VALIDE-SWITCH
008260             NOT INVALID KEY
008270                 SET WS-CLIENT-TROUVE TO TRUE
008850     ELSE
008860         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
008870         IF NOT WS-CLIENT-TROUVE
008880             PERFORM CREER-FICHE-CLIENT
009000         END-IF
009010         PERFORM LIER-COMPTE-CLIENT
009020         MOVE 0 TO SOLDE
009170         END-IF
009180     END-IF.
009190
009191*    FICHE CUSTOMER-MASTER DU NOUVEAU CLIENT SAISI PAR
009192*    IDENTIFIER-CLIENT - WS-CURRENT-DATE EST LA DATE DU JOUR.
009193 CREER-FICHE-CLIENT.
009194     INITIALIZE CUST-MASTER-RECORD.
009196     MOVE WS-NUM-CLIENT TO CUST-NUMBER.
009197     MOVE WS-NOM-INPUT TO CUST-NAME.
009198     MOVE WS-ADRESSE1-INPUT TO CUST-ADDRESS-LINE-1.
009199     MOVE WS-ADRESSE2-INPUT TO CUST-ADDRESS-LINE-2.
009200     MOVE WS-PIECE-ID-INPUT TO CUST-NATIONAL-ID.
009201     MOVE WS-CURRENT-DATE TO CUST-DATE-OPENED.
009202     WRITE CUST-MASTER-RECORD.
009203     IF NOT WS-CUSTMAST-OK
009204         DISPLAY "Erreur écriture CUSTOMER-MASTER,"
009206             " statut " WS-CUSTMAST-STATUS "."
009207     END-IF.
009208
009209 SAISIR-NUM-CLIENT.
009210     MOVE SPACES TO WS-NUM-CLIENT-INPUT.
009220     ACCEPT WS-NUM-CLIENT-INPUT.
009230     INSPECT WS-NUM-CLIENT-INPUT REPLACING LEADING SPACE BY ZERO.
009320     MOVE ACCT-NUMBER TO XR-ACCT-NUMBER.
009330     MOVE WS-NUM-CLIENT TO XR-CUST-NUMBER.
009340     MOVE WS-CURRENT-DATE TO XR-DATE-LINKED.
009345     SET XR-ROLE-TITULAIRE TO TRUE.
009350     WRITE CUST-XREF-RECORD.
009360     IF NOT WS-CUSTXREF-OK
009370         DISPLAY "Erreur écriture CUSTOMER-XREF, statut "
009550         GO TO SAISIR-PIECE-ID
009560     END-IF.
009570
009572*    RELEVE DU COMPTE ACTIF OU D'UN COMPTE PURGE DESIGNE PAR
009575*    CHOISIR-COMPTE-CONSULTE ; LE COMPTE ACTIF EST RECHARGE
009578*    ENSUITE.
009580 RELEVE-DE-COMPTE.
009582     PERFORM CHOISIR-COMPTE-CONSULTE.
009583     IF WS-CONSULT-VALIDE
009585         PERFORM EDITER-RELEVE
009587     END-IF.
009588     IF ACCT-NUMBER NOT = WS-CURRENT-ACCT-NUM
009590         PERFORM RESTAURER-COMPTE-ACTIF
009592     END-IF.
009593     MOVE 'N' TO WS-COMPTE-PURGE-SWITCH.
009595
009597 EDITER-RELEVE.
009598     DISPLAY "Date de début (AAAAMMJJ) : ".
009600     PERFORM SAISIR-DATE-RELEVE.
009610     MOVE WS-STMT-DATE-VALUE TO WS-STMT-START-DATE.
009620     DISPLAY "Date de fin (AAAAMMJJ) : ".
009640     MOVE WS-STMT-DATE-VALUE TO WS-STMT-END-DATE.
009650     MOVE 0 TO WS-STMT-PAGE-NUM.
009660     MOVE 99 TO WS-STMT-LINE-COUNT.
009670     IF WS-COMPTE-PURGE
009680         MOVE ACCT-SOLDE TO WS-STMT-OPENING-BAL
009682         MOVE ACCT-SOLDE TO WS-STMT-CLOSING-BAL
009683     ELSE
009685         MOVE SOLDE TO WS-STMT-OPENING-BAL
009687         MOVE SOLDE TO WS-STMT-CLOSING-BAL
009688     END-IF.
009690     MOVE 'N' TO WS-STMT-EOF-SWITCH.
009700     MOVE 'N' TO WS-STMT-HDR-SWITCH.
009710     MOVE 'N' TO WS-STMT-OPENING-SET-SWITCH.
009840     ELSE
009850         PERFORM PRODUIRE-RELEVE
009860     END-IF.
009861
009862*    LE COMPTE CONSULTE EST LE COMPTE ACTIF, SAUF SI UN NUMERO
009863*    DE COMPTE PURGE EST SAISI : SON DERNIER ENREGISTREMENT
009864*    ACCOUNT-MASTER EST ALORS RELU SUR ACCTHIST.  UN COMPTE
009865*    ENCORE SUR ACCOUNT-MASTER SE CONSULTE PAR L'OPTION 5.
009866 CHOISIR-COMPTE-CONSULTE.
009867     MOVE 'Y' TO WS-CONSULT-VALIDE-SWITCH.
009868     MOVE 'N' TO WS-COMPTE-PURGE-SWITCH.
009869     MOVE WS-CURRENT-ACCT-NUM TO WS-CONSULT-ACCT-NUM.
009870     MOVE 0 TO WS-CONSULT-CLOTURE.
009871     IF WS-ACCTHIST-DISPONIBLE
009872         DISPLAY "Compte clôturé et purgé"
009873             " (0 = compte actif) : "
009874         PERFORM SAISIR-COMPTE-CIBLE
009875         IF WS-TARGET-ACCT-NUM NOT = 0
009876            AND WS-TARGET-ACCT-NUM NOT = WS-CURRENT-ACCT-NUM
009877             PERFORM CHERCHER-COMPTE-PURGE
009878         END-IF
009879     END-IF.
009880
009881 CHERCHER-COMPTE-PURGE.
009882     MOVE WS-TARGET-ACCT-NUM TO ACCT-NUMBER.
009883     READ ACCOUNT-MASTER
009884         INVALID KEY
009885             PERFORM LIRE-COMPTE-PURGE
009886         NOT INVALID KEY
009887             DISPLAY "Compte " WS-TARGET-ACCT-NUM
009888                 " toujours actif"
009889                 " - sélectionnez-le par l'option 5."
009891             MOVE 'N' TO WS-CONSULT-VALIDE-SWITCH
009892     END-READ.
009893
009894 LIRE-COMPTE-PURGE.
009895     MOVE WS-TARGET-ACCT-NUM TO AH-ACCT-NUMBER.
009896     SET AH-TYPE-COMPTE TO TRUE.
009897     MOVE 0 TO AH-ITEM-KEY.
009898     READ ACCOUNT-HISTORY
009899         INVALID KEY
009900             DISPLAY "Compte introuvable : " WS-TARGET-ACCT-NUM
009901             MOVE 'N' TO WS-CONSULT-VALIDE-SWITCH
009902         NOT INVALID KEY
009903             MOVE AH-IMAGE TO ACCT-MASTER-RECORD
009904             SET WS-COMPTE-PURGE TO TRUE
009905             MOVE ACCT-NUMBER TO WS-CONSULT-ACCT-NUM
009906             MOVE AH-CLOSE-DATE TO WS-CONSULT-CLOTURE
009907             DISPLAY "Compte purgé " ACCT-NUMBER
009908                 " - clôturé le "
009909                 AH-CLOSE-DATE ", purgé le " AH-PURGE-DATE "."
009910     END-READ.
009911
009912 RESTAURER-COMPTE-ACTIF.
009913     MOVE WS-CURRENT-ACCT-NUM TO WS-TARGET-ACCT-NUM.
009914     PERFORM RECHERCHER-COMPTE.
009915
009916 PRODUIRE-RELEVE.
009917     OPEN OUTPUT STATEMENT-OUT.
009918     IF NOT WS-STMTOUT-OK
009919         DISPLAY "Erreur ouverture STMTOUT, statut "
009920             WS-STMTOUT-STATUS "."
009930         CLOSE TRANSACTION-LOG
009940         OPEN EXTEND TRANSACTION-LOG
011120     EVALUATE TRUE
011130         WHEN TL-OP-WITHDRAWAL OR TL-OP-TRANSFER-DEBIT
011140             OR TL-OP-FEE OR TL-OP-DIRECT-DEBIT
011143             OR TL-OP-CHEQUE
011147             OR (TL-OP-REVERSAL AND TL-REVERSES-CREDIT)
011150             COMPUTE WS-STMT-OPENING-BAL =
011160                 TL-RESULT-BALANCE + TL-AMOUNT + TL-FEE-AMOUNT
011162         WHEN TL-OP-REVERSAL OR TL-OP-TRANSFER-REJECT
011165             COMPUTE WS-STMT-OPENING-BAL =
011168                 TL-RESULT-BALANCE - TL-AMOUNT - TL-FEE-AMOUNT
011170         WHEN OTHER
011180             COMPUTE WS-STMT-OPENING-BAL =
011190                 TL-RESULT-BALANCE - TL-AMOUNT
011200     END-EVALUATE.
011210     SET WS-STMT-OPENING-SET TO TRUE.
011220
011222*    L'EN-TETE DU RELEVE PORTE LE NOM ET L'ADRESSE DU
011225*    TITULAIRE PRINCIPAL ; LES AUTRES TITULAIRES SONT LISTES
011228*    SOUS L'ADRESSE.
011230 LIRE-TITULAIRE.
011240     PERFORM CHARGER-TITULAIRES.
011250     IF WS-NB-TITULAIRES = 0
011260         INITIALIZE CUST-MASTER-RECORD
011270         MOVE "TITULAIRE NON RENSEIGNE" TO CUST-NAME
011280     ELSE
011290         MOVE WS-TIT-CLIENT (WS-IDX-PRINCIPAL) TO CUST-NUMBER
011300         READ CUSTOMER-MASTER
011310             INVALID KEY
011320                 INITIALIZE CUST-MASTER-RECORD
011330                 MOVE WS-TIT-CLIENT (WS-IDX-PRINCIPAL)
011340                     TO CUST-NUMBER
011341                 MOVE "TITULAIRE NON RENSEIGNE" TO CUST-NAME
011342         END-READ
011343     END-IF.
011344
011345*    TOUS LES LIENS CUSTXREF DU COMPTE ACCT-NUMBER.  SANS
011346*    TITULAIRE MARQUE PRINCIPAL, LE PREMIER LIE EN TIENT LIEU.
011347*    POUR UN COMPTE PURGE LES LIENS SONT RELUS SUR ACCTHIST.
011348 CHARGER-TITULAIRES.
011349     MOVE 0 TO WS-NB-TITULAIRES.
011351     MOVE 0 TO WS-IDX-PRINCIPAL.
011352     MOVE 'N' TO WS-XREF-EOF-SWITCH.
011353     IF WS-COMPTE-PURGE
011354         PERFORM CHARGER-TITULAIRES-ARCHIVE
011355     ELSE
011356         MOVE ACCT-NUMBER TO XR-ACCT-NUMBER
011357         MOVE 0 TO XR-CUST-NUMBER
011358         START CUSTOMER-XREF KEY IS NOT LESS THAN XR-XREF-KEY
011359             INVALID KEY
011360                 SET WS-FIN-XREF TO TRUE
011361         END-START
011362         PERFORM LIRE-TITULAIRE-SUIVANT UNTIL WS-FIN-XREF
011363     END-IF.
011364     IF WS-NB-TITULAIRES > 0 AND WS-IDX-PRINCIPAL = 0
011365         MOVE 1 TO WS-IDX-PRINCIPAL
011366     END-IF.
011367
011368 LIRE-TITULAIRE-SUIVANT.
011369     READ CUSTOMER-XREF NEXT RECORD
011371         AT END
011372             SET WS-FIN-XREF TO TRUE
011373         NOT AT END
011374             IF XR-ACCT-NUMBER NOT = ACCT-NUMBER
011375                 SET WS-FIN-XREF TO TRUE
011376             ELSE
011377                 PERFORM RETENIR-TITULAIRE
011378             END-IF
011379     END-READ.
011380
011381 CHARGER-TITULAIRES-ARCHIVE.
011382     MOVE ACCT-NUMBER TO AH-ACCT-NUMBER.
011383     SET AH-TYPE-TITULAIRE TO TRUE.
011384     MOVE 0 TO AH-ITEM-KEY.
011385     START ACCOUNT-HISTORY KEY IS NOT LESS THAN AH-HIST-KEY
011386         INVALID KEY
011387             SET WS-FIN-XREF TO TRUE
011388     END-START.
011389     PERFORM LIRE-TITULAIRE-ARCHIVE UNTIL WS-FIN-XREF.
011390
011391 LIRE-TITULAIRE-ARCHIVE.
011392     READ ACCOUNT-HISTORY NEXT RECORD
011393         AT END
011394             SET WS-FIN-XREF TO TRUE
011395         NOT AT END
011396             IF AH-ACCT-NUMBER NOT = ACCT-NUMBER
011397                OR NOT AH-TYPE-TITULAIRE
011398                 SET WS-FIN-XREF TO TRUE
011399             ELSE
011400                 MOVE AH-IMAGE TO CUST-XREF-RECORD
011401                 PERFORM RETENIR-TITULAIRE
011402             END-IF
011403     END-READ.
011404
011405 RETENIR-TITULAIRE.
011406     IF WS-NB-TITULAIRES < WS-MAX-TITULAIRES
011407         ADD 1 TO WS-NB-TITULAIRES
011408         MOVE XR-CUST-NUMBER TO WS-TIT-CLIENT (WS-NB-TITULAIRES)
011409         MOVE XR-HOLDER-ROLE TO WS-TIT-ROLE (WS-NB-TITULAIRES)
011411         IF XR-ROLE-TITULAIRE AND WS-IDX-PRINCIPAL = 0
011412             MOVE WS-NB-TITULAIRES TO WS-IDX-PRINCIPAL
011413         END-IF
011414         MOVE XR-CUST-NUMBER TO CUST-NUMBER
011415         READ CUSTOMER-MASTER
011416             INVALID KEY
011417                 MOVE "TITULAIRE NON RENSEIGNE"
011418                     TO WS-TIT-NOM (WS-NB-TITULAIRES)
011419             NOT INVALID KEY
011420                 MOVE CUST-NAME TO WS-TIT-NOM (WS-NB-TITULAIRES)
011421         END-READ
011422     END-IF.
011423
011424 LIBELLER-ROLE.
011425     EVALUATE TRUE
011426         WHEN WS-ROLE-COTITULAIRE
011427             MOVE "CO-TITULAIRE" TO WS-LIBELLE-ROLE
011428         WHEN WS-ROLE-MANDATAIRE
011429             MOVE "MANDATAIRE" TO WS-LIBELLE-ROLE
011430         WHEN OTHER
011431             MOVE "TITULAIRE" TO WS-LIBELLE-ROLE
011432     END-EVALUATE.
011433
011434 IMPRIMER-ENTETE-RELEVE.
011435     MOVE 0 TO WS-STMT-LINE-COUNT.
011436     ADD 1 TO WS-STMT-PAGE-NUM.
011437     MOVE ACCT-NUMBER TO ST-H-ACCT-NUMBER.
011438     MOVE WS-STMT-PAGE-NUM TO ST-H-PAGE-NUM.
011439     MOVE CUST-NAME TO ST-H-NAME.
011440     MOVE ST-HEADING-LINE TO STATEMENT-OUT-RECORD.
011450     WRITE STATEMENT-OUT-RECORD AFTER ADVANCING PAGE.
011460     MOVE CUST-ADDRESS-LINE-1 TO ST-A-ADDRESS-1.
011470     MOVE CUST-ADDRESS-LINE-2 TO ST-A-ADDRESS-2.
011480     MOVE ST-ADDRESS-LINE TO STATEMENT-OUT-RECORD.
011490     WRITE STATEMENT-OUT-RECORD AFTER ADVANCING 1 LINES.
011492     PERFORM IMPRIMER-COTITULAIRE
011495         VARYING WS-TIT-IDX FROM 1 BY 1
011498         UNTIL WS-TIT-IDX > WS-NB-TITULAIRES.
011500     MOVE WS-STMT-START-DATE TO ST-P-START-DATE.
011510     MOVE WS-STMT-END-DATE TO ST-P-END-DATE.
011520     MOVE ST-PERIOD-LINE TO STATEMENT-OUT-RECORD.
011560     WRITE STATEMENT-OUT-RECORD AFTER ADVANCING 1 LINES.
011570     MOVE ST-COLUMN-HEADING-LINE TO STATEMENT-OUT-RECORD.
011580     WRITE STATEMENT-OUT-RECORD AFTER ADVANCING 2 LINES.
011590     ADD 5 TO WS-STMT-LINE-COUNT.
011600     SET WS-STMT-HDR-PRINTED TO TRUE.
011601
011602 IMPRIMER-COTITULAIRE.
011603     IF WS-TIT-IDX NOT = WS-IDX-PRINCIPAL
011604         MOVE WS-TIT-ROLE (WS-TIT-IDX) TO WS-ROLE-COURANT
011605         EVALUATE TRUE
011606             WHEN WS-ROLE-COTITULAIRE
011607                 MOVE "CO-TITULAIRE  :" TO ST-T-ROLE
011608             WHEN WS-ROLE-MANDATAIRE
011609                 MOVE "MANDATAIRE    :" TO ST-T-ROLE
011611             WHEN OTHER
011612                 MOVE "TITULAIRE     :" TO ST-T-ROLE
011613         END-EVALUATE
011614         MOVE WS-TIT-NOM (WS-TIT-IDX) TO ST-T-NAME
011615         MOVE ST-HOLDER-LINE TO STATEMENT-OUT-RECORD
011616         WRITE STATEMENT-OUT-RECORD AFTER ADVANCING 1 LINES
011617         ADD 1 TO WS-STMT-LINE-COUNT
011618     END-IF.
011619
011620 IMPRIMER-LIGNE-RELEVE.
011630     IF WS-STMT-LINE-COUNT >= WS-STMT-MAX-LINES
011640         PERFORM IMPRIMER-ENTETE-RELEVE
011750             MOVE "VIREMENT RECU" TO ST-D-OPERATION
011760         WHEN TL-OP-DIRECT-DEBIT
011770             MOVE "PRELEVEMENT" TO ST-D-OPERATION
011771         WHEN TL-OP-CHEQUE
011773             MOVE "CHEQUE" TO ST-D-OPERATION
011774         WHEN TL-OP-REVERSAL
011776             MOVE "ANNULATION" TO ST-D-OPERATION
011777         WHEN TL-OP-TRANSFER-REJECT
011779             MOVE "REJET VIREMENT" TO ST-D-OPERATION
011780         WHEN OTHER            MOVE "AUTRE" TO ST-D-OPERATION
011790     END-EVALUATE.
011800     MOVE TL-AMOUNT TO ST-D-AMOUNT.
011940     IF ACCT-STATUS-CLOSED
011950         DISPLAY "Compte clôturé - dépôt refusé."
011960     ELSE
011970         IF WS-CAISSE-OUVERTE
011972             PERFORM EXECUTER-DEPOT
011974         ELSE
011976             PERFORM SIGNALER-CAISSE-FERMEE
011978         END-IF
011980     END-IF.
011990
012000 EXECUTER-DEPOT.
012250             DISPLAY "Compte dormant - retrait refusé."
012260             DISPLAY "Réactivation par un superviseur requise."
012270         ELSE
012280             IF WS-CAISSE-OUVERTE
012282                 PERFORM EXECUTER-RETRAIT
012284             ELSE
012286                 PERFORM SIGNALER-CAISSE-FERMEE
012288             END-IF
012290         END-IF
012300     END-IF.
012310
017480     MOVE WS-COMPTE-EXT-INPUT TO XO-BENEF-ACCT.
017490     MOVE WS-NOM-INPUT TO XO-BENEF-NAME.
017500     MOVE MONTANT TO XO-AMOUNT.
017502     MOVE ACCT-LAST-TRAN-SEQ TO XO-SOURCE-TRAN-SEQ.
017504     PERFORM PREPARER-REGISTRE-VIREMENT.
017506     SET XF-ORIGIN-CUSTOMER TO TRUE.
017508     MOVE WS-FRAIS-ITEM TO XF-EXT-FEE-AMOUNT.
017510     WRITE EXT-TRANSFER-OUT-RECORD.
017520     IF WS-INTBOUT-OK
017525         PERFORM ENREGISTRER-VIREMENT-EMIS
017530         DISPLAY "Virement externe émis vers "
017540             WS-BANQUE-EXT-INPUT "."
017550         PERFORM AFFICHER-SOLDE
017570         DISPLAY "Erreur écriture INTBOUT, statut "
017580             WS-INTBOUT-STATUS " - virement débité mais NON"
017590             " remis - contactez le support."
017591     END-IF.
017592
017593*    LE REGISTRE XFERREG EST PREPARE AVANT L'ECRITURE INTBOUT, A
017594*    PARTIR DE L'ENREGISTREMENT EMIS, ET ECRIT UNE FOIS L'ARTICLE
017595*    REMIS - C'EST LUI QUE XFERREJ RAPPROCHE D'UN REJET.
017596 PREPARER-REGISTRE-VIREMENT.
017597     MOVE SPACES TO EXT-TRANSFER-REGISTER-RECORD.
017598     MOVE XO-SOURCE-ACCT TO XF-SOURCE-ACCT.
017599     MOVE XO-SOURCE-TRAN-SEQ TO XF-SOURCE-TRAN-SEQ.
017600     MOVE XO-TRAN-DATE TO XF-TRAN-DATE.
017601     MOVE XO-BENEF-BANK-CODE TO XF-BENEF-BANK-CODE.
017602     MOVE XO-BENEF-ACCT TO XF-BENEF-ACCT.
017603     MOVE XO-BENEF-NAME TO XF-BENEF-NAME.
017604     MOVE XO-AMOUNT TO XF-AMOUNT.
017605     MOVE 0 TO XF-EXT-FEE-AMOUNT.
017606     MOVE WS-OPERATEUR TO XF-ISSUED-BY.
017607     SET XF-STATUS-SENT TO TRUE.
017608     MOVE 0 TO XF-REJECT-DATE.
017609     MOVE 0 TO XF-REJECT-TRAN-SEQ.
017610     MOVE 0 TO XF-FEE-REFUNDED.
017611
017612 ENREGISTRER-VIREMENT-EMIS.
017613     WRITE EXT-TRANSFER-REGISTER-RECORD.
017614     IF NOT WS-XFERREG-OK
017615         DISPLAY "Erreur écriture XFERREG, statut "
017616             WS-XFERREG-STATUS " - un rejet éventuel ne sera"
017617             " pas rapproché - contactez le support."
017618     END-IF.
017619
017620 ORDRES-PERMANENTS.
017630     DISPLAY "1 - Créer un ordre permanent".
017640     DISPLAY "2 - Annuler un ordre permanent".
020060     DISPLAY "Pièce d'identité : " CUST-NATIONAL-ID.
020070     MOVE 0 TO WS-POSITION-TOTALE.
020080     MOVE 0 TO WS-NB-COMPTES-LIES.
020085     MOVE 0 TO WS-NB-PROCURATIONS.
020090     MOVE 'N' TO WS-XREF-EOF-SWITCH.
020100     MOVE LOW-VALUES TO XR-XREF-KEY.
020110     START CUSTOMER-XREF KEY IS NOT LESS THAN XR-XREF-KEY
020120         INVALID KEY
020130             SET WS-FIN-XREF TO TRUE
020140     END-START.
020160     MOVE WS-POSITION-TOTALE TO WS-EDIT-TOTAL.
020170     DISPLAY "Comptes liés : " WS-NB-COMPTES-LIES
020180         " - Position totale : " WS-EDIT-TOTAL " EUR".
020182     IF WS-NB-PROCURATIONS > 0
020184         DISPLAY "dont " WS-NB-PROCURATIONS
020186             " compte(s) en procuration, hors position totale."
020188     END-IF.
020190
020200 LIRE-XREF-SUIVANT.
020210     READ CUSTOMER-XREF NEXT RECORD
020320     PERFORM RECHERCHER-COMPTE.
020330     IF WS-ACCTMAST-OK
020340         ADD 1 TO WS-NB-COMPTES-LIES
020350         MOVE XR-HOLDER-ROLE TO WS-ROLE-COURANT
020351         PERFORM LIBELLER-ROLE
020353         IF WS-ROLE-MANDATAIRE
020354             ADD 1 TO WS-NB-PROCURATIONS
020356         ELSE
020357             ADD ACCT-SOLDE TO WS-POSITION-TOTALE
020359         END-IF
020360         MOVE ACCT-SOLDE TO WS-EDIT-MONTANT
020370         DISPLAY "Compte " ACCT-NUMBER
020380             " solde " WS-EDIT-MONTANT
020390             " statut " ACCT-STATUS
020391             " " WS-LIBELLE-ROLE
020392     END-IF.
020393
020394*    TITULAIRES DU COMPTE ACTIF : LE TITULAIRE PRINCIPAL, FIXE A
020395*    L'OUVERTURE, LES CO-TITULAIRES ET LES MANDATAIRES.  AJOUT
020396*    ET RETRAIT SONT RESERVES AU SUPERVISEUR ET TRACES SUR
020397*    L'AUDITLOG (CLIENT ET ROLE).
020398 TITULAIRES-COMPTE.
020399     MOVE WS-CURRENT-ACCT-NUM TO WS-TARGET-ACCT-NUM.
020400     PERFORM RECHERCHER-COMPTE.
020401     DISPLAY "1 - Lister les titulaires du compte".
020402     DISPLAY "2 - Ajouter un co-titulaire ou un mandataire".
020403     DISPLAY "3 - Retirer un co-titulaire ou un mandataire".
020404     DISPLAY "Autre chiffre - Retour au menu".
020405     PERFORM SAISIR-CHOIX.
020406     EVALUATE CHOIX
020407         WHEN 1 PERFORM LISTER-TITULAIRES
020408         WHEN 2 PERFORM AJOUTER-TITULAIRE
020409         WHEN 3 PERFORM RETIRER-TITULAIRE
020411         WHEN OTHER CONTINUE
020412     END-EVALUATE.
020413
020414 LISTER-TITULAIRES.
020415     PERFORM CHARGER-TITULAIRES.
020416     IF WS-NB-TITULAIRES = 0
020417         DISPLAY "Aucun titulaire lié au compte " ACCT-NUMBER "."
020418     ELSE
020419         DISPLAY "Titulaires du compte " ACCT-NUMBER " :"
020420         PERFORM AFFICHER-TITULAIRE
020421             VARYING WS-TIT-IDX FROM 1 BY 1
020422             UNTIL WS-TIT-IDX > WS-NB-TITULAIRES
020423     END-IF.
020424
020425 AFFICHER-TITULAIRE.
020426     MOVE WS-TIT-ROLE (WS-TIT-IDX) TO WS-ROLE-COURANT.
020427     PERFORM LIBELLER-ROLE.
020428     DISPLAY WS-LIBELLE-ROLE " " WS-TIT-CLIENT (WS-TIT-IDX)
020429         " " WS-TIT-NOM (WS-TIT-IDX).
020430
020431 AJOUTER-TITULAIRE.
020432     PERFORM CONTROLER-SUPERVISEUR.
020433     IF WS-ACTION-AUTORISEE
020434         PERFORM CHARGER-TITULAIRES
020435         IF ACCT-STATUS-CLOSED
020436             DISPLAY "Compte clôturé - ajout refusé."
020437         ELSE
020438             IF WS-NB-TITULAIRES NOT < WS-MAX-TITULAIRES
020439                 DISPLAY "Nombre maximal de titulaires atteint."
020440             ELSE
020441                 PERFORM SAISIR-NOUVEAU-TITULAIRE
020442             END-IF
020443         END-IF
020444     END-IF.
020445
020446*    LE CLIENT EST IDENTIFIE COMME A L'OUVERTURE : EXISTANT PAR
020447*    SON NUMERO, OU NOUVEAU AVEC SAISIE DE SON IDENTITE.
020448 SAISIR-NOUVEAU-TITULAIRE.
020449     PERFORM IDENTIFIER-CLIENT.
020451     IF WS-OUVERTURE-VALIDE
020452         MOVE WS-CURRENT-ACCT-NUM TO XR-ACCT-NUMBER
020453         MOVE WS-NUM-CLIENT TO XR-CUST-NUMBER
020454         READ CUSTOMER-XREF
020455             INVALID KEY
020456                 PERFORM ENREGISTRER-TITULAIRE
020457             NOT INVALID KEY
020458                 DISPLAY "Client " WS-NUM-CLIENT
020459                     " déjà lié au compte " ACCT-NUMBER "."
020460         END-READ
020461     END-IF.
020462
020463 ENREGISTRER-TITULAIRE.
020464     DISPLAY "Rôle (J = co-titulaire, S = mandataire) : ".
020465     PERFORM SAISIR-ROLE.
020466     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020467     IF NOT WS-CLIENT-TROUVE
020468         PERFORM CREER-FICHE-CLIENT
020469     END-IF.
020470     INITIALIZE CUST-XREF-RECORD.
020471     MOVE WS-CURRENT-ACCT-NUM TO XR-ACCT-NUMBER.
020472     MOVE WS-NUM-CLIENT TO XR-CUST-NUMBER.
020473     MOVE WS-CURRENT-DATE TO XR-DATE-LINKED.
020474     MOVE WS-ROLE-INPUT TO XR-HOLDER-ROLE.
020475     WRITE CUST-XREF-RECORD.
020476     IF WS-CUSTXREF-OK
020477         MOVE WS-NUM-CLIENT TO WS-AT-CLIENT
020478         MOVE WS-ROLE-INPUT TO WS-AT-ROLE
020479         MOVE SPACES TO WS-AUDIT-OLD
020480         MOVE WS-AUDIT-TITULAIRE TO WS-AUDIT-NEW
020481         MOVE "TITULAIRE-AJOUT" TO WS-AUDIT-FIELD
020482         PERFORM ECRIRE-AUDIT
020483         DISPLAY "Client " WS-NUM-CLIENT
020484             " lié au compte " ACCT-NUMBER "."
020485     ELSE
020486         DISPLAY "Erreur écriture CUSTOMER-XREF, statut "
020487             WS-CUSTXREF-STATUS "."
020488     END-IF.
020489
020491 SAISIR-ROLE.
020492     MOVE SPACES TO WS-ROLE-INPUT.
020493     ACCEPT WS-ROLE-INPUT.
020494     IF NOT WS-ROLE-SAISI-VALIDE
020495         DISPLAY "Rôle invalide, entrez J ou S."
020496         GO TO SAISIR-ROLE
020497     END-IF.
020498
020499 RETIRER-TITULAIRE.
020500     PERFORM CONTROLER-SUPERVISEUR.
020501     IF WS-ACTION-AUTORISEE
020502         DISPLAY "Numéro du client à retirer : "
020503         PERFORM SAISIR-NUM-CLIENT
020504         MOVE WS-CURRENT-ACCT-NUM TO XR-ACCT-NUMBER
020505         MOVE WS-NUM-CLIENT TO XR-CUST-NUMBER
020506         READ CUSTOMER-XREF
020507             INVALID KEY
020508                 DISPLAY "Client " WS-NUM-CLIENT
020509                     " non lié au compte " ACCT-NUMBER "."
020510             NOT INVALID KEY
020511                 PERFORM SUPPRIMER-LIEN-TITULAIRE
020512         END-READ
020513     END-IF.
020514
020515 SUPPRIMER-LIEN-TITULAIRE.
020516     IF XR-ROLE-TITULAIRE
020517         DISPLAY "Le titulaire principal ne peut pas être"
020518             " retiré du compte."
020519     ELSE
020520         MOVE XR-HOLDER-ROLE TO WS-AT-ROLE
020521         DELETE CUSTOMER-XREF RECORD
020522         IF WS-CUSTXREF-OK
020523             MOVE WS-NUM-CLIENT TO WS-AT-CLIENT
020524             MOVE WS-AUDIT-TITULAIRE TO WS-AUDIT-OLD
020525             MOVE SPACES TO WS-AUDIT-NEW
020526             MOVE "TITULAIRE-RETRAIT" TO WS-AUDIT-FIELD
020527             PERFORM ECRIRE-AUDIT
020528             DISPLAY "Client " WS-NUM-CLIENT
020529                 " retiré du compte " ACCT-NUMBER "."
020531         ELSE
020532             DISPLAY "Erreur suppression CUSTOMER-XREF, statut "
020533                 WS-CUSTXREF-STATUS "."
020534         END-IF
020535     END-IF.
020536
020537 MANDATS-PRELEVEMENT.
020538     DISPLAY "1 - Créer un mandat de prélèvement".
020539     DISPLAY "2 - Annuler un mandat".
020540     DISPLAY "3 - Lister les mandats du compte".
020541     DISPLAY "Autre chiffre - Retour au menu".
020542     PERFORM SAISIR-CHOIX.
020543     EVALUATE CHOIX
020544         WHEN 1 PERFORM CREER-MANDAT
020545         WHEN 2 PERFORM ANNULER-MANDAT
020546         WHEN 3 PERFORM LISTER-MANDATS
020547         WHEN OTHER CONTINUE
020548     END-EVALUATE.
020549
020550 SAISIR-NUM-MANDAT.
020560     MOVE SPACES TO WS-MANDAT-NUM-INPUT.
020570     ACCEPT WS-MANDAT-NUM-INPUT.
021600*    SOLDE DU COMPTE ACTIF A UNE DATE PASSEE - LECTURE DIRECTE
021610*    DE L'INSTANTANE NOCTURNE BALSNAP AU LIEU D'UN REJEU DU
021620*    TRANSACTION-LOG.
021623*    UN COMPTE PURGE PEUT ETRE DESIGNE : BALSNAP NE LE
021627*    PHOTOGRAPHIE PLUS, SON SOLDE APRES LA CLOTURE EST NUL.
021630 SOLDE-A-UNE-DATE.
021640     IF NOT WS-HIST-DISPONIBLE
021650         DISPLAY "Fichier BALHIST indisponible."
021660     ELSE
021670         PERFORM CHOISIR-COMPTE-CONSULTE
021680         IF WS-CONSULT-VALIDE
021690             PERFORM LIRE-SOLDE-A-UNE-DATE
021700         END-IF
021710         IF ACCT-NUMBER NOT = WS-CURRENT-ACCT-NUM
021720             PERFORM RESTAURER-COMPTE-ACTIF
021721         END-IF
021722         MOVE 'N' TO WS-COMPTE-PURGE-SWITCH
021723     END-IF.
021724
021725 LIRE-SOLDE-A-UNE-DATE.
021726     DISPLAY "Date recherchée (AAAAMMJJ) : ".
021727     PERFORM SAISIR-DATE-RELEVE.
021728     MOVE WS-CONSULT-ACCT-NUM TO BH-ACCT-NUMBER.
021729     MOVE WS-STMT-DATE-VALUE TO BH-SNAP-DATE.
021730     READ BALANCE-HISTORY
021731         INVALID KEY
021732             IF WS-COMPTE-PURGE
021733                AND WS-STMT-DATE-VALUE NOT < WS-CONSULT-CLOTURE
021734                 MOVE 0 TO WS-EDIT-MONTANT
021735                 DISPLAY "Solde au " WS-STMT-DATE-VALUE " : "
021736                     WS-EDIT-MONTANT
021737                     " EUR (statut C, compte purgé)"
021738             ELSE
021739                 DISPLAY "Aucun instantané pour le compte "
021740                     WS-CONSULT-ACCT-NUM " au "
021750                     WS-STMT-DATE-VALUE "."
021760             END-IF
021770         NOT INVALID KEY
021780             MOVE BH-CLOSING-BALANCE TO WS-EDIT-MONTANT
021790             DISPLAY "Solde au " BH-SNAP-DATE " : "
021800                 WS-EDIT-MONTANT " EUR (statut "
021810                 BH-ACCT-STATUS ")"
021820     END-READ.
021830
021840 SAISIR-MONTANT.
021850     MOVE SPACES TO WS-MONTANT-INPUT.
023650         DISPLAY "Erreur mise à jour ACCOUNT-MASTER, statut "
023660             WS-ACCTMAST-STATUS "."
023670     ELSE
023675         MOVE SPACES TO TRAN-LOG-RECORD
023680         MOVE ACCT-NUMBER TO TL-ACCT-NUMBER
023690         MOVE ACCT-LAST-TRAN-SEQ TO TL-TRAN-SEQ-NUM
023700         MOVE WS-CURRENT-DATE TO TL-TRAN-DATE
023750         MOVE SOLDE TO TL-RESULT-BALANCE
023760         MOVE WS-CONTREPARTIE-NUM TO TL-COUNTERPARTY-ACCT
023770         MOVE WS-OPERATEUR TO TL-OPERATOR-ID
023773         MOVE WS-ANNUL-ORIG-SEQ TO TL-REV-ORIG-SEQ-NUM
023777         MOVE WS-ANNUL-ORIG-OP TO TL-REV-ORIG-OP-CODE
023780         WRITE TRAN-LOG-RECORD
023790         IF NOT WS-TRANLOG-OK
023800             DISPLAY "Erreur écriture TRANSACTION-LOG, statut "
023820         END-IF
023830     END-IF.
023840     MOVE 0 TO WS-CONTREPARTIE-NUM.
023843     MOVE 0 TO WS-ANNUL-ORIG-SEQ.
023847     MOVE SPACE TO WS-ANNUL-ORIG-OP.
023850
023860 FIN-PROGRAMME.
023870     CLOSE OPERATOR-MASTER.
023940     CLOSE TRANSACTION-LOG.
023950     CLOSE AUDIT-LOG.
023960     CLOSE EXTERNAL-OUT.
023962     CLOSE CHEQUE-REGISTER.
023964     CLOSE SUSPENSE-ITEMS.
023966     CLOSE TRANSFER-REGISTER.
023968     CLOSE TILL-FILE.
023970     IF WS-TARIFS-DISPONIBLES
023980         CLOSE TARIFF-FILE
023990     END-IF.
024000     IF WS-HIST-DISPONIBLE
024010         CLOSE BALANCE-HISTORY
024012     END-IF.
024015     IF WS-ACCTHIST-DISPONIBLE
024018         CLOSE ACCOUNT-HISTORY
024020     END-IF.
024030     STOP RUN.
024040
024590         DISPLAY "Opération réservée au superviseur."
024600     END-IF.
024610
024620*    CONTRE-PASSATION D'UNE ECRITURE DU COMPTE ACTIF, DESIGNEE
024630*    PAR SON NUMERO DE SEQUENCE SUR LE TRANSACTION-LOG COURANT.
024640*    SEULE UNE ECRITURE POSTERIEURE A LA DERNIERE COUPURE
024650*    TRANARCH PEUT ETRE ANNULEE.  UN VIREMENT INTERNE EST
024660*    ANNULE SUR SES DEUX JAMBES ; UN VIREMENT INTERBANCAIRE
024670*    (CONTREPARTIE A ZERO) EST REFUSE - IL SE TRAITE PAR LA
024680*    COMPENSATION.
024690 CONTRE-PASSATION.
024700     PERFORM CONTROLER-SUPERVISEUR.
024710     IF WS-ACTION-AUTORISEE
024720         DISPLAY "Compte " WS-CURRENT-ACCT-NUM
024730             " - numéro de séquence de l'écriture"
024740             " à annuler : "
024750         PERFORM SAISIR-NUM-SEQUENCE
024760         PERFORM RECHERCHER-ECRITURE-ORIGINE
024770         PERFORM CONTROLER-ECRITURE-ORIGINE
024780         IF WS-ANNUL-VALIDE
024790             PERFORM EXECUTER-CONTRE-PASSATION
024800         END-IF
024810         MOVE WS-CURRENT-ACCT-NUM TO WS-TARGET-ACCT-NUM
024820         PERFORM RECHERCHER-COMPTE
024830         MOVE ACCT-SOLDE TO SOLDE
024840         PERFORM AFFICHER-SOLDE
024850     END-IF.
024860
024870 SAISIR-NUM-SEQUENCE.
024880     MOVE SPACES TO WS-SEQ-INPUT.
024890     ACCEPT WS-SEQ-INPUT.
024900     INSPECT WS-SEQ-INPUT REPLACING LEADING SPACE BY ZERO.
024910     IF WS-SEQ-INPUT IS NOT NUMERIC
024920         DISPLAY "Numéro de séquence invalide, veuillez"
024930             " réessayer."
024940         GO TO SAISIR-NUM-SEQUENCE
024950     END-IF.
024960     MOVE WS-SEQ-INPUT TO WS-ANNUL-SEQ.
024970
024980*    UNE LECTURE COMPLETE DU JOURNAL : L'ECRITURE D'ORIGINE, SA
024990*    JAMBE JUMELLE (LE 'V' SUIT TOUJOURS IMMEDIATEMENT LE 'T'
025000*    D'UN VIREMENT INTERNE, EN LIGNE COMME EN BATCH) ET TOUTE
025010*    CONTRE-PASSATION DEJA FAITE DE L'UNE OU DE L'AUTRE.
025020 RECHERCHER-ECRITURE-ORIGINE.
025030     MOVE 'N' TO WS-ANNUL-EOF-SWITCH.
025040     MOVE 'N' TO WS-ORIG-TROUVEE-SWITCH.
025050     MOVE 'N' TO WS-DEJA-ANNULEE-SWITCH.
025060     MOVE 'N' TO WS-PARTIE-SUIVANTE-SWITCH.
025070     MOVE 'N' TO WS-PARTIE-TROUVEE-SWITCH.
025080     INITIALIZE WS-JAMBE-ORIGINE.
025090     INITIALIZE WS-JAMBE-JUMELLE.
025100     INITIALIZE WS-JAMBE-PRECEDENTE.
025110     CLOSE TRANSACTION-LOG.
025120     OPEN INPUT TRANSACTION-LOG.
025130     IF WS-TRANLOG-OK
025140         PERFORM LIRE-ECRITURE-JOURNAL
025150             UNTIL WS-FIN-JOURNAL-ANNUL
025160         CLOSE TRANSACTION-LOG
025170     ELSE
025180         DISPLAY "Erreur ouverture TRANSACTION-LOG, statut "
025190             WS-TRANLOG-STATUS "."
025200     END-IF.
025210     OPEN EXTEND TRANSACTION-LOG.
025220     IF NOT WS-TRANLOG-OK
025230         DISPLAY "Erreur ouverture TRANSACTION-LOG, statut "
025240             WS-TRANLOG-STATUS "."
025250         STOP RUN
025260     END-IF.
025270
025280 LIRE-ECRITURE-JOURNAL.
025290     READ TRANSACTION-LOG
025300         AT END
025310             SET WS-FIN-JOURNAL-ANNUL TO TRUE
025320         NOT AT END
025330             PERFORM EXAMINER-ECRITURE-JOURNAL
025340     END-READ.
025350
025360 EXAMINER-ECRITURE-JOURNAL.
025370     IF WS-PARTIE-SUIVANTE
025380         MOVE 'N' TO WS-PARTIE-SUIVANTE-SWITCH
025390         IF TL-OP-TRANSFER-CREDIT
025400            AND TL-ACCT-NUMBER = WS-JO-CONTREPARTIE
025410            AND TL-COUNTERPARTY-ACCT = WS-JO-ACCT
025420            AND TL-AMOUNT = WS-JO-MONTANT
025430             SET WS-PARTIE-TROUVEE TO TRUE
025440             MOVE TL-ACCT-NUMBER TO WS-JJ-ACCT
025450             MOVE TL-TRAN-SEQ-NUM TO WS-JJ-SEQ
025460             MOVE TL-OPERATION-CODE TO WS-JJ-OP-CODE
025470             MOVE TL-AMOUNT TO WS-JJ-MONTANT
025480             MOVE TL-FEE-AMOUNT TO WS-JJ-FRAIS
025490             MOVE TL-COUNTERPARTY-ACCT TO WS-JJ-CONTREPARTIE
025500         END-IF
025510     END-IF.
025520     IF TL-ACCT-NUMBER = WS-CURRENT-ACCT-NUM
025530        AND TL-TRAN-SEQ-NUM = WS-ANNUL-SEQ
025540        AND NOT TL-OP-BALANCE-FWD
025550         PERFORM RETENIR-ECRITURE-ORIGINE
025560     END-IF.
025570     IF TL-OP-REVERSAL
025580         PERFORM TESTER-ANNULATION-EXISTANTE
025590     END-IF.
025600     MOVE TL-ACCT-NUMBER TO WS-JP-ACCT.
025610     MOVE TL-TRAN-SEQ-NUM TO WS-JP-SEQ.
025620     MOVE TL-OPERATION-CODE TO WS-JP-OP-CODE.
025630     MOVE TL-AMOUNT TO WS-JP-MONTANT.
025640     MOVE TL-FEE-AMOUNT TO WS-JP-FRAIS.
025650     MOVE TL-COUNTERPARTY-ACCT TO WS-JP-CONTREPARTIE.
025660
025670 RETENIR-ECRITURE-ORIGINE.
025680     SET WS-ORIG-TROUVEE TO TRUE.
025690     MOVE TL-ACCT-NUMBER TO WS-JO-ACCT.
025700     MOVE TL-TRAN-SEQ-NUM TO WS-JO-SEQ.
025710     MOVE TL-OPERATION-CODE TO WS-JO-OP-CODE.
025720     MOVE TL-AMOUNT TO WS-JO-MONTANT.
025730     MOVE TL-FEE-AMOUNT TO WS-JO-FRAIS.
025740     MOVE TL-COUNTERPARTY-ACCT TO WS-JO-CONTREPARTIE.
025750     IF TL-OP-TRANSFER-DEBIT AND TL-COUNTERPARTY-ACCT NOT = 0
025760         SET WS-PARTIE-SUIVANTE TO TRUE
025770     END-IF.
025780     IF TL-OP-TRANSFER-CREDIT AND TL-COUNTERPARTY-ACCT NOT = 0
025790        AND WS-JP-OP-CODE = 'T'
025800        AND WS-JP-ACCT = TL-COUNTERPARTY-ACCT
025810        AND WS-JP-CONTREPARTIE = TL-ACCT-NUMBER
025820        AND WS-JP-MONTANT = TL-AMOUNT
025830         SET WS-PARTIE-TROUVEE TO TRUE
025840         MOVE WS-JAMBE-PRECEDENTE TO WS-JAMBE-JUMELLE
025850     END-IF.
025860
025870 TESTER-ANNULATION-EXISTANTE.
025880     IF TL-ACCT-NUMBER = WS-CURRENT-ACCT-NUM
025890        AND TL-REV-ORIG-SEQ-NUM = WS-ANNUL-SEQ
025900         SET WS-DEJA-ANNULEE TO TRUE
025910     END-IF.
025920     IF WS-PARTIE-TROUVEE
025930        AND TL-ACCT-NUMBER = WS-JJ-ACCT
025940        AND TL-REV-ORIG-SEQ-NUM = WS-JJ-SEQ
025950         SET WS-DEJA-ANNULEE TO TRUE
025960     END-IF.
025970
025980 CONTROLER-ECRITURE-ORIGINE.
025990     MOVE 'N' TO WS-ANNUL-VALIDE-SWITCH.
026000     EVALUATE TRUE
026010         WHEN NOT WS-ORIG-TROUVEE
026020             DISPLAY "Écriture " WS-ANNUL-SEQ " introuvable sur"
026030                 " le journal courant du compte."
026040         WHEN WS-JO-ANNULATION
026050             DISPLAY "Une contre-passation ne peut pas être"
026060                 " elle-même annulée."
026070         WHEN WS-DEJA-ANNULEE
026080             DISPLAY "Écriture " WS-ANNUL-SEQ
026090                 " déjà contre-passée - refusé."
026100         WHEN WS-JO-REJET
026110             DISPLAY "Rejet de compensation - contre-passation"
026120                 " refusée."
026130         WHEN WS-JO-VIREMENT AND WS-JO-CONTREPARTIE = 0
026140             DISPLAY "Virement interbancaire - contre-passation"
026150                 " refusée."
026160         WHEN WS-JO-VIREMENT AND NOT WS-PARTIE-TROUVEE
026170             DISPLAY "Jambe jumelle du virement introuvable -"
026180                 " contre-passation refusée."
026190         WHEN OTHER
026200             MOVE 'Y' TO WS-ANNUL-VALIDE-SWITCH
026210     END-EVALUATE.
026220
026230*    LES DEUX COMPTES D'UN VIREMENT SONT CONTROLES AVANT TOUTE
026240*    ECRITURE, PUIS LA JAMBE CREDIT ('V') EST ANNULEE AVANT LA
026250*    JAMBE DEBIT ('T') - LES DEUX ECRITURES 'A' RESTENT
026260*    CONTIGUES SUR LE JOURNAL.
026270 EXECUTER-CONTRE-PASSATION.
026280     MOVE 'Y' TO WS-JAMBE-OK-SWITCH.
026290     MOVE WS-JAMBE-ORIGINE TO WS-JAMBE.
026300     PERFORM CONTROLER-COMPTE-JAMBE.
026310     IF WS-PARTIE-TROUVEE AND WS-JAMBE-OK
026320         MOVE WS-JAMBE-JUMELLE TO WS-JAMBE
026330         PERFORM CONTROLER-COMPTE-JAMBE
026340     END-IF.
026350     IF WS-JAMBE-OK
026360         IF WS-PARTIE-TROUVEE AND WS-JO-OP-CODE = 'T'
026370             MOVE WS-JAMBE-JUMELLE TO WS-JAMBE
026380             PERFORM ANNULER-UNE-JAMBE
026390             IF WS-JAMBE-POSTEE
026400                 MOVE WS-JAMBE-ORIGINE TO WS-JAMBE
026410                 PERFORM ANNULER-UNE-JAMBE
026420             END-IF
026430         ELSE
026440             MOVE WS-JAMBE-ORIGINE TO WS-JAMBE
026450             PERFORM ANNULER-UNE-JAMBE
026460             IF WS-PARTIE-TROUVEE AND WS-JAMBE-POSTEE
026470                 MOVE WS-JAMBE-JUMELLE TO WS-JAMBE
026480                 PERFORM ANNULER-UNE-JAMBE
026490             END-IF
026500         END-IF
026510         IF WS-PARTIE-TROUVEE AND WS-JAMBE-POSTEE
026520             PERFORM ROUVRIR-ARTICLE-REAFFECTE
026530         END-IF
026540     END-IF.
026550
026560 CONTROLER-COMPTE-JAMBE.
026570     MOVE WS-JA-ACCT TO WS-TARGET-ACCT-NUM.
026580     PERFORM RECHERCHER-COMPTE.
026590     IF NOT WS-ACCTMAST-OK
026600         MOVE 'N' TO WS-JAMBE-OK-SWITCH
026610     ELSE
026620         IF ACCT-STATUS-CLOSED
026630             DISPLAY "Compte clôturé : " ACCT-NUMBER
026640                 " - contre-passation refusée."
026650             MOVE 'N' TO WS-JAMBE-OK-SWITCH
026660         END-IF
026670     END-IF.
026680
026690*    L'ANNULATION D'UN CREDIT DEBITE LE MONTANT, SANS FRAIS DE
026700*    DECOUVERT ; L'ANNULATION D'UN DEBIT RECREDITE LE MONTANT ET
026710*    REMBOURSE LES FRAIS PRELEVES AVEC LUI.  LE CUMUL DE DEBIT
026720*    JOURNALIER N'EST PAS MODIFIE.
026730 ANNULER-UNE-JAMBE.
026740     MOVE 'N' TO WS-JAMBE-POSTEE-SWITCH.
026750     MOVE WS-JA-ACCT TO WS-TARGET-ACCT-NUM.
026760     PERFORM RECHERCHER-COMPTE.
026770     IF WS-ACCTMAST-OK
026780         IF WS-JA-CREDIT
026790             SUBTRACT WS-JA-MONTANT FROM ACCT-SOLDE
026800             MOVE 0 TO WS-FEE-AMOUNT
026810         ELSE
026820             ADD WS-JA-MONTANT WS-JA-FRAIS TO ACCT-SOLDE
026830             MOVE WS-JA-FRAIS TO WS-FEE-AMOUNT
026840         END-IF
026850         MOVE ACCT-SOLDE TO SOLDE
026860         MOVE WS-JA-MONTANT TO MONTANT
026870         MOVE 'A' TO WS-OP-CODE
026880         MOVE WS-JA-CONTREPARTIE TO WS-CONTREPARTIE-NUM
026890         MOVE WS-JA-SEQ TO WS-ANNUL-ORIG-SEQ
026900         MOVE WS-JA-OP-CODE TO WS-ANNUL-ORIG-OP
026910         PERFORM JOURNALISER-MOUVEMENT
026920         IF WS-ACCTMAST-OK AND WS-TRANLOG-OK
026930             SET WS-JAMBE-POSTEE TO TRUE
026940             PERFORM AUDITER-CONTRE-PASSATION
026950             DISPLAY "Écriture " WS-JA-SEQ " du compte "
026960                 WS-JA-ACCT " contre-passée."
026970             PERFORM SIGNALER-DEPASSEMENT
026980         ELSE
026990             DISPLAY "Contre-passation NON journalisée -"
027000                 " contactez le support."
027010         END-IF
027020     ELSE
027030         DISPLAY "Contre-passation NON effectuée -"
027040             " contactez le support."
027050     END-IF.
027060
027070*    UN VIREMENT ANNULE PEUT ETRE LA REAFFECTATION D'UN ARTICLE
027080*    D'ATTENTE : L'ARGENT REVIENT SUR LE COMPTE D'ATTENTE, DONC
027090*    L'ARTICLE DONT LE 'T' PORTE CETTE SEQUENCE EST ROUVERT POUR
027100*    QUE SUSPAGE RETROUVE LE SOLDE DE L'ATTENTE.
027110 ROUVRIR-ARTICLE-REAFFECTE.
027120     IF WS-JO-OP-CODE = 'T'
027130         MOVE WS-JAMBE-ORIGINE TO WS-JAMBE
027140     ELSE
027150         MOVE WS-JAMBE-JUMELLE TO WS-JAMBE
027160     END-IF.
027170     MOVE 'N' TO WS-ATTENTE-EOF-SWITCH.
027180     MOVE LOW-VALUES TO SI-REFERENCE.
027190     START SUSPENSE-ITEMS KEY IS NOT LESS THAN SI-REFERENCE
027200         INVALID KEY
027210             SET WS-FIN-ATTENTE TO TRUE
027220     END-START.
027230     PERFORM CHERCHER-ARTICLE-REAFFECTE UNTIL WS-FIN-ATTENTE.
027240
027250 CHERCHER-ARTICLE-REAFFECTE.
027260     READ SUSPENSE-ITEMS NEXT RECORD
027270         AT END
027280             SET WS-FIN-ATTENTE TO TRUE
027290         NOT AT END
027300             IF SI-STATUS-REAPPLIED
027310                AND SI-SUSPENSE-ACCT = WS-JA-ACCT
027320                AND SI-RESOLVE-TRAN-SEQ = WS-JA-SEQ
027330                 SET WS-FIN-ATTENTE TO TRUE
027340                 PERFORM ROUVRIR-ARTICLE-ATTENTE
027350             END-IF
027360     END-READ.
027370
027380 ROUVRIR-ARTICLE-ATTENTE.
027390     SET SI-STATUS-OPEN TO TRUE.
027400     MOVE 0 TO SI-DATE-RESOLVED.
027410     MOVE SPACES TO SI-RESOLVED-BY.
027420     MOVE 0 TO SI-APPLIED-ACCT.
027430     MOVE 0 TO SI-RESOLVE-TRAN-SEQ.
027440     REWRITE SUSPENSE-ITEM-RECORD.
027450     IF WS-SUSPITEM-OK
027460         MOVE "ATTENTE ROUVERTE" TO WS-AUDIT-FIELD
027470         MOVE SI-REFERENCE TO WS-AUDIT-OLD
027480         MOVE SPACES TO WS-AUDIT-NEW
027490         PERFORM ECRIRE-AUDIT
027500         DISPLAY "Article " SI-REFERENCE " rouvert."
027510     ELSE
027520         DISPLAY "Erreur réécriture SUSPITEM, statut "
027530             WS-SUSPITEM-STATUS " - article resté soldé,"
027540             " contactez le support."
027550     END-IF.
027560
027570 AUDITER-CONTRE-PASSATION.
027580     MOVE WS-JA-SEQ TO WS-AE-SEQ.
027590     MOVE WS-JA-OP-CODE TO WS-AE-OP-CODE.
027600     MOVE ACCT-LAST-TRAN-SEQ TO WS-AA-SEQ.
027610     MOVE "CONTRE-PASSATION" TO WS-AUDIT-FIELD.
027620     MOVE WS-AUDIT-ECRITURE TO WS-AUDIT-OLD.
027630     MOVE WS-AUDIT-ANNULATION TO WS-AUDIT-NEW.
027640     PERFORM ECRIRE-AUDIT.
027650
027660*    UNE ANNULATION DE CREDIT EST IMPOSEE MEME AU-DELA DU
027670*    DECOUVERT AUTORISE - LE SUPERVISEUR EN EST AVERTI.
027680 SIGNALER-DEPASSEMENT.
027690     COMPUTE WS-MIN-BALANCE = 0 - ACCT-OVERDRAFT-LIMIT.
027700     IF ACCT-SOLDE < WS-MIN-BALANCE
027710         MOVE ACCT-SOLDE TO WS-EDIT-MONTANT
027720         DISPLAY "Attention : compte " ACCT-NUMBER
027730             " au-delà du découvert autorisé (solde "
027740             WS-EDIT-MONTANT " EUR)."
027750     END-IF.
027760
027770*    CHEQUIERS DU COMPTE ACTIF SUR LE REGISTRE CHQREG - UN
027780*    ENREGISTREMENT PAR CHEQUE DELIVRE.  LE PAIEMENT EST POSE
027790*    PAR LE TRAVAIL DE COMPENSATION CHQCLEAR.
027800 CHEQUIERS.
027810     DISPLAY "1 - Délivrer un chéquier".
027820     DISPLAY "2 - Opposition sur un chèque ou une plage".
027830     DISPLAY "3 - Lister les chèques du compte".
027840     DISPLAY "Autre chiffre - Retour au menu".
027850     PERFORM SAISIR-CHOIX.
027860     EVALUATE CHOIX
027870         WHEN 1 PERFORM DELIVRER-CHEQUIER
027880         WHEN 2 PERFORM OPPOSITION-CHEQUES
027890         WHEN 3 PERFORM LISTER-CHEQUES
027900         WHEN OTHER CONTINUE
027910     END-EVALUATE.
027920
027930 SAISIR-NUM-CHEQUE.
027940     MOVE SPACES TO WS-CHEQUE-INPUT.
027950     ACCEPT WS-CHEQUE-INPUT.
027960     INSPECT WS-CHEQUE-INPUT REPLACING LEADING SPACE BY ZERO.
027970     IF WS-CHEQUE-INPUT IS NOT NUMERIC
027980         DISPLAY "Numéro de chèque invalide, réessayez."
027990         GO TO SAISIR-NUM-CHEQUE
028000     END-IF.
028010     MOVE WS-CHEQUE-INPUT TO WS-CHEQUE-SAISI.
028020
028030 SAISIR-NB-CHEQUES.
028040     MOVE SPACES TO WS-NB-CHEQUES-INPUT.
028050     ACCEPT WS-NB-CHEQUES-INPUT.
028060     INSPECT WS-NB-CHEQUES-INPUT REPLACING LEADING SPACE BY ZERO.
028070     IF WS-NB-CHEQUES-INPUT IS NOT NUMERIC
028080         DISPLAY "Nombre invalide, réessayez."
028090         GO TO SAISIR-NB-CHEQUES
028100     END-IF.
028110     MOVE WS-NB-CHEQUES-INPUT TO WS-NB-CHEQUES.
028120     IF WS-NB-CHEQUES = 0 OR WS-NB-CHEQUES > WS-MAX-CHEQUIER
028130         DISPLAY "De 1 à " WS-MAX-CHEQUIER
028140             " chèques par chéquier, réessayez."
028150         GO TO SAISIR-NB-CHEQUES
028160     END-IF.
028170
028180*    LA PLAGE ENTIERE EST CONTROLEE AVANT TOUTE ECRITURE - UN
028190*    NUMERO DEJA DELIVRE SUR LE COMPTE REFUSE LE CHEQUIER.
028200 DELIVRER-CHEQUIER.
028210     MOVE WS-CURRENT-ACCT-NUM TO WS-TARGET-ACCT-NUM.
028220     PERFORM RECHERCHER-COMPTE.
028230     IF NOT WS-ACCTMAST-OK
028240         DISPLAY "Délivrance NON effectuée."
028250     ELSE
028260         IF ACCT-STATUS-CLOSED OR ACCT-STATUS-DORMANT
028270             DISPLAY "Compte clôturé ou dormant - chéquier"
028280                 " refusé."
028290         ELSE
028300             DISPLAY "Premier numéro du chéquier : "
028310             PERFORM SAISIR-NUM-CHEQUE
028320             MOVE WS-CHEQUE-SAISI TO WS-CHEQUE-PREMIER
028330             DISPLAY "Nombre de chèques : "
028340             PERFORM SAISIR-NB-CHEQUES
028350             COMPUTE WS-CHEQUE-DERNIER =
028360                 WS-CHEQUE-PREMIER + WS-NB-CHEQUES - 1
028370             PERFORM CONTROLER-PLAGE-CHEQUIER
028380             IF WS-PLAGE-LIBRE
028390                 PERFORM ENREGISTRER-CHEQUIER
028400             END-IF
028410         END-IF
028420     END-IF.
028430
028440 CONTROLER-PLAGE-CHEQUIER.
028450     MOVE 'Y' TO WS-PLAGE-LIBRE-SWITCH.
028460     IF WS-CHEQUE-PREMIER = 0
028470        OR WS-CHEQUE-DERNIER > WS-MAX-NUM-CHEQUE
028480         DISPLAY "Plage de numéros hors limites - refusé."
028490         MOVE 'N' TO WS-PLAGE-LIBRE-SWITCH
028500     ELSE
028510         MOVE WS-CURRENT-ACCT-NUM TO CQ-ACCT-NUMBER
028520         MOVE WS-CHEQUE-PREMIER TO CQ-CHEQUE-NUMBER
028530         START CHEQUE-REGISTER
028540             KEY IS NOT LESS THAN CQ-CHEQUE-KEY
028550             INVALID KEY
028560                 CONTINUE
028570             NOT INVALID KEY
028580                 READ CHEQUE-REGISTER NEXT RECORD
028590                     AT END
028600                         CONTINUE
028610                     NOT AT END
028620                         IF CQ-ACCT-NUMBER = WS-CURRENT-ACCT-NUM
028630                            AND CQ-CHEQUE-NUMBER NOT >
028640                                WS-CHEQUE-DERNIER
028650                             DISPLAY "Chèque " CQ-CHEQUE-NUMBER
028660                                 " déjà délivré - chéquier"
028670                                 " refusé."
028680                             MOVE 'N' TO WS-PLAGE-LIBRE-SWITCH
028690                         END-IF
028700                 END-READ
028710         END-START
028720     END-IF.
028730
028740 ENREGISTRER-CHEQUIER.
028750     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
028760     MOVE 0 TO WS-NB-CHQ-TROUVES.
028770     PERFORM ECRIRE-UN-CHEQUE
028780         VARYING WS-CHEQUE-NUM FROM WS-CHEQUE-PREMIER BY 1
028790         UNTIL WS-CHEQUE-NUM > WS-CHEQUE-DERNIER
028800            OR NOT WS-CHQREG-OK.
028810     IF WS-CHQREG-OK
028820         DISPLAY "Chéquier délivré : chèques "
028830             WS-CHEQUE-PREMIER " à " WS-CHEQUE-DERNIER
028840     ELSE
028850         DISPLAY "Erreur écriture CHEQUE-REGISTER, statut "
028860             WS-CHQREG-STATUS " - " WS-NB-CHQ-TROUVES
028870             " chèque(s) enregistré(s)."
028880     END-IF.
028890     IF WS-NB-CHQ-TROUVES > 0
028900         MOVE "CHEQUIER DELIVRE" TO WS-AUDIT-FIELD
028910         MOVE WS-CHEQUE-PREMIER TO WS-AUDIT-OLD
028920         COMPUTE WS-CHEQUE-NUM =
028930             WS-CHEQUE-PREMIER + WS-NB-CHQ-TROUVES - 1
028940         MOVE WS-CHEQUE-NUM TO WS-AUDIT-NEW
028950         PERFORM ECRIRE-AUDIT
028960     END-IF.
028970
028980 ECRIRE-UN-CHEQUE.
028990     INITIALIZE CHEQUE-REGISTER-RECORD.
029000     MOVE WS-CURRENT-ACCT-NUM TO CQ-ACCT-NUMBER.
029010     MOVE WS-CHEQUE-NUM TO CQ-CHEQUE-NUMBER.
029020     SET CQ-STATUS-ISSUED TO TRUE.
029030     MOVE WS-CURRENT-DATE TO CQ-DATE-ISSUED.
029040     MOVE WS-OPERATEUR TO CQ-ISSUED-BY.
029050     WRITE CHEQUE-REGISTER-RECORD.
029060     IF WS-CHQREG-OK
029070         ADD 1 TO WS-NB-CHQ-TROUVES
029080     END-IF.
029090
029100*    OPPOSITION SUR UN CHEQUE (DERNIER = 0) OU UNE PLAGE.  SEUL
029110*    UN CHEQUE DELIVRE ET NON PAYE PEUT ETRE FRAPPE ; LES
029120*    NUMEROS JAMAIS DELIVRES SONT SIGNALES ET IGNORES.
029130 OPPOSITION-CHEQUES.
029140     MOVE WS-CURRENT-ACCT-NUM TO WS-TARGET-ACCT-NUM.
029150     PERFORM RECHERCHER-COMPTE.
029160     IF NOT WS-ACCTMAST-OK
029170         DISPLAY "Opposition NON enregistrée."
029180     ELSE
029190         DISPLAY "Premier chèque à frapper d'opposition : "
029200         PERFORM SAISIR-NUM-CHEQUE
029210         MOVE WS-CHEQUE-SAISI TO WS-CHEQUE-PREMIER
029220         DISPLAY "Dernier chèque de la plage (0 = un seul) : "
029230         PERFORM SAISIR-NUM-CHEQUE
029240         MOVE WS-CHEQUE-SAISI TO WS-CHEQUE-DERNIER
029250         IF WS-CHEQUE-DERNIER = 0
029260             MOVE WS-CHEQUE-PREMIER TO WS-CHEQUE-DERNIER
029270         END-IF
029280         IF WS-CHEQUE-DERNIER < WS-CHEQUE-PREMIER
029290             DISPLAY "Plage invalide - opposition refusée."
029300         ELSE
029310             DISPLAY "Motif : "
029320             PERFORM SAISIR-MOTIF-OPPOSITION
029330             PERFORM EXECUTER-OPPOSITION-CHEQUES
029340         END-IF
029350     END-IF.
029360
029370 EXECUTER-OPPOSITION-CHEQUES.
029380     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
029390     MOVE 0 TO WS-NB-CHQ-TROUVES.
029400     MOVE 0 TO WS-NB-CHQ-OPPOSES.
029410     MOVE 'N' TO WS-CHEQUE-EOF-SWITCH.
029420     MOVE WS-CURRENT-ACCT-NUM TO CQ-ACCT-NUMBER.
029430     MOVE WS-CHEQUE-PREMIER TO CQ-CHEQUE-NUMBER.
029440     START CHEQUE-REGISTER KEY IS NOT LESS THAN CQ-CHEQUE-KEY
029450         INVALID KEY
029460             SET WS-FIN-CHEQUES TO TRUE
029470     END-START.
029480     PERFORM OPPOSER-CHEQUE-SUIVANT UNTIL WS-FIN-CHEQUES.
029490     COMPUTE WS-NB-CHQ-NON-EMIS = WS-CHEQUE-DERNIER
029500         - WS-CHEQUE-PREMIER + 1 - WS-NB-CHQ-TROUVES.
029510     IF WS-NB-CHQ-NON-EMIS > 0
029520         DISPLAY WS-NB-CHQ-NON-EMIS
029530             " numéro(s) jamais délivré(s) - ignoré(s)."
029540     END-IF.
029550     DISPLAY "Chèques frappés d'opposition : "
029560         WS-NB-CHQ-OPPOSES.
029570     IF WS-NB-CHQ-OPPOSES > 0
029580         MOVE "OPPOSITION CHEQUES" TO WS-AUDIT-FIELD
029590         MOVE WS-CHEQUE-PREMIER TO WS-AUDIT-OLD
029600         MOVE WS-CHEQUE-DERNIER TO WS-AUDIT-NEW
029610         PERFORM ECRIRE-AUDIT
029620     END-IF.
029630
029640 OPPOSER-CHEQUE-SUIVANT.
029650     READ CHEQUE-REGISTER NEXT RECORD
029660         AT END
029670             SET WS-FIN-CHEQUES TO TRUE
029680         NOT AT END
029690             IF CQ-ACCT-NUMBER NOT = WS-CURRENT-ACCT-NUM
029700                OR CQ-CHEQUE-NUMBER > WS-CHEQUE-DERNIER
029710                 SET WS-FIN-CHEQUES TO TRUE
029720             ELSE
029730                 ADD 1 TO WS-NB-CHQ-TROUVES
029740                 PERFORM OPPOSER-UN-CHEQUE
029750             END-IF
029760     END-READ.
029770
029780 OPPOSER-UN-CHEQUE.
029790     EVALUATE TRUE
029800         WHEN CQ-STATUS-PAID
029810             DISPLAY "Chèque " CQ-CHEQUE-NUMBER
029820                 " déjà payé le "
029830                 CQ-PAID-DATE " - opposition impossible."
029840         WHEN CQ-STATUS-STOPPED
029850             DISPLAY "Chèque " CQ-CHEQUE-NUMBER
029860                 " déjà frappé d'opposition."
029870         WHEN OTHER
029880             SET CQ-STATUS-STOPPED TO TRUE
029890             MOVE WS-CURRENT-DATE TO CQ-STOP-DATE
029900             MOVE WS-MOTIF-INPUT TO CQ-STOP-REASON
029910             REWRITE CHEQUE-REGISTER-RECORD
029920             IF WS-CHQREG-OK
029930                 ADD 1 TO WS-NB-CHQ-OPPOSES
029940             ELSE
029950                 DISPLAY "Erreur réécriture CHEQUE-REGISTER,"
029960                     " statut " WS-CHQREG-STATUS "."
029970             END-IF
029980     END-EVALUATE.
029990
030000 LISTER-CHEQUES.
030010     MOVE 'N' TO WS-CHEQUE-EOF-SWITCH.
030020     MOVE WS-CURRENT-ACCT-NUM TO CQ-ACCT-NUMBER.
030030     MOVE 0 TO CQ-CHEQUE-NUMBER.
030040     START CHEQUE-REGISTER KEY IS NOT LESS THAN CQ-CHEQUE-KEY
030050         INVALID KEY
030060             SET WS-FIN-CHEQUES TO TRUE
030070     END-START.
030080     PERFORM LIRE-CHEQUE-SUIVANT UNTIL WS-FIN-CHEQUES.
030090
030100 LIRE-CHEQUE-SUIVANT.
030110     READ CHEQUE-REGISTER NEXT RECORD
030120         AT END
030130             SET WS-FIN-CHEQUES TO TRUE
030140         NOT AT END
030150             IF CQ-ACCT-NUMBER NOT = WS-CURRENT-ACCT-NUM
030160                 SET WS-FIN-CHEQUES TO TRUE
030170             ELSE
030180                 DISPLAY "Chèque " CQ-CHEQUE-NUMBER
030190                     " délivré le " CQ-DATE-ISSUED
030200                     " statut " CQ-STATUS
030210                     " payé le " CQ-PAID-DATE
030220                     " montant " CQ-PAID-AMOUNT
030230                     " opposition le " CQ-STOP-DATE
030240             END-IF
030250     END-READ.
030260
030270
030280*    ARTICLES DU COMPTE D'ATTENTE ECRITS PAR INBCRED POUR LES
030290*    CREDITS ENTRANTS SANS BENEFICIAIRE VALIDE.  UN ARTICLE
030300*    OUVERT EST REAFFECTE AU BON COMPTE OU RETOURNE A LA BANQUE
030310*    EMETTRICE ; LE COMPTE ACTIF EST RELU AU RETOUR.
030320 COMPTE-ATTENTE.
030330     PERFORM CONTROLER-SUPERVISEUR.
030340     IF WS-ACTION-AUTORISEE
030350         DISPLAY "1 - Lister les articles ouverts"
030360         DISPLAY "2 - Réaffecter un article à un compte"
030370         DISPLAY "3 - Retourner un article à l'émetteur"
030380         DISPLAY "Autre chiffre - Retour au menu"
030390         PERFORM SAISIR-CHOIX
030400         EVALUATE CHOIX
030410             WHEN 1 PERFORM LISTER-ARTICLES-ATTENTE
030420             WHEN 2 PERFORM REAFFECTER-ARTICLE
030430             WHEN 3 PERFORM RETOURNER-ARTICLE
030440             WHEN OTHER CONTINUE
030450         END-EVALUATE
030460         MOVE WS-CURRENT-ACCT-NUM TO WS-TARGET-ACCT-NUM
030470         PERFORM RECHERCHER-COMPTE
030480         MOVE ACCT-SOLDE TO SOLDE
030490     END-IF.
030500
030510 SAISIR-REFERENCE-ATTENTE.
030520     MOVE SPACES TO WS-REFERENCE-INPUT.
030530     ACCEPT WS-REFERENCE-INPUT.
030540     IF WS-REFERENCE-INPUT = SPACES
030550         DISPLAY "La référence est obligatoire, réessayez."
030560         GO TO SAISIR-REFERENCE-ATTENTE
030570     END-IF.
030580
030590 LIRE-ARTICLE-ATTENTE.
030600     MOVE 'N' TO WS-ARTICLE-SWITCH.
030610     DISPLAY "Référence de l'article : ".
030620     PERFORM SAISIR-REFERENCE-ATTENTE.
030630     MOVE WS-REFERENCE-INPUT TO SI-REFERENCE.
030640     READ SUSPENSE-ITEMS
030650         INVALID KEY
030660             DISPLAY "Article introuvable : " WS-REFERENCE-INPUT
030670         NOT INVALID KEY
030680             IF SI-STATUS-OPEN
030690                 SET WS-ARTICLE-OUVERT TO TRUE
030700                 PERFORM AFFICHER-ARTICLE-ATTENTE
030710             ELSE
030720                 DISPLAY "Article déjà soldé le "
030730                     SI-DATE-RESOLVED " (statut " SI-STATUS ")."
030740             END-IF
030750     END-READ.
030760
030770 AFFICHER-ARTICLE-ATTENTE.
030780     MOVE SI-AMOUNT TO WS-EDIT-MONTANT.
030790     DISPLAY SI-REFERENCE " " WS-EDIT-MONTANT " EUR parqué le "
030800         SI-DATE-PARKED " pour le compte " SI-BENEF-ACCT.
030810     DISPLAY "    émetteur " SI-ORIGIN-BANK-CODE " "
030820         SI-ORIGIN-NAME.
030830
030840 LISTER-ARTICLES-ATTENTE.
030850     MOVE 'N' TO WS-ATTENTE-EOF-SWITCH.
030860     MOVE 0 TO WS-NB-ARTICLES.
030870     MOVE LOW-VALUES TO SI-REFERENCE.
030880     START SUSPENSE-ITEMS KEY IS NOT LESS THAN SI-REFERENCE
030890         INVALID KEY
030900             SET WS-FIN-ATTENTE TO TRUE
030910     END-START.
030920     PERFORM LIRE-ARTICLE-SUIVANT UNTIL WS-FIN-ATTENTE.
030930     DISPLAY "Articles ouverts : " WS-NB-ARTICLES.
030940
030950 LIRE-ARTICLE-SUIVANT.
030960     READ SUSPENSE-ITEMS NEXT RECORD
030970         AT END
030980             SET WS-FIN-ATTENTE TO TRUE
030990         NOT AT END
031000             IF SI-STATUS-OPEN
031010                 ADD 1 TO WS-NB-ARTICLES
031020                 PERFORM AFFICHER-ARTICLE-ATTENTE
031030             END-IF
031040     END-READ.
031050
031060*    LA REAFFECTATION EST UN VIREMENT INTERNE DEPUIS LE COMPTE
031070*    D'ATTENTE : 'T' SUR L'ATTENTE PUIS 'V' SUR LE COMPTE CIBLE,
031080*    CHACUN AVEC L'AUTRE EN CONTREPARTIE, DE SORTE QUE LA
031090*    CONTRE-PASSATION LES TRAITE COMME UNE PAIRE.
031100 REAFFECTER-ARTICLE.
031110     PERFORM LIRE-ARTICLE-ATTENTE.
031120     IF WS-ARTICLE-OUVERT
031130         DISPLAY "Compte à créditer : "
031140         PERFORM SAISIR-COMPTE-CIBLE
031150         MOVE WS-TARGET-ACCT-NUM TO WS-VIR-CIBLE-NUM
031160         IF WS-VIR-CIBLE-NUM = SI-SUSPENSE-ACCT
031170             DISPLAY "Compte d'attente lui-même - refusé."
031180         ELSE
031190             PERFORM RECHERCHER-COMPTE
031200             IF WS-ACCTMAST-OK
031210                 IF ACCT-STATUS-CLOSED
031220                     DISPLAY "Compte clôturé - réaffectation"
031230                         " refusée."
031240                 ELSE
031250                     MOVE WS-VIR-CIBLE-NUM TO
031260                         WS-ATTENTE-CONTREPARTIE
031270                     MOVE "ATTENTE REAFFECTEE" TO WS-AUDIT-FIELD
031280                     MOVE WS-VIR-CIBLE-NUM TO WS-AUDIT-NEW
031290                     PERFORM DEBITER-COMPTE-ATTENTE
031300                     IF WS-ATTENTE-DEBITEE
031310                         PERFORM CREDITER-REAFFECTATION
031320                     END-IF
031330                 END-IF
031340             END-IF
031350         END-IF
031360     END-IF.
031370
031380*    LE RETOUR DEBITE LE COMPTE D'ATTENTE ('T' SANS CONTREPARTIE,
031390*    COMME UN VIREMENT EXTERNE) ET REMET LES FONDS A LA BANQUE
031400*    EMETTRICE SUR INTBOUT.
031410 RETOURNER-ARTICLE.
031420     PERFORM LIRE-ARTICLE-ATTENTE.
031430     IF WS-ARTICLE-OUVERT
031440         MOVE 0 TO WS-ATTENTE-CONTREPARTIE
031450         MOVE "ATTENTE RETOURNEE" TO WS-AUDIT-FIELD
031460         MOVE SI-ORIGIN-BANK-CODE TO WS-AUDIT-NEW
031470         PERFORM DEBITER-COMPTE-ATTENTE
031480         IF WS-ATTENTE-DEBITEE
031490             PERFORM EMETTRE-RETOUR-ATTENTE
031500         END-IF
031510     END-IF.
031520
031530*    LE COMPTE D'ATTENTE N'A NI PLAFOND JOURNALIER NI FRAIS DE
031540*    DECOUVERT, MAIS IL NE DOIT JAMAIS PASSER SOUS ZERO - UN
031550*    SOLDE INFERIEUR A L'ARTICLE SIGNALE UN ECART A ANALYSER.
031560 DEBITER-COMPTE-ATTENTE.
031570     MOVE 'N' TO WS-ATTENTE-DEBITE-SWITCH.
031580     MOVE SI-SUSPENSE-ACCT TO WS-TARGET-ACCT-NUM.
031590     PERFORM RECHERCHER-COMPTE.
031600     IF NOT WS-ACCTMAST-OK
031610         DISPLAY "Opération NON effectuée."
031620     ELSE
031630         IF ACCT-SOLDE < SI-AMOUNT
031640             DISPLAY "Solde du compte d'attente inférieur à"
031650                 " l'article - opération refusée."
031660         ELSE
031670             SUBTRACT SI-AMOUNT FROM ACCT-SOLDE
031680             MOVE ACCT-SOLDE TO SOLDE
031690             MOVE SI-AMOUNT TO MONTANT
031700             MOVE 'T' TO WS-OP-CODE
031710             MOVE 0 TO WS-FEE-AMOUNT
031720             MOVE WS-ATTENTE-CONTREPARTIE TO WS-CONTREPARTIE-NUM
031721             ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
031723             IF ACCT-DAILY-DEBIT-DATE NOT = WS-CURRENT-DATE
031724                 MOVE WS-CURRENT-DATE TO ACCT-DAILY-DEBIT-DATE
031726                 MOVE 0 TO ACCT-DAILY-DEBIT-USED
031727             END-IF
031729             ADD SI-AMOUNT TO ACCT-DAILY-DEBIT-USED
031730             PERFORM JOURNALISER-MOUVEMENT
031740             IF WS-ACCTMAST-OK AND WS-TRANLOG-OK
031750                 SET WS-ATTENTE-DEBITEE TO TRUE
031760                 MOVE ACCT-LAST-TRAN-SEQ TO SI-RESOLVE-TRAN-SEQ
031770                 MOVE SI-REFERENCE TO WS-AUDIT-OLD
031780                 PERFORM ECRIRE-AUDIT
031790             ELSE
031800                 DISPLAY "Débit du compte d'attente NON"
031810                     " journalisé - contactez le support."
031820             END-IF
031830         END-IF
031840     END-IF.
031850
031860 CREDITER-REAFFECTATION.
031870     MOVE WS-VIR-CIBLE-NUM TO WS-TARGET-ACCT-NUM.
031880     PERFORM RECHERCHER-COMPTE.
031890     IF WS-ACCTMAST-OK
031900         ADD SI-AMOUNT TO ACCT-SOLDE
031910         MOVE ACCT-SOLDE TO SOLDE
031920         MOVE SI-AMOUNT TO MONTANT
031930         MOVE 'V' TO WS-OP-CODE
031940         MOVE 0 TO WS-FEE-AMOUNT
031950         MOVE SI-SUSPENSE-ACCT TO WS-CONTREPARTIE-NUM
031960         PERFORM JOURNALISER-MOUVEMENT
031970         IF WS-ACCTMAST-OK AND WS-TRANLOG-OK
031980             SET SI-STATUS-REAPPLIED TO TRUE
031990             MOVE WS-VIR-CIBLE-NUM TO SI-APPLIED-ACCT
032000             PERFORM SOLDER-ARTICLE-ATTENTE
032010         ELSE
032020             DISPLAY "Crédit du compte NON journalisé -"
032030                 " contactez le support."
032040         END-IF
032050     ELSE
032060         DISPLAY "Crédit du compte NON effectué -"
032070             " contactez le support."
032080     END-IF.
032090
032100*    LA REFERENCE D'ORIGINE TIENT LIEU DE COMPTE BENEFICIAIRE
032110*    POUR QUE LA BANQUE EMETTRICE RAPPROCHE LE RETOUR.
032120 EMETTRE-RETOUR-ATTENTE.
032130     MOVE SPACES TO EXT-TRANSFER-OUT-RECORD.
032140     MOVE WS-CURRENT-DATE TO XO-TRAN-DATE.
032150     MOVE WS-CURRENT-TIME TO XO-TRAN-TIME.
032160     MOVE SI-SUSPENSE-ACCT TO XO-SOURCE-ACCT.
032170     MOVE SI-ORIGIN-BANK-CODE TO XO-BENEF-BANK-CODE.
032180     MOVE SI-REFERENCE TO XO-BENEF-ACCT.
032190     MOVE SI-ORIGIN-NAME TO XO-BENEF-NAME.
032200     MOVE SI-AMOUNT TO XO-AMOUNT.
032210     MOVE ACCT-LAST-TRAN-SEQ TO XO-SOURCE-TRAN-SEQ.
032220     PERFORM PREPARER-REGISTRE-VIREMENT.
032230     SET XF-ORIGIN-SUSPENSE TO TRUE.
032240     MOVE SI-REFERENCE TO XF-SUSPENSE-REF.
032250     WRITE EXT-TRANSFER-OUT-RECORD.
032260     IF WS-INTBOUT-OK
032270         PERFORM ENREGISTRER-VIREMENT-EMIS
032280         SET SI-STATUS-RETURNED TO TRUE
032290         MOVE 0 TO SI-APPLIED-ACCT
032300         PERFORM SOLDER-ARTICLE-ATTENTE
032310     ELSE
032320         DISPLAY "Erreur écriture INTBOUT, statut "
032330             WS-INTBOUT-STATUS " - attente débitée mais retour"
032340             " NON remis - contactez le support."
032350     END-IF.
032360
032370 SOLDER-ARTICLE-ATTENTE.
032380     MOVE WS-CURRENT-DATE TO SI-DATE-RESOLVED.
032390     MOVE WS-OPERATEUR TO SI-RESOLVED-BY.
032400     REWRITE SUSPENSE-ITEM-RECORD.
032410     IF WS-SUSPITEM-OK
032420         DISPLAY "Article " SI-REFERENCE " soldé."
032430     ELSE
032440         DISPLAY "Erreur réécriture SUSPITEM, statut "
032450             WS-SUSPITEM-STATUS " - article resté ouvert,"
032460             " contactez le support."
032470     END-IF.
032480
032490*    UNE CAISSE PAR OPERATEUR ET PAR JOURNEE.  LE FONDS DE CAISSE
032500*    EST SAISI A LA PREMIERE OUVERTURE DE SESSION DU JOUR ; UNE
032510*    SESSION ROUVERTE LE MEME JOUR REPREND LA MEME CAISSE.  UNE
032520*    CAISSE DEJA ARRETEE N'ACCEPTE PLUS D'OPERATION EN ESPECES.
032530 OUVRIR-CAISSE.
032540     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
032550     MOVE WS-CURRENT-DATE TO WS-DATE-CAISSE.
032560     MOVE 'N' TO WS-CAISSE-SWITCH.
032570     MOVE WS-OPERATEUR TO TK-OPERATOR-ID.
032580     MOVE WS-DATE-CAISSE TO TK-BUSINESS-DATE.
032590     READ TILL-FILE
032600         INVALID KEY
032610             PERFORM CREER-CAISSE
032620         NOT INVALID KEY
032630             IF TK-STATUS-OPEN
032640                 SET WS-CAISSE-OUVERTE TO TRUE
032650                 MOVE TK-OPENING-FLOAT TO WS-EDIT-MONTANT
032660                 DISPLAY "Caisse du jour déjà ouverte - fonds"
032670                     " de caisse : " WS-EDIT-MONTANT " EUR."
032680             ELSE
032690                 DISPLAY "Caisse du jour déjà arrêtée -"
032700                     " dépôts et retraits refusés pour"
032710                     " cette session."
032720             END-IF
032730     END-READ.
032740
032750 CREER-CAISSE.
032760     DISPLAY "Fonds de caisse d'ouverture : ".
032770     PERFORM SAISIR-VALEUR.
032780     ACCEPT WS-CURRENT-TIME FROM TIME.
032790     INITIALIZE TILL-RECORD.
032800     MOVE WS-OPERATEUR TO TK-OPERATOR-ID.
032810     MOVE WS-DATE-CAISSE TO TK-BUSINESS-DATE.
032820     MOVE WS-VALEUR TO TK-OPENING-FLOAT.
032830     MOVE WS-CURRENT-TIME TO TK-OPEN-TIME.
032840     SET TK-STATUS-OPEN TO TRUE.
032850     WRITE TILL-RECORD.
032860     IF WS-TILLFILE-OK
032870         SET WS-CAISSE-OUVERTE TO TRUE
032880         MOVE "OUVERTURE" TO WS-AC-ACTION
032890         MOVE SPACES TO WS-AUDIT-OLD
032900         MOVE WS-VALEUR TO WS-EDIT-MONTANT
032910         MOVE WS-EDIT-MONTANT TO WS-AUDIT-NEW
032920         PERFORM ECRIRE-AUDIT-CAISSE
032930         DISPLAY "Caisse ouverte."
032940     ELSE
032950         DISPLAY "Erreur écriture TILLFILE, statut "
032960             WS-TILLFILE-STATUS
032970             " - dépôts et retraits refusés."
032980     END-IF.
032990
033000 SIGNALER-CAISSE-FERMEE.
033010     DISPLAY "Aucune caisse ouverte pour cette session -"
033020         " opération en espèces refusée.".
033030
033040 ARRETE-CAISSE.
033050     DISPLAY "1 - Arrêter ma caisse (fin de service)".
033060     DISPLAY "2 - Viser un écart de caisse (superviseur)".
033070     DISPLAY "Autre chiffre - Retour au menu".
033080     PERFORM SAISIR-CHOIX.
033090     EVALUATE CHOIX
033100         WHEN 1 PERFORM ARRETER-CAISSE
033110         WHEN 2 PERFORM VISER-ECART-CAISSE
033120         WHEN OTHER CONTINUE
033130     END-EVALUATE.
033140
033150 ARRETER-CAISSE.
033160     IF NOT WS-CAISSE-OUVERTE
033170         DISPLAY "Aucune caisse ouverte pour cette session."
033180     ELSE
033190         MOVE WS-OPERATEUR TO TK-OPERATOR-ID
033200         MOVE WS-DATE-CAISSE TO TK-BUSINESS-DATE
033210         READ TILL-FILE
033220             INVALID KEY
033230                 DISPLAY "Caisse introuvable sur TILLFILE,"
033240                     " statut " WS-TILLFILE-STATUS "."
033250             NOT INVALID KEY
033260                 PERFORM CALCULER-CAISSE-ATTENDUE
033270                 IF WS-JOURNAL-CAISSE-LU
033280                     PERFORM ENREGISTRER-ARRETE-CAISSE
033290                 END-IF
033300         END-READ
033310     END-IF.
033320
033330*    SEULES COMPTENT LES ESPECES DU GUICHET : DEPOTS ET RETRAITS
033340*    DE L'OPERATEUR POUR LA JOURNEE DE LA CAISSE.  LES VIREMENTS
033350*    ET LES TRAITEMENTS BATCH (ESTAMPILLES DU NOM DU TRAVAIL) NE
033360*    SONT PAS DES ESPECES ; LES FRAIS DE DECOUVERT NON PLUS.
033370*    UNE CONTRE-PASSATION 'A' DU MEME JOUR QUI ANNULE UN DE CES
033380*    DEPOTS OU RETRAITS - SAISIE PAR LE SUPERVISEUR, QUEL QU'IL
033390*    SOIT - EST DEDUITE DU TOTAL CORRESPONDANT : L'ERREUR DE
033400*    CAISSE CORRIGEE NE RESSORT PAS EN ECART.
033410 CALCULER-CAISSE-ATTENDUE.
033420     MOVE 0 TO WS-CAISSE-DEPOTS.
033430     MOVE 0 TO WS-CAISSE-RETRAITS.
033440     MOVE 'N' TO WS-CAISSE-EOF-SWITCH.
033450     MOVE 'N' TO WS-JOURNAL-LU-SWITCH.
033460     MOVE 0 TO WS-NB-ESPECES.
033470     CLOSE TRANSACTION-LOG.
033480     OPEN INPUT TRANSACTION-LOG.
033490     IF WS-TRANLOG-OK
033500         PERFORM LIRE-MOUVEMENT-CAISSE
033510             UNTIL WS-FIN-JOURNAL-CAISSE
033520         CLOSE TRANSACTION-LOG
033530         SET WS-JOURNAL-CAISSE-LU TO TRUE
033540         IF WS-NB-ESPECES NOT < WS-MAX-ESPECES
033550             DISPLAY "Plus de " WS-MAX-ESPECES " mouvements -"
033560                 " contre-passations au-delà non déduites."
033570         END-IF
033580     ELSE
033590         DISPLAY "Erreur ouverture TRANSACTION-LOG, statut "
033600             WS-TRANLOG-STATUS " - caisse non arrêtée."
033610     END-IF.
033620     OPEN EXTEND TRANSACTION-LOG.
033630     IF NOT WS-TRANLOG-OK
033640         DISPLAY "Erreur ouverture TRANSACTION-LOG, statut "
033650             WS-TRANLOG-STATUS "."
033660         STOP RUN
033670     END-IF.
033680     COMPUTE WS-CAISSE-ATTENDUE = TK-OPENING-FLOAT
033690         + WS-CAISSE-DEPOTS - WS-CAISSE-RETRAITS.
033700
033710 LIRE-MOUVEMENT-CAISSE.
033720     READ TRANSACTION-LOG
033730         AT END
033740             SET WS-FIN-JOURNAL-CAISSE TO TRUE
033750         NOT AT END
033760             IF TL-TRAN-DATE = WS-DATE-CAISSE
033770                 IF TL-OPERATOR-ID = WS-OPERATEUR
033780                     PERFORM CUMULER-MOUVEMENT-CAISSE
033790                 END-IF
033800                 IF TL-OP-REVERSAL
033810                     PERFORM DEDUIRE-CONTRE-PASSATION
033820                 END-IF
033830             END-IF
033840     END-READ.
033850
033860 CUMULER-MOUVEMENT-CAISSE.
033870     IF TL-OP-DEPOSIT
033880         ADD TL-AMOUNT TO WS-CAISSE-DEPOTS
033890     END-IF.
033900     IF TL-OP-WITHDRAWAL
033910         ADD TL-AMOUNT TO WS-CAISSE-RETRAITS
033920     END-IF.
033930     IF (TL-OP-DEPOSIT OR TL-OP-WITHDRAWAL)
033940        AND WS-NB-ESPECES < WS-MAX-ESPECES
033950         ADD 1 TO WS-NB-ESPECES
033960         MOVE TL-ACCT-NUMBER TO WS-ESP-COMPTE (WS-NB-ESPECES)
033970         MOVE TL-TRAN-SEQ-NUM TO WS-ESP-SEQ (WS-NB-ESPECES)
033980     END-IF.
033990
034000*    LE MONTANT D'UNE CONTRE-PASSATION EST CELUI DE L'ECRITURE
034010*    D'ORIGINE ; LES FRAIS REMBOURSES NE SONT PAS DES ESPECES.
034020 DEDUIRE-CONTRE-PASSATION.
034030     MOVE 'N' TO WS-ESPECE-TROUVEE-SWITCH.
034040     PERFORM CHERCHER-ESPECE
034050         VARYING WS-ESP-IDX FROM 1 BY 1
034060         UNTIL WS-ESP-IDX > WS-NB-ESPECES
034070            OR WS-ESPECE-TROUVEE.
034080     IF WS-ESPECE-TROUVEE
034090         IF TL-REVERSES-DEPOSIT
034100             SUBTRACT TL-AMOUNT FROM WS-CAISSE-DEPOTS
034110         ELSE
034120             SUBTRACT TL-AMOUNT FROM WS-CAISSE-RETRAITS
034130         END-IF
034140     END-IF.
034150
034160 CHERCHER-ESPECE.
034170     IF WS-ESP-COMPTE (WS-ESP-IDX) = TL-ACCT-NUMBER
034180        AND WS-ESP-SEQ (WS-ESP-IDX) = TL-REV-ORIG-SEQ-NUM
034190         SET WS-ESPECE-TROUVEE TO TRUE
034200     END-IF.
034210
034220 ENREGISTRER-ARRETE-CAISSE.
034230     MOVE TK-OPENING-FLOAT TO WS-EDIT-MONTANT.
034240     DISPLAY "Fonds de caisse    : " WS-EDIT-MONTANT.
034250     MOVE WS-CAISSE-DEPOTS TO WS-EDIT-MONTANT.
034260     DISPLAY "Dépôts en espèces  : " WS-EDIT-MONTANT.
034270     MOVE WS-CAISSE-RETRAITS TO WS-EDIT-MONTANT.
034280     DISPLAY "Retraits espèces   : " WS-EDIT-MONTANT.
034290     DISPLAY "Espèces comptées en caisse : ".
034300     PERFORM SAISIR-VALEUR.
034310     COMPUTE WS-CAISSE-ECART = WS-VALEUR - WS-CAISSE-ATTENDUE.
034320     ACCEPT WS-CURRENT-TIME FROM TIME.
034330     MOVE WS-CAISSE-DEPOTS TO TK-DEPOSIT-TOTAL.
034340     MOVE WS-CAISSE-RETRAITS TO TK-WITHDRAWAL-TOTAL.
034350     MOVE WS-CAISSE-ATTENDUE TO TK-EXPECTED-CASH.
034360     MOVE WS-VALEUR TO TK-DECLARED-CASH.
034370     MOVE WS-CAISSE-ECART TO TK-DIFFERENCE.
034380     MOVE WS-CURRENT-TIME TO TK-CLOSE-TIME.
034390     IF WS-CAISSE-ECART > WS-TOLERANCE-CAISSE
034400        OR WS-CAISSE-ECART < 0 - WS-TOLERANCE-CAISSE
034410         SET TK-STATUS-PENDING TO TRUE
034420     ELSE
034430         SET TK-STATUS-BALANCED TO TRUE
034440     END-IF.
034450     REWRITE TILL-RECORD.
034460     IF WS-TILLFILE-OK
034470         MOVE 'N' TO WS-CAISSE-SWITCH
034480         MOVE WS-CAISSE-ATTENDUE TO WS-EDIT-MONTANT
034490         DISPLAY "Espèces attendues  : " WS-EDIT-MONTANT
034500         MOVE WS-EDIT-MONTANT TO WS-AUDIT-OLD
034510         MOVE WS-CAISSE-ECART TO WS-EDIT-MONTANT
034520         DISPLAY "Écart de caisse    : " WS-EDIT-MONTANT
034530         MOVE WS-VALEUR TO WS-EDIT-MONTANT
034540         MOVE WS-EDIT-MONTANT TO WS-AUDIT-NEW
034550         MOVE "ARRETE" TO WS-AC-ACTION
034560         PERFORM ECRIRE-AUDIT-CAISSE
034570         IF TK-STATUS-PENDING
034580             DISPLAY "Écart au-delà de la tolérance de "
034590                 WS-TOLERANCE-CAISSE " EUR - visa d'un"
034600                 " superviseur requis."
034610         ELSE
034620             DISPLAY "Caisse arrêtée."
034630         END-IF
034640     ELSE
034650         DISPLAY "Erreur réécriture TILLFILE, statut "
034660             WS-TILLFILE-STATUS " - caisse NON arrêtée."
034670     END-IF.
034680
034690*    LE VISA SE DONNE DEPUIS LA SESSION DU SUPERVISEUR, JAMAIS
034700*    SUR SA PROPRE CAISSE - UN AUTRE SUPERVISEUR DOIT VISER.
034710 VISER-ECART-CAISSE.
034720     PERFORM CONTROLER-SUPERVISEUR.
034730     IF WS-ACTION-AUTORISEE
034740         DISPLAY "Code de l'opérateur de la caisse : "
034750         PERFORM SAISIR-OPERATEUR-CAISSE
034760         DISPLAY "Journée de la caisse (AAAAMMJJ) : "
034770         PERFORM SAISIR-DATE-RELEVE
034780         MOVE WS-OPERATEUR-CAISSE TO TK-OPERATOR-ID
034790         MOVE WS-STMT-DATE-VALUE TO TK-BUSINESS-DATE
034800         READ TILL-FILE
034810             INVALID KEY
034820                 DISPLAY "Caisse introuvable : "
034830                     WS-OPERATEUR-CAISSE " " WS-STMT-DATE-VALUE
034840             NOT INVALID KEY
034850                 PERFORM EXECUTER-VISA-CAISSE
034860         END-READ
034870     END-IF.
034880
034890 SAISIR-OPERATEUR-CAISSE.
034900     MOVE SPACES TO WS-OPERATEUR-CAISSE.
034910     ACCEPT WS-OPERATEUR-CAISSE.
034920     IF WS-OPERATEUR-CAISSE = SPACES
034930         DISPLAY "Le code opérateur est obligatoire."
034940         GO TO SAISIR-OPERATEUR-CAISSE
034950     END-IF.
034960
034970 EXECUTER-VISA-CAISSE.
034980     IF NOT TK-STATUS-PENDING
034990         DISPLAY "Aucun écart à viser sur cette caisse (statut "
035000             TK-STATUS ")."
035010     ELSE
035020         IF TK-OPERATOR-ID = WS-OPERATEUR
035030             DISPLAY "Un superviseur ne vise pas l'écart de sa"
035040                 " propre caisse."
035050         ELSE
035060             PERFORM ENREGISTRER-VISA-CAISSE
035070         END-IF
035080     END-IF.
035090
035100 ENREGISTRER-VISA-CAISSE.
035110     MOVE TK-EXPECTED-CASH TO WS-EDIT-MONTANT.
035120     DISPLAY "Espèces attendues  : " WS-EDIT-MONTANT.
035130     MOVE TK-DECLARED-CASH TO WS-EDIT-MONTANT.
035140     DISPLAY "Espèces déclarées  : " WS-EDIT-MONTANT.
035150     MOVE TK-DIFFERENCE TO WS-EDIT-MONTANT.
035160     DISPLAY "Écart de caisse    : " WS-EDIT-MONTANT.
035170     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
035180     SET TK-STATUS-APPROVED TO TRUE.
035190     MOVE WS-OPERATEUR TO TK-APPROVED-BY.
035200     MOVE WS-CURRENT-DATE TO TK-APPROVED-DATE.
035210     REWRITE TILL-RECORD.
035220     IF WS-TILLFILE-OK
035230         MOVE "VISA ECART" TO WS-AC-ACTION
035240         MOVE WS-EDIT-MONTANT TO WS-AUDIT-OLD
035250         MOVE "VISE" TO WS-AUDIT-NEW
035260         PERFORM ECRIRE-AUDIT-CAISSE
035270         DISPLAY "Écart de caisse visé."
035280     ELSE
035290         DISPLAY "Erreur réécriture TILLFILE, statut "
035300             WS-TILLFILE-STATUS " - écart NON visé."
035310     END-IF.
035320
035330*    LES EVENEMENTS DE CAISSE NE PORTENT SUR AUCUN COMPTE : LE
035340*    NUMERO DE COMPTE EST A ZERO ET LE CHAMP NOMME L'ACTION ET
035350*    L'OPERATEUR DONT C'EST LA CAISSE.
035360 ECRIRE-AUDIT-CAISSE.
035370     MOVE TK-OPERATOR-ID TO WS-AC-OPERATEUR.
035380     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
035390     ACCEPT WS-CURRENT-TIME FROM TIME.
035400     MOVE SPACES TO AUDIT-LOG-RECORD.
035410     MOVE 0 TO AU-ACCT-NUMBER.
035420     MOVE WS-CURRENT-DATE TO AU-CHANGE-DATE.
035430     MOVE WS-CURRENT-TIME TO AU-CHANGE-TIME.
035440     MOVE WS-OPERATEUR TO AU-USER-ID.
035450     MOVE WS-AUDIT-CAISSE TO AU-FIELD-NAME.
035460     MOVE WS-AUDIT-OLD TO AU-OLD-VALUE.
035470     MOVE WS-AUDIT-NEW TO AU-NEW-VALUE.
035480     WRITE AUDIT-LOG-RECORD.
035490     IF NOT WS-AUDITLOG-OK
035500         DISPLAY "Erreur écriture AUDITLOG, statut "
035510             WS-AUDITLOG-STATUS "."
035520     END-IF.
035530
035540 END PROGRAM SIMULATEUR-BANQUE.
