000010******************************************************************
000020*    PROGRAM-ID    : SUSPAGE
000030*    AUTHOR        : J. L. PELLETIER
000040*    INSTALLATION  : DIRECTION INFORMATIQUE
000050*    DATE-WRITTEN  : 2026-10-15
000060*    DESCRIPTION   : SUSPENSE ITEM AGEING REPORT.  BROWSES THE
000070*                    SUSPENSE ITEM FILE (SUSPITEM) WRITTEN BY
000080*                    INBCRED AND LISTS EVERY ITEM STILL OPEN ON
000090*                    THE SUSPENSE ACCOUNT NAMED ON SYSIN WITH ITS
000100*                    DAYS OUTSTANDING AND AGE BAND, THEN PRINTS
000110*                    THE TOTAL PER BAND AND PROVES THE TOTAL OF
000120*                    OPEN ITEMS AGAINST THE SUSPENSE ACCOUNT'S
000130*                    ACCT-SOLDE.  ANY DIFFERENCE IS PRINTED AND
000140*                    ENDS THE STEP WITH RC=4.  READ-ONLY - SAFE
000150*                    TO RERUN.  SEE JCL/SUSPAGE.JCL.
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    ---------- ---- ---------------------------------------------
000190*    2026-10-15 JLP  ORIGINAL
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. SUSPAGE.
000230 AUTHOR. J L PELLETIER.
000240 INSTALLATION. DIRECTION INFORMATIQUE.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SUSPENSE-ITEMS
000320         ASSIGN TO "SUSPITEM"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SI-REFERENCE
000360         FILE STATUS IS WS-SUSPITEM-STATUS.
000370
000380     SELECT ACCOUNT-MASTER
000390         ASSIGN TO "ACCTMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS ACCT-NUMBER
000430         FILE STATUS IS WS-ACCTMAST-STATUS.
000440
000450     SELECT AGEING-REPORT
000460         ASSIGN TO "SUSPRPT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-SUSPRPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SUSPENSE-ITEMS
000530     LABEL RECORDS ARE STANDARD.
000540 COPY SUSPITEM.
000550
000560 FD  ACCOUNT-MASTER
000570     LABEL RECORDS ARE STANDARD.
000580 COPY ACCTMAST.
000590
000600 FD  AGEING-REPORT
000610     RECORDING MODE F
000620     LABEL RECORDS ARE OMITTED.
000630 01  AGEING-REPORT-RECORD     PIC X(133).
000640
000650 WORKING-STORAGE SECTION.
000660 COPY SUSPMSG.
000670
000680 01  WS-SUSPITEM-STATUS       PIC X(02).
000690     88  WS-SUSPITEM-OK           VALUE '00'.
000700     88  WS-SUSPITEM-ABSENT       VALUE '35'.
000710
000720 01  WS-ACCTMAST-STATUS       PIC X(02).
000730     88  WS-ACCTMAST-OK           VALUE '00'.
000740
000750 01  WS-SUSPRPT-STATUS        PIC X(02).
000760     88  WS-SUSPRPT-OK            VALUE '00'.
000770
000780 01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000790     88  WS-END-OF-ITEMS          VALUE 'Y'.
000800 01  WS-SUSPITEM-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000810     88  WS-SUSPITEM-OPENED       VALUE 'Y'.
000820
000830 01  WS-TODAY                 PIC 9(08).
000840
000850 01  WS-PARM-INPUT            PIC X(10) JUSTIFIED RIGHT.
000860 01  WS-SUSPENSE-ACCT         PIC 9(10).
000870 01  WS-SUSPENSE-BALANCE      PIC S9(10)V99 COMP-3 VALUE 0.
000880 01  WS-ECART                 PIC S9(10)V99 COMP-3 VALUE 0.
000890
000900*    DAY NUMBERS FOR THE DAYS-OUTSTANDING ARITHMETIC - A MARCH-
000910*    BASED YEAR PUTS THE LEAP DAY AT THE END, SO THE COUNT IS
000920*    365 PER YEAR PLUS THE GREGORIAN LEAP YEARS PLUS THE DAYS
000930*    BEFORE THE MONTH ((153 * MONTH + 2) / 5) PLUS THE DAY.
000940 01  WS-DATE-CALC.
000950     05  WS-CALC-AAAA         PIC 9(04).
000960     05  WS-CALC-MM           PIC 9(02).
000970     05  WS-CALC-JJ           PIC 9(02).
000980 01  WS-DATE-CALC-N REDEFINES WS-DATE-CALC PIC 9(08).
000990 01  WS-CALC-ANNEE            PIC 9(04).
001000 01  WS-CALC-MOIS             PIC 9(02).
001010 01  WS-CALC-Q4               PIC 9(04).
001020 01  WS-CALC-Q100             PIC 9(04).
001030 01  WS-CALC-Q400             PIC 9(04).
001040 01  WS-CALC-QMOIS            PIC 9(04).
001050 01  WS-NUM-JOUR              PIC 9(07).
001060 01  WS-NUM-JOUR-TODAY        PIC 9(07).
001070 01  WS-JOURS-ENCOURS         PIC 9(05).
001080
001090 01  WS-TRANCHE-LIBELLES.
001100     05  FILLER               PIC X(18) VALUE "0 A 7 JOURS".
001110     05  FILLER               PIC X(18) VALUE "8 A 30 JOURS".
001120     05  FILLER               PIC X(18) VALUE "31 A 60 JOURS".
001130     05  FILLER               PIC X(18) VALUE "61 A 90 JOURS".
001140     05  FILLER               PIC X(18) VALUE "PLUS DE 90 JOURS".
001150 01  WS-TRANCHE-TABLE REDEFINES WS-TRANCHE-LIBELLES.
001160     05  WS-TRANCHE-LIBELLE   PIC X(18) OCCURS 5 TIMES.
001170
001180 01  WS-TRANCHE-CUMULS.
001190     05  WS-TRANCHE-CUMUL     OCCURS 5 TIMES.
001200         10  WS-TC-COUNT      PIC 9(06) COMP.
001210         10  WS-TC-AMOUNT     PIC S9(10)V99 COMP-3.
001220 01  WS-TX                    PIC 9(04) COMP VALUE 0.
001230
001240 01  WS-COUNTERS.
001250     05  WS-ITEMS-READ        PIC 9(06) COMP VALUE 0.
001260     05  WS-ITEMS-OPEN        PIC 9(06) COMP VALUE 0.
001270
001280 01  WS-MONEY-TOTALS.
001290     05  WS-OPEN-AMOUNT       PIC S9(10)V99 COMP-3 VALUE 0.
001300
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
001350         UNTIL WS-END-OF-ITEMS.
001360     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001380     STOP RUN.
001390
001400 1000-INITIALIZE.
001410     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001420     PERFORM 1100-LIRE-PARAMETRE THRU 1100-EXIT.
001430     MOVE WS-TODAY TO WS-DATE-CALC-N.
001440     PERFORM 2300-CALCULER-NUM-JOUR THRU 2300-EXIT.
001450     MOVE WS-NUM-JOUR TO WS-NUM-JOUR-TODAY.
001460     INITIALIZE WS-TRANCHE-CUMULS.
001470     OPEN INPUT ACCOUNT-MASTER.
001480     IF NOT WS-ACCTMAST-OK
001490         DISPLAY "SUSPAGE - ERREUR OUVERTURE ACCTMAST, STATUT "
001500             WS-ACCTMAST-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     MOVE WS-SUSPENSE-ACCT TO ACCT-NUMBER.
001550     READ ACCOUNT-MASTER
001560         INVALID KEY
001570             DISPLAY "SUSPAGE - COMPTE D'ATTENTE INCONNU : "
001580                 WS-SUSPENSE-ACCT
001590             MOVE 16 TO RETURN-CODE
001600             STOP RUN
001610     END-READ.
001620     MOVE ACCT-SOLDE TO WS-SUSPENSE-BALANCE.
001630     OPEN INPUT SUSPENSE-ITEMS.
001640*    A SUSPITEM THAT HAS NEVER BEEN CREATED MEANS NO CREDIT HAS
001650*    BEEN PARKED SINCE THE FILE CAME IN - THE REPORT STILL RUNS
001660*    SO THE SUSPENSE BALANCE IS PROVED AGAINST ZERO ITEMS.
001670     IF WS-SUSPITEM-ABSENT
001680         SET WS-END-OF-ITEMS TO TRUE
001690         DISPLAY "SUSPAGE - SUSPITEM ABSENT - AUCUN ARTICLE."
001700     ELSE
001710         IF NOT WS-SUSPITEM-OK
001720             DISPLAY "SUSPAGE - ERREUR OUVERTURE SUSPITEM, "
001730                 "STATUT " WS-SUSPITEM-STATUS
001740             MOVE 16 TO RETURN-CODE
001750             STOP RUN
001760         END-IF
001770         SET WS-SUSPITEM-OPENED TO TRUE
001780     END-IF.
001790     OPEN OUTPUT AGEING-REPORT.
001800     IF NOT WS-SUSPRPT-OK
001810         DISPLAY "SUSPAGE - ERREUR OUVERTURE SUSPRPT, STATUT "
001820             WS-SUSPRPT-STATUS
001830         MOVE 16 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860     MOVE WS-TODAY TO SA-H-DATE.
001870     MOVE SA-HEADING-LINE TO AGEING-REPORT-RECORD.
001880     WRITE AGEING-REPORT-RECORD AFTER ADVANCING PAGE.
001890     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
001900     MOVE WS-SUSPENSE-ACCT TO SA-P-SUSPENSE-ACCT.
001910     MOVE SA-PARM-LINE TO AGEING-REPORT-RECORD.
001920     WRITE AGEING-REPORT-RECORD AFTER ADVANCING 1 LINES.
001930     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
001940     MOVE SA-COLUMN-HEADING-LINE TO AGEING-REPORT-RECORD.
001950     WRITE AGEING-REPORT-RECORD AFTER ADVANCING 2 LINES.
001960     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
001970     IF WS-SUSPITEM-OPENED
001980         MOVE LOW-VALUES TO SI-REFERENCE
001990         START SUSPENSE-ITEMS KEY IS NOT LESS THAN SI-REFERENCE
002000             INVALID KEY
002010                 SET WS-END-OF-ITEMS TO TRUE
002020         END-START
002030     END-IF.
002040 1000-EXIT.
002050     EXIT.
002060
002070*    THE SUSPENSE ACCOUNT NUMBER COMES FROM SYSIN, AS FOR
002080*    INBCRED - A MISSING OR NON-NUMERIC PARAMETER STOPS THE RUN.
002090 1100-LIRE-PARAMETRE.
002100     MOVE SPACES TO WS-PARM-INPUT.
002110     ACCEPT WS-PARM-INPUT.
002120     INSPECT WS-PARM-INPUT REPLACING LEADING SPACE BY ZERO.
002130     IF WS-PARM-INPUT IS NOT NUMERIC
002140         DISPLAY "SUSPAGE - COMPTE D'ATTENTE SYSIN INVALIDE : "
002150             WS-PARM-INPUT
002160         MOVE 16 TO RETURN-CODE
002170         STOP RUN
002180     END-IF.
002190     MOVE WS-PARM-INPUT TO WS-SUSPENSE-ACCT.
002200     IF WS-SUSPENSE-ACCT = 0
002210         DISPLAY "SUSPAGE - COMPTE D'ATTENTE SYSIN A ZERO."
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250 1100-EXIT.
002260     EXIT.
002270
002280 2000-PROCESS-ONE-ITEM.
002290     READ SUSPENSE-ITEMS NEXT RECORD
002300         AT END
002310             SET WS-END-OF-ITEMS TO TRUE
002320         NOT AT END
002330             PERFORM 2100-EXAMINE-ITEM THRU 2100-EXIT
002340     END-READ.
002350 2000-EXIT.
002360     EXIT.
002370
002380*    ONLY ITEMS STILL OPEN ON THIS SUSPENSE ACCOUNT ARE AGED -
002390*    RESOLVED ITEMS HAVE ALREADY LEFT ITS BALANCE.
002400 2100-EXAMINE-ITEM.
002410     ADD 1 TO WS-ITEMS-READ.
002420     IF NOT SI-STATUS-OPEN
002430         GO TO 2100-EXIT
002440     END-IF.
002450     IF SI-SUSPENSE-ACCT NOT = WS-SUSPENSE-ACCT
002460         GO TO 2100-EXIT
002470     END-IF.
002480     MOVE SI-DATE-PARKED TO WS-DATE-CALC-N.
002490     PERFORM 2300-CALCULER-NUM-JOUR THRU 2300-EXIT.
002500     IF WS-NUM-JOUR > WS-NUM-JOUR-TODAY
002510         MOVE 0 TO WS-JOURS-ENCOURS
002520     ELSE
002530         COMPUTE WS-JOURS-ENCOURS =
002540             WS-NUM-JOUR-TODAY - WS-NUM-JOUR
002550     END-IF.
002560     EVALUATE TRUE
002570         WHEN WS-JOURS-ENCOURS NOT > 7
002580             MOVE 1 TO WS-TX
002590         WHEN WS-JOURS-ENCOURS NOT > 30
002600             MOVE 2 TO WS-TX
002610         WHEN WS-JOURS-ENCOURS NOT > 60
002620             MOVE 3 TO WS-TX
002630         WHEN WS-JOURS-ENCOURS NOT > 90
002640             MOVE 4 TO WS-TX
002650         WHEN OTHER
002660             MOVE 5 TO WS-TX
002670     END-EVALUATE.
002680     ADD 1 TO WS-TC-COUNT (WS-TX).
002690     ADD SI-AMOUNT TO WS-TC-AMOUNT (WS-TX).
002700     ADD 1 TO WS-ITEMS-OPEN.
002710     ADD SI-AMOUNT TO WS-OPEN-AMOUNT.
002720     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
002730 2100-EXIT.
002740     EXIT.
002750
002760 2300-CALCULER-NUM-JOUR.
002770     IF WS-CALC-MM > 2
002780         MOVE WS-CALC-AAAA TO WS-CALC-ANNEE
002790         COMPUTE WS-CALC-MOIS = WS-CALC-MM - 3
002800     ELSE
002810         COMPUTE WS-CALC-ANNEE = WS-CALC-AAAA - 1
002820         COMPUTE WS-CALC-MOIS = WS-CALC-MM + 9
002830     END-IF.
002840     DIVIDE WS-CALC-ANNEE BY 4 GIVING WS-CALC-Q4.
002850     DIVIDE WS-CALC-ANNEE BY 100 GIVING WS-CALC-Q100.
002860     DIVIDE WS-CALC-ANNEE BY 400 GIVING WS-CALC-Q400.
002870     COMPUTE WS-CALC-QMOIS = WS-CALC-MOIS * 153 + 2.
002880     DIVIDE WS-CALC-QMOIS BY 5 GIVING WS-CALC-QMOIS.
002890     COMPUTE WS-NUM-JOUR = WS-CALC-ANNEE * 365 + WS-CALC-Q4
002900         - WS-CALC-Q100 + WS-CALC-Q400 + WS-CALC-QMOIS
002910         + WS-CALC-JJ.
002920 2300-EXIT.
002930     EXIT.
002940
002950 2900-PRINT-DETAIL.
002960     MOVE SI-REFERENCE TO SA-D-REFERENCE.
002970     MOVE SI-AMOUNT TO SA-D-AMOUNT.
002980     MOVE SI-DATE-PARKED TO SA-D-DATE-PARKED.
002990     MOVE WS-JOURS-ENCOURS TO SA-D-DAYS.
003000     MOVE WS-TRANCHE-LIBELLE (WS-TX) TO SA-D-TRANCHE.
003010     MOVE SI-ORIGIN-BANK-CODE TO SA-D-ORIGIN-BANK.
003020     MOVE SI-ORIGIN-NAME TO SA-D-ORIGIN-NAME.
003030     MOVE SI-BENEF-ACCT TO SA-D-BENEF-ACCT.
003040     MOVE SA-DETAIL-LINE TO AGEING-REPORT-RECORD.
003050     WRITE AGEING-REPORT-RECORD AFTER ADVANCING 1 LINES.
003060     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003070 2900-EXIT.
003080     EXIT.
003090
003100*    THE OPEN ITEMS MUST ADD UP TO THE SUSPENSE ACCOUNT BALANCE -
003110*    A DIFFERENCE MEANS MONEY WAS MOVED ON OR OFF THE SUSPENSE
003120*    ACCOUNT OUTSIDE THE ITEM FILE AND MUST BE INVESTIGATED.
003130 4000-PRINT-TOTALS.
003140     MOVE 1 TO WS-TX.
003150     PERFORM 4100-PRINT-TRANCHE THRU 4100-EXIT
003160         UNTIL WS-TX > 5.
003170     MOVE WS-ITEMS-OPEN TO SA-T-COUNT.
003180     MOVE WS-OPEN-AMOUNT TO SA-T-AMOUNT.
003190     MOVE SA-TOTAL-LINE TO AGEING-REPORT-RECORD.
003200     WRITE AGEING-REPORT-RECORD AFTER ADVANCING 2 LINES.
003210     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003220     MOVE "SOLDE DU COMPTE D'ATTENTE .." TO SA-S-LABEL.
003230     MOVE WS-SUSPENSE-BALANCE TO SA-S-AMOUNT.
003240     MOVE SPACES TO SA-S-VERDICT.
003250     MOVE SA-BALANCE-LINE TO AGEING-REPORT-RECORD.
003260     WRITE AGEING-REPORT-RECORD AFTER ADVANCING 1 LINES.
003270     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003280     COMPUTE WS-ECART = WS-SUSPENSE-BALANCE - WS-OPEN-AMOUNT.
003290     MOVE "ECART ......................" TO SA-S-LABEL.
003300     MOVE WS-ECART TO SA-S-AMOUNT.
003310     IF WS-ECART = 0
003320         MOVE "CONCORDANT" TO SA-S-VERDICT
003330     ELSE
003340         MOVE "*** A ANALYSER ***" TO SA-S-VERDICT
003350         MOVE 4 TO RETURN-CODE
003360     END-IF.
003370     MOVE SA-BALANCE-LINE TO AGEING-REPORT-RECORD.
003380     WRITE AGEING-REPORT-RECORD AFTER ADVANCING 1 LINES.
003390     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003400 4000-EXIT.
003410     EXIT.
003420
003430 4100-PRINT-TRANCHE.
003440     MOVE WS-TRANCHE-LIBELLE (WS-TX) TO SA-B-LABEL.
003450     MOVE WS-TC-COUNT (WS-TX) TO SA-B-COUNT.
003460     MOVE WS-TC-AMOUNT (WS-TX) TO SA-B-AMOUNT.
003470     MOVE SA-TRANCHE-LINE TO AGEING-REPORT-RECORD.
003480     IF WS-TX = 1
003490         WRITE AGEING-REPORT-RECORD AFTER ADVANCING 2 LINES
003500     ELSE
003510         WRITE AGEING-REPORT-RECORD AFTER ADVANCING 1 LINES
003520     END-IF.
003530     PERFORM 8900-CHECK-REPORT-WRITE THRU 8900-EXIT.
003540     ADD 1 TO WS-TX.
003550 4100-EXIT.
003560     EXIT.
003570
003580 8900-CHECK-REPORT-WRITE.
003590     IF NOT WS-SUSPRPT-OK
003600         DISPLAY "SUSPAGE - ERREUR ECRITURE SUSPRPT, STATUT "
003610             WS-SUSPRPT-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650 8900-EXIT.
003660     EXIT.
003670
003680 9000-TERMINATE.
003690     DISPLAY "SUSPAGE - ARTICLES LUS      : " WS-ITEMS-READ.
003700     DISPLAY "SUSPAGE - ARTICLES OUVERTS  : " WS-ITEMS-OPEN.
003710     IF WS-ECART NOT = 0
003720         DISPLAY "SUSPAGE - ECART AVEC LE SOLDE DU COMPTE "
003730             "D'ATTENTE - VOIR SUSPRPT."
003740     END-IF.
003750     IF WS-SUSPITEM-OPENED
003760         CLOSE SUSPENSE-ITEMS
003770     END-IF.
003780     CLOSE ACCOUNT-MASTER.
003790     CLOSE AGEING-REPORT.
003800 9000-EXIT.
003810     EXIT.
003820
003830 END PROGRAM SUSPAGE.
