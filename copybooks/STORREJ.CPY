000010******************************************************************
000020*    COPYBOOK      : STORREJ.CPY
000030*    DESCRIPTION   : REFUSED STANDING ORDER RECORD WRITTEN BY
000040*                    STORDRUN - THE ORDER AS PRESENTED PLUS A
000050*                    REASON CODE, SO A REFUSAL CAN BE TOLD TO THE
000060*                    CUSTOMER BY THE CUSTNOTC NOTICE BATCH INSTEAD
000070*                    OF ONLY APPEARING ON THE PRINT REPORT (SAME
000080*                    SPIRIT AS DDEBRUN'S DDRETURN).  AN ORDER
000090*                    REFUSED TODAY IS PRESENTED AGAIN TOMORROW
000100*                    WITH THE SAME DUE DATE, SO ORDER NUMBER AND
000110*                    DUE DATE TOGETHER NAME ONE REFUSAL.
000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- ---------------------------------------------
000150*    2026-10-15 JLP  ORIGINAL
000160******************************************************************
000170 01  STANDING-ORDER-REJECT-RECORD.
000180     05  SJ-ORDER-NUMBER          PIC 9(06).
000190     05  SJ-ACCT-NUMBER           PIC 9(10).
000200     05  SJ-OPERATION-CODE        PIC X(01).
000210     05  SJ-COUNTERPARTY-ACCT     PIC 9(10).
000220     05  SJ-AMOUNT                PIC 9(8)V99.
000230     05  SJ-DUE-DATE              PIC 9(08).
000240     05  SJ-RUN-DATE              PIC 9(08).
000250     05  SJ-REASON-CODE           PIC X(02).
000260         88  SJ-RAISON-CPT-INCONNU    VALUE '01'.
000270         88  SJ-RAISON-CPT-CLOTURE    VALUE '02'.
000280         88  SJ-RAISON-CPT-DORMANT    VALUE '03'.
000290         88  SJ-RAISON-CODE-OP        VALUE '04'.
000300         88  SJ-RAISON-PLAFOND-JOUR   VALUE '05'.
000310         88  SJ-RAISON-FONDS          VALUE '06'.
000320         88  SJ-RAISON-CTP-IDENTIQUE  VALUE '07'.
000330         88  SJ-RAISON-CTP-INCONNUE   VALUE '08'.
000340         88  SJ-RAISON-CTP-CLOTUREE   VALUE '09'.
000350     05  FILLER                   PIC X(05).
