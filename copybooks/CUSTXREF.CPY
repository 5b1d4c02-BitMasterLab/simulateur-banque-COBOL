000010******************************************************************
000020*    COPYBOOK      : CUSTXREF.CPY
000030*    DESCRIPTION   : CUSTOMER/ACCOUNT CROSS-REFERENCE - KSDS KEYED
000040*                    BY XR-XREF-KEY (ACCOUNT NUMBER PLUS CUSTOMER
000050*                    NUMBER), ONE RECORD PER HOLDER OF EACH
000060*                    ACCOUNT ON THE ACCOUNT-MASTER, WITH THE
000070*                    HOLDER'S ROLE : PRIMARY HOLDER (ONE PER
000080*                    ACCOUNT, LINKED WHEN THE ACCOUNT IS OPENED),
000090*                    JOINT HOLDER OR AUTHORISED SIGNATORY (ADDED
000100*                    AND REMOVED ONLINE).  THE HOLDERS OF AN
000102*                    ACCOUNT ARE READ BY A START ON THE ACCOUNT
000103*                    NUMBER WITH A ZERO CUSTOMER NUMBER, THEN
000105*                    READ NEXT UNTIL THE ACCOUNT NUMBER CHANGES.
000107*                    THE FILE IS SCANNED TO LIST A CUSTOMER'S
000108*                    POSITION ACROSS EVERY LINKED ACCOUNT.
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- ---------------------------------------------
000140*    2026-09-02 JLP  ORIGINAL
000141*    2026-10-15 JLP  SEVERAL HOLDERS PER ACCOUNT - THE KEY NOW
000142*                    TAKES XR-CUST-NUMBER AFTER XR-ACCT-NUMBER AND
000143*                    XR-HOLDER-ROLE IS CARVED FROM FILLER.  THE
000144*                    RECORD IS UNCHANGED BYTE FOR BYTE : THE
000146*                    CLUSTER IS REDEFINED WITH KEYS(18 0) AND THE
000147*                    DATA RELOADED AS IT STANDS.  A BLANK ROLE ON
000148*                    A RECORD LINKED BEFORE THIS CHANGE MEANS
000149*                    PRIMARY HOLDER.
000150******************************************************************
000160 01  CUST-XREF-RECORD.
000170     05  XR-XREF-KEY.
000180         10  XR-ACCT-NUMBER       PIC 9(10).
000185         10  XR-CUST-NUMBER       PIC 9(08).
000190     05  XR-DATE-LINKED           PIC 9(08).
000200     05  XR-HOLDER-ROLE           PIC X(01).
000210         88  XR-ROLE-TITULAIRE        VALUE 'P' ' '.
000220         88  XR-ROLE-COTITULAIRE      VALUE 'J'.
000230         88  XR-ROLE-MANDATAIRE       VALUE 'S'.
000240         88  XR-ROLE-VALIDE           VALUE 'P' 'J' 'S'.
000250     05  FILLER                   PIC X(13).
