000010******************************************************************
000020*    COPYBOOK      : NOTCHIST.CPY
000030*    DESCRIPTION   : CUSTOMER NOTICE HISTORY - KSDS KEYED BY
000040*                    NH-NOTICE-KEY, ONE RECORD PER EVENT AND
000050*                    HOLDER ALREADY TOLD BY THE CUSTNOTC BATCH.
000060*                    THE KEY NAMES THE EVENT ITSELF AND THE
000070*                    CUSTOMER, SO THE SAME EVENT SEEN AGAIN ON A
000080*                    LATER RUN (OR TWICE IN ONE RUN) IS NEVER
000090*                    SENT A SECOND TIME TO THE SAME HOLDER :
000100*                      'D' DORMANT    - ACCOUNT, DATE FLAGGED, 0
000110*                      'P' DIRECT DEBIT REFUSED - ACCOUNT, DUE
000120*                          DATE, CLAIM NUMBER
000130*                      'O' STANDING ORDER REFUSED - ACCOUNT, DUE
000140*                          DATE, ORDER NUMBER
000150*                      'F' OVERDRAFT FEE  - ACCOUNT, POSTING
000160*                          DATE, LOG SEQUENCE NUMBER
000170*    MODIFICATION HISTORY
000180*    DATE       INIT DESCRIPTION
000190*    ---------- ---- ---------------------------------------------
000200*    2026-10-15 JLP  ORIGINAL
000210******************************************************************
000220 01  NOTICE-HISTORY-RECORD.
000230     05  NH-NOTICE-KEY.
000240         10  NH-NOTICE-TYPE       PIC X(01).
000250             88  NH-TYPE-DORMANT      VALUE 'D'.
000260             88  NH-TYPE-PRELEVEMENT  VALUE 'P'.
000270             88  NH-TYPE-ORDRE        VALUE 'O'.
000280             88  NH-TYPE-DECOUVERT    VALUE 'F'.
000290         10  NH-ACCT-NUMBER       PIC 9(10).
000300         10  NH-EVENT-DATE        PIC 9(08).
000310         10  NH-EVENT-REF         PIC 9(08).
000320         10  NH-CUST-NUMBER       PIC 9(08).
000330     05  NH-AMOUNT                PIC S9(8)V99.
000340     05  NH-REASON-CODE           PIC X(02).
000350     05  NH-SENT-DATE             PIC 9(08).
000360     05  FILLER                   PIC X(15).
