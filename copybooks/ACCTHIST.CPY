000010******************************************************************
000020*    COPYBOOK      : ACCTHIST.CPY
000030*    DESCRIPTION   : CLOSED-ACCOUNT HISTORY - KSDS KEYED BY
000040*                    AH-HIST-KEY (ACCOUNT NUMBER, RECORD TYPE,
000050*                    ITEM NUMBER).  WRITTEN BY THE ACCTPURG BATCH
000060*                    WHEN A CLOSED ACCOUNT IS PURGED FROM THE LIVE
000070*                    FILES : ONE 'A' RECORD CARRYING THE LAST
000080*                    ACCOUNT-MASTER IMAGE (ITEM NUMBER ZERO), THEN
000090*                    ONE RECORD PER FUNDS HOLD ('H', HOLD NUMBER),
000100*                    DIRECT DEBIT MANDATE ('M', MANDATE NUMBER),
000110*                    STANDING ORDER ('O', ORDER NUMBER) AND
000120*                    HOLDER LINK ('X', CUSTOMER NUMBER) THE
000130*                    ACCOUNT STILL HAD.  AH-IMAGE HOLDS THE LIVE
000140*                    RECORD BYTE FOR BYTE, LEFT-JUSTIFIED AND
000150*                    PADDED WITH SPACES.  THE ONLINE STATEMENT
000160*                    AND BALANCE-AT-A-DATE OPTIONS READ IT FOR AN
000170*                    ACCOUNT NO LONGER ON THE ACCOUNT-MASTER.
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    ---------- ---- ---------------------------------------------
000210*    2026-10-15 JLP  ORIGINAL
000220******************************************************************
000230 01  ACCT-HISTORY-RECORD.
000240     05  AH-HIST-KEY.
000250         10  AH-ACCT-NUMBER       PIC 9(10).
000260         10  AH-RECORD-TYPE       PIC X(01).
000270             88  AH-TYPE-COMPTE       VALUE 'A'.
000280             88  AH-TYPE-OPPOSITION   VALUE 'H'.
000290             88  AH-TYPE-MANDAT       VALUE 'M'.
000300             88  AH-TYPE-ORDRE        VALUE 'O'.
000310             88  AH-TYPE-TITULAIRE    VALUE 'X'.
000320         10  AH-ITEM-KEY          PIC 9(08).
000330     05  AH-CLOSE-DATE            PIC 9(08).
000340     05  AH-PURGE-DATE            PIC 9(08).
000350     05  AH-IMAGE                 PIC X(80).
000360     05  FILLER                   PIC X(13).
