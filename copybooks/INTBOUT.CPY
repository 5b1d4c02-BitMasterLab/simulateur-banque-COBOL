000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- ---------------------------------------------
000140*    2026-09-02 JLP  ORIGINAL
000141*    2026-10-15 JLP  CARVE XO-SOURCE-TRAN-SEQ FROM THE FILLER -
000143*                    THE LOG SEQUENCE OF THE DEBIT.  WITH
000144*                    XO-SOURCE-ACCT IT IS THE UNIQUE REFERENCE OF
000146*                    THE ITEM, ECHOED BY THE CLEARING SYSTEM ON
000147*                    A REJECT (INTBREJ) AND KEY OF THE XFERREG
000149*                    REGISTER.  RECORD LENGTH UNCHANGED.
000150******************************************************************
000160 01  EXT-TRANSFER-OUT-RECORD.
000170     05  XO-TRAN-DATE             PIC 9(08).
000210     05  XO-BENEF-ACCT            PIC X(20).
000220     05  XO-BENEF-NAME            PIC X(30).
000230     05  XO-AMOUNT                PIC 9(8)V99.
000240     05  XO-SOURCE-TRAN-SEQ       PIC 9(08).
000250     05  FILLER                   PIC X(05).
