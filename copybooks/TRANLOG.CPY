000212*    2026-09-02 JLP  ADD DIRECT DEBIT CODE 'P' - CREDITOR CLAIMS
000214*                    COLLECTED UNDER A MANDATE BY THE DAILY
000216*                    DDEBRUN BATCH.
000217*    2026-10-15 JLP  ADD REVERSAL CODE 'A' (CONTRE-PASSATION) AND
000218*                    TL-REVERSAL-OF - SEQUENCE NUMBER AND CODE OF
000219*                    THE POSTING IT CANCELS.  A REVERSAL OF A
000220*                    CREDIT ('D','V','I') DEBITS TL-AMOUNT; OF A
000221*                    DEBIT IT CREDITS TL-AMOUNT PLUS THE REFUNDED
000222*                    TL-FEE-AMOUNT.  RECORD EXTENDED TO 100 BYTES
000223*                    - THE LOG AND ITS ARCHIVE GENERATIONS ARE
000224*                    CONVERTED ONCE BY THE TRANCONV JOB.
000225*    2026-10-15 JLP  ADD CHEQUE CODE 'C' - CHEQUES DRAWN ON THE
000226*                    ACCOUNT AND PAID THROUGH CLEARING BY THE
000227*                    DAILY CHQCLEAR BATCH.
000229*    2026-10-15 JLP  ADD CLEARING REJECT CODE 'R' - AN OUTBOUND
000230*                    INTERBANK TRANSFER RETURNED BY THE CLEARING
000231*                    SYSTEM AND RE-CREDITED BY THE DAILY XFERREJ
000232*                    BATCH.  IT CREDITS TL-AMOUNT PLUS THE
000233*                    REFUNDED TRANSFER FEE IN TL-FEE-AMOUNT;
000234*                    TL-REVERSAL-OF NAMES THE ORIGINAL 'T' DEBIT
000235*                    AND TL-REJECT-REASON, CARVED FROM THE
000236*                    FILLER, THE CLEARING REASON CODE.  RECORD
000237*                    LENGTH UNCHANGED.
000238******************************************************************
000239 01  TRAN-LOG-RECORD.
000240     05  TL-ACCT-NUMBER           PIC 9(10).
000250     05  TL-TRAN-SEQ-NUM          PIC 9(08).
000260     05  TL-TIMESTAMP.
000350         88  TL-OP-TRANSFER-CREDIT    VALUE 'V'.
000360         88  TL-OP-BALANCE-FWD        VALUE 'B'.
000362         88  TL-OP-DIRECT-DEBIT       VALUE 'P'.
000364         88  TL-OP-REVERSAL           VALUE 'A'.
000366         88  TL-OP-CHEQUE             VALUE 'C'.
000368         88  TL-OP-TRANSFER-REJECT    VALUE 'R'.
000370     05  TL-AMOUNT                PIC S9(8)V99.
000380     05  TL-FEE-AMOUNT            PIC S9(6)V99.
000390     05  TL-RESULT-BALANCE        PIC S9(8)V99.
000400     05  TL-COUNTERPARTY-ACCT     PIC 9(10).
000410     05  TL-OPERATOR-ID           PIC X(08).
000420     05  TL-REVERSAL-OF.
000430         10  TL-REV-ORIG-SEQ-NUM      PIC 9(08).
000440         10  TL-REV-ORIG-OP-CODE      PIC X(01).
000450             88  TL-REVERSES-CREDIT       VALUE 'D' 'V' 'I'.
000460             88  TL-REVERSES-DEPOSIT      VALUE 'D'.
000470     05  TL-REJECT-REASON         PIC X(02).
000480     05  FILLER                   PIC X(08).
