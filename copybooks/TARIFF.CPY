000150*    DATE       INIT DESCRIPTION
000160*    ---------- ---- ---------------------------------------------
000170*    2026-09-02 JLP  ORIGINAL
000172*    2026-10-15 JLP  CARVE TF-REJECT-FEE-REFUND FROM THE FILLER -
000174*                    'Y' WHEN THE EXTERNAL TRANSFER FEE IS GIVEN
000176*                    BACK WITH A TRANSFER REJECTED BY THE
000178*                    CLEARING SYSTEM (XFERREJ).  SPACE = KEPT.
000180******************************************************************
000190 01  TARIFF-RECORD.
000200     05  TF-PLAN-CODE             PIC X(02).
000220     05  TF-STATEMENT-FEE         PIC 9(6)V99.
000230     05  TF-EXT-TRANSFER-FEE      PIC 9(6)V99.
000240     05  TF-DESCRIPTION           PIC X(20).
000250     05  TF-REJECT-FEE-REFUND     PIC X(01).
000260         88  TF-REFUND-FEE-ON-REJECT  VALUE 'Y'.
000270     05  FILLER                   PIC X(09).
