000070*    DATE       INIT DESCRIPTION
000080*    ---------- ---- ---------------------------------------------
000090*    2026-08-08 JLP  ORIGINAL
000091*    2026-10-15 JLP  CARVE GL-ENTRY-TYPE AND GL-ORIG-TRAN-SEQ FROM
000092*                    THE FILLER - A REVERSAL LINE CARRIES THE LOG
000093*                    SEQUENCE OF THE POSTING IT CANCELS SO THE
000094*                    LEDGER DOES NOT BOOK IT AS NEW BUSINESS.
000096*                    RECORD LENGTH UNCHANGED.
000097*    2026-10-15 JLP  ENTRY TYPE 'R' - RE-CREDIT OF AN OUTBOUND
000098*                    TRANSFER REJECTED BY CLEARING, WITH THE LOG
000099*                    SEQUENCE OF THE ORIGINAL DEBIT.
000100******************************************************************
000110 01  GL-EXTRACT-RECORD.
000120     05  GL-ACCT-NUMBER           PIC 9(10).
000160         88  GL-CREDIT                VALUE 'C'.
000170     05  GL-AMOUNT                PIC 9(08)V99.
000180     05  GL-RESULT-BALANCE        PIC S9(8)V99.
000190     05  GL-ENTRY-TYPE            PIC X(01).
000200         88  GL-ENTRY-NORMAL          VALUE SPACE.
000210         88  GL-ENTRY-REVERSAL        VALUE 'A'.
000220         88  GL-ENTRY-REJECT          VALUE 'R'.
000230     05  GL-ORIG-TRAN-SEQ         PIC 9(08).
000240     05  FILLER                   PIC X(21).
