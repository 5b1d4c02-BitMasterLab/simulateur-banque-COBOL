000180*    2026-08-22 JLP  ORIGINAL
000190*    2026-09-02 JLP  STAMP TL-OPERATOR-ID WITH THE JOB NAME ON
000200*                    THE SEEDED BALANCE-FORWARD RECORDS.
000203*    2026-10-15 JLP  ARCHIVE AND FRESH LOG RECORDS EXTENDED TO 100
000207*                    BYTES WITH THE REVERSAL FIELDS OF TRANLOG.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. TRANARCH.
000620
000630 FD  ARCHIVE-OUT
000640     LABEL RECORDS ARE STANDARD.
000650 01  ARCHIVE-OUT-RECORD       PIC X(100).
000660
000670 FD  NEW-LOG
000680     LABEL RECORDS ARE STANDARD.
000690 01  NEW-LOG-RECORD           PIC X(100).
000700
000710 FD  ACCOUNT-MASTER
000720     LABEL RECORDS ARE STANDARD.
