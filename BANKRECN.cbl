000270*                    TOO, VIA 1900-CHECK-RECONRPT-WRITE.
000280*    2026-08-22 JLP  RUN CONTROL - A RUN ALREADY COMPLETE FOR THE
000290*                    BUSINESS DATE STOPS WITH RC=8.
000293*    2026-10-15 JLP  COUNT SUPERVISOR REVERSALS ('A') REPLAYED
000297*                    AND PRINT THE COUNT UNDER THE TOTALS.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. BANKRECN.
001100     05  WS-ACCT-COUNT        PIC 9(04) COMP VALUE 0.
001110     05  WS-EXCEPT-COUNT      PIC 9(04) COMP VALUE 0.
001120     05  WS-OVERFLOW-COUNT    PIC 9(04) COMP VALUE 0.
001125     05  WS-REVERSAL-COUNT    PIC 9(06) COMP VALUE 0.
001130
001140 01  RECON-TABLE.
001150     05  RECON-ENTRY OCCURS 1 TO 5000 TIMES
002450     EXIT.
002460
002470 2100-POST-TO-TABLE.
002472     IF TL-OP-REVERSAL
002475         ADD 1 TO WS-REVERSAL-COUNT
002478     END-IF.
002480     PERFORM 3000-SEARCH-TABLE THRU 3000-EXIT.
002490     IF WS-ENTRY-FOUND
002500         MOVE TL-RESULT-BALANCE TO RT-JOURNAL-BAL (WS-SEARCH-IDX)
002890     MOVE WS-EXCEPT-COUNT TO RC-T-EXCEPT-COUNT.
002900     MOVE RC-TOTAL-LINE TO RECON-REPORT-RECORD.
002910     WRITE RECON-REPORT-RECORD AFTER ADVANCING 2 LINES.
002912     PERFORM 1900-CHECK-RECONRPT-WRITE THRU 1900-EXIT.
002914     MOVE WS-REVERSAL-COUNT TO RC-R-COUNT.
002916     MOVE RC-REVERSAL-LINE TO RECON-REPORT-RECORD.
002918     WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINES.
002920     PERFORM 1900-CHECK-RECONRPT-WRITE THRU 1900-EXIT.
002930 4000-EXIT.
002940     EXIT.
