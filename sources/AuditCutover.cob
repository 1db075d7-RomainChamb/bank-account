000000*                 CUTOVER AS FAILED AND LEAVES THE DAY'S LOG    *
000000*                 INTACT INSTEAD OF DESTROYING THE PERMANENT    *
000000*                 HISTORY.                                      *
000000* 2026-10-15  RC  THE CLEARING RECALL DEBIT "K" (SEE            *
000000*                 ClearRecall) IS NOW COUNTED ON THE DEBIT SIDE *
000000*                 OF THE CONTROL TOTALS AND THE GL EXTRACT.     *
000000* 2026-10-15  RC  THE EARLY-WITHDRAWAL PENALTY DEBIT "P" (SEE   *
000000*                 WithdrawCore) IS NOW COUNTED ON THE DEBIT     *
000000*                 SIDE OF THE CONTROL TOTALS AND THE GL         *
000000*                 EXTRACT.                                      *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000* 4200-ADD-TO-CONTROL                                           *
000000*--------------------------------------------------------------*
000000 4200-ADD-TO-CONTROL.
000000     IF AUD-TRAN-CODE = "W" OR "T" OR "S" OR "V" OR "K" OR "P"
000000         ADD 1 TO WS-DEBIT-COUNT
000000         ADD AUD-AMOUNT TO WS-DEBIT-TOTAL
000000     ELSE
000000     MOVE GLS-TRAN-CODE (WS-SUMMARY-INDEX) TO GLX-TRAN-CODE
000000     MOVE GLS-CURRENCY (WS-SUMMARY-INDEX) TO GLX-CURRENCY
000000     IF GLS-TRAN-CODE (WS-SUMMARY-INDEX) = "W" OR "T" OR "S"
000000         OR "V" OR "K" OR "P"
000000         MOVE "D" TO GLX-DRCR-SIDE
000000     ELSE
000000         MOVE "C" TO GLX-DRCR-SIDE
