000000*                 ARE COUNTED PER OPERATOR AND FOLDED INTO THE  *
000000*                 GRAND DEBIT/CREDIT TOTALS SO THE PROOF        *
000000*                 STILL TIES ON DAYS WITH REVERSALS.            *
000000* 2026-10-15  RC  THE CLEARING RECALL DEBIT "K" (SEE            *
000000*                 ClearRecall) IS NOW INCLUDED IN THE GRAND     *
000000*                 DEBIT TOTAL.                                  *
000000* 2026-10-15  RC  THE EARLY-WITHDRAWAL PENALTY DEBIT "P" (SEE   *
000000*                 WithdrawCore) IS NOW COUNTED IN THE GRAND     *
000000*                 DEBIT TOTAL.                                  *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000             WHEN SRO-TRAN-CODE = "V"
000000                 ADD 1 TO WS-REVERSAL-COUNT
000000                 ADD SRO-AMOUNT TO WS-GRAND-DEBIT-TOTAL
000000             WHEN SRO-TRAN-CODE = "K"
000000                 ADD SRO-AMOUNT TO WS-GRAND-DEBIT-TOTAL
000000             WHEN SRO-TRAN-CODE = "P"
000000                 ADD SRO-AMOUNT TO WS-GRAND-DEBIT-TOTAL
000000         END-EVALUATE
000000         IF SRO-SUPERVISOR-ID NOT = SPACES
000000             ADD 1 TO WS-OVERRIDE-COUNT
