000000*                 "U" AS A CREDIT, "V" AS A DEBIT - SO THE      *
000000*                 OPENING-BALANCE DERIVATION STILL BALANCES ON  *
000000*                 DAYS WITH SUPERVISED REVERSALS.               *
000000* 2026-10-15  RC  THE CLEARING RECALL DEBIT "K" (SEE            *
000000*                 ClearRecall) IS NOW COUNTED IN THE WITHDRAWN  *
000000*                 TOTAL.                                        *
000000* 2026-10-15  RC  THE EARLY-WITHDRAWAL PENALTY DEBIT "P" (SEE   *
000000*                 WithdrawCore) IS NOW COUNTED IN THE DAY'S     *
000000*                 WITHDRAWN TOTAL.                              *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     IF SRO-TIMESTAMP-DATE = WS-TODAY
000000         EVALUATE TRUE
000000             WHEN SRO-TRAN-CODE = "W" OR "T" OR "S" OR "V"
000000                 OR "K" OR "P"
000000                 ADD SRO-AMOUNT TO WS-WITHDRAWN-TOTAL
000000             WHEN SRO-TRAN-CODE = "D" OR "R" OR "I" OR "U"
000000                 ADD SRO-AMOUNT TO WS-DEPOSITED-TOTAL
