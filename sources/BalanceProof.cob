000000*                 "U" AS A CREDIT, "V" AS A DEBIT - SO A        *
000000*                 SUPERVISED REVERSAL PROVES CLEAN INSTEAD OF   *
000000*                 SHOWING AS A DISCREPANCY.                     *
000000* 2026-10-15  RC  THE CLEARING RECALL DEBIT "K" (SEE            *
000000*                 ClearRecall) NOW PROVES AS A DEBIT.           *
000000* 2026-10-15  RC  THE EARLY-WITHDRAWAL PENALTY DEBIT "P" (SEE   *
000000*                 WithdrawCore) IS NOW COUNTED ON THE DEBIT     *
000000*                 SIDE OF THE PROOF.                            *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     IF SRO-TIMESTAMP-DATE = WS-TODAY
000000         EVALUATE TRUE
000000             WHEN SRO-TRAN-CODE = "W" OR "T" OR "S" OR "V"
000000                 OR "K" OR "P"
000000                 ADD SRO-AMOUNT TO WS-DEBIT-TOTAL
000000             WHEN SRO-TRAN-CODE = "D" OR "R" OR "I" OR "U"
000000                 ADD SRO-AMOUNT TO WS-CREDIT-TOTAL
