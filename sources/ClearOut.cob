000000* 2026-09-02  RC  A STALE RATE TABLE (NEW RESULT "A" FROM       *
000000*                 WithdrawCore) REJECTS WITH ITS OWN REASON,    *
000000*                 11 RATE TABLE STALE.                          *
000000* 2026-10-15  RC  AN ORDER FLAGGED DEBIT-ALREADY-POSTED (A      *
000000*                 CLOSING ACCOUNT'S BALANCE PAID OUT BY         *
000000*                 AcctClose, WHICH DEBITS THE ACCOUNT AS IT     *
000000*                 CLOSES IT) IS SENT WITHOUT A SECOND DEBIT     *
000000*                 THROUGH WithdrawCore, AND COUNTED ON THE      *
000000*                 SETTLEMENT REPORT.                            *
000000* 2026-10-15  RC  THE SUPERVISOR ID TAKEN WITH THE ORDER (SEE   *
000000*                 PayOut) IS PASSED TO WithdrawCore, SO AN      *
000000*                 APPROVED EARLY WITHDRAWAL FROM A TIME DEPOSIT *
000000*                 POSTS WITH ITS PENALTY. ONE WITHOUT APPROVAL  *
000000*                 (RESULT "B") REJECTS WITH ITS OWN REASON, 12  *
000000*                 TIME DEPOSIT NOT MATURED.                     *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     05  WS-REF-SEQUENCE         PIC 9(05).
000000 01  WS-SENT-COUNT               PIC 9(08) COMP.
000000 01  WS-REJECTED-COUNT           PIC 9(08) COMP.
000000 01  WS-PREPOSTED-COUNT          PIC 9(08) COMP.
000000 01  WS-SENT-TOTAL               PIC 9(11)V9(02).
000000 01  WS-AMOUNT-DISPLAY           PIC Z(08)9.9(02).
000000 01  WS-TOTAL-DISPLAY            PIC Z(10)9.9(02).
000000     88  WD-RESULT-NEEDS-SUPERVISOR  VALUE "8".
000000     88  WD-RESULT-FUNDS-HELD        VALUE "9".
000000     88  WD-RESULT-RATE-STALE        VALUE "A".
000000     88  WD-RESULT-EARLY-WITHDRAWAL  VALUE "B".
000000 01  WD-NEW-BALANCE              PIC 9(09)V9(02).
000000 01  WD-HOLD-RELEASE-DATE        PIC 9(08).
000000
000000*--------------------------------------------------------------*
000000 1000-OPEN-FILES.
000000     INITIALIZE WS-SENT-COUNT WS-REJECTED-COUNT
000000         WS-PREPOSTED-COUNT
000000     MOVE ZERO TO WS-SENT-TOTAL WS-REF-SEQUENCE
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     MOVE WS-TODAY (3:6) TO WS-REF-DATE
000000*--------------------------------------------------------------*
000000 3000-PROCESS-ORDER.
000000     MOVE "00" TO WS-REASON-CODE
000000     IF PO-DEBIT-POSTED
000000         ADD 1 TO WS-PREPOSTED-COUNT
000000     ELSE
000000         PERFORM 4000-POST-DEBIT THRU 4000-EXIT
000000     END-IF
000000     IF WS-ORDER-ACCEPTED
000000         PERFORM 5000-WRITE-OUTBOUND-ITEM THRU 5000-EXIT
000000     ELSE
000000* 4000-POST-DEBIT                                               *
000000*--------------------------------------------------------------*
000000 4000-POST-DEBIT.
000000     MOVE PO-SUPERVISOR-ID TO WS-SUPERVISOR-ID
000000     CALL "WithdrawCore" USING PO-ACCOUNT, PO-AMOUNT,
000000         PO-CURRENCY, WD-RESULT-CODE, WD-NEW-BALANCE,
000000         "B", "T", WS-OPERATOR-ID, WS-SUPERVISOR-ID,
000000             MOVE "10" TO WS-REASON-CODE
000000         WHEN WD-RESULT-RATE-STALE
000000             MOVE "11" TO WS-REASON-CODE
000000         WHEN WD-RESULT-EARLY-WITHDRAWAL
000000             MOVE "12" TO WS-REASON-CODE
000000         WHEN OTHER
000000             MOVE "09" TO WS-REASON-CODE
000000     END-EVALUATE.
000000     MOVE WS-SENT-TOTAL TO WS-TOTAL-DISPLAY
000000     DISPLAY "TOTAL AMOUNT SENT..........: " WS-TOTAL-DISPLAY
000000     DISPLAY "ORDERS REJECTED............: "
000000         WS-REJECTED-COUNT
000000     DISPLAY "SENT ALREADY DEBITED.......: "
000000         WS-PREPOSTED-COUNT.
000000 7000-EXIT.
000000     EXIT.
000000
