000000*                 THE AMOUNT IS NOW KEYED AS UP TO ELEVEN       *
000000*                 DIGITS WITH THE LAST TWO AS CENTS, AND THE    *
000000*                 LOG VALUE FIELDS WERE WIDENED TO MATCH.       *
000000* 2026-10-15  RC  SHOWS THE NEW SUSPENDED STATUS (SET BY        *
000000*                 StandGen AFTER AN ORDER DEBIT HAS FAILED ON   *
000000*                 ITS DUE NIGHT AND EVERY RETRY) AND ADDS       *
000000*                 ACTION R TO REINSTATE A SUSPENDED ORDER TO    *
000000*                 ACTIVE ONCE THE BRANCH HAS DEALT WITH THE     *
000000*                 CUSTOMER. THE REINSTATEMENT IS LOGGED LIKE    *
000000*                 THE OTHER ACTIONS.                            *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     88  WS-ACTION-AMOUNT        VALUE "A".
000000     88  WS-ACTION-NEXT-DUE      VALUE "N".
000000     88  WS-ACTION-CANCEL        VALUE "X".
000000     88  WS-ACTION-REINSTATE     VALUE "R".
000000     88  WS-ACTION-KNOWN         VALUE "O" "A" "N" "X" "R".
000000 01  WS-ORDER-INPUT              PIC X(05).
000000 01  WS-ORDER-NUMBER             PIC 9(05).
000000 01  WS-ACCOUNT-INPUT            PIC X(05).
000000     05  LINE 1 COL 1 VALUE "TELLER STANDING ORDER MAINTENANCE".
000000     05  LINE 3 COL 1 VALUE "OPERATOR ID.....: ".
000000     05  LINE 3 COL 19 PIC X(03) TO WS-OPERATOR-ID.
000000     05  LINE 4 COL 1 VALUE "ACTION O/A/N/X/R: ".
000000     05  LINE 4 COL 19 PIC X(01) TO WS-ACTION-INPUT.
000000     05  LINE 5 COL 1 VALUE "ORDER NUMBER....: ".
000000     05  LINE 5 COL 19 PIC X(05) TO WS-ORDER-INPUT.
000000     ELSE
000000         IF NOT WS-ACTION-KNOWN
000000             DISPLAY "Action must be O (open), A (amount), "
000000                 "N (next due), X (cancel) or R (reinstate)."
000000         ELSE
000000             IF WS-ORDER-INPUT IS NUMERIC
000000                 MOVE WS-ORDER-INPUT TO WS-ORDER-NUMBER
000000                 PERFORM 4400-CHANGE-NEXT-DUE THRU 4400-EXIT
000000             WHEN WS-ACTION-CANCEL
000000                 PERFORM 4500-CANCEL-ORDER THRU 4500-EXIT
000000             WHEN WS-ACTION-REINSTATE
000000                 PERFORM 4600-REINSTATE-ORDER THRU 4600-EXIT
000000         END-EVALUATE
000000     ELSE
000000         MOVE "Order Not Found." TO WS-RESULT-TEXT
000000     EVALUATE TRUE
000000         WHEN SO-STATUS-CANCELLED
000000             MOVE "CANCELLED" TO WS-LOOKUP-STATUS-TEXT
000000         WHEN SO-STATUS-SUSPENDED
000000             MOVE "SUSPENDED" TO WS-LOOKUP-STATUS-TEXT
000000         WHEN OTHER
000000             MOVE "ACTIVE   " TO WS-LOOKUP-STATUS-TEXT
000000     END-EVALUATE.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4600-REINSTATE-ORDER                                          *
000000*--------------------------------------------------------------*
000000 4600-REINSTATE-ORDER.
000000     IF SO-STATUS-SUSPENDED
000000         MOVE SO-STATUS TO WS-OLD-VALUE
000000         MOVE "A" TO SO-STATUS
000000         MOVE "A" TO WS-NEW-VALUE
000000         REWRITE STANDING-ORDER-RECORD
000000         PERFORM 5000-WRITE-LOG-RECORD THRU 5000-EXIT
000000         MOVE "Standing Order Reinstated." TO WS-RESULT-TEXT
000000     ELSE
000000         MOVE "Order Is Not Suspended." TO WS-RESULT-TEXT
000000     END-IF.
000000 4600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-WRITE-LOG-RECORD                                         *
000000*--------------------------------------------------------------*
000000 5000-WRITE-LOG-RECORD.
