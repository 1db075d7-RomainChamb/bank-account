000000*                 SO INTEREST IS CREDITED TO THE CENT INSTEAD   *
000000*                 OF ROUNDED TO A WHOLE UNIT, AND THE RUN       *
000000*                 SUMMARY PRINTS TOTALS WITH A DECIMAL POINT.   *
000000* 2026-10-15  RC  TIME DEPOSITS (PRODUCT TYPE T) ARE PASSED     *
000000*                 OVER - NO MONTH-END INTEREST OR SERVICE FEE;  *
000000*                 THEY EARN THEIR CONTRACTED RATE AT MATURITY   *
000000*                 THROUGH TERMMATURE - AND COUNTED SEPARATELY   *
000000*                 ON THE CHECKPOINT AND SUMMARY.                *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 01  WS-FEE-POSTED-COUNT         PIC 9(08) COMP.
000000 01  WS-FEE-SKIPPED-COUNT        PIC 9(08) COMP.
000000 01  WS-INACTIVE-COUNT           PIC 9(08) COMP.
000000 01  WS-TERM-DEPOSIT-COUNT       PIC 9(08) COMP.
000000 01  WS-INTEREST-TOTAL           PIC 9(11)V9(02).
000000 01  WS-FEE-TOTAL                PIC 9(11)V9(02).
000000 01  WS-TOTAL-DISPLAY            PIC Z(10)9.9(02).
000000 1000-OPEN-FILES.
000000     INITIALIZE WS-ACCOUNTS-READ WS-INTEREST-POSTED-COUNT
000000         WS-FEE-POSTED-COUNT WS-FEE-SKIPPED-COUNT
000000         WS-INACTIVE-COUNT WS-TERM-DEPOSIT-COUNT
000000     MOVE ZERO TO WS-INTEREST-TOTAL WS-FEE-TOTAL
000000         WS-LAST-CHECKPOINT-ACCT
000000     ACCEPT WS-RUN-MODE FROM COMMAND-LINE
000000                 MOVE MCK-FEE-SKIPPED-COUNT
000000                     TO WS-FEE-SKIPPED-COUNT
000000                 MOVE MCK-INACTIVE-COUNT TO WS-INACTIVE-COUNT
000000                 MOVE MCK-TERM-DEPOSIT-COUNT
000000                     TO WS-TERM-DEPOSIT-COUNT
000000                 MOVE MCK-INTEREST-TOTAL TO WS-INTEREST-TOTAL
000000                 MOVE MCK-FEE-TOTAL TO WS-FEE-TOTAL
000000                 DISPLAY "Resuming after account "
000000         MCK-INTEREST-COUNT MCK-FEE-COUNT
000000         MCK-FEE-SKIPPED-COUNT MCK-INACTIVE-COUNT
000000         MCK-INTEREST-TOTAL MCK-FEE-TOTAL
000000         MCK-TERM-DEPOSIT-COUNT
000000     OPEN OUTPUT CHECKPOINT-FILE
000000     WRITE ME-CHECKPOINT-RECORD
000000     CLOSE CHECKPOINT-FILE.
000000 3000-POST-ACCOUNT.
000000     IF ACCT-NUMBER > WS-LAST-CHECKPOINT-ACCT
000000         ADD 1 TO WS-ACCOUNTS-READ
000000         EVALUATE TRUE
000000             WHEN ACCT-TIME-DEPOSIT
000000                 ADD 1 TO WS-TERM-DEPOSIT-COUNT
000000             WHEN ACCT-STATUS-ACTIVE
000000                 PERFORM 3100-POST-INTEREST THRU 3100-EXIT
000000                 PERFORM 3200-POST-SERVICE-FEE THRU 3200-EXIT
000000                 REWRITE ACCOUNT-RECORD
000000             WHEN OTHER
000000                 ADD 1 TO WS-INACTIVE-COUNT
000000         END-EVALUATE
000000         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
000000     END-IF
000000     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
000000     MOVE WS-FEE-POSTED-COUNT TO MCK-FEE-COUNT
000000     MOVE WS-FEE-SKIPPED-COUNT TO MCK-FEE-SKIPPED-COUNT
000000     MOVE WS-INACTIVE-COUNT TO MCK-INACTIVE-COUNT
000000     MOVE WS-TERM-DEPOSIT-COUNT TO MCK-TERM-DEPOSIT-COUNT
000000     MOVE WS-INTEREST-TOTAL TO MCK-INTEREST-TOTAL
000000     MOVE WS-FEE-TOTAL TO MCK-FEE-TOTAL
000000     OPEN OUTPUT CHECKPOINT-FILE
000000     DISPLAY "TOTAL FEES DEBITED.........: " WS-TOTAL-DISPLAY
000000     DISPLAY "FEES SKIPPED (FLOOR).......: "
000000         WS-FEE-SKIPPED-COUNT
000000     DISPLAY "INACTIVE ACCOUNTS SKIPPED..: " WS-INACTIVE-COUNT
000000     DISPLAY "TIME DEPOSITS SKIPPED......: "
000000         WS-TERM-DEPOSIT-COUNT.
000000 7000-EXIT.
000000     EXIT.
000000
