000000*                 DAILY RATE TABLE'S RATE, SO THE CURRENCY      *
000000*                 MISMATCH COUNT NOW ONLY TALLIES PAIRS WITH    *
000000*                 NO RATE ON FILE.                              *
000000* 2026-10-15  RC  EVERY STANDING-ORDER DEBIT THAT FAILS (ANY    *
000000*                 NON-ZERO WithdrawCore RESULT ON A REQUEST     *
000000*                 CARRYING AN ORDER NUMBER) IS WRITTEN TO THE   *
000000*                 ORDER REJECT FILE (SOREJECT) WITH THE ORDER   *
000000*                 NUMBER, THE RESULT CODE AND THE ATTEMPT       *
000000*                 NUMBER, FOR StandGen TO RETRY OR SUSPEND THE  *
000000*                 NEXT NIGHT. A FIRST RUN WRITES THE FILE       *
000000*                 FRESH; A RESTART APPENDS TO IT. THE COUNT IS  *
000000*                 CARRIED IN THE SUMMARY AND CHECKPOINT.        *
000000* 2026-10-15  RC  A DEBIT REFUSED BECAUSE THE ACCOUNT IS A TIME *
000000*                 DEPOSIT BEFORE ITS MATURITY DATE (NEW RESULT  *
000000*                 "B" FROM WithdrawCore - BATCH DEBITS CARRY NO *
000000*                 SUPERVISOR OVERRIDE) IS COUNTED SEPARATELY,   *
000000*                 CHECKPOINTED AND PRINTED ON THE SUMMARY; A    *
000000*                 STANDING-ORDER DEBIT SO REFUSED GOES TO THE   *
000000*                 RETRY FILE LIKE ANY OTHER.                    *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT CHECKPOINT-FILE ASSIGN TO CHKPOINT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-CKPT-FILE-STATUS.
000000     SELECT ORDER-REJECT-FILE ASSIGN TO SOREJECT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REJECT-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CHECKPOINT-FILE.
000000 COPY CHKPREC.
000000
000000 FD  ORDER-REJECT-FILE.
000000 COPY SOREJREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-REQUEST-FILE-STATUS      PIC X(02).
000000     88  WS-REQUEST-FILE-OK      VALUE "00".
000000     88  WS-REQUEST-FILE-AVAIL   VALUE "Y".
000000 01  WS-CKPT-FILE-STATUS         PIC X(02).
000000     88  WS-CKPT-FILE-NOT-FOUND  VALUE "35".
000000 01  WS-REJECT-FILE-STATUS       PIC X(02).
000000     88  WS-REJECT-FILE-NOT-FOUND VALUE "35".
000000 01  WS-EOF-SWITCH               PIC X(01).
000000     88  WS-END-OF-REQUESTS      VALUE "Y".
000000 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
000000 01  WS-DAILY-LIMIT-COUNT        PIC 9(08) COMP.
000000 01  WS-FUNDS-HELD-COUNT         PIC 9(08) COMP.
000000 01  WS-RATE-STALE-COUNT         PIC 9(08) COMP.
000000 01  WS-ORDER-REJECT-COUNT       PIC 9(08) COMP.
000000 01  WS-EARLY-WD-COUNT           PIC 9(08) COMP.
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-OPERATOR-ID              PIC X(03) VALUE "BAT".
000000 01  WS-SUPERVISOR-ID            PIC X(03) VALUE SPACES.
000000 01  WD-RESULT-CODE              PIC X(01).
000000     88  WD-RESULT-DAILY-LIMIT       VALUE "7".
000000     88  WD-RESULT-FUNDS-HELD        VALUE "9".
000000     88  WD-RESULT-RATE-STALE        VALUE "A".
000000     88  WD-RESULT-EARLY-WITHDRAWAL  VALUE "B".
000000 01  WD-NEW-BALANCE              PIC 9(09)V9(02).
000000 01  WD-HOLD-RELEASE-DATE        PIC 9(08).
000000
000000         WS-NOT-FOUND-COUNT WS-INVALID-AMOUNT-COUNT
000000         WS-FROZEN-COUNT WS-CLOSED-COUNT WS-CURR-MISMATCH-COUNT
000000         WS-DAILY-LIMIT-COUNT WS-FUNDS-HELD-COUNT
000000         WS-RATE-STALE-COUNT WS-ORDER-REJECT-COUNT
000000         WS-EARLY-WD-COUNT
000000     MOVE ZERO TO WS-RECORD-SEQUENCE WS-LAST-CHECKPOINT-SEQ
000000     ACCEPT WS-RUN-MODE FROM COMMAND-LINE
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     OPEN INPUT BATCH-REQUEST-FILE
000000     IF WS-REQUEST-FILE-OK
000000         MOVE "Y" TO WS-REQUEST-AVAIL-SWITCH
000000             PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT
000000             PERFORM 1200-SKIP-COMPLETED-REQUESTS THRU 1200-EXIT
000000         END-IF
000000         OPEN EXTEND ORDER-REJECT-FILE
000000         IF WS-REJECT-FILE-NOT-FOUND
000000             OPEN OUTPUT ORDER-REJECT-FILE
000000         END-IF
000000     ELSE
000000         PERFORM 1150-RESET-CHECKPOINT THRU 1150-EXIT
000000         OPEN OUTPUT ORDER-REJECT-FILE
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000         CKPT-INVALID-AMT-COUNT CKPT-FROZEN-COUNT
000000         CKPT-CLOSED-COUNT CKPT-CURR-MISMATCH-CNT
000000         CKPT-DAILY-LIMIT-COUNT CKPT-FUNDS-HELD-COUNT
000000         CKPT-RATE-STALE-COUNT CKPT-ORDER-REJECT-COUNT
000000         CKPT-EARLY-WD-COUNT
000000     OPEN OUTPUT CHECKPOINT-FILE
000000     WRITE CHECKPOINT-RECORD
000000     CLOSE CHECKPOINT-FILE.
000000                     TO WS-FUNDS-HELD-COUNT
000000                 MOVE CKPT-RATE-STALE-COUNT
000000                     TO WS-RATE-STALE-COUNT
000000                 MOVE CKPT-ORDER-REJECT-COUNT
000000                     TO WS-ORDER-REJECT-COUNT
000000                 MOVE CKPT-EARLY-WD-COUNT TO WS-EARLY-WD-COUNT
000000                 DISPLAY "Resuming after request "
000000                     WS-LAST-CHECKPOINT-SEQ
000000         END-READ
000000             ADD 1 TO WS-FUNDS-HELD-COUNT
000000         WHEN WD-RESULT-RATE-STALE
000000             ADD 1 TO WS-RATE-STALE-COUNT
000000         WHEN WD-RESULT-EARLY-WITHDRAWAL
000000             ADD 1 TO WS-EARLY-WD-COUNT
000000     END-EVALUATE
000000     IF NOT WD-RESULT-OK
000000         AND BR-ORDER-NUMBER IS NUMERIC
000000         AND BR-ORDER-NUMBER NOT = ZERO
000000         PERFORM 5000-WRITE-ORDER-REJECT THRU 5000-EXIT
000000     END-IF
000000     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
000000     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-WRITE-ORDER-REJECT                                       *
000000*--------------------------------------------------------------*
000000 5000-WRITE-ORDER-REJECT.
000000     MOVE SPACES TO ORDER-REJECT-RECORD
000000     MOVE BR-ORDER-NUMBER TO SRJ-ORDER-NUMBER
000000     MOVE BR-ACCOUNT TO SRJ-ACCOUNT
000000     MOVE BR-AMOUNT TO SRJ-AMOUNT
000000     MOVE BR-CURRENCY TO SRJ-CURRENCY
000000     MOVE WD-RESULT-CODE TO SRJ-RESULT-CODE
000000     IF BR-ATTEMPT IS NUMERIC
000000         MOVE BR-ATTEMPT TO SRJ-ATTEMPT
000000     ELSE
000000         MOVE ZERO TO SRJ-ATTEMPT
000000     END-IF
000000     MOVE WS-TODAY TO SRJ-REJECT-DATE
000000     WRITE ORDER-REJECT-RECORD
000000     ADD 1 TO WS-ORDER-REJECT-COUNT.
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-WRITE-CHECKPOINT                                         *
000000*--------------------------------------------------------------*
000000 6000-WRITE-CHECKPOINT.
000000     MOVE WS-DAILY-LIMIT-COUNT TO CKPT-DAILY-LIMIT-COUNT
000000     MOVE WS-FUNDS-HELD-COUNT TO CKPT-FUNDS-HELD-COUNT
000000     MOVE WS-RATE-STALE-COUNT TO CKPT-RATE-STALE-COUNT
000000     MOVE WS-ORDER-REJECT-COUNT TO CKPT-ORDER-REJECT-COUNT
000000     MOVE WS-EARLY-WD-COUNT TO CKPT-EARLY-WD-COUNT
000000     OPEN OUTPUT CHECKPOINT-FILE
000000     WRITE CHECKPOINT-RECORD
000000     CLOSE CHECKPOINT-FILE.
000000     DISPLAY "FUNDS ON HOLD..............: "
000000         WS-FUNDS-HELD-COUNT
000000     DISPLAY "RATE TABLE STALE...........: "
000000         WS-RATE-STALE-COUNT
000000     DISPLAY "TIME DEPOSIT NOT MATURED...: "
000000         WS-EARLY-WD-COUNT
000000     DISPLAY "ORDER DEBITS TO RETRY FILE.: "
000000         WS-ORDER-REJECT-COUNT.
000000 7000-EXIT.
000000     EXIT.
000000
000000         WS-OPERATOR-ID, WS-SUPERVISOR-ID, WD-HOLD-RELEASE-DATE
000000     IF WS-REQUEST-FILE-AVAIL
000000         CLOSE BATCH-REQUEST-FILE
000000     END-IF
000000     CLOSE ORDER-REJECT-FILE.
000000 8000-EXIT.
000000     EXIT.
