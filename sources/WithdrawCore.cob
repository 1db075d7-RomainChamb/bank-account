000000*                 RATE ON FILE, SO A FORGOTTEN MORNING LOAD     *
000000*                 IS REPORTED AS SUCH INSTEAD OF AS A           *
000000*                 CURRENCY MISMATCH.                            *
000000* 2026-10-15  RC  A TIME DEPOSIT (SEE AcctMaint ACTION T)       *
000000*                 BEFORE ITS MATURITY DATE IS REFUSED WITH ITS  *
000000*                 OWN RESULT CODE ("B") ON EVERY PATH, TELLER   *
000000*                 OR BATCH, UNTIL THE CALLER SUPPLIES A         *
000000*                 SUPERVISOR ID. WITH THE OVERRIDE THE          *
000000*                 WITHDRAWAL POSTS AS USUAL AND AN              *
000000*                 EARLY-WITHDRAWAL PENALTY OF WS-PENALTY-DAYS'  *
000000*                 INTEREST AT THE CONTRACTED RATE ON THE AMOUNT *
000000*                 TAKEN OUT IS POSTED STRAIGHT AFTER IT AS A    *
000000*                 SEPARATE "P" DEBIT; THE BALANCE TEST COVERS   *
000000*                 BOTH AND WD-NEW-BALANCE IS THE BALANCE AFTER  *
000000*                 THE PENALTY.                                  *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-HOLD-FILE-STATUS.
000000     SELECT TERM-DEPOSIT-FILE ASSIGN TO TDMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS TD-ACCOUNT
000000         FILE STATUS IS WS-TD-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  HOLD-FILE.
000000 COPY HOLDREC.
000000
000000 FD  TERM-DEPOSIT-FILE.
000000 COPY TDEPREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000     88  WS-END-OF-HOLDS         VALUE "Y".
000000 01  WS-HELD-TOTAL               PIC 9(11)V9(02).
000000 01  WS-LATEST-RELEASE-DATE      PIC 9(08).
000000 01  WS-TD-FILE-STATUS           PIC X(02).
000000     88  WS-TD-FILE-OK           VALUE "00".
000000 01  WS-TD-AVAIL-SWITCH          PIC X(01) VALUE "N".
000000     88  WS-TD-FILE-AVAILABLE    VALUE "Y".
000000 01  WS-TD-EARLY-SWITCH          PIC X(01).
000000     88  WS-TD-EARLY             VALUE "Y".
000000 01  WS-TD-RATE                  PIC 9(02)V9(04).
000000 01  WS-PENALTY-DAYS             PIC 9(03) VALUE 90.
000000 01  WS-PENALTY-AMOUNT           PIC 9(09)V9(02).
000000
000000 LINKAGE SECTION.
000000 01  WD-ACCOUNT                  PIC 9(05).
000000     88  WD-RESULT-NEEDS-SUPERVISOR  VALUE "8".
000000     88  WD-RESULT-FUNDS-HELD        VALUE "9".
000000     88  WD-RESULT-RATE-STALE        VALUE "A".
000000     88  WD-RESULT-EARLY-WITHDRAWAL  VALUE "B".
000000 01  WD-NEW-BALANCE              PIC 9(09)V9(02).
000000 01  WD-ACTION-CODE              PIC X(01).
000000     88  WD-ACTION-SINGLE        VALUE "S".
000000                     PERFORM 2600-CHECK-CURRENCY THRU 2600-EXIT
000000                 END-IF
000000                 IF WD-RESULT-OK
000000                     PERFORM 2650-CHECK-TERM-DEPOSIT
000000                         THRU 2650-EXIT
000000                 END-IF
000000                 IF WD-RESULT-OK
000000                     PERFORM 2700-CHECK-DAILY-LIMIT
000000                         THRU 2700-EXIT
000000                 END-IF
000000                     PERFORM 4000-WRITE-AUDIT-RECORD
000000                         THRU 4000-EXIT
000000                 END-IF
000000                 IF WD-RESULT-OK
000000                     AND WS-PENALTY-AMOUNT > ZERO
000000                     PERFORM 4100-POST-PENALTY THRU 4100-EXIT
000000                 END-IF
000000             END-IF
000000         ELSE
000000             MOVE "2" TO WD-RESULT-CODE
000000         OPEN OUTPUT AUDIT-LOG-FILE
000000     END-IF
000000     PERFORM 1100-LOAD-OVERRIDE-LIMIT THRU 1100-EXIT
000000     OPEN INPUT TERM-DEPOSIT-FILE
000000     IF WS-TD-FILE-OK
000000         MOVE "Y" TO WS-TD-AVAIL-SWITCH
000000     END-IF
000000     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
000000 1000-EXIT.
000000     EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2650-CHECK-TERM-DEPOSIT                                       *
000000* A TIME DEPOSIT BEFORE ITS MATURITY DATE IS REFUSED WITH "B"   *
000000* UNTIL THE CALLER SUPPLIES A SUPERVISOR ID, WHATEVER THE       *
000000* AMOUNT OR ACTION. WITH ONE, THE PENALTY IS WS-PENALTY-DAYS OF *
000000* INTEREST AT THE CONTRACTED RATE ON THE AMOUNT TAKEN OUT. A    *
000000* TIME DEPOSIT WITH NO TERMS ON FILE IS TREATED AS EARLY, WITH  *
000000* NO PENALTY SINCE THERE IS NO RATE TO CHARGE IT AT.            *
000000*--------------------------------------------------------------*
000000 2650-CHECK-TERM-DEPOSIT.
000000     MOVE ZERO TO WS-PENALTY-AMOUNT
000000     MOVE "0" TO WD-RESULT-CODE
000000     IF NOT ACCT-TIME-DEPOSIT
000000         GO TO 2650-EXIT
000000     END-IF
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     MOVE "Y" TO WS-TD-EARLY-SWITCH
000000     MOVE ZERO TO WS-TD-RATE
000000     IF WS-TD-FILE-AVAILABLE
000000         MOVE WD-ACCOUNT TO TD-ACCOUNT
000000         READ TERM-DEPOSIT-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE TD-RATE TO WS-TD-RATE
000000                 IF TD-MATURITY-DATE NOT > WS-TODAY
000000                     OR TD-STATUS-MATURED
000000                     MOVE "N" TO WS-TD-EARLY-SWITCH
000000                 END-IF
000000         END-READ
000000     END-IF
000000     IF NOT WS-TD-EARLY
000000         GO TO 2650-EXIT
000000     END-IF
000000     IF WD-SUPERVISOR-ID = SPACES
000000         MOVE "B" TO WD-RESULT-CODE
000000         GO TO 2650-EXIT
000000     END-IF
000000     COMPUTE WS-PENALTY-AMOUNT ROUNDED =
000000         WS-POST-AMOUNT * WS-TD-RATE / 100
000000         * WS-PENALTY-DAYS / 365.
000000 2650-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2700-CHECK-DAILY-LIMIT                                        *
000000*--------------------------------------------------------------*
000000 2700-CHECK-DAILY-LIMIT.
000000 3000-PROCESS-WITHDRAWAL.
000000     MOVE ZERO TO WD-HOLD-RELEASE-DATE
000000     EVALUATE TRUE
000000         WHEN WS-POST-AMOUNT + WS-PENALTY-AMOUNT
000000                 <= ACCT-BALANCE - ACCT-MIN-BALANCE
000000                 - WS-HELD-TOTAL
000000             SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
000000             ADD WS-POST-AMOUNT TO ACCT-WD-TODAY
000000             REWRITE ACCOUNT-RECORD
000000             MOVE ACCT-BALANCE TO WD-NEW-BALANCE
000000             MOVE "0" TO WD-RESULT-CODE
000000         WHEN WS-POST-AMOUNT + WS-PENALTY-AMOUNT
000000                 <= ACCT-BALANCE - ACCT-MIN-BALANCE
000000             MOVE WS-LATEST-RELEASE-DATE
000000                 TO WD-HOLD-RELEASE-DATE
000000             MOVE "9" TO WD-RESULT-CODE
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4100-POST-PENALTY                                             *
000000* THE EARLY-WITHDRAWAL PENALTY POSTS AS ITS OWN DEBIT ("P")     *
000000* RIGHT AFTER THE WITHDRAWAL, IN THE ACCOUNT'S CURRENCY, UNDER  *
000000* THE SAME OPERATOR AND SUPERVISOR. IT DOES NOT COUNT AGAINST   *
000000* THE DAILY WITHDRAWAL LIMIT.                                   *
000000*--------------------------------------------------------------*
000000 4100-POST-PENALTY.
000000     SUBTRACT WS-PENALTY-AMOUNT FROM ACCT-BALANCE
000000     REWRITE ACCOUNT-RECORD
000000     MOVE ACCT-BALANCE TO WD-NEW-BALANCE
000000     MOVE WD-ACCOUNT TO AUD-ACCT-NUMBER
000000     MOVE "P" TO AUD-TRAN-CODE
000000     MOVE WS-PENALTY-AMOUNT TO AUD-AMOUNT
000000     MOVE ACCT-BALANCE TO AUD-NEW-BALANCE
000000     MOVE ACCT-CURRENCY TO AUD-CURRENCY
000000     MOVE WD-OPERATOR-ID TO AUD-OPERATOR-ID
000000     MOVE WD-SUPERVISOR-ID TO AUD-SUPERVISOR-ID
000000     MOVE WS-PENALTY-AMOUNT TO AUD-ORIG-AMOUNT
000000     MOVE ACCT-CURRENCY TO AUD-ORIG-CURRENCY
000000     MOVE 1 TO AUD-RATE
000000     MOVE ZERO TO AUD-REF-TIME
000000     ACCEPT AUD-TIMESTAMP-DATE FROM DATE YYYYMMDD
000000     ACCEPT AUD-TIMESTAMP-TIME FROM TIME
000000     WRITE AUDIT-RECORD.
000000 4100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 8000-CLOSE-FILES                                               *
000000*--------------------------------------------------------------*
000000 8000-CLOSE-FILES.
000000     IF WS-FILES-ARE-OPEN
000000         CLOSE ACCOUNT-MASTER-FILE
000000         CLOSE AUDIT-LOG-FILE
000000         IF WS-TD-FILE-AVAILABLE
000000             CLOSE TERM-DEPOSIT-FILE
000000             MOVE "N" TO WS-TD-AVAIL-SWITCH
000000         END-IF
000000         MOVE "N" TO WS-FILES-OPEN-SWITCH
000000         MOVE "N" TO WS-ACCT-AVAIL-SWITCH
000000     END-IF.
