000000* 2026-09-02  RC  A STALE RATE TABLE (EFFECTIVE DATE NOT        *
000000*                 TODAY) NOW SHOWS ITS OWN MESSAGE ON EITHER    *
000000*                 LEG INSTEAD OF A CURRENCY MISMATCH.           *
000000* 2026-10-15  RC  THE FROM-ACCOUNT LOOKUP NOW LISTS THE         *
000000*                 ACCOUNT'S HOLDERS - PRIMARY OWNER FIRST, THEN *
000000*                 ANY JOINT OWNERS, AUTHORIZED SIGNERS AND      *
000000*                 POWERS OF ATTORNEY ON THE RELATIONSHIP FILE - *
000000*                 THROUGH RelLookup.                            *
000000* 2026-10-15  RC  A TRANSFER OUT OF A TIME DEPOSIT BEFORE       *
000000*                 MATURITY (RESULT "B" FROM WithdrawCore) NOW   *
000000*                 ASKS FOR A SUPERVISOR ID LIKE AN OVER-LIMIT   *
000000*                 TRANSFER, WARNING THAT AN EARLY-WITHDRAWAL    *
000000*                 PENALTY APPLIES, AND RE-SENDS THE DEBIT LEG;  *
000000*                 WithdrawCore POSTS THE PENALTY.               *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 01  WS-FROM-BALANCE             PIC 9(09)V9(02).
000000 01  WS-FROM-STATUS-TEXT         PIC X(07).
000000 01  WS-FROM-CURRENCY            PIC X(03).
000000 01  WS-HOLDER-INDEX             PIC 9(02) COMP.
000000 COPY RELLIST.
000000 01  WS-AMOUNT-INPUT             PIC X(11).
000000 01  WS-AMOUNT-INPUT-NUM REDEFINES WS-AMOUNT-INPUT
000000                                 PIC 9(09)V9(02).
000000 01  WS-CURRENCY-INPUT           PIC X(03).
000000 01  WS-OPERATOR-INPUT           PIC X(03).
000000 01  WS-SUPERVISOR-INPUT         PIC X(03) VALUE SPACES.
000000 01  WS-EARLY-SWITCH             PIC X(01) VALUE "N".
000000     88  WS-EARLY-WITHDRAWAL     VALUE "Y".
000000 01  WS-AMOUNT                   PIC 9(09)V9(02).
000000 01  WS-CREDIT-AMOUNT            PIC 9(09)V9(02).
000000 01  WS-CREDIT-RATE              PIC 9(03)V9(04).
000000     88  WD-RESULT-NEEDS-SUPERVISOR  VALUE "8".
000000     88  WD-RESULT-FUNDS-HELD        VALUE "9".
000000     88  WD-RESULT-RATE-STALE        VALUE "A".
000000     88  WD-RESULT-EARLY-WITHDRAWAL  VALUE "B".
000000 01  WD-NEW-BALANCE              PIC 9(09)V9(02).
000000 01  WD-HOLD-RELEASE-DATE        PIC 9(08).
000000
000000                 WD-NEW-BALANCE, "S", "T", WS-OPERATOR-INPUT,
000000                 WS-SUPERVISOR-INPUT, WD-HOLD-RELEASE-DATE
000000             IF WD-RESULT-NEEDS-SUPERVISOR
000000                 OR WD-RESULT-EARLY-WITHDRAWAL
000000                 PERFORM 4500-GET-SUPERVISOR THRU 4500-EXIT
000000                 CALL "WithdrawCore" USING WS-FROM-ACCOUNT,
000000                     WS-AMOUNT, WS-CURRENCY-INPUT,
000000                     WS-OPERATOR-INPUT, WS-SUPERVISOR-INPUT,
000000                     WD-HOLD-RELEASE-DATE
000000             END-IF
000000             IF WD-RESULT-OK AND WS-EARLY-WITHDRAWAL
000000                 DISPLAY "Early-withdrawal penalty posted to the "
000000                     "from account."
000000             END-IF
000000             IF WD-RESULT-OK
000000                 PERFORM 5000-POST-CREDIT-LEG THRU 5000-EXIT
000000             ELSE
000000                 MOVE ACCT-BALANCE TO WS-FROM-BALANCE
000000                 MOVE ACCT-CURRENCY TO WS-FROM-CURRENCY
000000                 PERFORM 2100-SET-STATUS-TEXT THRU 2100-EXIT
000000                 PERFORM 2200-SHOW-HOLDERS THRU 2200-EXIT
000000                 IF ACCT-DORMANT
000000                     DISPLAY "Account dormant - verify customer "
000000                         "before posting."
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2200-SHOW-HOLDERS                                             *
000000* LISTS THE ACCOUNT'S HOLDERS FROM THE RELATIONSHIP FILE SO THE *
000000* TELLER CAN SEE EVERYONE ENTITLED TO ACT ON THE ACCOUNT.       *
000000*--------------------------------------------------------------*
000000 2200-SHOW-HOLDERS.
000000     CALL "RelLookup" USING ACCT-NUMBER, ACCT-CUSTOMER,
000000         HOLDER-LIST
000000     PERFORM 2210-SHOW-ONE-HOLDER THRU 2210-EXIT
000000         VARYING WS-HOLDER-INDEX FROM 1 BY 1
000000         UNTIL WS-HOLDER-INDEX > RLL-HOLDER-COUNT
000000     IF RLL-OVERFLOW-COUNT > ZERO
000000         DISPLAY "More holders on file - see AcctMaint."
000000     END-IF.
000000 2200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2210-SHOW-ONE-HOLDER                                          *
000000*--------------------------------------------------------------*
000000 2210-SHOW-ONE-HOLDER.
000000     DISPLAY "Held by: " RLL-CUSTOMER (WS-HOLDER-INDEX) " "
000000         RLL-NAME (WS-HOLDER-INDEX) " "
000000         RLL-ROLE-TEXT (WS-HOLDER-INDEX).
000000 2210-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-GET-VALID-AMOUNT                                         *
000000*--------------------------------------------------------------*
000000 3000-GET-VALID-AMOUNT.
000000* 4500-GET-SUPERVISOR                                           *
000000*--------------------------------------------------------------*
000000 4500-GET-SUPERVISOR.
000000     IF WD-RESULT-EARLY-WITHDRAWAL
000000         MOVE "Y" TO WS-EARLY-SWITCH
000000         DISPLAY "Time deposit before maturity - supervisor "
000000             "approval needed; an early-withdrawal penalty "
000000             "applies."
000000     ELSE
000000         DISPLAY "Amount over limit - supervisor approval needed."
000000     END-IF
000000     MOVE SPACES TO WS-SUPERVISOR-INPUT
000000     PERFORM 4510-PROMPT-SUPERVISOR THRU 4510-EXIT
000000         UNTIL WS-SUPERVISOR-INPUT NOT = SPACES.
000000         WHEN WD-RESULT-RATE-STALE
000000             MOVE "Rate Table Stale - Call Operations."
000000                 TO WS-RESULT-TEXT
000000         WHEN WD-RESULT-EARLY-WITHDRAWAL
000000             MOVE "Time Deposit Not Yet Matured."
000000                 TO WS-RESULT-TEXT
000000     END-EVALUATE.
000000 6000-EXIT.
000000     EXIT.
