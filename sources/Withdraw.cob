000000*                 TODAY) NOW SHOWS ITS OWN MESSAGE (RESULT      *
000000*                 "A" FROM WithdrawCore) INSTEAD OF A           *
000000*                 CURRENCY MISMATCH.                            *
000000* 2026-10-15  RC  THE ACCOUNT LOOKUP NOW ALSO LISTS EVERY OTHER *
000000*                 HOLDER OF THE ACCOUNT (JOINT OWNERS,          *
000000*                 AUTHORIZED SIGNERS, POWERS OF ATTORNEY) FROM  *
000000*                 THE RELATIONSHIP FILE, THROUGH RelLookup.     *
000000* 2026-10-15  RC  A WITHDRAWAL FROM A TIME DEPOSIT BEFORE       *
000000*                 MATURITY (RESULT "B" FROM WithdrawCore) NOW   *
000000*                 ASKS FOR A SUPERVISOR ID LIKE AN OVER-LIMIT   *
000000*                 WITHDRAWAL, WARNING THAT AN EARLY-WITHDRAWAL  *
000000*                 PENALTY APPLIES, AND RE-SENDS THE REQUEST;    *
000000*                 WithdrawCore POSTS THE PENALTY.               *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 01  WS-CUST-FILE-STATUS         PIC X(02).
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-OWNER-NAME               PIC X(20).
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
000000 01  WS-RESULT-TEXT              PIC X(40).
000000 01  AMOUNT                      PIC 9(09)V9(02).
000000 01  WS-BALANCE-DISPLAY          PIC Z(08)9.9(02).
000000     88  WD-RESULT-NEEDS-SUPERVISOR  VALUE "8".
000000     88  WD-RESULT-FUNDS-HELD        VALUE "9".
000000     88  WD-RESULT-RATE-STALE        VALUE "A".
000000     88  WD-RESULT-EARLY-WITHDRAWAL  VALUE "B".
000000 01  WD-NEW-BALANCE              PIC 9(09)V9(02).
000000 01  WD-HOLD-RELEASE-DATE        PIC 9(08).
000000
000000             "S", "W", WS-OPERATOR-INPUT, WS-SUPERVISOR-INPUT,
000000             WD-HOLD-RELEASE-DATE
000000         IF WD-RESULT-NEEDS-SUPERVISOR
000000             OR WD-RESULT-EARLY-WITHDRAWAL
000000             PERFORM 3500-GET-SUPERVISOR THRU 3500-EXIT
000000             CALL "WithdrawCore" USING ACCOUNT, AMOUNT,
000000                 WS-CURRENCY-INPUT, WD-RESULT-CODE,
000000                 WD-NEW-BALANCE, "S", "W", WS-OPERATOR-INPUT,
000000                 WS-SUPERVISOR-INPUT, WD-HOLD-RELEASE-DATE
000000         END-IF
000000         IF WD-RESULT-OK AND WS-EARLY-WITHDRAWAL
000000             DISPLAY "Early-withdrawal penalty posted to the "
000000                 "account."
000000         END-IF
000000         PERFORM 4000-BUILD-RESULT-TEXT THRU 4000-EXIT
000000     ELSE
000000         MOVE "Account Not Found." TO WS-RESULT-TEXT
000000                 MOVE ACCT-CURRENCY TO WS-LOOKUP-CURRENCY
000000                 PERFORM 1100-SET-STATUS-TEXT THRU 1100-EXIT
000000                 PERFORM 1200-LOOKUP-OWNER THRU 1200-EXIT
000000                 PERFORM 1300-SHOW-HOLDERS THRU 1300-EXIT
000000                 IF ACCT-DORMANT
000000                     DISPLAY "Account dormant - verify customer "
000000                         "before posting."
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1300-SHOW-HOLDERS                                             *
000000* LISTS THE ACCOUNT'S HOLDERS FROM THE RELATIONSHIP FILE SO THE *
000000* TELLER CAN SEE EVERYONE ENTITLED TO ACT ON THE ACCOUNT.       *
000000*--------------------------------------------------------------*
000000 1300-SHOW-HOLDERS.
000000     CALL "RelLookup" USING ACCT-NUMBER, ACCT-CUSTOMER,
000000         HOLDER-LIST
000000     PERFORM 1310-SHOW-ONE-HOLDER THRU 1310-EXIT
000000         VARYING WS-HOLDER-INDEX FROM 2 BY 1
000000         UNTIL WS-HOLDER-INDEX > RLL-HOLDER-COUNT
000000     IF RLL-OVERFLOW-COUNT > ZERO
000000         DISPLAY "More holders on file - see AcctMaint."
000000     END-IF.
000000 1300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1310-SHOW-ONE-HOLDER                                          *
000000*--------------------------------------------------------------*
000000 1310-SHOW-ONE-HOLDER.
000000     DISPLAY "Also held by: " RLL-CUSTOMER (WS-HOLDER-INDEX) " "
000000         RLL-NAME (WS-HOLDER-INDEX) " "
000000         RLL-ROLE-TEXT (WS-HOLDER-INDEX).
000000 1310-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-SHOW-ACCOUNT-SCREEN                                      *
000000*--------------------------------------------------------------*
000000 2000-SHOW-ACCOUNT-SCREEN.
000000* 3500-GET-SUPERVISOR                                           *
000000*--------------------------------------------------------------*
000000 3500-GET-SUPERVISOR.
000000     IF WD-RESULT-EARLY-WITHDRAWAL
000000         MOVE "Y" TO WS-EARLY-SWITCH
000000         DISPLAY "Time deposit before maturity - supervisor "
000000             "approval needed; an early-withdrawal penalty "
000000             "applies."
000000     ELSE
000000         DISPLAY "Amount over limit - supervisor approval needed."
000000     END-IF
000000     MOVE SPACES TO WS-SUPERVISOR-INPUT
000000     PERFORM 3510-PROMPT-SUPERVISOR THRU 3510-EXIT
000000         UNTIL WS-SUPERVISOR-INPUT NOT = SPACES.
000000         WHEN WD-RESULT-RATE-STALE
000000             MOVE "Rate Table Stale - Call Operations."
000000                 TO WS-RESULT-TEXT
000000         WHEN WD-RESULT-EARLY-WITHDRAWAL
000000             MOVE "Time Deposit Not Yet Matured."
000000                 TO WS-RESULT-TEXT
000000     END-EVALUATE.
000000 4000-EXIT.
000000     EXIT.
