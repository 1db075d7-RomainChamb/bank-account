000000*                 AMOUNT AS UP TO ELEVEN DIGITS WITH THE LAST   *
000000*                 TWO AS CENTS, AND THE BALANCE IS SHOWN WITH   *
000000*                 A DECIMAL POINT.                              *
000000* 2026-10-15  RC  THE ACCOUNT LOOKUP NOW ALSO LISTS EVERY OTHER *
000000*                 HOLDER OF THE ACCOUNT (JOINT OWNERS,          *
000000*                 AUTHORIZED SIGNERS, POWERS OF ATTORNEY) FROM  *
000000*                 THE RELATIONSHIP FILE, THROUGH RelLookup.     *
000000* 2026-10-15  RC  AN ORDER AGAINST A TIME DEPOSIT BEFORE ITS    *
000000*                 MATURITY DATE NOW WARNS THAT AN               *
000000*                 EARLY-WITHDRAWAL PENALTY APPLIES AND ASKS FOR *
000000*                 A SUPERVISOR ID. THE ORDER CARRIES THE        *
000000*                 OPERATOR AND SUPERVISOR SO ClearOut CAN PASS  *
000000*                 THE OVERRIDE TO WithdrawCore, WHICH POSTS THE *
000000*                 PENALTY WITH THE DEBIT.                       *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT PAYMENT-ORDER-FILE ASSIGN TO PAYORDER
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-ORDER-FILE-STATUS.
000000     SELECT TERM-DEPOSIT-FILE ASSIGN TO TDMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS TD-ACCOUNT
000000         FILE STATUS IS WS-TD-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PAYMENT-ORDER-FILE.
000000 COPY PAYOREC.
000000
000000 FD  TERM-DEPOSIT-FILE.
000000 COPY TDEPREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-ORDER-FILE-STATUS        PIC X(02).
000000     88  WS-ORDER-FILE-NOT-FOUND VALUE "35".
000000 01  WS-TD-FILE-STATUS           PIC X(02).
000000     88  WS-TD-FILE-OK           VALUE "00".
000000 01  WS-EARLY-SWITCH             PIC X(01) VALUE "N".
000000     88  WS-EARLY-WITHDRAWAL     VALUE "Y".
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-SUPERVISOR-INPUT         PIC X(03) VALUE SPACES.
000000 01  WS-ACCOUNT-FOUND-SWITCH     PIC X(01) VALUE "N".
000000     88  WS-ACCOUNT-FOUND        VALUE "Y".
000000 01  WS-ENTRY-VALID-SWITCH       PIC X(01) VALUE "N".
000000 01  WS-LOOKUP-STATUS-TEXT       PIC X(07).
000000 01  WS-LOOKUP-CURRENCY          PIC X(03).
000000 01  WS-OWNER-NAME               PIC X(20).
000000 01  WS-HOLDER-INDEX             PIC 9(02) COMP.
000000 COPY RELLIST.
000000 01  WS-RESULT-TEXT              PIC X(40).
000000
000000 SCREEN SECTION.
000000     05  LINE 13 COL 1 VALUE "CURRENCY (E.G. USD).: ".
000000     05  LINE 13 COL 23 PIC X(03) TO WS-CURRENCY-INPUT.
000000
000000 01  SUPERVISOR-ENTRY-SCREEN.
000000     05  LINE 14 COL 1 VALUE "SUPERVISOR ID.......: ".
000000     05  LINE 14 COL 23 PIC X(03) TO WS-SUPERVISOR-INPUT.
000000
000000 01  RESULT-SCREEN.
000000     05  LINE 15 COL 1 VALUE "RESULT..........: ".
000000     05  LINE 15 COL 19 PIC X(40) FROM WS-RESULT-TEXT.
000000     IF WS-ACCOUNT-FOUND
000000         DISPLAY ACCOUNT-LOOKUP-SCREEN
000000         PERFORM 3000-GET-ORDER-DETAIL THRU 3000-EXIT
000000         IF WS-EARLY-WITHDRAWAL
000000             PERFORM 3500-GET-SUPERVISOR THRU 3500-EXIT
000000         END-IF
000000         PERFORM 4000-WRITE-ORDER THRU 4000-EXIT
000000     ELSE
000000         MOVE "Account Not Found." TO WS-RESULT-TEXT
000000                 MOVE ACCT-CURRENCY TO WS-LOOKUP-CURRENCY
000000                 PERFORM 2100-SET-STATUS-TEXT THRU 2100-EXIT
000000                 PERFORM 2200-LOOKUP-OWNER THRU 2200-EXIT
000000                 PERFORM 2300-SHOW-HOLDERS THRU 2300-EXIT
000000                 IF ACCT-TIME-DEPOSIT
000000                     PERFORM 2400-CHECK-TERM-DEPOSIT
000000                         THRU 2400-EXIT
000000                 END-IF
000000                 IF ACCT-DORMANT
000000                     DISPLAY "Account dormant - verify customer "
000000                         "before posting."
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2300-SHOW-HOLDERS                                             *
000000* LISTS THE ACCOUNT'S HOLDERS FROM THE RELATIONSHIP FILE SO THE *
000000* TELLER CAN SEE EVERYONE ENTITLED TO ACT ON THE ACCOUNT.       *
000000*--------------------------------------------------------------*
000000 2300-SHOW-HOLDERS.
000000     CALL "RelLookup" USING ACCT-NUMBER, ACCT-CUSTOMER,
000000         HOLDER-LIST
000000     PERFORM 2310-SHOW-ONE-HOLDER THRU 2310-EXIT
000000         VARYING WS-HOLDER-INDEX FROM 2 BY 1
000000         UNTIL WS-HOLDER-INDEX > RLL-HOLDER-COUNT
000000     IF RLL-OVERFLOW-COUNT > ZERO
000000         DISPLAY "More holders on file - see AcctMaint."
000000     END-IF.
000000 2300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2310-SHOW-ONE-HOLDER                                          *
000000*--------------------------------------------------------------*
000000 2310-SHOW-ONE-HOLDER.
000000     DISPLAY "Also held by: " RLL-CUSTOMER (WS-HOLDER-INDEX) " "
000000         RLL-NAME (WS-HOLDER-INDEX) " "
000000         RLL-ROLE-TEXT (WS-HOLDER-INDEX).
000000 2310-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2400-CHECK-TERM-DEPOSIT                                       *
000000* A TIME DEPOSIT BEFORE ITS MATURITY DATE (OR WITH NO TERMS ON  *
000000* FILE) NEEDS A SUPERVISOR ON THE ORDER, AS WithdrawCore WILL   *
000000* REFUSE THE DEBIT TONIGHT WITHOUT ONE.                         *
000000*--------------------------------------------------------------*
000000 2400-CHECK-TERM-DEPOSIT.
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     MOVE "Y" TO WS-EARLY-SWITCH
000000     OPEN INPUT TERM-DEPOSIT-FILE
000000     IF WS-TD-FILE-OK
000000         MOVE WS-ACCOUNT TO TD-ACCOUNT
000000         READ TERM-DEPOSIT-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 IF TD-MATURITY-DATE NOT > WS-TODAY
000000                     OR TD-STATUS-MATURED
000000                     MOVE "N" TO WS-EARLY-SWITCH
000000                 END-IF
000000         END-READ
000000         CLOSE TERM-DEPOSIT-FILE
000000     END-IF
000000     IF WS-EARLY-WITHDRAWAL
000000         DISPLAY "Time deposit before maturity - "
000000             "early-withdrawal penalty applies."
000000     END-IF.
000000 2400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-GET-ORDER-DETAIL                                         *
000000*--------------------------------------------------------------*
000000 3000-GET-ORDER-DETAIL.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3500-GET-SUPERVISOR                                           *
000000*--------------------------------------------------------------*
000000 3500-GET-SUPERVISOR.
000000     DISPLAY "Time deposit before maturity - supervisor "
000000         "approval needed."
000000     MOVE SPACES TO WS-SUPERVISOR-INPUT
000000     PERFORM 3510-PROMPT-SUPERVISOR THRU 3510-EXIT
000000         UNTIL WS-SUPERVISOR-INPUT NOT = SPACES.
000000 3500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3510-PROMPT-SUPERVISOR                                        *
000000*--------------------------------------------------------------*
000000 3510-PROMPT-SUPERVISOR.
000000     ACCEPT SUPERVISOR-ENTRY-SCREEN
000000     IF WS-SUPERVISOR-INPUT = SPACES
000000         DISPLAY "Supervisor ID is required."
000000     END-IF.
000000 3510-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-WRITE-ORDER                                              *
000000*--------------------------------------------------------------*
000000 4000-WRITE-ORDER.
000000     MOVE WS-BENEF-INPUT TO PO-BENEF-ACCOUNT
000000     MOVE WS-AMOUNT-INPUT-NUM TO PO-AMOUNT
000000     MOVE WS-CURRENCY-INPUT TO PO-CURRENCY
000000     MOVE WS-OPERATOR-INPUT TO PO-OPERATOR-ID
000000     MOVE WS-SUPERVISOR-INPUT TO PO-SUPERVISOR-ID
000000     WRITE PAYMENT-ORDER-RECORD
000000     CLOSE PAYMENT-ORDER-FILE
000000     MOVE "Payment Order Taken For Tonight's Run."
