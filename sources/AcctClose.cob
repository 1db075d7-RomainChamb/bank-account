000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. AcctClose.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                         *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - TELLER ACCOUNT CLOSURE      *
000000*                 SETTLEMENT. REFUSES AN ACCOUNT THAT IS        *
000000*                 FROZEN, ALREADY CLOSED OR STILL CARRYING A    *
000000*                 HOLD IN FORCE ON THE HOLD FILE. OTHERWISE     *
000000*                 CREDITS THE INTEREST ACCRUED SINCE MONTH END  *
000000*                 ("I"), PAYS THE WHOLE BALANCE OUT ("T")       *
000000*                 EITHER TO ANOTHER ACCOUNT OF THE SAME         *
000000*                 CUSTOMER ("R" ON THAT ACCOUNT) OR AS A        *
000000*                 PAYMENT ORDER ON PAYORDER FLAGGED AS ALREADY  *
000000*                 DEBITED FOR ClearOut, SETS THE ACCOUNT CLOSED *
000000*                 AT A ZERO BALANCE, CANCELS ITS STANDING       *
000000*                 ORDERS (LOGGED ON STANDLOG), LOGS THE STATUS  *
000000*                 CHANGE ON MAINTLOG AND PRINTS A CLOSING       *
000000*                 STATEMENT FOR THE CUSTOMER ON CLOSESTM.       *
000000* 2026-10-15  RC  A TIME DEPOSIT IS REFUSED: IT SETTLES AT      *
000000*                 MATURITY THROUGH TERMMATURE (CHANGE ITS       *
000000*                 INSTRUCTION TO S THROUGH AcctMaint ACTION T   *
000000*                 TO SWEEP IT OUT). THE PAYMENT ORDER NOW       *
000000*                 CARRIES THE OPERATOR.                         *
000000* 2026-10-15  RC  THE RECEIVING ACCOUNT OF A TRANSFER PAYOUT IS *
000000*                 CHECKED AS THE FIRST STEP OF THE SETTLEMENT,  *
000000*                 SO A MISSING OR UNFIT ONE REFUSES THE CLOSURE *
000000*                 BEFORE ANYTHING POSTS. A CREDIT THAT STILL    *
000000*                 CANNOT FIND IT IS REPORTED INSTEAD OF DROPPED *
000000*                 SILENTLY.                                     *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS ACCT-NUMBER
000000         FILE STATUS IS WS-ACCT-FILE-STATUS.
000000     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-NUMBER
000000         FILE STATUS IS WS-CUST-FILE-STATUS.
000000     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-HOLD-FILE-STATUS.
000000     SELECT STANDING-ORDER-FILE ASSIGN TO STORDMST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS SO-ORDER-NUMBER
000000         FILE STATUS IS WS-ORDER-FILE-STATUS.
000000     SELECT ORDER-LOG-FILE ASSIGN TO STANDLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-OLOG-FILE-STATUS.
000000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000000     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-MLOG-FILE-STATUS.
000000     SELECT PAYMENT-ORDER-FILE ASSIGN TO PAYORDER
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-PAYO-FILE-STATUS.
000000     SELECT STATEMENT-FILE ASSIGN TO CLOSESTM
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-STMT-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  CUSTOMER-MASTER-FILE.
000000 COPY CUSTREC.
000000
000000 FD  HOLD-FILE.
000000 COPY HOLDREC.
000000
000000 FD  STANDING-ORDER-FILE.
000000 COPY STORDREC.
000000
000000 FD  ORDER-LOG-FILE.
000000 01  ORDER-LOG-RECORD.
000000     05  OLG-ORDER-NUMBER        PIC 9(05).
000000     05  OLG-ACTION-CODE         PIC X(01).
000000     05  OLG-OLD-VALUE           PIC X(11).
000000     05  OLG-NEW-VALUE           PIC X(11).
000000     05  OLG-OPERATOR-ID         PIC X(03).
000000     05  OLG-TIMESTAMP.
000000         10  OLG-TIMESTAMP-DATE  PIC 9(08).
000000         10  OLG-TIMESTAMP-TIME  PIC 9(08).
000000     05  FILLER                  PIC X(07).
000000
000000 FD  AUDIT-LOG-FILE.
000000 COPY AUDTREC.
000000
000000 FD  MAINT-LOG-FILE.
000000 COPY MNTREC.
000000
000000 FD  PAYMENT-ORDER-FILE.
000000 COPY PAYOREC.
000000
000000 FD  STATEMENT-FILE.
000000 01  STATEMENT-LINE              PIC X(80).
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000 01  WS-ACCT-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-ACCT-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-CUST-FILE-STATUS         PIC X(02).
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-HOLD-FILE-STATUS         PIC X(02).
000000     88  WS-HOLD-FILE-OK         VALUE "00".
000000 01  WS-ORDER-FILE-STATUS        PIC X(02).
000000     88  WS-ORDER-FILE-OK        VALUE "00".
000000 01  WS-OLOG-FILE-STATUS         PIC X(02).
000000     88  WS-OLOG-FILE-NOT-FOUND  VALUE "35".
000000 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000000     88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
000000 01  WS-MLOG-FILE-STATUS         PIC X(02).
000000     88  WS-MLOG-FILE-NOT-FOUND  VALUE "35".
000000 01  WS-PAYO-FILE-STATUS         PIC X(02).
000000     88  WS-PAYO-FILE-NOT-FOUND  VALUE "35".
000000 01  WS-STMT-FILE-STATUS         PIC X(02).
000000     88  WS-STMT-FILE-NOT-FOUND  VALUE "35".
000000 01  WS-ENTRY-VALID-SWITCH       PIC X(01) VALUE "N".
000000     88  WS-ENTRY-IS-VALID       VALUE "Y".
000000 01  WS-CLOSE-OK-SWITCH          PIC X(01) VALUE "N".
000000     88  WS-CLOSE-ALLOWED        VALUE "Y".
000000 01  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000000     88  WS-END-OF-HOLDS         VALUE "Y".
000000 01  WS-ORDER-EOF-SWITCH         PIC X(01) VALUE "N".
000000     88  WS-END-OF-ORDERS        VALUE "Y".
000000 01  WS-CREDIT-SWITCH            PIC X(01) VALUE "N".
000000     88  WS-CREDIT-FAILED        VALUE "Y".
000000 01  WS-OPERATOR-INPUT           PIC X(03).
000000 01  WS-ACCOUNT-INPUT            PIC X(05).
000000 01  WS-ACCOUNT                  PIC 9(05).
000000 01  WS-PAYOUT-INPUT             PIC X(01).
000000     88  WS-PAYOUT-TRANSFER      VALUE "T".
000000     88  WS-PAYOUT-ORDER         VALUE "P".
000000     88  WS-PAYOUT-NONE          VALUE "N".
000000     88  WS-PAYOUT-KNOWN         VALUE "T" "P".
000000 01  WS-PAYEE-INPUT              PIC X(05).
000000 01  WS-PAYEE-ACCOUNT            PIC 9(05).
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
000000     05  WS-TODAY-YYYYMM         PIC 9(06).
000000     05  WS-TODAY-DD             PIC 9(02).
000000 01  WS-ACCRUAL-DAYS             PIC 9(02).
000000 01  WS-MONTHLY-INT-RATE         PIC V9(04) VALUE .0025.
000000 01  WS-CUSTOMER                 PIC 9(05).
000000 01  WS-CURRENCY                 PIC X(03).
000000 01  WS-OLD-STATUS               PIC X(01).
000000 01  WS-OPENING-BALANCE          PIC 9(09)V9(02).
000000 01  WS-INTEREST-AMOUNT          PIC 9(09)V9(02).
000000 01  WS-PAYOUT-AMOUNT            PIC 9(09)V9(02).
000000 01  WS-CREDIT-AMOUNT            PIC 9(09)V9(02).
000000 01  WS-CREDIT-RATE              PIC 9(03)V9(04).
000000 01  WS-RATE-RESULT              PIC X(01).
000000     88  WS-RATE-OK              VALUE "0".
000000     88  WS-RATE-STALE           VALUE "3".
000000 01  WS-LATEST-RELEASE-DATE      PIC 9(08).
000000 01  WS-ORDERS-CANCELLED         PIC 9(04) COMP.
000000 01  WS-LOOKUP-BALANCE           PIC 9(09)V9(02).
000000 01  WS-LOOKUP-STATUS-TEXT       PIC X(07).
000000 01  WS-OWNER-NAME               PIC X(20).
000000 01  WS-OWNER-ADDRESS            PIC X(30).
000000 01  WS-RESULT-TEXT              PIC X(40).
000000
000000 01  WS-STMT-HEADING-LINE.
000000     05  FILLER                  PIC X(30)
000000         VALUE "CLOSING STATEMENT OF ACCOUNT  ".
000000     05  WS-SHD-ACCOUNT          PIC 9(05).
000000     05  FILLER                  PIC X(03) VALUE SPACES.
000000     05  FILLER                  PIC X(09) VALUE "CURRENCY ".
000000     05  WS-SHD-CURRENCY         PIC X(03).
000000     05  FILLER                  PIC X(30) VALUE SPACES.
000000
000000 01  WS-STMT-NAME-LINE.
000000     05  FILLER                  PIC X(22) VALUE SPACES.
000000     05  WS-SNM-NAME             PIC X(20).
000000     05  FILLER                  PIC X(38) VALUE SPACES.
000000
000000 01  WS-STMT-ADDRESS-LINE.
000000     05  FILLER                  PIC X(22) VALUE SPACES.
000000     05  WS-SAD-ADDRESS          PIC X(30).
000000     05  FILLER                  PIC X(28) VALUE SPACES.
000000
000000 01  WS-STMT-DATE-LINE.
000000     05  FILLER                  PIC X(28)
000000         VALUE "ACCOUNT CLOSED ON..........:".
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-SDT-DATE             PIC 9(08).
000000     05  FILLER                  PIC X(05) VALUE SPACES.
000000     05  FILLER                  PIC X(09) VALUE "OPERATOR ".
000000     05  WS-SDT-OPERATOR         PIC X(03).
000000     05  FILLER                  PIC X(26) VALUE SPACES.
000000
000000 01  WS-STMT-AMOUNT-LINE.
000000     05  WS-SAM-LABEL            PIC X(28).
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-SAM-AMOUNT           PIC Z(08)9.9(02).
000000     05  FILLER                  PIC X(39) VALUE SPACES.
000000
000000 01  WS-STMT-PAYEE-LINE.
000000     05  FILLER                  PIC X(28)
000000         VALUE "PAID TO....................:".
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-SPY-METHOD           PIC X(16).
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-SPY-ACCOUNT          PIC 9(05).
000000     05  FILLER                  PIC X(29) VALUE SPACES.
000000
000000 01  WS-STMT-COUNT-LINE.
000000     05  FILLER                  PIC X(28)
000000         VALUE "STANDING ORDERS CANCELLED..:".
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-SCT-COUNT            PIC Z(03)9.
000000     05  FILLER                  PIC X(47) VALUE SPACES.
000000
000000 SCREEN SECTION.
000000 01  CLOSE-ENTRY-SCREEN.
000000     05  BLANK SCREEN.
000000     05  LINE 1 COL 1 VALUE "TELLER ACCOUNT CLOSURE".
000000     05  LINE 3 COL 1 VALUE "OPERATOR ID.....: ".
000000     05  LINE 3 COL 19 PIC X(03) TO WS-OPERATOR-INPUT.
000000     05  LINE 4 COL 1 VALUE "ACCOUNT NUMBER..: ".
000000     05  LINE 4 COL 19 PIC X(05) TO WS-ACCOUNT-INPUT.
000000
000000 01  ACCOUNT-LOOKUP-SCREEN.
000000     05  LINE 6 COL 1 VALUE "CURRENT BALANCE.: ".
000000     05  LINE 6 COL 19 PIC Z(08)9.9(02)
000000         FROM WS-LOOKUP-BALANCE.
000000     05  LINE 7 COL 1 VALUE "ACCOUNT STATUS..: ".
000000     05  LINE 7 COL 19 PIC X(07) FROM WS-LOOKUP-STATUS-TEXT.
000000     05  LINE 8 COL 1 VALUE "ACCOUNT CURRENCY: ".
000000     05  LINE 8 COL 19 PIC X(03) FROM WS-CURRENCY.
000000     05  LINE 9 COL 1 VALUE "ACCOUNT OWNER...: ".
000000     05  LINE 9 COL 19 PIC X(20) FROM WS-OWNER-NAME.
000000     05  LINE 10 COL 1 VALUE "ACCRUED INTEREST: ".
000000     05  LINE 10 COL 19 PIC Z(08)9.9(02)
000000         FROM WS-INTEREST-AMOUNT.
000000
000000 01  PAYOUT-ENTRY-SCREEN.
000000     05  LINE 12 COL 1 VALUE "PAY OUT BY T/P......: ".
000000     05  LINE 12 COL 23 PIC X(01) TO WS-PAYOUT-INPUT.
000000     05  LINE 13 COL 1 VALUE "TO ACCOUNT..........: ".
000000     05  LINE 13 COL 23 PIC X(05) TO WS-PAYEE-INPUT.
000000
000000 01  RESULT-SCREEN.
000000     05  LINE 15 COL 1 VALUE "RESULT..........: ".
000000     05  LINE 15 COL 19 PIC X(40) FROM WS-RESULT-TEXT.
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     PERFORM 1000-GET-ENTRY THRU 1000-EXIT
000000     OPEN I-O ACCOUNT-MASTER-FILE
000000     IF WS-ACCT-FILE-OK
000000         MOVE "Y" TO WS-ACCT-AVAIL-SWITCH
000000         PERFORM 2000-CHECK-ACCOUNT THRU 2000-EXIT
000000     ELSE
000000         MOVE "Account Master Not Available." TO WS-RESULT-TEXT
000000     END-IF
000000     IF WS-CLOSE-ALLOWED
000000         DISPLAY ACCOUNT-LOOKUP-SCREEN
000000         PERFORM 3000-GET-PAYOUT THRU 3000-EXIT
000000     END-IF
000000     IF WS-CLOSE-ALLOWED
000000         PERFORM 4000-SETTLE-ACCOUNT THRU 4000-EXIT
000000     END-IF
000000     IF WS-CLOSE-ALLOWED
000000         PERFORM 5000-CANCEL-ORDERS THRU 5000-EXIT
000000         PERFORM 6000-WRITE-MAINT-RECORD THRU 6000-EXIT
000000         PERFORM 7000-PRINT-CLOSING-STATEMENT THRU 7000-EXIT
000000         IF NOT WS-CREDIT-FAILED
000000             MOVE "Account Closed - Statement Printed."
000000                 TO WS-RESULT-TEXT
000000         END-IF
000000     END-IF
000000     IF WS-ACCT-FILE-AVAILABLE
000000         CLOSE ACCOUNT-MASTER-FILE
000000     END-IF
000000     DISPLAY RESULT-SCREEN
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-GET-ENTRY                                                *
000000*--------------------------------------------------------------*
000000 1000-GET-ENTRY.
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     MOVE "N" TO WS-ENTRY-VALID-SWITCH
000000     PERFORM 1100-PROMPT-AND-VALIDATE THRU 1100-EXIT
000000         UNTIL WS-ENTRY-IS-VALID.
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1100-PROMPT-AND-VALIDATE                                      *
000000*--------------------------------------------------------------*
000000 1100-PROMPT-AND-VALIDATE.
000000     ACCEPT CLOSE-ENTRY-SCREEN
000000     IF WS-OPERATOR-INPUT = SPACES
000000         DISPLAY "Operator ID is required."
000000     ELSE
000000         IF WS-ACCOUNT-INPUT IS NUMERIC
000000             MOVE WS-ACCOUNT-INPUT TO WS-ACCOUNT
000000             MOVE "Y" TO WS-ENTRY-VALID-SWITCH
000000         ELSE
000000             DISPLAY "Account number must be 5 digits."
000000         END-IF
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-CHECK-ACCOUNT                                            *
000000* THE ACCOUNT MUST EXIST, BE ACTIVE AND HAVE NO HOLD IN FORCE.  *
000000* THE ACCRUED INTEREST AND THE AMOUNT TO PAY OUT ARE WORKED     *
000000* OUT HERE SO THE TELLER SEES THEM BEFORE CHOOSING THE PAYOUT.  *
000000*--------------------------------------------------------------*
000000 2000-CHECK-ACCOUNT.
000000     MOVE "N" TO WS-CLOSE-OK-SWITCH
000000     MOVE WS-ACCOUNT TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             MOVE "Account Not Found." TO WS-RESULT-TEXT
000000             GO TO 2000-EXIT
000000     END-READ
000000     EVALUATE TRUE
000000         WHEN ACCT-STATUS-CLOSED
000000             MOVE "Account Already Closed." TO WS-RESULT-TEXT
000000             GO TO 2000-EXIT
000000         WHEN ACCT-STATUS-FROZEN
000000             MOVE "Account Frozen - Cannot Close."
000000                 TO WS-RESULT-TEXT
000000             GO TO 2000-EXIT
000000         WHEN ACCT-TIME-DEPOSIT
000000             MOVE "Time Deposits Settle At Maturity."
000000                 TO WS-RESULT-TEXT
000000             GO TO 2000-EXIT
000000     END-EVALUATE
000000     MOVE ACCT-BALANCE TO WS-LOOKUP-BALANCE WS-OPENING-BALANCE
000000     MOVE ACCT-CURRENCY TO WS-CURRENCY
000000     MOVE ACCT-CUSTOMER TO WS-CUSTOMER
000000     MOVE ACCT-STATUS TO WS-OLD-STATUS
000000     MOVE "ACTIVE " TO WS-LOOKUP-STATUS-TEXT
000000     IF ACCT-DORMANT
000000         MOVE "DORMANT" TO WS-LOOKUP-STATUS-TEXT
000000         DISPLAY "Account dormant - verify customer "
000000             "before closing."
000000     END-IF
000000     PERFORM 2200-LOOKUP-OWNER THRU 2200-EXIT
000000     PERFORM 2300-CHECK-HOLDS THRU 2300-EXIT
000000     IF WS-LATEST-RELEASE-DATE > ZERO
000000         STRING "Holds Outstanding Until "
000000             WS-LATEST-RELEASE-DATE
000000             DELIMITED BY SIZE INTO WS-RESULT-TEXT
000000         GO TO 2000-EXIT
000000     END-IF
000000     PERFORM 2400-ACCRUE-INTEREST THRU 2400-EXIT
000000     COMPUTE WS-PAYOUT-AMOUNT =
000000         WS-OPENING-BALANCE + WS-INTEREST-AMOUNT
000000     MOVE "Y" TO WS-CLOSE-OK-SWITCH.
000000 2000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2200-LOOKUP-OWNER                                             *
000000*--------------------------------------------------------------*
000000 2200-LOOKUP-OWNER.
000000     MOVE "UNKNOWN" TO WS-OWNER-NAME
000000     MOVE SPACES TO WS-OWNER-ADDRESS
000000     OPEN INPUT CUSTOMER-MASTER-FILE
000000     IF WS-CUST-FILE-OK
000000         MOVE WS-CUSTOMER TO CUST-NUMBER
000000         READ CUSTOMER-MASTER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE CUST-NAME TO WS-OWNER-NAME
000000                 MOVE CUST-ADDRESS TO WS-OWNER-ADDRESS
000000         END-READ
000000         CLOSE CUSTOMER-MASTER-FILE
000000     END-IF.
000000 2200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2300-CHECK-HOLDS                                              *
000000* A HOLD IS IN FORCE UNTIL ITS RELEASE DATE, THE SAME TEST      *
000000* WithdrawCore APPLIES. A MISSING HOLD FILE MEANS NO HOLDS.     *
000000*--------------------------------------------------------------*
000000 2300-CHECK-HOLDS.
000000     MOVE ZERO TO WS-LATEST-RELEASE-DATE
000000     MOVE "N" TO WS-HOLD-EOF-SWITCH
000000     OPEN INPUT HOLD-FILE
000000     IF WS-HOLD-FILE-OK
000000         PERFORM 2310-READ-HOLD THRU 2310-EXIT
000000         PERFORM 2320-MATCH-HOLD THRU 2320-EXIT
000000             UNTIL WS-END-OF-HOLDS
000000         CLOSE HOLD-FILE
000000     END-IF.
000000 2300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2310-READ-HOLD                                                *
000000*--------------------------------------------------------------*
000000 2310-READ-HOLD.
000000     READ HOLD-FILE
000000         AT END
000000             MOVE "Y" TO WS-HOLD-EOF-SWITCH
000000     END-READ.
000000 2310-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2320-MATCH-HOLD                                               *
000000*--------------------------------------------------------------*
000000 2320-MATCH-HOLD.
000000     IF HLD-ACCOUNT = WS-ACCOUNT
000000         AND HLD-RELEASE-DATE > WS-TODAY
000000         AND HLD-RELEASE-DATE > WS-LATEST-RELEASE-DATE
000000         MOVE HLD-RELEASE-DATE TO WS-LATEST-RELEASE-DATE
000000     END-IF
000000     PERFORM 2310-READ-HOLD THRU 2310-EXIT.
000000 2320-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2400-ACCRUE-INTEREST                                          *
000000* INTEREST SINCE THE LAST MONTH-END POSTING, AT MonthEndPost'S  *
000000* MONTHLY RATE PRO RATA OVER A 30-DAY MONTH.                    *
000000*--------------------------------------------------------------*
000000 2400-ACCRUE-INTEREST.
000000     MOVE WS-TODAY-DD TO WS-ACCRUAL-DAYS
000000     IF WS-ACCRUAL-DAYS > 30
000000         MOVE 30 TO WS-ACCRUAL-DAYS
000000     END-IF
000000     COMPUTE WS-INTEREST-AMOUNT ROUNDED =
000000         WS-OPENING-BALANCE * WS-MONTHLY-INT-RATE
000000         * WS-ACCRUAL-DAYS / 30.
000000 2400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-GET-PAYOUT                                               *
000000* NOTHING TO PAY OUT CLOSES THE ACCOUNT WITHOUT A PAYOUT LEG.   *
000000* A TRANSFER'S RECEIVING ACCOUNT IS CHECKED BY 4000 JUST BEFORE *
000000* ANYTHING IS POSTED.                                           *
000000*--------------------------------------------------------------*
000000 3000-GET-PAYOUT.
000000     IF WS-PAYOUT-AMOUNT = ZERO
000000         MOVE "N" TO WS-PAYOUT-INPUT
000000         GO TO 3000-EXIT
000000     END-IF
000000     MOVE "N" TO WS-ENTRY-VALID-SWITCH
000000     PERFORM 3100-PROMPT-AND-VALIDATE THRU 3100-EXIT
000000         UNTIL WS-ENTRY-IS-VALID.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3100-PROMPT-AND-VALIDATE                                      *
000000*--------------------------------------------------------------*
000000 3100-PROMPT-AND-VALIDATE.
000000     ACCEPT PAYOUT-ENTRY-SCREEN
000000     IF NOT WS-PAYOUT-KNOWN
000000         DISPLAY "Pay out by T (transfer to the customer's "
000000             "own account) or P (payment order)."
000000     ELSE
000000         IF WS-PAYEE-INPUT IS NOT NUMERIC
000000             DISPLAY "To account must be 5 digits."
000000         ELSE
000000             IF WS-PAYOUT-TRANSFER
000000                 AND WS-PAYEE-INPUT = WS-ACCOUNT-INPUT
000000                 DISPLAY "Cannot pay out to the closing account."
000000             ELSE
000000                 MOVE WS-PAYEE-INPUT TO WS-PAYEE-ACCOUNT
000000                 MOVE "Y" TO WS-ENTRY-VALID-SWITCH
000000             END-IF
000000         END-IF
000000     END-IF.
000000 3100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3200-CHECK-PAYEE-ACCOUNT                                      *
000000* THE RECEIVING ACCOUNT MUST BELONG TO THE SAME CUSTOMER, BE    *
000000* ACTIVE, AND HAVE A RATE ON FILE FOR ITS CURRENCY. THE         *
000000* CLOSING ACCOUNT IS READ BACK SO ITS RECORD IS CURRENT AGAIN.  *
000000*--------------------------------------------------------------*
000000 3200-CHECK-PAYEE-ACCOUNT.
000000     MOVE "N" TO WS-CLOSE-OK-SWITCH
000000     MOVE WS-PAYEE-ACCOUNT TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             MOVE "To Account Not Found." TO WS-RESULT-TEXT
000000         NOT INVALID KEY
000000             EVALUATE TRUE
000000                 WHEN ACCT-CUSTOMER NOT = WS-CUSTOMER
000000                     MOVE "To Account Has Another Owner."
000000                         TO WS-RESULT-TEXT
000000                 WHEN ACCT-STATUS-FROZEN
000000                     MOVE "To Account Frozen." TO WS-RESULT-TEXT
000000                 WHEN ACCT-STATUS-CLOSED
000000                     MOVE "To Account Closed." TO WS-RESULT-TEXT
000000                 WHEN OTHER
000000                     PERFORM 3210-CONVERT-PAYOUT THRU 3210-EXIT
000000             END-EVALUATE
000000     END-READ
000000     MOVE WS-ACCOUNT TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             MOVE "N" TO WS-CLOSE-OK-SWITCH
000000             MOVE "Account Not Found." TO WS-RESULT-TEXT
000000     END-READ.
000000 3200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3210-CONVERT-PAYOUT                                           *
000000*--------------------------------------------------------------*
000000 3210-CONVERT-PAYOUT.
000000     CALL "RateConvert" USING WS-CURRENCY, ACCT-CURRENCY,
000000         WS-PAYOUT-AMOUNT, WS-CREDIT-AMOUNT, WS-CREDIT-RATE,
000000         WS-RATE-RESULT
000000     EVALUATE TRUE
000000         WHEN WS-RATE-OK
000000             MOVE "Y" TO WS-CLOSE-OK-SWITCH
000000         WHEN WS-RATE-RESULT = "2"
000000             MOVE "Amount Too Large To Convert."
000000                 TO WS-RESULT-TEXT
000000         WHEN WS-RATE-STALE
000000             MOVE "Rate Table Stale - Call Operations."
000000                 TO WS-RESULT-TEXT
000000         WHEN OTHER
000000             MOVE "To Account Currency - No Rate."
000000                 TO WS-RESULT-TEXT
000000     END-EVALUATE.
000000 3210-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-SETTLE-ACCOUNT                                           *
000000* CREDITS THE ACCRUED INTEREST, DEBITS THE WHOLE BALANCE AND    *
000000* CLOSES THE ACCOUNT, THEN POSTS THE PAYOUT LEG. A TRANSFER IS  *
000000* REFUSED BEFORE ANY POSTING UNLESS ITS RECEIVING ACCOUNT IS    *
000000* STILL ON FILE AND FIT TO TAKE THE CREDIT.                     *
000000*--------------------------------------------------------------*
000000 4000-SETTLE-ACCOUNT.
000000     IF WS-PAYOUT-TRANSFER
000000         PERFORM 3200-CHECK-PAYEE-ACCOUNT THRU 3200-EXIT
000000         IF NOT WS-CLOSE-ALLOWED
000000             GO TO 4000-EXIT
000000         END-IF
000000     END-IF
000000     OPEN EXTEND AUDIT-LOG-FILE
000000     IF WS-AUDIT-FILE-NOT-FOUND
000000         OPEN OUTPUT AUDIT-LOG-FILE
000000     END-IF
000000     IF WS-INTEREST-AMOUNT > ZERO
000000         ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
000000         MOVE "I" TO AUD-TRAN-CODE
000000         MOVE WS-INTEREST-AMOUNT TO AUD-AMOUNT
000000         PERFORM 4500-WRITE-AUDIT-RECORD THRU 4500-EXIT
000000     END-IF
000000     IF NOT WS-PAYOUT-NONE
000000         MOVE ZERO TO ACCT-BALANCE
000000         MOVE "T" TO AUD-TRAN-CODE
000000         MOVE WS-PAYOUT-AMOUNT TO AUD-AMOUNT
000000         PERFORM 4500-WRITE-AUDIT-RECORD THRU 4500-EXIT
000000     END-IF
000000     MOVE "C" TO ACCT-STATUS
000000     REWRITE ACCOUNT-RECORD
000000     EVALUATE TRUE
000000         WHEN WS-PAYOUT-TRANSFER
000000             PERFORM 4100-POST-TRANSFER-CREDIT THRU 4100-EXIT
000000         WHEN WS-PAYOUT-ORDER
000000             PERFORM 4200-WRITE-PAYMENT-ORDER THRU 4200-EXIT
000000     END-EVALUATE
000000     CLOSE AUDIT-LOG-FILE.
000000 4000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4100-POST-TRANSFER-CREDIT                                     *
000000* THE RECEIVING ACCOUNT WAS CHECKED BY 3200 BEFORE THE DEBIT. IF*
000000* IT HAS GONE SINCE, THE PAYOUT IS LEFT ON THE AUDIT LOG AS A   *
000000* DEBIT ONLY AND THE TELLER IS TOLD TO HAVE IT POSTED BY HAND.  *
000000*--------------------------------------------------------------*
000000 4100-POST-TRANSFER-CREDIT.
000000     MOVE WS-PAYEE-ACCOUNT TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             MOVE "Y" TO WS-CREDIT-SWITCH
000000             DISPLAY "To account " WS-PAYEE-ACCOUNT
000000                 " not found - payout of " WS-PAYOUT-AMOUNT
000000                 " " WS-CURRENCY " not credited."
000000             MOVE "Closed - Payout Not Credited, Call Ops."
000000                 TO WS-RESULT-TEXT
000000         NOT INVALID KEY
000000             ADD WS-CREDIT-AMOUNT TO ACCT-BALANCE
000000             REWRITE ACCOUNT-RECORD
000000             MOVE WS-PAYEE-ACCOUNT TO AUD-ACCT-NUMBER
000000             MOVE "R" TO AUD-TRAN-CODE
000000             MOVE WS-CREDIT-AMOUNT TO AUD-AMOUNT
000000             MOVE ACCT-BALANCE TO AUD-NEW-BALANCE
000000             MOVE ACCT-CURRENCY TO AUD-CURRENCY
000000             MOVE WS-OPERATOR-INPUT TO AUD-OPERATOR-ID
000000             MOVE SPACES TO AUD-SUPERVISOR-ID
000000             MOVE WS-PAYOUT-AMOUNT TO AUD-ORIG-AMOUNT
000000             MOVE WS-CURRENCY TO AUD-ORIG-CURRENCY
000000             MOVE WS-CREDIT-RATE TO AUD-RATE
000000             MOVE ZERO TO AUD-REF-TIME
000000             ACCEPT AUD-TIMESTAMP-DATE FROM DATE YYYYMMDD
000000             ACCEPT AUD-TIMESTAMP-TIME FROM TIME
000000             WRITE AUDIT-RECORD
000000     END-READ.
000000 4100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4200-WRITE-PAYMENT-ORDER                                      *
000000* THE DEBIT IS ALREADY ON THE AUDIT LOG, SO THE ORDER IS        *
000000* FLAGGED FOR ClearOut TO SEND WITHOUT DEBITING AGAIN.          *
000000*--------------------------------------------------------------*
000000 4200-WRITE-PAYMENT-ORDER.
000000     OPEN EXTEND PAYMENT-ORDER-FILE
000000     IF WS-PAYO-FILE-NOT-FOUND
000000         OPEN OUTPUT PAYMENT-ORDER-FILE
000000     END-IF
000000     MOVE SPACES TO PAYMENT-ORDER-RECORD
000000     MOVE WS-ACCOUNT TO PO-ACCOUNT
000000     MOVE WS-PAYEE-ACCOUNT TO PO-BENEF-ACCOUNT
000000     MOVE WS-PAYOUT-AMOUNT TO PO-AMOUNT
000000     MOVE WS-CURRENCY TO PO-CURRENCY
000000     MOVE "Y" TO PO-DEBIT-POSTED-FLAG
000000     MOVE WS-OPERATOR-INPUT TO PO-OPERATOR-ID
000000     WRITE PAYMENT-ORDER-RECORD
000000     CLOSE PAYMENT-ORDER-FILE.
000000 4200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4500-WRITE-AUDIT-RECORD                                       *
000000* AUDIT RECORD FOR THE CLOSING ACCOUNT ITSELF.                  *
000000*--------------------------------------------------------------*
000000 4500-WRITE-AUDIT-RECORD.
000000     MOVE WS-ACCOUNT TO AUD-ACCT-NUMBER
000000     MOVE ACCT-BALANCE TO AUD-NEW-BALANCE
000000     MOVE WS-CURRENCY TO AUD-CURRENCY
000000     MOVE WS-OPERATOR-INPUT TO AUD-OPERATOR-ID
000000     MOVE SPACES TO AUD-SUPERVISOR-ID
000000     MOVE AUD-AMOUNT TO AUD-ORIG-AMOUNT
000000     MOVE WS-CURRENCY TO AUD-ORIG-CURRENCY
000000     MOVE 1 TO AUD-RATE
000000     MOVE ZERO TO AUD-REF-TIME
000000     ACCEPT AUD-TIMESTAMP-DATE FROM DATE YYYYMMDD
000000     ACCEPT AUD-TIMESTAMP-TIME FROM TIME
000000     WRITE AUDIT-RECORD.
000000 4500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-CANCEL-ORDERS                                            *
000000* EVERY STANDING ORDER ON THE ACCOUNT NOT ALREADY CANCELLED IS  *
000000* CANCELLED AND LOGGED AS A StandMaint "X" WOULD BE.            *
000000*--------------------------------------------------------------*
000000 5000-CANCEL-ORDERS.
000000     MOVE ZERO TO WS-ORDERS-CANCELLED
000000     MOVE "N" TO WS-ORDER-EOF-SWITCH
000000     OPEN I-O STANDING-ORDER-FILE
000000     IF NOT WS-ORDER-FILE-OK
000000         GO TO 5000-EXIT
000000     END-IF
000000     OPEN EXTEND ORDER-LOG-FILE
000000     IF WS-OLOG-FILE-NOT-FOUND
000000         OPEN OUTPUT ORDER-LOG-FILE
000000     END-IF
000000     PERFORM 5100-READ-ORDER THRU 5100-EXIT
000000     PERFORM 5200-CANCEL-ORDER THRU 5200-EXIT
000000         UNTIL WS-END-OF-ORDERS
000000     CLOSE ORDER-LOG-FILE
000000     CLOSE STANDING-ORDER-FILE.
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5100-READ-ORDER                                               *
000000*--------------------------------------------------------------*
000000 5100-READ-ORDER.
000000     READ STANDING-ORDER-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-ORDER-EOF-SWITCH
000000     END-READ.
000000 5100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5200-CANCEL-ORDER                                             *
000000*--------------------------------------------------------------*
000000 5200-CANCEL-ORDER.
000000     IF SO-ACCOUNT = WS-ACCOUNT
000000         AND NOT SO-STATUS-CANCELLED
000000         MOVE SPACES TO ORDER-LOG-RECORD
000000         MOVE SO-STATUS TO OLG-OLD-VALUE
000000         MOVE "C" TO SO-STATUS
000000         REWRITE STANDING-ORDER-RECORD
000000         MOVE SO-ORDER-NUMBER TO OLG-ORDER-NUMBER
000000         MOVE "X" TO OLG-ACTION-CODE
000000         MOVE "C" TO OLG-NEW-VALUE
000000         MOVE WS-OPERATOR-INPUT TO OLG-OPERATOR-ID
000000         ACCEPT OLG-TIMESTAMP-DATE FROM DATE YYYYMMDD
000000         ACCEPT OLG-TIMESTAMP-TIME FROM TIME
000000         WRITE ORDER-LOG-RECORD
000000         ADD 1 TO WS-ORDERS-CANCELLED
000000     END-IF
000000     PERFORM 5100-READ-ORDER THRU 5100-EXIT.
000000 5200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-WRITE-MAINT-RECORD                                       *
000000* LOGGED AS A STATUS CHANGE SO THE MAINTENANCE LOG SHOWS THE    *
000000* CLOSURE THE SAME WAY AS ANY OTHER AcctMaint STATUS CHANGE.    *
000000*--------------------------------------------------------------*
000000 6000-WRITE-MAINT-RECORD.
000000     OPEN EXTEND MAINT-LOG-FILE
000000     IF WS-MLOG-FILE-NOT-FOUND
000000         OPEN OUTPUT MAINT-LOG-FILE
000000     END-IF
000000     MOVE SPACES TO MAINT-RECORD
000000     MOVE WS-ACCOUNT TO MNT-ACCT-NUMBER
000000     MOVE "S" TO MNT-ACTION-CODE
000000     MOVE WS-OLD-STATUS TO MNT-OLD-VALUE
000000     MOVE "C" TO MNT-NEW-VALUE
000000     MOVE WS-OPERATOR-INPUT TO MNT-OPERATOR-ID
000000     ACCEPT MNT-TIMESTAMP-DATE FROM DATE YYYYMMDD
000000     ACCEPT MNT-TIMESTAMP-TIME FROM TIME
000000     WRITE MAINT-RECORD
000000     CLOSE MAINT-LOG-FILE.
000000 6000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7000-PRINT-CLOSING-STATEMENT                                  *
000000*--------------------------------------------------------------*
000000 7000-PRINT-CLOSING-STATEMENT.
000000     OPEN EXTEND STATEMENT-FILE
000000     IF WS-STMT-FILE-NOT-FOUND
000000         OPEN OUTPUT STATEMENT-FILE
000000     END-IF
000000     MOVE WS-ACCOUNT TO WS-SHD-ACCOUNT
000000     MOVE WS-CURRENCY TO WS-SHD-CURRENCY
000000     WRITE STATEMENT-LINE FROM WS-STMT-HEADING-LINE
000000         AFTER ADVANCING PAGE
000000     MOVE WS-OWNER-NAME TO WS-SNM-NAME
000000     WRITE STATEMENT-LINE FROM WS-STMT-NAME-LINE
000000         AFTER ADVANCING 1 LINE
000000     MOVE WS-OWNER-ADDRESS TO WS-SAD-ADDRESS
000000     WRITE STATEMENT-LINE FROM WS-STMT-ADDRESS-LINE
000000         AFTER ADVANCING 1 LINE
000000     MOVE WS-TODAY TO WS-SDT-DATE
000000     MOVE WS-OPERATOR-INPUT TO WS-SDT-OPERATOR
000000     WRITE STATEMENT-LINE FROM WS-STMT-DATE-LINE
000000         AFTER ADVANCING 2 LINES
000000     MOVE "BALANCE BEFORE CLOSING.....:" TO WS-SAM-LABEL
000000     MOVE WS-OPENING-BALANCE TO WS-SAM-AMOUNT
000000     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
000000         AFTER ADVANCING 2 LINES
000000     MOVE "FINAL INTEREST CREDITED....:" TO WS-SAM-LABEL
000000     MOVE WS-INTEREST-AMOUNT TO WS-SAM-AMOUNT
000000     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
000000         AFTER ADVANCING 1 LINE
000000     MOVE "BALANCE PAID OUT...........:" TO WS-SAM-LABEL
000000     MOVE WS-PAYOUT-AMOUNT TO WS-SAM-AMOUNT
000000     IF WS-PAYOUT-NONE
000000         MOVE ZERO TO WS-SAM-AMOUNT
000000     END-IF
000000     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
000000         AFTER ADVANCING 1 LINE
000000     IF NOT WS-PAYOUT-NONE
000000         IF WS-PAYOUT-TRANSFER
000000             MOVE "OWN ACCOUNT" TO WS-SPY-METHOD
000000         ELSE
000000             MOVE "PAYMENT ORDER TO" TO WS-SPY-METHOD
000000         END-IF
000000         MOVE WS-PAYEE-ACCOUNT TO WS-SPY-ACCOUNT
000000         WRITE STATEMENT-LINE FROM WS-STMT-PAYEE-LINE
000000             AFTER ADVANCING 1 LINE
000000     END-IF
000000     MOVE "CLOSING BALANCE............:" TO WS-SAM-LABEL
000000     MOVE ZERO TO WS-SAM-AMOUNT
000000     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
000000         AFTER ADVANCING 1 LINE
000000     MOVE WS-ORDERS-CANCELLED TO WS-SCT-COUNT
000000     WRITE STATEMENT-LINE FROM WS-STMT-COUNT-LINE
000000         AFTER ADVANCING 2 LINES
000000     CLOSE STATEMENT-FILE.
000000 7000-EXIT.
000000     EXIT.
