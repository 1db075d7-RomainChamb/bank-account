000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. CustSearch.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                         *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - TELLER CUSTOMER SEARCH AND  *
000000*                 RELATIONSHIP INQUIRY. THE TELLER KEYS ANY     *
000000*                 PART OF A CUSTOMER'S NAME; EVERY CUSTOMER     *
000000*                 WHOSE NAME CONTAINS IT IS LISTED WITH THEIR   *
000000*                 ADDRESS. PICKING ONE LISTS EVERY ACCOUNT THEY *
000000*                 OWN (ACCT-CUSTOMER) AND EVERY ACCOUNT THEY    *
000000*                 HOLD THROUGH THE RELATIONSHIP FILE, WITH      *
000000*                 BALANCE, CURRENCY, STATUS, DORMANCY, HOLDS IN *
000000*                 FORCE AND ACTIVE STANDING ORDERS, THEN THE    *
000000*                 CUSTOMER'S TOTAL BALANCES BY CURRENCY OVER    *
000000*                 THE ACCOUNTS THEY OWN OR JOINTLY OWN.         *
000000*                 READ-ONLY - NOTHING IS POSTED HERE.           *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-NUMBER
000000         FILE STATUS IS WS-CUST-FILE-STATUS.
000000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS ACCT-NUMBER
000000         FILE STATUS IS WS-ACCT-FILE-STATUS.
000000     SELECT RELATION-FILE ASSIGN TO ACCTREL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS REL-KEY
000000         FILE STATUS IS WS-REL-FILE-STATUS.
000000     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-HOLD-FILE-STATUS.
000000     SELECT STANDING-ORDER-FILE ASSIGN TO STORDMST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS SO-ORDER-NUMBER
000000         FILE STATUS IS WS-ORDER-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CUSTOMER-MASTER-FILE.
000000 COPY CUSTREC.
000000
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  RELATION-FILE.
000000 COPY RELREC.
000000
000000 FD  HOLD-FILE.
000000 COPY HOLDREC.
000000
000000 FD  STANDING-ORDER-FILE.
000000 COPY STORDREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-CUST-FILE-STATUS         PIC X(02).
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000 01  WS-REL-FILE-STATUS          PIC X(02).
000000     88  WS-REL-FILE-OK          VALUE "00".
000000 01  WS-HOLD-FILE-STATUS         PIC X(02).
000000     88  WS-HOLD-FILE-OK         VALUE "00".
000000 01  WS-ORDER-FILE-STATUS        PIC X(02).
000000     88  WS-ORDER-FILE-OK        VALUE "00".
000000 01  WS-EOF-SWITCH               PIC X(01).
000000     88  WS-END-OF-FILE          VALUE "Y".
000000 01  WS-ENTRY-VALID-SWITCH       PIC X(01) VALUE "N".
000000     88  WS-ENTRY-IS-VALID       VALUE "Y".
000000 01  WS-INQUIRY-DONE-SWITCH      PIC X(01) VALUE "N".
000000     88  WS-INQUIRY-DONE         VALUE "Y".
000000 01  WS-SEARCH-INPUT             PIC X(20).
000000 01  WS-SEARCH-LENGTH            PIC 9(02) COMP.
000000 01  WS-NAME-UPPER               PIC X(20).
000000 01  WS-MATCH-TALLY              PIC 9(02) COMP.
000000 01  WS-SELECT-INPUT             PIC X(02).
000000 01  WS-SELECT-NUM REDEFINES WS-SELECT-INPUT
000000                                 PIC 9(02).
000000 01  WS-SELECTED-CUSTOMER        PIC 9(05).
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-ROW-ROLE                 PIC X(01).
000000 01  WS-AMOUNT-DISPLAY           PIC Z(08)9.9(02).
000000 01  WS-HELD-DISPLAY             PIC Z(08)9.9(02).
000000 01  WS-ORDER-DISPLAY            PIC Z(08)9.9(02).
000000 01  WS-TOTAL-DISPLAY            PIC Z(10)9.9(02).
000000 01  WS-COUNT-DISPLAY            PIC ZZ9.
000000 01  WS-ORDERS-DISPLAY           PIC ZZ9.
000000 01  WS-LINE-DISPLAY             PIC Z9.
000000
000000 01  WS-MATCH-MAX                PIC 9(02) COMP VALUE 50.
000000 01  WS-MATCH-COUNT              PIC 9(02) COMP.
000000 01  WS-MATCH-OVERFLOW           PIC 9(04) COMP.
000000 01  WS-MATCH-INDEX              PIC 9(02) COMP.
000000 01  WS-MATCH-TABLE.
000000     05  WS-MATCH-ENTRY          OCCURS 50 TIMES.
000000         10  MT-CUSTOMER         PIC 9(05).
000000         10  MT-NAME             PIC X(20).
000000         10  MT-ADDRESS          PIC X(30).
000000
000000 01  WS-ROW-MAX                  PIC 9(02) COMP VALUE 50.
000000 01  WS-ROW-COUNT                PIC 9(02) COMP.
000000 01  WS-ROW-OVERFLOW             PIC 9(04) COMP.
000000 01  WS-ROW-INDEX                PIC 9(02) COMP.
000000 01  WS-ACCOUNT-TABLE.
000000     05  WS-ACCOUNT-ENTRY        OCCURS 50 TIMES.
000000         10  AT-ACCOUNT          PIC 9(05).
000000         10  AT-ROLE             PIC X(01).
000000             88  AT-ROLE-OWNER       VALUE "P" "J".
000000         10  AT-BALANCE          PIC 9(09)V9(02).
000000         10  AT-CURRENCY         PIC X(03).
000000         10  AT-STATUS           PIC X(01).
000000         10  AT-DORMANT-FLAG     PIC X(01).
000000         10  AT-HELD-AMOUNT      PIC 9(09)V9(02).
000000         10  AT-HOLD-COUNT       PIC 9(03).
000000         10  AT-ORDER-AMOUNT     PIC 9(09)V9(02).
000000         10  AT-ORDER-COUNT      PIC 9(03).
000000
000000*
000000* THE TABLE HAS ONE SLOT MORE THAN WS-CCY-MAX SO THE SEARCH CAN
000000* STEP PAST THE LAST CURRENCY IN USE WITHOUT LEAVING THE TABLE.
000000*
000000 01  WS-CCY-MAX                  PIC 9(02) COMP VALUE 20.
000000 01  WS-CCY-COUNT                PIC 9(02) COMP.
000000 01  WS-CCY-INDEX                PIC 9(02) COMP.
000000 01  WS-CCY-TABLE.
000000     05  WS-CCY-ENTRY            OCCURS 21 TIMES.
000000         10  CT-CURRENCY         PIC X(03).
000000         10  CT-BALANCE          PIC 9(11)V9(02).
000000         10  CT-ACCOUNTS         PIC 9(03).
000000
000000 01  WS-ROLE-TEXT                PIC X(05).
000000 01  WS-STATUS-TEXT              PIC X(07).
000000
000000 SCREEN SECTION.
000000 01  SEARCH-ENTRY-SCREEN.
000000     05  BLANK SCREEN.
000000     05  LINE 1 COL 1 VALUE "TELLER CUSTOMER SEARCH".
000000     05  LINE 3 COL 1 VALUE "NAME CONTAINS...: ".
000000     05  LINE 3 COL 19 PIC X(20) TO WS-SEARCH-INPUT.
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     PERFORM 1000-GET-SEARCH-TEXT THRU 1000-EXIT
000000     PERFORM 2000-SEARCH-CUSTOMERS THRU 2000-EXIT
000000     IF WS-MATCH-COUNT = ZERO
000000         DISPLAY "No customer name contains that text."
000000     ELSE
000000         MOVE "N" TO WS-INQUIRY-DONE-SWITCH
000000         PERFORM 3000-SHOW-MATCHES THRU 3000-EXIT
000000             UNTIL WS-INQUIRY-DONE
000000     END-IF
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-GET-SEARCH-TEXT                                          *
000000*--------------------------------------------------------------*
000000 1000-GET-SEARCH-TEXT.
000000     MOVE "N" TO WS-ENTRY-VALID-SWITCH
000000     PERFORM 1100-PROMPT-AND-VALIDATE THRU 1100-EXIT
000000         UNTIL WS-ENTRY-IS-VALID.
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1100-PROMPT-AND-VALIDATE                                      *
000000* THE SEARCH TEXT RUNS UP TO THE FIRST DOUBLE SPACE, SO A       *
000000* SURNAME AND INITIAL ("SMITH J") CAN BE SEARCHED TOGETHER.     *
000000*--------------------------------------------------------------*
000000 1100-PROMPT-AND-VALIDATE.
000000     ACCEPT SEARCH-ENTRY-SCREEN
000000     INSPECT WS-SEARCH-INPUT CONVERTING
000000         "abcdefghijklmnopqrstuvwxyz"
000000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000000     MOVE ZERO TO WS-SEARCH-LENGTH
000000     INSPECT WS-SEARCH-INPUT TALLYING WS-SEARCH-LENGTH
000000         FOR CHARACTERS BEFORE INITIAL "  "
000000     IF WS-SEARCH-INPUT (1:1) = SPACE
000000         OR WS-SEARCH-LENGTH < 2
000000         DISPLAY "Key at least two letters of the name."
000000     ELSE
000000         MOVE "Y" TO WS-ENTRY-VALID-SWITCH
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-SEARCH-CUSTOMERS                                         *
000000* WALKS THE WHOLE CUSTOMER MASTER - THE NAME IS NOT A KEY.      *
000000*--------------------------------------------------------------*
000000 2000-SEARCH-CUSTOMERS.
000000     MOVE ZERO TO WS-MATCH-COUNT WS-MATCH-OVERFLOW
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT CUSTOMER-MASTER-FILE
000000     IF NOT WS-CUST-FILE-OK
000000         DISPLAY "Customer Master Not Available."
000000         GO TO 2000-EXIT
000000     END-IF
000000     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
000000     PERFORM 2200-MATCH-CUSTOMER THRU 2200-EXIT
000000         UNTIL WS-END-OF-FILE
000000     CLOSE CUSTOMER-MASTER-FILE.
000000 2000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2100-READ-CUSTOMER                                            *
000000*--------------------------------------------------------------*
000000 2100-READ-CUSTOMER.
000000     READ CUSTOMER-MASTER-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2200-MATCH-CUSTOMER                                           *
000000*--------------------------------------------------------------*
000000 2200-MATCH-CUSTOMER.
000000     MOVE CUST-NAME TO WS-NAME-UPPER
000000     INSPECT WS-NAME-UPPER CONVERTING
000000         "abcdefghijklmnopqrstuvwxyz"
000000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000000     MOVE ZERO TO WS-MATCH-TALLY
000000     INSPECT WS-NAME-UPPER TALLYING WS-MATCH-TALLY
000000         FOR ALL WS-SEARCH-INPUT (1:WS-SEARCH-LENGTH)
000000     IF WS-MATCH-TALLY > ZERO
000000         IF WS-MATCH-COUNT < WS-MATCH-MAX
000000             ADD 1 TO WS-MATCH-COUNT
000000             MOVE CUST-NUMBER TO MT-CUSTOMER (WS-MATCH-COUNT)
000000             MOVE CUST-NAME TO MT-NAME (WS-MATCH-COUNT)
000000             MOVE CUST-ADDRESS TO MT-ADDRESS (WS-MATCH-COUNT)
000000         ELSE
000000             ADD 1 TO WS-MATCH-OVERFLOW
000000         END-IF
000000     END-IF
000000     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-SHOW-MATCHES                                             *
000000* LISTS THE MATCHES AND LETS THE TELLER PICK ONE BY LINE        *
000000* NUMBER; A BLANK ENTRY ENDS THE INQUIRY.                       *
000000*--------------------------------------------------------------*
000000 3000-SHOW-MATCHES.
000000     DISPLAY "LN CUST  NAME                 ADDRESS"
000000     PERFORM 3100-SHOW-ONE-MATCH THRU 3100-EXIT
000000         VARYING WS-MATCH-INDEX FROM 1 BY 1
000000         UNTIL WS-MATCH-INDEX > WS-MATCH-COUNT
000000     IF WS-MATCH-OVERFLOW > ZERO
000000         DISPLAY "More customers match - narrow the search."
000000     END-IF
000000     DISPLAY "Line number to inquire on (blank to end): "
000000     MOVE SPACES TO WS-SELECT-INPUT
000000     ACCEPT WS-SELECT-INPUT
000000     IF WS-SELECT-INPUT = SPACES
000000         MOVE "Y" TO WS-INQUIRY-DONE-SWITCH
000000         GO TO 3000-EXIT
000000     END-IF
000000     IF WS-SELECT-INPUT (2:1) = SPACE
000000         MOVE WS-SELECT-INPUT (1:1) TO WS-SELECT-INPUT (2:1)
000000         MOVE "0" TO WS-SELECT-INPUT (1:1)
000000     END-IF
000000     IF WS-SELECT-INPUT IS NOT NUMERIC
000000         OR WS-SELECT-NUM = ZERO
000000         OR WS-SELECT-NUM > WS-MATCH-COUNT
000000         DISPLAY "No such line on the list."
000000         GO TO 3000-EXIT
000000     END-IF
000000     MOVE MT-CUSTOMER (WS-SELECT-NUM) TO WS-SELECTED-CUSTOMER
000000     DISPLAY "Customer " WS-SELECTED-CUSTOMER " "
000000         MT-NAME (WS-SELECT-NUM)
000000     DISPLAY "         " MT-ADDRESS (WS-SELECT-NUM)
000000     PERFORM 5000-SHOW-RELATIONSHIP THRU 5000-EXIT.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3100-SHOW-ONE-MATCH                                           *
000000*--------------------------------------------------------------*
000000 3100-SHOW-ONE-MATCH.
000000     MOVE WS-MATCH-INDEX TO WS-LINE-DISPLAY
000000     DISPLAY WS-LINE-DISPLAY " "
000000         MT-CUSTOMER (WS-MATCH-INDEX) " "
000000         MT-NAME (WS-MATCH-INDEX) " "
000000         MT-ADDRESS (WS-MATCH-INDEX).
000000 3100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-SHOW-RELATIONSHIP                                        *
000000* BUILDS THE CUSTOMER'S ACCOUNT TABLE, ADDS HOLDS AND STANDING  *
000000* ORDERS IN ONE PASS OF EACH FILE, THEN SHOWS THE ACCOUNTS AND  *
000000* THE CURRENCY TOTALS.                                          *
000000*--------------------------------------------------------------*
000000 5000-SHOW-RELATIONSHIP.
000000     MOVE ZERO TO WS-ROW-COUNT WS-ROW-OVERFLOW
000000     OPEN INPUT ACCOUNT-MASTER-FILE
000000     IF NOT WS-ACCT-FILE-OK
000000         DISPLAY "Account Master Not Available."
000000         GO TO 5000-EXIT
000000     END-IF
000000     PERFORM 5100-COLLECT-OWNED THRU 5100-EXIT
000000     PERFORM 5200-COLLECT-RELATED THRU 5200-EXIT
000000     CLOSE ACCOUNT-MASTER-FILE
000000     IF WS-ROW-COUNT = ZERO
000000         DISPLAY "Customer holds no accounts."
000000         GO TO 5000-EXIT
000000     END-IF
000000     PERFORM 5300-ADD-HOLDS THRU 5300-EXIT
000000     PERFORM 5400-ADD-ORDERS THRU 5400-EXIT
000000     PERFORM 6000-SHOW-ACCOUNTS THRU 6000-EXIT
000000     PERFORM 6500-SHOW-CURRENCY-TOTALS THRU 6500-EXIT.
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5100-COLLECT-OWNED                                            *
000000* ACCT-CUSTOMER IS NOT A KEY, SO THE MASTER IS WALKED END TO    *
000000* END FOR THE ACCOUNTS THIS CUSTOMER OWNS OUTRIGHT.             *
000000*--------------------------------------------------------------*
000000 5100-COLLECT-OWNED.
000000     MOVE "N" TO WS-EOF-SWITCH
000000     MOVE "P" TO WS-ROW-ROLE
000000     PERFORM 5110-READ-ACCOUNT THRU 5110-EXIT
000000     PERFORM 5120-MATCH-ACCOUNT THRU 5120-EXIT
000000         UNTIL WS-END-OF-FILE.
000000 5100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5110-READ-ACCOUNT                                             *
000000*--------------------------------------------------------------*
000000 5110-READ-ACCOUNT.
000000     READ ACCOUNT-MASTER-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 5110-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5120-MATCH-ACCOUNT                                            *
000000*--------------------------------------------------------------*
000000 5120-MATCH-ACCOUNT.
000000     IF ACCT-CUSTOMER = WS-SELECTED-CUSTOMER
000000         PERFORM 5500-ADD-ACCOUNT-ROW THRU 5500-EXIT
000000     END-IF
000000     PERFORM 5110-READ-ACCOUNT THRU 5110-EXIT.
000000 5120-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5200-COLLECT-RELATED                                          *
000000* ACCOUNTS HELD AS JOINT OWNER, SIGNER OR POWER OF ATTORNEY     *
000000* THROUGH THE RELATIONSHIP FILE.                                *
000000*--------------------------------------------------------------*
000000 5200-COLLECT-RELATED.
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT RELATION-FILE
000000     IF WS-REL-FILE-OK
000000         PERFORM 5210-READ-RELATION THRU 5210-EXIT
000000         PERFORM 5220-MATCH-RELATION THRU 5220-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE RELATION-FILE
000000     END-IF.
000000 5200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5210-READ-RELATION                                            *
000000*--------------------------------------------------------------*
000000 5210-READ-RELATION.
000000     READ RELATION-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 5210-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5220-MATCH-RELATION                                           *
000000*--------------------------------------------------------------*
000000 5220-MATCH-RELATION.
000000     IF REL-CUSTOMER = WS-SELECTED-CUSTOMER
000000         AND NOT REL-ROLE-PRIMARY
000000         MOVE REL-ACCOUNT TO ACCT-NUMBER
000000         READ ACCOUNT-MASTER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 IF ACCT-CUSTOMER NOT = WS-SELECTED-CUSTOMER
000000                     MOVE REL-ROLE TO WS-ROW-ROLE
000000                     PERFORM 5500-ADD-ACCOUNT-ROW THRU 5500-EXIT
000000                 END-IF
000000         END-READ
000000     END-IF
000000     PERFORM 5210-READ-RELATION THRU 5210-EXIT.
000000 5220-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5300-ADD-HOLDS                                                *
000000* A HOLD IS IN FORCE WHILE ITS RELEASE DATE IS AFTER TODAY,     *
000000* THE SAME TEST WithdrawCore APPLIES.                           *
000000*--------------------------------------------------------------*
000000 5300-ADD-HOLDS.
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT HOLD-FILE
000000     IF WS-HOLD-FILE-OK
000000         PERFORM 5310-READ-HOLD THRU 5310-EXIT
000000         PERFORM 5320-MATCH-HOLD THRU 5320-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE HOLD-FILE
000000     END-IF.
000000 5300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5310-READ-HOLD                                                *
000000*--------------------------------------------------------------*
000000 5310-READ-HOLD.
000000     READ HOLD-FILE
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 5310-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5320-MATCH-HOLD                                               *
000000*--------------------------------------------------------------*
000000 5320-MATCH-HOLD.
000000     IF HLD-RELEASE-DATE > WS-TODAY
000000         PERFORM 5330-APPLY-HOLD THRU 5330-EXIT
000000             VARYING WS-ROW-INDEX FROM 1 BY 1
000000             UNTIL WS-ROW-INDEX > WS-ROW-COUNT
000000     END-IF
000000     PERFORM 5310-READ-HOLD THRU 5310-EXIT.
000000 5320-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5330-APPLY-HOLD                                               *
000000*--------------------------------------------------------------*
000000 5330-APPLY-HOLD.
000000     IF HLD-ACCOUNT = AT-ACCOUNT (WS-ROW-INDEX)
000000         ADD HLD-AMOUNT TO AT-HELD-AMOUNT (WS-ROW-INDEX)
000000         ADD 1 TO AT-HOLD-COUNT (WS-ROW-INDEX)
000000     END-IF.
000000 5330-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5400-ADD-ORDERS                                               *
000000*--------------------------------------------------------------*
000000 5400-ADD-ORDERS.
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT STANDING-ORDER-FILE
000000     IF WS-ORDER-FILE-OK
000000         PERFORM 5410-READ-ORDER THRU 5410-EXIT
000000         PERFORM 5420-MATCH-ORDER THRU 5420-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE STANDING-ORDER-FILE
000000     END-IF.
000000 5400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5410-READ-ORDER                                               *
000000*--------------------------------------------------------------*
000000 5410-READ-ORDER.
000000     READ STANDING-ORDER-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 5410-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5420-MATCH-ORDER                                              *
000000*--------------------------------------------------------------*
000000 5420-MATCH-ORDER.
000000     IF SO-STATUS-ACTIVE
000000         PERFORM 5430-APPLY-ORDER THRU 5430-EXIT
000000             VARYING WS-ROW-INDEX FROM 1 BY 1
000000             UNTIL WS-ROW-INDEX > WS-ROW-COUNT
000000     END-IF
000000     PERFORM 5410-READ-ORDER THRU 5410-EXIT.
000000 5420-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5430-APPLY-ORDER                                              *
000000*--------------------------------------------------------------*
000000 5430-APPLY-ORDER.
000000     IF SO-ACCOUNT = AT-ACCOUNT (WS-ROW-INDEX)
000000         ADD SO-AMOUNT TO AT-ORDER-AMOUNT (WS-ROW-INDEX)
000000         ADD 1 TO AT-ORDER-COUNT (WS-ROW-INDEX)
000000     END-IF.
000000 5430-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5500-ADD-ACCOUNT-ROW                                          *
000000*--------------------------------------------------------------*
000000 5500-ADD-ACCOUNT-ROW.
000000     IF WS-ROW-COUNT NOT < WS-ROW-MAX
000000         ADD 1 TO WS-ROW-OVERFLOW
000000         GO TO 5500-EXIT
000000     END-IF
000000     ADD 1 TO WS-ROW-COUNT
000000     MOVE ACCT-NUMBER TO AT-ACCOUNT (WS-ROW-COUNT)
000000     MOVE WS-ROW-ROLE TO AT-ROLE (WS-ROW-COUNT)
000000     MOVE ACCT-BALANCE TO AT-BALANCE (WS-ROW-COUNT)
000000     MOVE ACCT-CURRENCY TO AT-CURRENCY (WS-ROW-COUNT)
000000     MOVE ACCT-STATUS TO AT-STATUS (WS-ROW-COUNT)
000000     MOVE ACCT-DORMANT-FLAG TO AT-DORMANT-FLAG (WS-ROW-COUNT)
000000     MOVE ZERO TO AT-HELD-AMOUNT (WS-ROW-COUNT)
000000                  AT-HOLD-COUNT (WS-ROW-COUNT)
000000                  AT-ORDER-AMOUNT (WS-ROW-COUNT)
000000                  AT-ORDER-COUNT (WS-ROW-COUNT).
000000 5500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-SHOW-ACCOUNTS                                            *
000000*--------------------------------------------------------------*
000000 6000-SHOW-ACCOUNTS.
000000     DISPLAY "ACCT  ROLE  STATUS  D      BALANCE CUR"
000000         "         HELD HLD  SO    SO AMOUNT"
000000     PERFORM 6100-SHOW-ONE-ACCOUNT THRU 6100-EXIT
000000         VARYING WS-ROW-INDEX FROM 1 BY 1
000000         UNTIL WS-ROW-INDEX > WS-ROW-COUNT
000000     IF WS-ROW-OVERFLOW > ZERO
000000         DISPLAY "More accounts on file than fit the list."
000000     END-IF.
000000 6000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6100-SHOW-ONE-ACCOUNT                                         *
000000*--------------------------------------------------------------*
000000 6100-SHOW-ONE-ACCOUNT.
000000     EVALUATE AT-ROLE (WS-ROW-INDEX)
000000         WHEN "P"
000000             MOVE "OWNER" TO WS-ROLE-TEXT
000000         WHEN "J"
000000             MOVE "JOINT" TO WS-ROLE-TEXT
000000         WHEN "S"
000000             MOVE "SIGNR" TO WS-ROLE-TEXT
000000         WHEN "A"
000000             MOVE "POA  " TO WS-ROLE-TEXT
000000         WHEN OTHER
000000             MOVE "OTHER" TO WS-ROLE-TEXT
000000     END-EVALUATE
000000     EVALUATE AT-STATUS (WS-ROW-INDEX)
000000         WHEN "F"
000000             MOVE "FROZEN " TO WS-STATUS-TEXT
000000         WHEN "C"
000000             MOVE "CLOSED " TO WS-STATUS-TEXT
000000         WHEN OTHER
000000             MOVE "ACTIVE " TO WS-STATUS-TEXT
000000     END-EVALUATE
000000     MOVE AT-BALANCE (WS-ROW-INDEX) TO WS-AMOUNT-DISPLAY
000000     MOVE AT-HELD-AMOUNT (WS-ROW-INDEX) TO WS-HELD-DISPLAY
000000     MOVE AT-HOLD-COUNT (WS-ROW-INDEX) TO WS-COUNT-DISPLAY
000000     MOVE AT-ORDER-COUNT (WS-ROW-INDEX) TO WS-ORDERS-DISPLAY
000000     MOVE AT-ORDER-AMOUNT (WS-ROW-INDEX) TO WS-ORDER-DISPLAY
000000     DISPLAY AT-ACCOUNT (WS-ROW-INDEX) " "
000000         WS-ROLE-TEXT " "
000000         WS-STATUS-TEXT " "
000000         AT-DORMANT-FLAG (WS-ROW-INDEX) " "
000000         WS-AMOUNT-DISPLAY " "
000000         AT-CURRENCY (WS-ROW-INDEX) " "
000000         WS-HELD-DISPLAY " "
000000         WS-COUNT-DISPLAY " "
000000         WS-ORDERS-DISPLAY " "
000000         WS-ORDER-DISPLAY.
000000 6100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6500-SHOW-CURRENCY-TOTALS                                     *
000000* TOTALS COVER ONLY THE ACCOUNTS THE CUSTOMER OWNS OR JOINTLY   *
000000* OWNS; ACCOUNTS THEY MERELY SIGN ON ARE NOT THEIR MONEY.       *
000000*--------------------------------------------------------------*
000000 6500-SHOW-CURRENCY-TOTALS.
000000     MOVE ZERO TO WS-CCY-COUNT
000000     PERFORM 6510-ADD-TO-CURRENCY THRU 6510-EXIT
000000         VARYING WS-ROW-INDEX FROM 1 BY 1
000000         UNTIL WS-ROW-INDEX > WS-ROW-COUNT
000000     IF WS-CCY-COUNT > ZERO
000000         DISPLAY "TOTAL BALANCES OWNED BY CURRENCY"
000000         PERFORM 6530-SHOW-ONE-CURRENCY THRU 6530-EXIT
000000             VARYING WS-CCY-INDEX FROM 1 BY 1
000000             UNTIL WS-CCY-INDEX > WS-CCY-COUNT
000000     END-IF.
000000 6500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6510-ADD-TO-CURRENCY                                          *
000000*--------------------------------------------------------------*
000000 6510-ADD-TO-CURRENCY.
000000     IF NOT AT-ROLE-OWNER (WS-ROW-INDEX)
000000         GO TO 6510-EXIT
000000     END-IF
000000     MOVE 1 TO WS-CCY-INDEX
000000     PERFORM 6520-FIND-CURRENCY THRU 6520-EXIT
000000         UNTIL WS-CCY-INDEX > WS-CCY-COUNT
000000         OR CT-CURRENCY (WS-CCY-INDEX)
000000             = AT-CURRENCY (WS-ROW-INDEX)
000000     IF WS-CCY-INDEX > WS-CCY-COUNT
000000         IF WS-CCY-COUNT NOT < WS-CCY-MAX
000000             GO TO 6510-EXIT
000000         END-IF
000000         ADD 1 TO WS-CCY-COUNT
000000         MOVE AT-CURRENCY (WS-ROW-INDEX)
000000             TO CT-CURRENCY (WS-CCY-COUNT)
000000         MOVE ZERO TO CT-BALANCE (WS-CCY-COUNT)
000000                      CT-ACCOUNTS (WS-CCY-COUNT)
000000     END-IF
000000     ADD AT-BALANCE (WS-ROW-INDEX) TO CT-BALANCE (WS-CCY-INDEX)
000000     ADD 1 TO CT-ACCOUNTS (WS-CCY-INDEX).
000000 6510-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6520-FIND-CURRENCY                                            *
000000*--------------------------------------------------------------*
000000 6520-FIND-CURRENCY.
000000     ADD 1 TO WS-CCY-INDEX.
000000 6520-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6530-SHOW-ONE-CURRENCY                                        *
000000*--------------------------------------------------------------*
000000 6530-SHOW-ONE-CURRENCY.
000000     MOVE CT-BALANCE (WS-CCY-INDEX) TO WS-TOTAL-DISPLAY
000000     MOVE CT-ACCOUNTS (WS-CCY-INDEX) TO WS-COUNT-DISPLAY
000000     DISPLAY "  " CT-CURRENCY (WS-CCY-INDEX) " "
000000         WS-TOTAL-DISPLAY "  ACCOUNTS: " WS-COUNT-DISPLAY.
000000 6530-EXIT.
000000     EXIT.
