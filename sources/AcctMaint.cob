000000*                 LAST TWO AS CENTS, SHOWN WITH A DECIMAL       *
000000*                 POINT ON THE LOOKUP, AND LOGGED IN THE        *
000000*                 WIDENED MAINTENANCE LOG VALUE FIELDS.         *
000000* 2026-10-15  RC  STATUS C CAN NO LONGER BE KEYED ON THE STATUS *
000000*                 CHANGE: AN ACCOUNT STILL HOLDING A BALANCE,   *
000000*                 HOLDS OR STANDING ORDERS WAS BEING CLOSED     *
000000*                 OUTRIGHT. CLOSURE NOW GOES THROUGH THE        *
000000*                 AcctClose SETTLEMENT TRANSACTION, WHICH LOGS  *
000000*                 ITS OWN STATUS CHANGE HERE.                   *
000000* 2026-10-15  RC  NEW ACTION H MAINTAINS THE OTHER HOLDERS OF   *
000000*                 AN ACCOUNT ON THE RELATIONSHIP FILE           *
000000*                 (ACCTREL): JOINT OWNER, AUTHORIZED SIGNER OR  *
000000*                 POWER OF ATTORNEY, WITH A SEPARATE-MAILING    *
000000*                 CHOICE; ROLE P KEEPS THE MAILING CHOICE FOR   *
000000*                 THE PRIMARY OWNER (ACCT-CUSTOMER). EACH       *
000000*                 CHANGE IS LOGGED ON MAINTLOG AS ACTION H.     *
000000* 2026-10-15  RC  NEW ACTION T FOR TIME DEPOSITS. ON A NEW      *
000000*                 ACCOUNT NUMBER IT OPENS A TIME DEPOSIT        *
000000*                 (PRODUCT TYPE T) WITH THE USUAL OPENING       *
000000*                 DETAIL PLUS TERM, UNIT (DAYS, WEEKS OR        *
000000*                 MONTHS), CONTRACTED ANNUAL RATE AND THE       *
000000*                 INSTRUCTION AT MATURITY - ROLL OVER, OR SWEEP *
000000*                 TO A DEMAND ACCOUNT OF THE SAME CURRENCY -    *
000000*                 AND RECORDS THE TERMS AND MATURITY DATE ON    *
000000*                 THE TIME-DEPOSIT MASTER (TDMAST). ON AN       *
000000*                 EXISTING TIME DEPOSIT IT CHANGES THE          *
000000*                 INSTRUCTION AT MATURITY. BOTH ARE LOGGED ON   *
000000*                 MAINTLOG AS ACTION T.                         *
000000* 2026-10-15  RC  A TIME DEPOSIT WHOSE MATURITY DATE CANNOT BE  *
000000*                 ROLLED (DateRoll REFUSES THE TERM UNIT) IS NO *
000000*                 LONGER WRITTEN TO TDMAST WITH A BAD DATE; THE *
000000*                 OPENING REPORTS ITS TERMS AS NOT RECORDED.    *
000000*                 THE HOLDER ACTION NOW CHECKS THAT THE         *
000000*                 RELATIONSHIP FILE REOPENED AFTER RelLookup    *
000000*                 BEFORE UPDATING IT.                           *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-NUMBER
000000         FILE STATUS IS WS-CUST-FILE-STATUS.
000000     SELECT RELATION-FILE ASSIGN TO ACCTREL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS REL-KEY
000000         FILE STATUS IS WS-REL-FILE-STATUS.
000000     SELECT TERM-DEPOSIT-FILE ASSIGN TO TDMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS TD-ACCOUNT
000000         FILE STATUS IS WS-TD-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CUSTOMER-MASTER-FILE.
000000 COPY CUSTREC.
000000
000000 FD  RELATION-FILE.
000000 COPY RELREC.
000000
000000 FD  TERM-DEPOSIT-FILE.
000000 COPY TDEPREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-CUST-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-CUST-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-REL-FILE-STATUS          PIC X(02).
000000     88  WS-REL-FILE-OK          VALUE "00".
000000     88  WS-REL-FILE-NOT-FOUND   VALUE "35".
000000 01  WS-REL-AVAIL-SWITCH         PIC X(01) VALUE "N".
000000     88  WS-REL-FILE-AVAILABLE   VALUE "Y".
000000 01  WS-TD-FILE-STATUS           PIC X(02).
000000     88  WS-TD-FILE-OK           VALUE "00".
000000     88  WS-TD-FILE-NOT-FOUND    VALUE "35".
000000 01  WS-TD-AVAIL-SWITCH          PIC X(01) VALUE "N".
000000     88  WS-TD-FILE-AVAILABLE    VALUE "Y".
000000 01  WS-CUSTOMER-FOUND-SWITCH    PIC X(01) VALUE "N".
000000     88  WS-CUSTOMER-FOUND       VALUE "Y".
000000 01  WS-CUSTOMER-INPUT           PIC X(05).
000000     88  WS-ACTION-FLOOR         VALUE "F".
000000     88  WS-ACTION-CURRENCY      VALUE "C".
000000     88  WS-ACTION-LIMIT         VALUE "L".
000000     88  WS-ACTION-HOLDER        VALUE "H".
000000     88  WS-ACTION-TERM          VALUE "T".
000000     88  WS-ACTION-KNOWN         VALUE "O" "S" "F" "C" "L" "H"
000000                                       "T".
000000 01  WS-ACCOUNT-INPUT            PIC X(05).
000000 01  WS-ACCOUNT                  PIC 9(05).
000000 01  WS-BALANCE-INPUT            PIC X(11).
000000                                 PIC 9(09)V9(02).
000000 01  WS-CURRENCY-INPUT           PIC X(03).
000000 01  WS-STATUS-INPUT             PIC X(01).
000000     88  WS-STATUS-KNOWN         VALUE "A" "F".
000000     88  WS-STATUS-CLOSED-KEYED  VALUE "C".
000000 01  WS-LOOKUP-BALANCE           PIC 9(09)V9(02).
000000 01  WS-LOOKUP-FLOOR             PIC 9(09)V9(02).
000000 01  WS-LOOKUP-LIMIT             PIC 9(09)V9(02).
000000                                 PIC 9(09)V9(02).
000000 01  WS-NEW-VALUE                PIC X(11).
000000 01  WS-RESULT-TEXT              PIC X(40).
000000 01  WS-ROLE-INPUT               PIC X(01).
000000     88  WS-ROLE-PRIMARY         VALUE "P".
000000     88  WS-ROLE-REMOVE          VALUE "X".
000000     88  WS-ROLE-ADDABLE         VALUE "J" "S" "A".
000000 01  WS-MAIL-INPUT               PIC X(01).
000000     88  WS-MAIL-KNOWN           VALUE "Y" "N".
000000 01  WS-HOLDER-VALUE.
000000     05  WS-HV-CUSTOMER          PIC 9(05).
000000     05  FILLER                  PIC X(01) VALUE SPACE.
000000     05  WS-HV-ROLE              PIC X(01).
000000     05  FILLER                  PIC X(01) VALUE SPACE.
000000     05  WS-HV-MAIL              PIC X(01).
000000     05  FILLER                  PIC X(02) VALUE SPACES.
000000 01  WS-HOLDER-INDEX             PIC 9(02) COMP.
000000 COPY RELLIST.
000000 01  WS-TERM-INPUT               PIC X(03).
000000 01  WS-TERM-INPUT-NUM REDEFINES WS-TERM-INPUT
000000                                 PIC 9(03).
000000 01  WS-UNIT-INPUT               PIC X(01).
000000     88  WS-UNIT-KNOWN           VALUE "D" "W" "M".
000000 01  WS-RATE-INPUT               PIC X(06).
000000 01  WS-RATE-INPUT-NUM REDEFINES WS-RATE-INPUT
000000                                 PIC 9(02)V9(04).
000000 01  WS-INSTRUCTION-INPUT        PIC X(01).
000000     88  WS-INSTRUCTION-KNOWN    VALUE "R" "S".
000000     88  WS-INSTRUCTION-SWEEP    VALUE "S".
000000 01  WS-SWEEP-INPUT              PIC X(05).
000000 01  WS-SWEEP-INPUT-NUM REDEFINES WS-SWEEP-INPUT
000000                                 PIC 9(05).
000000 01  WS-TD-CURRENCY              PIC X(03).
000000 01  WS-SWEEP-VALID-SWITCH       PIC X(01) VALUE "N".
000000     88  WS-SWEEP-IS-VALID       VALUE "Y".
000000 01  WS-TERM-VALUE.
000000     05  WS-TV-TERM              PIC 9(03).
000000     05  WS-TV-UNIT              PIC X(01).
000000     05  WS-TV-INSTRUCTION       PIC X(01).
000000     05  FILLER                  PIC X(01) VALUE SPACE.
000000     05  WS-TV-SWEEP             PIC 9(05).
000000 01  WS-TERM-DATE                PIC 9(08).
000000 01  WS-ROLLED-DATE              PIC 9(08).
000000 01  WS-ROLL-RESULT              PIC X(01).
000000 01  WS-ROLL-SWITCH              PIC X(01).
000000     88  WS-ROLL-FAILED          VALUE "Y".
000000 01  WS-RATE-DISPLAY             PIC Z9.9(04).
000000
000000 SCREEN SECTION.
000000 01  MAINT-ENTRY-SCREEN.
000000     05  LINE 1 COL 1 VALUE "TELLER ACCOUNT MAINTENANCE".
000000     05  LINE 3 COL 1 VALUE "OPERATOR ID.....: ".
000000     05  LINE 3 COL 19 PIC X(03) TO WS-OPERATOR-ID.
000000     05  LINE 4 COL 1 VALUE "ACTION CODE.....: ".
000000     05  LINE 4 COL 19 PIC X(01) TO WS-ACTION-INPUT.
000000     05  LINE 5 COL 1 VALUE "ACCOUNT NUMBER..: ".
000000     05  LINE 5 COL 19 PIC X(05) TO WS-ACCOUNT-INPUT.
000000     05  LINE 11 COL 19 PIC X(11) TO WS-LIMIT-INPUT.
000000
000000 01  STATUS-ENTRY-SCREEN.
000000     05  LINE 12 COL 1 VALUE "NEW STATUS (A/F)....: ".
000000     05  LINE 12 COL 23 PIC X(01) TO WS-STATUS-INPUT.
000000
000000 01  FLOOR-ENTRY-SCREEN.
000000     05  LINE 12 COL 1 VALUE "NEW DAILY WD LIMIT..: ".
000000     05  LINE 12 COL 23 PIC X(11) TO WS-LIMIT-INPUT.
000000
000000 01  HOLDER-ENTRY-SCREEN.
000000     05  LINE 12 COL 1 VALUE "HOLDER CUSTOMER.....: ".
000000     05  LINE 12 COL 23 PIC X(05) TO WS-CUSTOMER-INPUT.
000000     05  LINE 12 COL 30 VALUE "ROLE J/S/A/P/X: ".
000000     05  LINE 12 COL 46 PIC X(01) TO WS-ROLE-INPUT.
000000     05  LINE 12 COL 49 VALUE "MAIL SEPARATELY Y/N: ".
000000     05  LINE 12 COL 70 PIC X(01) TO WS-MAIL-INPUT.
000000
000000 01  TERM-ENTRY-SCREEN.
000000     05  LINE 12 COL 1 VALUE "TERM (COUNT)........: ".
000000     05  LINE 12 COL 23 PIC X(03) TO WS-TERM-INPUT.
000000     05  LINE 12 COL 30 VALUE "UNIT D/W/M: ".
000000     05  LINE 12 COL 42 PIC X(01) TO WS-UNIT-INPUT.
000000     05  LINE 12 COL 49 VALUE "RATE PCT 99V9999: ".
000000     05  LINE 12 COL 67 PIC X(06) TO WS-RATE-INPUT.
000000
000000 01  INSTRUCTION-ENTRY-SCREEN.
000000     05  LINE 13 COL 1 VALUE "AT MATURITY R/S.....: ".
000000     05  LINE 13 COL 23 PIC X(01) TO WS-INSTRUCTION-INPUT.
000000     05  LINE 13 COL 30 VALUE "SWEEP TO ACCOUNT: ".
000000     05  LINE 13 COL 48 PIC X(05) TO WS-SWEEP-INPUT.
000000
000000 01  RESULT-SCREEN.
000000     05  LINE 14 COL 1 VALUE "RESULT..........: ".
000000     05  LINE 14 COL 19 PIC X(40) FROM WS-RESULT-TEXT.
000000         EVALUATE TRUE
000000             WHEN WS-ACTION-OPEN
000000                 PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
000000             WHEN WS-ACTION-TERM
000000                 PERFORM 3500-TIME-DEPOSIT THRU 3500-EXIT
000000             WHEN OTHER
000000                 PERFORM 4000-MAINTAIN-ACCOUNT THRU 4000-EXIT
000000         END-EVALUATE
000000     OPEN INPUT CUSTOMER-MASTER-FILE
000000     IF WS-CUST-FILE-OK
000000         MOVE "Y" TO WS-CUST-AVAIL-SWITCH
000000     END-IF
000000     OPEN I-O RELATION-FILE
000000     IF WS-REL-FILE-NOT-FOUND
000000         OPEN OUTPUT RELATION-FILE
000000         CLOSE RELATION-FILE
000000         OPEN I-O RELATION-FILE
000000     END-IF
000000     IF WS-REL-FILE-OK
000000         MOVE "Y" TO WS-REL-AVAIL-SWITCH
000000     END-IF
000000     OPEN I-O TERM-DEPOSIT-FILE
000000     IF WS-TD-FILE-NOT-FOUND
000000         OPEN OUTPUT TERM-DEPOSIT-FILE
000000         CLOSE TERM-DEPOSIT-FILE
000000         OPEN I-O TERM-DEPOSIT-FILE
000000     END-IF
000000     IF WS-TD-FILE-OK
000000         MOVE "Y" TO WS-TD-AVAIL-SWITCH
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000     ELSE
000000         IF NOT WS-ACTION-KNOWN
000000             DISPLAY "Action must be O (open), S (status), "
000000                 "F (floor), C (currency), L (limit), "
000000                 "H (holders) or T (time deposit)."
000000         ELSE
000000             IF WS-ACCOUNT-INPUT IS NUMERIC
000000                 MOVE WS-ACCOUNT-INPUT TO WS-ACCOUNT
000000     MOVE "N" TO WS-ENTRY-VALID-SWITCH
000000     PERFORM 3100-PROMPT-OPEN-DETAIL THRU 3100-EXIT
000000         UNTIL WS-ENTRY-IS-VALID
000000     IF WS-ACTION-TERM
000000         MOVE "N" TO WS-ENTRY-VALID-SWITCH
000000         PERFORM 3300-PROMPT-TERM-DETAIL THRU 3300-EXIT
000000             UNTIL WS-ENTRY-IS-VALID
000000         MOVE WS-CURRENCY-INPUT TO WS-TD-CURRENCY
000000         MOVE "N" TO WS-ENTRY-VALID-SWITCH
000000         PERFORM 3350-PROMPT-INSTRUCTION THRU 3350-EXIT
000000             UNTIL WS-ENTRY-IS-VALID
000000     END-IF
000000     MOVE WS-ACCOUNT TO ACCT-NUMBER
000000     MOVE WS-BALANCE-INPUT-NUM TO ACCT-BALANCE
000000     MOVE WS-FLOOR-INPUT-NUM TO ACCT-MIN-BALANCE
000000     MOVE ZERO TO ACCT-WD-TODAY
000000     MOVE ZERO TO ACCT-WD-DATE
000000     MOVE SPACE TO ACCT-DORMANT-FLAG
000000     IF WS-ACTION-TERM
000000         MOVE "T" TO ACCT-PRODUCT-TYPE
000000     ELSE
000000         MOVE SPACE TO ACCT-PRODUCT-TYPE
000000     END-IF
000000     WRITE ACCOUNT-RECORD
000000         INVALID KEY
000000             MOVE "Account Already Exists." TO WS-RESULT-TEXT
000000         NOT INVALID KEY
000000             MOVE SPACES TO WS-OLD-VALUE
000000             MOVE WS-BALANCE-INPUT TO WS-NEW-VALUE
000000             IF WS-ACTION-TERM
000000                 PERFORM 3400-WRITE-TERM-DEPOSIT THRU 3400-EXIT
000000             ELSE
000000                 PERFORM 5000-WRITE-MAINT-RECORD THRU 5000-EXIT
000000                 MOVE "Account Opened." TO WS-RESULT-TEXT
000000             END-IF
000000     END-WRITE.
000000 3050-EXIT.
000000     EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3300-PROMPT-TERM-DETAIL                                       *
000000*--------------------------------------------------------------*
000000 3300-PROMPT-TERM-DETAIL.
000000     ACCEPT TERM-ENTRY-SCREEN
000000     IF WS-TERM-INPUT IS NOT NUMERIC
000000         OR WS-TERM-INPUT-NUM = ZERO
000000         DISPLAY "Term must be a count of 1 to 999."
000000         GO TO 3300-EXIT
000000     END-IF
000000     IF NOT WS-UNIT-KNOWN
000000         DISPLAY "Unit must be D (days), W (weeks) or "
000000             "M (months)."
000000         GO TO 3300-EXIT
000000     END-IF
000000     IF WS-RATE-INPUT IS NOT NUMERIC
000000         DISPLAY "Rate must be 6 digits, the last four being "
000000             "decimals (025000 for 2.5 percent)."
000000         GO TO 3300-EXIT
000000     END-IF
000000     MOVE "Y" TO WS-ENTRY-VALID-SWITCH.
000000 3300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3350-PROMPT-INSTRUCTION                                       *
000000* R ROLLS THE DEPOSIT OVER FOR THE SAME TERM AT MATURITY; S     *
000000* SWEEPS PRINCIPAL AND INTEREST TO A DEMAND ACCOUNT IN THE SAME *
000000* CURRENCY. THE SWEEP ACCOUNT IS READ INTO THE ACCOUNT RECORD   *
000000* AREA, SO THIS IS ASKED BEFORE THAT AREA IS BUILT OR REWRITTEN.*
000000*--------------------------------------------------------------*
000000 3350-PROMPT-INSTRUCTION.
000000     ACCEPT INSTRUCTION-ENTRY-SCREEN
000000     IF NOT WS-INSTRUCTION-KNOWN
000000         DISPLAY "At maturity must be R (roll over) or "
000000             "S (sweep to an account)."
000000         GO TO 3350-EXIT
000000     END-IF
000000     IF NOT WS-INSTRUCTION-SWEEP
000000         MOVE ZERO TO WS-SWEEP-INPUT-NUM
000000         MOVE "Y" TO WS-ENTRY-VALID-SWITCH
000000         GO TO 3350-EXIT
000000     END-IF
000000     PERFORM 3360-CHECK-SWEEP-ACCOUNT THRU 3360-EXIT
000000     IF WS-SWEEP-IS-VALID
000000         MOVE "Y" TO WS-ENTRY-VALID-SWITCH
000000     END-IF.
000000 3350-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3360-CHECK-SWEEP-ACCOUNT                                      *
000000*--------------------------------------------------------------*
000000 3360-CHECK-SWEEP-ACCOUNT.
000000     MOVE "N" TO WS-SWEEP-VALID-SWITCH
000000     IF WS-SWEEP-INPUT IS NOT NUMERIC
000000         DISPLAY "Sweep account must be 5 digits."
000000         GO TO 3360-EXIT
000000     END-IF
000000     IF WS-SWEEP-INPUT-NUM = WS-ACCOUNT
000000         DISPLAY "Sweep account must be another account."
000000         GO TO 3360-EXIT
000000     END-IF
000000     MOVE WS-SWEEP-INPUT-NUM TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             DISPLAY "Sweep account not found."
000000             GO TO 3360-EXIT
000000     END-READ
000000     EVALUATE TRUE
000000         WHEN ACCT-STATUS-CLOSED
000000             DISPLAY "Sweep account is closed."
000000         WHEN ACCT-TIME-DEPOSIT
000000             DISPLAY "Sweep account must be a demand account, "
000000                 "not another time deposit."
000000         WHEN ACCT-CURRENCY NOT = WS-TD-CURRENCY
000000             DISPLAY "Sweep account must be in "
000000                 WS-TD-CURRENCY "."
000000         WHEN OTHER
000000             MOVE "Y" TO WS-SWEEP-VALID-SWITCH
000000     END-EVALUATE.
000000 3360-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3400-WRITE-TERM-DEPOSIT                                       *
000000* THE ACCOUNT ITSELF IS LOGGED AS AN ORDINARY OPENING ("O"),    *
000000* THEN ITS TERMS AS A "T" RECORD. THE MATURITY DATE IS TODAY    *
000000* ROLLED FORWARD BY THE TERM, ONE DAY, WEEK OR MONTH AT A TIME. *
000000*--------------------------------------------------------------*
000000 3400-WRITE-TERM-DEPOSIT.
000000     MOVE "O" TO WS-ACTION-INPUT
000000     PERFORM 5000-WRITE-MAINT-RECORD THRU 5000-EXIT
000000     MOVE "T" TO WS-ACTION-INPUT
000000     IF NOT WS-TD-FILE-AVAILABLE
000000         MOVE "Opened - Time Deposit File Not Available."
000000             TO WS-RESULT-TEXT
000000         GO TO 3400-EXIT
000000     END-IF
000000     MOVE WS-ACCOUNT TO TD-ACCOUNT
000000     MOVE WS-TERM-INPUT-NUM TO TD-TERM-COUNT
000000     MOVE WS-UNIT-INPUT TO TD-TERM-UNIT
000000     MOVE WS-RATE-INPUT-NUM TO TD-RATE
000000     ACCEPT TD-START-DATE FROM DATE YYYYMMDD
000000     MOVE TD-START-DATE TO WS-TERM-DATE
000000     MOVE "N" TO WS-ROLL-SWITCH
000000     PERFORM 3450-ROLL-TERM THRU 3450-EXIT
000000         TD-TERM-COUNT TIMES
000000     IF WS-ROLL-FAILED
000000         MOVE "Opened - Time Deposit Terms Not Recorded."
000000             TO WS-RESULT-TEXT
000000         GO TO 3400-EXIT
000000     END-IF
000000     MOVE WS-TERM-DATE TO TD-MATURITY-DATE
000000     MOVE WS-BALANCE-INPUT-NUM TO TD-PRINCIPAL
000000     MOVE WS-INSTRUCTION-INPUT TO TD-INSTRUCTION
000000     MOVE WS-SWEEP-INPUT-NUM TO TD-SWEEP-ACCOUNT
000000     MOVE "A" TO TD-STATUS
000000     MOVE ZERO TO TD-NOTICE-MATURITY
000000     MOVE ZERO TO TD-ROLLOVER-COUNT
000000     MOVE WS-OPERATOR-ID TO TD-OPENED-BY
000000     WRITE TERM-DEPOSIT-RECORD
000000         INVALID KEY
000000             MOVE "Opened - Time Deposit Terms Not Recorded."
000000                 TO WS-RESULT-TEXT
000000         NOT INVALID KEY
000000             MOVE SPACES TO WS-OLD-VALUE
000000             PERFORM 3460-SET-TERM-VALUE THRU 3460-EXIT
000000             MOVE WS-TERM-VALUE TO WS-NEW-VALUE
000000             PERFORM 5000-WRITE-MAINT-RECORD THRU 5000-EXIT
000000             MOVE "Time Deposit Opened." TO WS-RESULT-TEXT
000000             DISPLAY "Time deposit matures " TD-MATURITY-DATE "."
000000     END-WRITE.
000000 3400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3450-ROLL-TERM                                                *
000000*--------------------------------------------------------------*
000000 3450-ROLL-TERM.
000000     CALL "DateRoll" USING WS-TERM-DATE, TD-TERM-UNIT,
000000         WS-ROLLED-DATE, WS-ROLL-RESULT
000000     IF WS-ROLL-RESULT = "0"
000000         MOVE WS-ROLLED-DATE TO WS-TERM-DATE
000000     ELSE
000000         MOVE "Y" TO WS-ROLL-SWITCH
000000     END-IF.
000000 3450-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3460-SET-TERM-VALUE                                           *
000000*--------------------------------------------------------------*
000000 3460-SET-TERM-VALUE.
000000     MOVE TD-TERM-COUNT TO WS-TV-TERM
000000     MOVE TD-TERM-UNIT TO WS-TV-UNIT
000000     MOVE TD-INSTRUCTION TO WS-TV-INSTRUCTION
000000     MOVE TD-SWEEP-ACCOUNT TO WS-TV-SWEEP.
000000 3460-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3500-TIME-DEPOSIT                                             *
000000* A NEW ACCOUNT NUMBER OPENS A TIME DEPOSIT; AN EXISTING TIME   *
000000* DEPOSIT HAS ITS MATURITY INSTRUCTION CHANGED.                 *
000000*--------------------------------------------------------------*
000000 3500-TIME-DEPOSIT.
000000     IF NOT WS-TD-FILE-AVAILABLE
000000         MOVE "Time Deposit File Not Available."
000000             TO WS-RESULT-TEXT
000000         GO TO 3500-EXIT
000000     END-IF
000000     PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT
000000     IF WS-ACCOUNT-FOUND
000000         PERFORM 4200-SHOW-ACCOUNT-SCREEN THRU 4200-EXIT
000000         PERFORM 4800-CHANGE-INSTRUCTION THRU 4800-EXIT
000000     ELSE
000000         PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
000000     END-IF.
000000 3500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-MAINTAIN-ACCOUNT                                         *
000000*--------------------------------------------------------------*
000000 4000-MAINTAIN-ACCOUNT.
000000                 PERFORM 4500-CHANGE-CURRENCY THRU 4500-EXIT
000000             WHEN WS-ACTION-LIMIT
000000                 PERFORM 4600-CHANGE-LIMIT THRU 4600-EXIT
000000             WHEN WS-ACTION-HOLDER
000000                 PERFORM 4700-MAINTAIN-HOLDER THRU 4700-EXIT
000000         END-EVALUATE
000000     ELSE
000000         MOVE "Account Not Found." TO WS-RESULT-TEXT
000000*--------------------------------------------------------------*
000000 4310-PROMPT-STATUS.
000000     ACCEPT STATUS-ENTRY-SCREEN
000000     EVALUATE TRUE
000000         WHEN WS-STATUS-KNOWN
000000             MOVE "Y" TO WS-ENTRY-VALID-SWITCH
000000         WHEN WS-STATUS-CLOSED-KEYED
000000             DISPLAY "Accounts are closed through AcctClose, "
000000                 "which settles the balance first."
000000         WHEN OTHER
000000             DISPLAY "Status must be A (active) or F (frozen)."
000000     END-EVALUATE.
000000 4310-EXIT.
000000     EXIT.
000000
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4700-MAINTAIN-HOLDER                                          *
000000* ADDS, CHANGES OR REMOVES ONE CUSTOMER'S RELATIONSHIP TO THE   *
000000* ACCOUNT. THE PRIMARY OWNER IS ACCT-CUSTOMER ITSELF, SO FOR    *
000000* THAT CUSTOMER ONLY THE SEPARATE-MAILING CHOICE CAN CHANGE.    *
000000* THE LOG CARRIES "CUSTOMER ROLE MAIL" AS OLD AND NEW VALUES.   *
000000*--------------------------------------------------------------*
000000 4700-MAINTAIN-HOLDER.
000000     IF NOT WS-REL-FILE-AVAILABLE
000000         MOVE "Relationship File Not Available."
000000             TO WS-RESULT-TEXT
000000         GO TO 4700-EXIT
000000     END-IF
000000     IF NOT WS-CUST-FILE-AVAILABLE
000000         MOVE "Customer Master Not Available." TO WS-RESULT-TEXT
000000         GO TO 4700-EXIT
000000     END-IF
000000     PERFORM 4750-SHOW-HOLDERS THRU 4750-EXIT
000000     IF NOT WS-REL-FILE-AVAILABLE
000000         MOVE "Relationship File Not Available."
000000             TO WS-RESULT-TEXT
000000         GO TO 4700-EXIT
000000     END-IF
000000     MOVE "N" TO WS-ENTRY-VALID-SWITCH
000000     PERFORM 4710-PROMPT-HOLDER THRU 4710-EXIT
000000         UNTIL WS-ENTRY-IS-VALID
000000     MOVE WS-ACCOUNT TO REL-ACCOUNT
000000     MOVE WS-CUSTOMER-INPUT TO REL-CUSTOMER
000000     READ RELATION-FILE
000000         INVALID KEY
000000             PERFORM 4720-ADD-HOLDER THRU 4720-EXIT
000000         NOT INVALID KEY
000000             PERFORM 4730-CHANGE-HOLDER THRU 4730-EXIT
000000     END-READ.
000000 4700-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4710-PROMPT-HOLDER                                            *
000000*--------------------------------------------------------------*
000000 4710-PROMPT-HOLDER.
000000     ACCEPT HOLDER-ENTRY-SCREEN
000000     PERFORM 3200-CHECK-CUSTOMER THRU 3200-EXIT
000000     IF NOT WS-CUSTOMER-FOUND
000000         DISPLAY "Customer not on customer master."
000000         GO TO 4710-EXIT
000000     END-IF
000000     IF WS-CUSTOMER-INPUT = ACCT-CUSTOMER
000000         IF NOT WS-ROLE-PRIMARY
000000             DISPLAY "This is the primary owner - key role P "
000000                 "to change the mailing choice."
000000             GO TO 4710-EXIT
000000         END-IF
000000     ELSE
000000         IF NOT WS-ROLE-ADDABLE AND NOT WS-ROLE-REMOVE
000000             DISPLAY "Role must be J (joint owner), S (signer), "
000000                 "A (power of attorney) or X (remove)."
000000             GO TO 4710-EXIT
000000         END-IF
000000     END-IF
000000     IF NOT WS-ROLE-REMOVE AND NOT WS-MAIL-KNOWN
000000         DISPLAY "Mail separately must be Y or N."
000000         GO TO 4710-EXIT
000000     END-IF
000000     MOVE "Y" TO WS-ENTRY-VALID-SWITCH.
000000 4710-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4720-ADD-HOLDER                                               *
000000*--------------------------------------------------------------*
000000 4720-ADD-HOLDER.
000000     IF WS-ROLE-REMOVE
000000         MOVE "Customer Is Not A Holder." TO WS-RESULT-TEXT
000000         GO TO 4720-EXIT
000000     END-IF
000000     MOVE WS-ROLE-INPUT TO REL-ROLE
000000     MOVE WS-MAIL-INPUT TO REL-MAIL-FLAG
000000     ACCEPT REL-ADDED-DATE FROM DATE YYYYMMDD
000000     MOVE WS-OPERATOR-ID TO REL-OPERATOR-ID
000000     WRITE ACCOUNT-RELATION-RECORD
000000         INVALID KEY
000000             MOVE "Holder Not Added." TO WS-RESULT-TEXT
000000         NOT INVALID KEY
000000             MOVE SPACES TO WS-OLD-VALUE
000000             PERFORM 4740-SET-HOLDER-VALUE THRU 4740-EXIT
000000             MOVE WS-HOLDER-VALUE TO WS-NEW-VALUE
000000             PERFORM 5000-WRITE-MAINT-RECORD THRU 5000-EXIT
000000             MOVE "Holder Added." TO WS-RESULT-TEXT
000000     END-WRITE.
000000 4720-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4730-CHANGE-HOLDER                                            *
000000*--------------------------------------------------------------*
000000 4730-CHANGE-HOLDER.
000000     PERFORM 4740-SET-HOLDER-VALUE THRU 4740-EXIT
000000     MOVE WS-HOLDER-VALUE TO WS-OLD-VALUE
000000     IF WS-ROLE-REMOVE
000000         DELETE RELATION-FILE
000000         MOVE SPACES TO WS-NEW-VALUE
000000         MOVE "Holder Removed." TO WS-RESULT-TEXT
000000     ELSE
000000         MOVE WS-ROLE-INPUT TO REL-ROLE
000000         MOVE WS-MAIL-INPUT TO REL-MAIL-FLAG
000000         REWRITE ACCOUNT-RELATION-RECORD
000000         PERFORM 4740-SET-HOLDER-VALUE THRU 4740-EXIT
000000         MOVE WS-HOLDER-VALUE TO WS-NEW-VALUE
000000         MOVE "Holder Changed." TO WS-RESULT-TEXT
000000     END-IF
000000     PERFORM 5000-WRITE-MAINT-RECORD THRU 5000-EXIT.
000000 4730-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4740-SET-HOLDER-VALUE                                         *
000000*--------------------------------------------------------------*
000000 4740-SET-HOLDER-VALUE.
000000     MOVE REL-CUSTOMER TO WS-HV-CUSTOMER
000000     MOVE REL-ROLE TO WS-HV-ROLE
000000     MOVE REL-MAIL-FLAG TO WS-HV-MAIL.
000000 4740-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4750-SHOW-HOLDERS                                             *
000000* RELLOOKUP READS THE RELATIONSHIP FILE ITSELF, SO IT IS CLOSED *
000000* HERE FOR THE CALL AND OPENED AGAIN FOR UPDATE AFTERWARDS. IF  *
000000* IT CANNOT BE REOPENED IT IS NO LONGER AVAILABLE.              *
000000*--------------------------------------------------------------*
000000 4750-SHOW-HOLDERS.
000000     CLOSE RELATION-FILE
000000     CALL "RelLookup" USING ACCT-NUMBER, ACCT-CUSTOMER,
000000         HOLDER-LIST
000000     OPEN I-O RELATION-FILE
000000     IF WS-REL-FILE-OK
000000         MOVE "Y" TO WS-REL-AVAIL-SWITCH
000000     ELSE
000000         MOVE "N" TO WS-REL-AVAIL-SWITCH
000000     END-IF
000000     PERFORM 4760-SHOW-ONE-HOLDER THRU 4760-EXIT
000000         VARYING WS-HOLDER-INDEX FROM 1 BY 1
000000         UNTIL WS-HOLDER-INDEX > RLL-HOLDER-COUNT.
000000 4750-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4760-SHOW-ONE-HOLDER                                          *
000000*--------------------------------------------------------------*
000000 4760-SHOW-ONE-HOLDER.
000000     DISPLAY "Holder " RLL-CUSTOMER (WS-HOLDER-INDEX) " "
000000         RLL-NAME (WS-HOLDER-INDEX) " "
000000         RLL-ROLE-TEXT (WS-HOLDER-INDEX)
000000         " Mail separately: " RLL-MAIL-FLAG (WS-HOLDER-INDEX).
000000 4760-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4800-CHANGE-INSTRUCTION                                       *
000000* ONLY THE INSTRUCTION AT MATURITY AND THE SWEEP ACCOUNT CAN    *
000000* CHANGE; TERM AND RATE ARE FIXED FOR THE LIFE OF THE DEPOSIT.  *
000000*--------------------------------------------------------------*
000000 4800-CHANGE-INSTRUCTION.
000000     IF NOT ACCT-TIME-DEPOSIT
000000         MOVE "Not A Time Deposit." TO WS-RESULT-TEXT
000000         GO TO 4800-EXIT
000000     END-IF
000000     MOVE WS-ACCOUNT TO TD-ACCOUNT
000000     READ TERM-DEPOSIT-FILE
000000         INVALID KEY
000000             MOVE "Time Deposit Terms Not Found."
000000                 TO WS-RESULT-TEXT
000000             GO TO 4800-EXIT
000000     END-READ
000000     IF TD-STATUS-MATURED
000000         MOVE "Time Deposit Already Matured." TO WS-RESULT-TEXT
000000         GO TO 4800-EXIT
000000     END-IF
000000     MOVE TD-RATE TO WS-RATE-DISPLAY
000000     DISPLAY "Term " TD-TERM-COUNT " " TD-TERM-UNIT
000000         " Rate " WS-RATE-DISPLAY " Matures " TD-MATURITY-DATE
000000         " At maturity " TD-INSTRUCTION " " TD-SWEEP-ACCOUNT
000000     MOVE WS-LOOKUP-CURRENCY TO WS-TD-CURRENCY
000000     MOVE "N" TO WS-ENTRY-VALID-SWITCH
000000     PERFORM 3350-PROMPT-INSTRUCTION THRU 3350-EXIT
000000         UNTIL WS-ENTRY-IS-VALID
000000     PERFORM 3460-SET-TERM-VALUE THRU 3460-EXIT
000000     MOVE WS-TERM-VALUE TO WS-OLD-VALUE
000000     MOVE WS-INSTRUCTION-INPUT TO TD-INSTRUCTION
000000     MOVE WS-SWEEP-INPUT-NUM TO TD-SWEEP-ACCOUNT
000000     REWRITE TERM-DEPOSIT-RECORD
000000     PERFORM 3460-SET-TERM-VALUE THRU 3460-EXIT
000000     MOVE WS-TERM-VALUE TO WS-NEW-VALUE
000000     PERFORM 5000-WRITE-MAINT-RECORD THRU 5000-EXIT
000000     MOVE "Maturity Instruction Changed." TO WS-RESULT-TEXT.
000000 4800-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-WRITE-MAINT-RECORD                                       *
000000*--------------------------------------------------------------*
000000 5000-WRITE-MAINT-RECORD.
000000     CLOSE MAINT-LOG-FILE
000000     IF WS-CUST-FILE-AVAILABLE
000000         CLOSE CUSTOMER-MASTER-FILE
000000     END-IF
000000     IF WS-REL-FILE-AVAILABLE
000000         CLOSE RELATION-FILE
000000     END-IF
000000     IF WS-TD-FILE-AVAILABLE
000000         CLOSE TERM-DEPOSIT-FILE
000000     END-IF.
000000 8000-EXIT.
000000     EXIT.
