000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. TermMature.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                         *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - NIGHTLY TIME DEPOSIT        *
000000*                 MATURITY RUN. WALKS THE TIME-DEPOSIT MASTER   *
000000*                 (TDMAST, SEE TDEPREC) AND, FOR EACH ACTIVE    *
000000*                 DEPOSIT WHOSE MATURITY DATE HAS COME, CREDITS *
000000*                 THE TERM'S INTEREST ("I", OPERATOR "TDM") AT  *
000000*                 THE CONTRACTED RATE ON THE PRINCIPAL STILL    *
000000*                 ON DEPOSIT (THE LOWER OF THE BALANCE AND THE  *
000000*                 TERM'S PRINCIPAL - MONEY ADDED DURING THE     *
000000*                 TERM EARNS NOTHING UNTIL THE NEXT ONE), THEN  *
000000*                 CARRIES OUT THE CUSTOMER'S INSTRUCTION: A     *
000000*                 ROLL-OVER STARTS A NEW TERM OF THE SAME       *
000000*                 LENGTH AT THE SAME RATE FROM THE OLD          *
000000*                 MATURITY DATE WITH PRINCIPAL AND INTEREST AS  *
000000*                 THE NEW PRINCIPAL; A SWEEP TRANSFERS THE      *
000000*                 WHOLE BALANCE TO THE NOMINATED DEMAND         *
000000*                 ACCOUNT ("T"/"R"), CLOSES THE DEPOSIT         *
000000*                 ACCOUNT (LOGGED ON MAINTLOG AS AcctClose      *
000000*                 DOES) AND MARKS THE DEPOSIT MATURED. A SWEEP  *
000000*                 WHOSE TARGET IS MISSING, CLOSED, FROZEN, A    *
000000*                 TIME DEPOSIT OR IN ANOTHER CURRENCY, OR A     *
000000*                 DEPOSIT WHOSE OWN ACCOUNT IS MISSING, CLOSED  *
000000*                 OR (FOR A SWEEP) FROZEN, IS LISTED AS AN      *
000000*                 EXCEPTION AND LEFT UNTOUCHED - NO INTEREST    *
000000*                 IS POSTED - SO IT IS TRIED AGAIN THE NEXT     *
000000*                 NIGHT ONCE CORRECTED. A SECOND PASS LISTS     *
000000*                 THE MATURITY NOTICES: EVERY ACTIVE DEPOSIT    *
000000*                 MATURING WITHIN WS-NOTICE-DAYS, WITH THE      *
000000*                 CUSTOMER'S NAME AND ADDRESS, ONCE PER         *
000000*                 MATURITY DATE (TD-NOTICE-MATURITY). INTEREST  *
000000*                 IS POSTED STRAIGHT TO THE MASTER, SO THE RUN  *
000000*                 IS NOT RESTART-SAFE. A MISSING TIME-DEPOSIT   *
000000*                 MASTER MEANS NO DEPOSITS AND IS NOT AN ERROR. *
000000* 2026-10-15  RC  A ROLL-OVER'S NEW MATURITY DATE IS WORKED OUT *
000000*                 BEFORE THE INTEREST POSTS AND A TERM THE DATE *
000000*                 ROUTINE CANNOT ROLL IS LISTED AS AN EXCEPTION *
000000*                 AND LEFT UNTOUCHED. THE NOTICE PASS CHECKS    *
000000*                 ITS WINDOW AND THE REOPEN OF THE MASTER, AND  *
000000*                 ENDS THE RUN WITH RETURN CODE 8 IF EITHER     *
000000*                 FAILS.                                        *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT TERM-DEPOSIT-FILE ASSIGN TO TDMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS TD-ACCOUNT
000000         FILE STATUS IS WS-TD-FILE-STATUS.
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
000000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000000     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-MAINT-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TERM-DEPOSIT-FILE.
000000 COPY TDEPREC.
000000
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  CUSTOMER-MASTER-FILE.
000000 COPY CUSTREC.
000000
000000 FD  AUDIT-LOG-FILE.
000000 COPY AUDTREC.
000000
000000 FD  MAINT-LOG-FILE.
000000 COPY MNTREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-TD-FILE-STATUS           PIC X(02).
000000     88  WS-TD-FILE-OK           VALUE "00".
000000 01  WS-TD-AVAIL-SWITCH          PIC X(01) VALUE "N".
000000     88  WS-TD-FILE-AVAILABLE    VALUE "Y".
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000 01  WS-ACCT-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-ACCT-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-CUST-FILE-STATUS         PIC X(02).
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-CUST-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-CUST-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000000     88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
000000 01  WS-MAINT-FILE-STATUS        PIC X(02).
000000     88  WS-MAINT-FILE-NOT-FOUND VALUE "35".
000000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000000     88  WS-END-OF-DEPOSITS      VALUE "Y".
000000 01  WS-REASON-TEXT              PIC X(24).
000000     88  WS-DEPOSIT-ACCEPTED     VALUE SPACES.
000000 01  WS-OPERATOR-ID              PIC X(03) VALUE "TDM".
000000 01  WS-NOTICE-DAYS              PIC 9(02) VALUE 10.
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-NOTICE-LIMIT             PIC 9(08).
000000 01  WS-TERM-DATE                PIC 9(08).
000000 01  WS-ROLLED-DATE              PIC 9(08).
000000 01  WS-ROLL-RESULT              PIC X(01).
000000 01  WS-ROLL-SWITCH              PIC X(01).
000000     88  WS-ROLL-FAILED          VALUE "Y".
000000 01  WS-REOPEN-SWITCH            PIC X(01) VALUE "N".
000000     88  WS-REOPEN-FAILED        VALUE "Y".
000000 01  WS-TD-CURRENCY              PIC X(03).
000000 01  WS-OLD-STATUS               PIC X(01).
000000 01  WS-INTEREST-BASE            PIC 9(09)V9(02).
000000 01  WS-INTEREST-AMOUNT          PIC 9(09)V9(02).
000000 01  WS-SWEEP-AMOUNT             PIC 9(09)V9(02).
000000 01  WS-AUDIT-ACCOUNT            PIC 9(05).
000000 01  WS-AUDIT-CODE               PIC X(01).
000000 01  WS-AUDIT-AMOUNT             PIC 9(09)V9(02).
000000 01  WS-AMOUNT-DISPLAY           PIC Z(08)9.9(02).
000000 01  WS-INTEREST-DISPLAY         PIC Z(08)9.9(02).
000000 01  WS-RATE-DISPLAY             PIC Z9.9(04).
000000 01  WS-INSTRUCTION-TEXT         PIC X(20).
000000 01  WS-READ-COUNT               PIC 9(08) COMP.
000000 01  WS-ROLLED-COUNT             PIC 9(08) COMP.
000000 01  WS-SWEPT-COUNT              PIC 9(08) COMP.
000000 01  WS-NOTICE-COUNT             PIC 9(08) COMP.
000000 01  WS-EXCEPTION-COUNT          PIC 9(08) COMP.
000000 01  WS-INTEREST-TOTAL           PIC 9(11)V9(02).
000000 01  WS-TOTAL-DISPLAY            PIC Z(10)9.9(02).
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                 *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
000000     IF WS-TD-FILE-AVAILABLE
000000         IF WS-ACCT-FILE-AVAILABLE
000000             DISPLAY "TIME DEPOSIT MATURITY REPORT - " WS-TODAY
000000             PERFORM 2000-READ-DEPOSIT THRU 2000-EXIT
000000             PERFORM 3000-PROCESS-DEPOSIT THRU 3000-EXIT
000000                 UNTIL WS-END-OF-DEPOSITS
000000             PERFORM 5000-LIST-NOTICES THRU 5000-EXIT
000000         ELSE
000000             DISPLAY "Account master not found - run aborted."
000000             MOVE 8 TO RETURN-CODE
000000         END-IF
000000     ELSE
000000         DISPLAY "No time-deposit master - no deposits to "
000000             "mature tonight."
000000     END-IF
000000     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
000000     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-OPEN-FILES                                               *
000000*--------------------------------------------------------------*
000000 1000-OPEN-FILES.
000000     INITIALIZE WS-READ-COUNT WS-ROLLED-COUNT WS-SWEPT-COUNT
000000         WS-NOTICE-COUNT WS-EXCEPTION-COUNT WS-INTEREST-TOTAL
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     OPEN I-O TERM-DEPOSIT-FILE
000000     IF WS-TD-FILE-OK
000000         MOVE "Y" TO WS-TD-AVAIL-SWITCH
000000         OPEN I-O ACCOUNT-MASTER-FILE
000000         IF WS-ACCT-FILE-OK
000000             MOVE "Y" TO WS-ACCT-AVAIL-SWITCH
000000         END-IF
000000         OPEN INPUT CUSTOMER-MASTER-FILE
000000         IF WS-CUST-FILE-OK
000000             MOVE "Y" TO WS-CUST-AVAIL-SWITCH
000000         END-IF
000000         OPEN EXTEND AUDIT-LOG-FILE
000000         IF WS-AUDIT-FILE-NOT-FOUND
000000             OPEN OUTPUT AUDIT-LOG-FILE
000000         END-IF
000000         OPEN EXTEND MAINT-LOG-FILE
000000         IF WS-MAINT-FILE-NOT-FOUND
000000             OPEN OUTPUT MAINT-LOG-FILE
000000         END-IF
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-READ-DEPOSIT                                             *
000000*--------------------------------------------------------------*
000000 2000-READ-DEPOSIT.
000000     READ TERM-DEPOSIT-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000         NOT AT END
000000             ADD 1 TO WS-READ-COUNT
000000     END-READ.
000000 2000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-PROCESS-DEPOSIT                                          *
000000*--------------------------------------------------------------*
000000 3000-PROCESS-DEPOSIT.
000000     IF TD-STATUS-ACTIVE
000000         AND TD-MATURITY-DATE NOT > WS-TODAY
000000         PERFORM 4000-MATURE-DEPOSIT THRU 4000-EXIT
000000     END-IF
000000     PERFORM 2000-READ-DEPOSIT THRU 2000-EXIT.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-MATURE-DEPOSIT                                           *
000000* EVERY CHECK IS MADE BEFORE ANYTHING IS POSTED, SO A DEPOSIT   *
000000* REFUSED TONIGHT IS STILL WHOLE WHEN IT IS TRIED AGAIN. THE    *
000000* SWEEP TARGET IS READ INTO THE SAME RECORD AREA, SO THE        *
000000* DEPOSIT ACCOUNT IS READ AGAIN BEFORE THE INTEREST POSTS. A     *
000000* ROLL-OVER'S NEW MATURITY DATE IS WORKED OUT HERE TOO, SO A    *
000000* TERM THAT CANNOT BE ROLLED IS REFUSED BEFORE ANY INTEREST.    *
000000*--------------------------------------------------------------*
000000 4000-MATURE-DEPOSIT.
000000     MOVE SPACES TO WS-REASON-TEXT
000000     PERFORM 4100-READ-DEPOSIT-ACCOUNT THRU 4100-EXIT
000000     IF WS-DEPOSIT-ACCEPTED AND TD-SWEEP
000000         PERFORM 4200-CHECK-SWEEP-TARGET THRU 4200-EXIT
000000         IF WS-DEPOSIT-ACCEPTED
000000             PERFORM 4100-READ-DEPOSIT-ACCOUNT THRU 4100-EXIT
000000         END-IF
000000     END-IF
000000     IF WS-DEPOSIT-ACCEPTED AND TD-ROLL-OVER
000000         PERFORM 4050-NEW-MATURITY-DATE THRU 4050-EXIT
000000     END-IF
000000     IF NOT WS-DEPOSIT-ACCEPTED
000000         PERFORM 6900-REPORT-EXCEPTION THRU 6900-EXIT
000000         GO TO 4000-EXIT
000000     END-IF
000000     PERFORM 4300-POST-INTEREST THRU 4300-EXIT
000000     IF TD-SWEEP
000000         PERFORM 4500-SWEEP-DEPOSIT THRU 4500-EXIT
000000     ELSE
000000         PERFORM 4400-ROLL-OVER THRU 4400-EXIT
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4050-NEW-MATURITY-DATE                                        *
000000* THE NEW TERM RUNS FROM THE OLD MATURITY DATE, NOT FROM        *
000000* TONIGHT, SO A DEPOSIT MATURING ON A NIGHT THE RUN DID NOT     *
000000* RUN KEEPS ITS CONTRACTED DATES.                               *
000000*--------------------------------------------------------------*
000000 4050-NEW-MATURITY-DATE.
000000     MOVE TD-MATURITY-DATE TO WS-TERM-DATE
000000     MOVE "N" TO WS-ROLL-SWITCH
000000     PERFORM 4450-ROLL-TERM THRU 4450-EXIT
000000         TD-TERM-COUNT TIMES
000000     IF WS-ROLL-FAILED
000000         MOVE "TERM CANNOT BE ROLLED   " TO WS-REASON-TEXT
000000     END-IF.
000000 4050-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4100-READ-DEPOSIT-ACCOUNT                                     *
000000*--------------------------------------------------------------*
000000 4100-READ-DEPOSIT-ACCOUNT.
000000     MOVE TD-ACCOUNT TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             MOVE "ACCOUNT NOT FOUND       " TO WS-REASON-TEXT
000000         NOT INVALID KEY
000000             MOVE ACCT-CURRENCY TO WS-TD-CURRENCY
000000             EVALUATE TRUE
000000                 WHEN ACCT-STATUS-CLOSED
000000                     MOVE "ACCOUNT CLOSED          "
000000                         TO WS-REASON-TEXT
000000                 WHEN ACCT-STATUS-FROZEN AND TD-SWEEP
000000                     MOVE "ACCOUNT FROZEN          "
000000                         TO WS-REASON-TEXT
000000             END-EVALUATE
000000     END-READ.
000000 4100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4200-CHECK-SWEEP-TARGET                                       *
000000*--------------------------------------------------------------*
000000 4200-CHECK-SWEEP-TARGET.
000000     MOVE TD-SWEEP-ACCOUNT TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             MOVE "SWEEP ACCOUNT NOT FOUND " TO WS-REASON-TEXT
000000         NOT INVALID KEY
000000             EVALUATE TRUE
000000                 WHEN ACCT-STATUS-CLOSED
000000                     MOVE "SWEEP ACCOUNT CLOSED    "
000000                         TO WS-REASON-TEXT
000000                 WHEN ACCT-STATUS-FROZEN
000000                     MOVE "SWEEP ACCOUNT FROZEN    "
000000                         TO WS-REASON-TEXT
000000                 WHEN ACCT-TIME-DEPOSIT
000000                     MOVE "SWEEP TO A TIME DEPOSIT "
000000                         TO WS-REASON-TEXT
000000                 WHEN ACCT-CURRENCY NOT = WS-TD-CURRENCY
000000                     MOVE "SWEEP CURRENCY MISMATCH "
000000                         TO WS-REASON-TEXT
000000             END-EVALUATE
000000     END-READ.
000000 4200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4300-POST-INTEREST                                            *
000000* A TERM IN MONTHS EARNS COUNT/12 OF THE ANNUAL RATE; WEEKS     *
000000* AND DAYS ARE TAKEN ON A 365-DAY YEAR.                         *
000000*--------------------------------------------------------------*
000000 4300-POST-INTEREST.
000000     IF ACCT-BALANCE < TD-PRINCIPAL
000000         MOVE ACCT-BALANCE TO WS-INTEREST-BASE
000000     ELSE
000000         MOVE TD-PRINCIPAL TO WS-INTEREST-BASE
000000     END-IF
000000     EVALUATE TRUE
000000         WHEN TD-TERM-MONTHS
000000             COMPUTE WS-INTEREST-AMOUNT ROUNDED =
000000                 WS-INTEREST-BASE * TD-RATE / 100
000000                 * TD-TERM-COUNT / 12
000000         WHEN TD-TERM-WEEKS
000000             COMPUTE WS-INTEREST-AMOUNT ROUNDED =
000000                 WS-INTEREST-BASE * TD-RATE / 100
000000                 * TD-TERM-COUNT * 7 / 365
000000         WHEN OTHER
000000             COMPUTE WS-INTEREST-AMOUNT ROUNDED =
000000                 WS-INTEREST-BASE * TD-RATE / 100
000000                 * TD-TERM-COUNT / 365
000000     END-EVALUATE
000000     IF WS-INTEREST-AMOUNT > ZERO
000000         ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
000000         REWRITE ACCOUNT-RECORD
000000         MOVE TD-ACCOUNT TO WS-AUDIT-ACCOUNT
000000         MOVE "I" TO WS-AUDIT-CODE
000000         MOVE WS-INTEREST-AMOUNT TO WS-AUDIT-AMOUNT
000000         PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
000000         ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
000000     END-IF.
000000 4300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4400-ROLL-OVER                                                *
000000* THE NEW MATURITY DATE WAS WORKED OUT BY 4050.                 *
000000*--------------------------------------------------------------*
000000 4400-ROLL-OVER.
000000     MOVE TD-MATURITY-DATE TO TD-START-DATE
000000     MOVE WS-TERM-DATE TO TD-MATURITY-DATE
000000     MOVE ACCT-BALANCE TO TD-PRINCIPAL
000000     ADD 1 TO TD-ROLLOVER-COUNT
000000     REWRITE TERM-DEPOSIT-RECORD
000000     ADD 1 TO WS-ROLLED-COUNT
000000     MOVE WS-INTEREST-AMOUNT TO WS-INTEREST-DISPLAY
000000     MOVE TD-PRINCIPAL TO WS-AMOUNT-DISPLAY
000000     DISPLAY "ROLLED    ACCT " TD-ACCOUNT
000000         " INTEREST " WS-INTEREST-DISPLAY
000000         " NEW PRINCIPAL " WS-AMOUNT-DISPLAY " " ACCT-CURRENCY
000000         " MATURES " TD-MATURITY-DATE.
000000 4400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4450-ROLL-TERM                                                *
000000*--------------------------------------------------------------*
000000 4450-ROLL-TERM.
000000     CALL "DateRoll" USING WS-TERM-DATE, TD-TERM-UNIT,
000000         WS-ROLLED-DATE, WS-ROLL-RESULT
000000     IF WS-ROLL-RESULT = "0"
000000         MOVE WS-ROLLED-DATE TO WS-TERM-DATE
000000     ELSE
000000         MOVE "Y" TO WS-ROLL-SWITCH
000000     END-IF.
000000 4450-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4500-SWEEP-DEPOSIT                                            *
000000* THE DEPOSIT ACCOUNT IS EMPTIED AND CLOSED FIRST, THEN THE     *
000000* TARGET (ALREADY CHECKED IN 4200) IS CREDITED - THE SAME PAIR  *
000000* OF POSTINGS A TELLER TRANSFER MAKES.                          *
000000*--------------------------------------------------------------*
000000 4500-SWEEP-DEPOSIT.
000000     MOVE ACCT-BALANCE TO WS-SWEEP-AMOUNT
000000     MOVE ACCT-STATUS TO WS-OLD-STATUS
000000     MOVE ZERO TO ACCT-BALANCE
000000     MOVE "C" TO ACCT-STATUS
000000     REWRITE ACCOUNT-RECORD
000000     IF WS-SWEEP-AMOUNT > ZERO
000000         MOVE TD-ACCOUNT TO WS-AUDIT-ACCOUNT
000000         MOVE "T" TO WS-AUDIT-CODE
000000         MOVE WS-SWEEP-AMOUNT TO WS-AUDIT-AMOUNT
000000         PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
000000     END-IF
000000     PERFORM 4600-LOG-CLOSURE THRU 4600-EXIT
000000     MOVE TD-SWEEP-ACCOUNT TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             IF WS-SWEEP-AMOUNT > ZERO
000000                 ADD WS-SWEEP-AMOUNT TO ACCT-BALANCE
000000                 REWRITE ACCOUNT-RECORD
000000                 MOVE TD-SWEEP-ACCOUNT TO WS-AUDIT-ACCOUNT
000000                 MOVE "R" TO WS-AUDIT-CODE
000000                 MOVE WS-SWEEP-AMOUNT TO WS-AUDIT-AMOUNT
000000                 PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
000000             END-IF
000000     END-READ
000000     MOVE "M" TO TD-STATUS
000000     REWRITE TERM-DEPOSIT-RECORD
000000     ADD 1 TO WS-SWEPT-COUNT
000000     MOVE WS-INTEREST-AMOUNT TO WS-INTEREST-DISPLAY
000000     MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-DISPLAY
000000     DISPLAY "SWEPT     ACCT " TD-ACCOUNT
000000         " INTEREST " WS-INTEREST-DISPLAY
000000         " PAID " WS-AMOUNT-DISPLAY " " WS-TD-CURRENCY
000000         " TO " TD-SWEEP-ACCOUNT " - CLOSED".
000000 4500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4600-LOG-CLOSURE                                              *
000000*--------------------------------------------------------------*
000000 4600-LOG-CLOSURE.
000000     MOVE TD-ACCOUNT TO MNT-ACCT-NUMBER
000000     MOVE "S" TO MNT-ACTION-CODE
000000     MOVE WS-OLD-STATUS TO MNT-OLD-VALUE
000000     MOVE "C" TO MNT-NEW-VALUE
000000     MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID
000000     ACCEPT MNT-TIMESTAMP-DATE FROM DATE YYYYMMDD
000000     ACCEPT MNT-TIMESTAMP-TIME FROM TIME
000000     WRITE MAINT-RECORD.
000000 4600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-LIST-NOTICES                                             *
000000* SECOND PASS OF THE TIME-DEPOSIT MASTER. THE NOTICE WINDOW     *
000000* IS TODAY ROLLED FORWARD WS-NOTICE-DAYS DAYS; A DEPOSIT JUST   *
000000* ROLLED OVER TONIGHT ONTO A SHORT TERM IS PICKED UP HERE TOO.  *
000000* IF THE WINDOW CANNOT BE WORKED OUT OR THE MASTER WILL NOT     *
000000* OPEN AGAIN NO NOTICES ARE LISTED AND THE RUN ENDS WITH 8.     *
000000*--------------------------------------------------------------*
000000 5000-LIST-NOTICES.
000000     MOVE WS-TODAY TO WS-TERM-DATE
000000     MOVE "N" TO WS-ROLL-SWITCH
000000     PERFORM 5050-ROLL-ONE-DAY THRU 5050-EXIT
000000         WS-NOTICE-DAYS TIMES
000000     IF WS-ROLL-FAILED
000000         DISPLAY "Notice window cannot be worked out - no "
000000             "maturity notices listed."
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 5000-EXIT
000000     END-IF
000000     MOVE WS-TERM-DATE TO WS-NOTICE-LIMIT
000000     DISPLAY "MATURITY NOTICES - DEPOSITS MATURING BY "
000000         WS-NOTICE-LIMIT
000000     CLOSE TERM-DEPOSIT-FILE
000000     OPEN I-O TERM-DEPOSIT-FILE
000000     IF NOT WS-TD-FILE-OK
000000         MOVE "Y" TO WS-REOPEN-SWITCH
000000         DISPLAY "Time-deposit master cannot be reopened "
000000             "(status " WS-TD-FILE-STATUS
000000             ") - no maturity notices listed."
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 5000-EXIT
000000     END-IF
000000     MOVE "N" TO WS-EOF-SWITCH
000000     PERFORM 5100-READ-NEXT-DEPOSIT THRU 5100-EXIT
000000     PERFORM 5200-CHECK-NOTICE THRU 5200-EXIT
000000         UNTIL WS-END-OF-DEPOSITS.
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5050-ROLL-ONE-DAY                                             *
000000*--------------------------------------------------------------*
000000 5050-ROLL-ONE-DAY.
000000     CALL "DateRoll" USING WS-TERM-DATE, "D",
000000         WS-ROLLED-DATE, WS-ROLL-RESULT
000000     IF WS-ROLL-RESULT = "0"
000000         MOVE WS-ROLLED-DATE TO WS-TERM-DATE
000000     ELSE
000000         MOVE "Y" TO WS-ROLL-SWITCH
000000     END-IF.
000000 5050-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5100-READ-NEXT-DEPOSIT                                        *
000000*--------------------------------------------------------------*
000000 5100-READ-NEXT-DEPOSIT.
000000     READ TERM-DEPOSIT-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 5100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5200-CHECK-NOTICE                                             *
000000*--------------------------------------------------------------*
000000 5200-CHECK-NOTICE.
000000     IF TD-STATUS-ACTIVE
000000         AND TD-MATURITY-DATE > WS-TODAY
000000         AND TD-MATURITY-DATE NOT > WS-NOTICE-LIMIT
000000         AND TD-NOTICE-MATURITY NOT = TD-MATURITY-DATE
000000         PERFORM 5300-LIST-NOTICE THRU 5300-EXIT
000000     END-IF
000000     PERFORM 5100-READ-NEXT-DEPOSIT THRU 5100-EXIT.
000000 5200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5300-LIST-NOTICE                                              *
000000*--------------------------------------------------------------*
000000 5300-LIST-NOTICE.
000000     MOVE SPACES TO CUST-NAME CUST-ADDRESS
000000     MOVE ZERO TO CUST-NUMBER
000000     MOVE TD-ACCOUNT TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             MOVE SPACES TO ACCT-CURRENCY
000000         NOT INVALID KEY
000000             MOVE ACCT-CUSTOMER TO CUST-NUMBER
000000             IF WS-CUST-FILE-AVAILABLE
000000                 READ CUSTOMER-MASTER-FILE
000000                     INVALID KEY
000000                         MOVE "NOT ON CUSTOMER MASTER"
000000                             TO CUST-NAME
000000                 END-READ
000000             END-IF
000000     END-READ
000000     IF TD-ROLL-OVER
000000         MOVE "WILL ROLL OVER      " TO WS-INSTRUCTION-TEXT
000000     ELSE
000000         MOVE "SWEEP TO ACCT       " TO WS-INSTRUCTION-TEXT
000000         MOVE TD-SWEEP-ACCOUNT TO WS-INSTRUCTION-TEXT (15:5)
000000     END-IF
000000     MOVE TD-PRINCIPAL TO WS-AMOUNT-DISPLAY
000000     MOVE TD-RATE TO WS-RATE-DISPLAY
000000     DISPLAY "NOTICE    ACCT " TD-ACCOUNT
000000         " CUST " CUST-NUMBER " " CUST-NAME
000000     DISPLAY "          " CUST-ADDRESS
000000     DISPLAY "          MATURES " TD-MATURITY-DATE
000000         " PRINCIPAL " WS-AMOUNT-DISPLAY " " ACCT-CURRENCY
000000         " RATE " WS-RATE-DISPLAY "% " WS-INSTRUCTION-TEXT
000000     MOVE TD-MATURITY-DATE TO TD-NOTICE-MATURITY
000000     REWRITE TERM-DEPOSIT-RECORD
000000     ADD 1 TO WS-NOTICE-COUNT.
000000 5300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-WRITE-AUDIT                                              *
000000*--------------------------------------------------------------*
000000 6000-WRITE-AUDIT.
000000     MOVE WS-AUDIT-ACCOUNT TO AUD-ACCT-NUMBER
000000     MOVE WS-AUDIT-CODE TO AUD-TRAN-CODE
000000     MOVE WS-AUDIT-AMOUNT TO AUD-AMOUNT
000000     MOVE ACCT-BALANCE TO AUD-NEW-BALANCE
000000     MOVE ACCT-CURRENCY TO AUD-CURRENCY
000000     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
000000     MOVE SPACES TO AUD-SUPERVISOR-ID
000000     MOVE WS-AUDIT-AMOUNT TO AUD-ORIG-AMOUNT
000000     MOVE ACCT-CURRENCY TO AUD-ORIG-CURRENCY
000000     MOVE 1 TO AUD-RATE
000000     MOVE ZERO TO AUD-REF-TIME
000000     ACCEPT AUD-TIMESTAMP-DATE FROM DATE YYYYMMDD
000000     ACCEPT AUD-TIMESTAMP-TIME FROM TIME
000000     WRITE AUDIT-RECORD.
000000 6000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6900-REPORT-EXCEPTION                                         *
000000*--------------------------------------------------------------*
000000 6900-REPORT-EXCEPTION.
000000     ADD 1 TO WS-EXCEPTION-COUNT
000000     MOVE TD-PRINCIPAL TO WS-AMOUNT-DISPLAY
000000     DISPLAY "EXCEPTION ACCT " TD-ACCOUNT
000000         " " WS-AMOUNT-DISPLAY
000000         " MATURED " TD-MATURITY-DATE
000000         " " WS-REASON-TEXT " - NOT MATURED".
000000 6900-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7000-PRINT-SUMMARY                                            *
000000*--------------------------------------------------------------*
000000 7000-PRINT-SUMMARY.
000000     MOVE WS-INTEREST-TOTAL TO WS-TOTAL-DISPLAY
000000     DISPLAY "TIME DEPOSIT MATURITY RUN COMPLETE."
000000     DISPLAY "DEPOSITS READ..............: "
000000         WS-READ-COUNT
000000     DISPLAY "DEPOSITS ROLLED OVER.......: "
000000         WS-ROLLED-COUNT
000000     DISPLAY "DEPOSITS SWEPT AND CLOSED..: "
000000         WS-SWEPT-COUNT
000000     DISPLAY "EXCEPTIONS.................: "
000000         WS-EXCEPTION-COUNT
000000     DISPLAY "MATURITY NOTICES...........: "
000000         WS-NOTICE-COUNT
000000     DISPLAY "INTEREST CREDITED..........: "
000000         WS-TOTAL-DISPLAY.
000000 7000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 8000-CLOSE-FILES                                              *
000000*--------------------------------------------------------------*
000000 8000-CLOSE-FILES.
000000     IF WS-TD-FILE-AVAILABLE
000000         IF NOT WS-REOPEN-FAILED
000000             CLOSE TERM-DEPOSIT-FILE
000000         END-IF
000000         CLOSE AUDIT-LOG-FILE
000000         CLOSE MAINT-LOG-FILE
000000     END-IF
000000     IF WS-ACCT-FILE-AVAILABLE
000000         CLOSE ACCOUNT-MASTER-FILE
000000     END-IF
000000     IF WS-CUST-FILE-AVAILABLE
000000         CLOSE CUSTOMER-MASTER-FILE
000000     END-IF.
000000 8000-EXIT.
000000     EXIT.
