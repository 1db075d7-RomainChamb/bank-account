000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. ComplyScan.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                         *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - DAILY LARGE-CASH AND        *
000000*                 STRUCTURING REVIEW FOR COMPLIANCE. READS THE  *
000000*                 RECENT TRANSACTION HISTORY ARCHIVES (TRANHIST *
000000*                 - THE LAST FEW DAILY ARCHIVES, CONCATENATED   *
000000*                 BY THE SCHEDULER THE WAY Statement TAKES      *
000000*                 THEM) AND THE LIVE AUDIT LOG, KEEPS THE       *
000000*                 WITHDRAWALS AND DEPOSITS INSIDE THE REVIEW    *
000000*                 WINDOW, VALUES THE CASH HANDED OVER IN BASE   *
000000*                 CURRENCY THROUGH RateConvert AND GROUPS THEM  *
000000*                 BY OWNING CUSTOMER (ACCT-CUSTOMER). FLAGS ANY *
000000*                 SINGLE ITEM TODAY OVER THE REPORTING          *
000000*                 THRESHOLD, AND ANY CUSTOMER WHOSE             *
000000*                 JUST-UNDER-THRESHOLD WITHDRAWALS (OR          *
000000*                 DEPOSITS) ACROSS ALL THEIR ACCOUNTS PASS THE  *
000000*                 THRESHOLD WITHIN THE WINDOW, ONE OF THEM      *
000000*                 TODAY. THE REPORT SHOWS THE CUSTOMER, EACH    *
000000*                 FLAGGED ITEM WITH ITS ACCOUNT, OPERATOR AND   *
000000*                 ANY SUPERVISOR OVERRIDE; EVERY FLAGGED ITEM   *
000000*                 IS ALSO WRITTEN TO THE REGULATOR FILING       *
000000*                 EXTRACT (CTREXTR, SEE CTRREC).                *
000000* 2026-10-15  RC  W AND D RECORDS POSTED BY THE BATCH SUITE     *
000000*                 (OPERATORS CLG, BAT, CLO, TDM AND EOM -       *
000000*                 CLEARING, STANDING ORDERS, OUTBOUND PAYMENTS, *
000000*                 MATURITY, MONTH END) ARE NO LONGER SELECTED,  *
000000*                 AS NO CASH CHANGED HANDS.                     *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT AUDIT-HISTORY-FILE ASSIGN TO TRANHIST
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000000     SELECT COMPLY-WORK-FILE ASSIGN TO CMPLWORK
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-WORK-FILE-STATUS.
000000     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000000     SELECT SORTED-ITEM-FILE ASSIGN TO SORTOUT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-SORTED-FILE-STATUS.
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
000000     SELECT FILING-EXTRACT-FILE ASSIGN TO CTREXTR
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  AUDIT-HISTORY-FILE.
000000 01  HISTORY-RECORD              PIC X(88).
000000
000000 FD  AUDIT-LOG-FILE.
000000 01  LIVE-AUDIT-RECORD           PIC X(88).
000000
000000 FD  COMPLY-WORK-FILE.
000000 01  COMPLY-WORK-RECORD.
000000     05  CWK-CUSTOMER            PIC 9(05).
000000     05  CWK-ACCOUNT             PIC 9(05).
000000     05  CWK-TIMESTAMP.
000000         10  CWK-TIMESTAMP-DATE  PIC 9(08).
000000         10  CWK-TIMESTAMP-TIME  PIC 9(08).
000000     05  CWK-TRAN-CODE           PIC X(01).
000000     05  CWK-CASH-AMOUNT         PIC 9(09)V9(02).
000000     05  CWK-CASH-CURRENCY       PIC X(03).
000000     05  CWK-BASE-AMOUNT         PIC 9(09)V9(02).
000000     05  CWK-CONVERTED-FLAG      PIC X(01).
000000     05  CWK-OPERATOR-ID         PIC X(03).
000000     05  CWK-SUPERVISOR-ID       PIC X(03).
000000     05  FILLER                  PIC X(01).
000000
000000 SD  SORT-WORK-FILE.
000000 01  SORT-ITEM-RECORD.
000000     05  SRT-CUSTOMER            PIC 9(05).
000000     05  SRT-ACCOUNT             PIC 9(05).
000000     05  SRT-TIMESTAMP.
000000         10  SRT-TIMESTAMP-DATE  PIC 9(08).
000000         10  SRT-TIMESTAMP-TIME  PIC 9(08).
000000     05  FILLER                  PIC X(34).
000000
000000 FD  SORTED-ITEM-FILE.
000000 01  SORTED-ITEM-RECORD.
000000     05  SRO-CUSTOMER            PIC 9(05).
000000     05  SRO-ACCOUNT             PIC 9(05).
000000     05  SRO-TIMESTAMP.
000000         10  SRO-TIMESTAMP-DATE  PIC 9(08).
000000         10  SRO-TIMESTAMP-TIME  PIC 9(08).
000000     05  SRO-TRAN-CODE           PIC X(01).
000000     05  SRO-CASH-AMOUNT         PIC 9(09)V9(02).
000000     05  SRO-CASH-CURRENCY       PIC X(03).
000000     05  SRO-BASE-AMOUNT         PIC 9(09)V9(02).
000000     05  SRO-CONVERTED-FLAG      PIC X(01).
000000     05  SRO-OPERATOR-ID         PIC X(03).
000000     05  SRO-SUPERVISOR-ID       PIC X(03).
000000     05  FILLER                  PIC X(01).
000000
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  CUSTOMER-MASTER-FILE.
000000 COPY CUSTREC.
000000
000000 FD  FILING-EXTRACT-FILE.
000000 COPY CTRREC.
000000
000000 WORKING-STORAGE SECTION.
000000 COPY AUDTREC.
000000 01  WS-HISTORY-FILE-STATUS      PIC X(02).
000000     88  WS-HISTORY-FILE-OK      VALUE "00".
000000 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000000     88  WS-AUDIT-FILE-OK        VALUE "00".
000000 01  WS-WORK-FILE-STATUS         PIC X(02).
000000 01  WS-SORTED-FILE-STATUS       PIC X(02).
000000 01  WS-EXTRACT-FILE-STATUS      PIC X(02).
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000 01  WS-ACCT-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-ACCT-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-CUST-FILE-STATUS         PIC X(02).
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-CUST-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-CUST-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000000     88  WS-END-OF-FILE          VALUE "Y".
000000 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-END-OF-SORTED        VALUE "Y".
000000*
000000* REPORTING RULES. THE THRESHOLD IS IN BASE CURRENCY; AN ITEM
000000* IS "JUST UNDER" IT FROM WS-NEAR-PERCENT OF THE THRESHOLD UP
000000* TO THE THRESHOLD ITSELF. THE WINDOW COUNTS TODAY AS DAY ONE.
000000*
000000 01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".
000000 01  WS-REPORT-THRESHOLD         PIC 9(09)V9(02) VALUE 10000.00.
000000 01  WS-NEAR-PERCENT             PIC 9(03) VALUE 90.
000000 01  WS-WINDOW-DAYS              PIC 9(02) VALUE 3.
000000 01  WS-NEAR-FLOOR               PIC 9(09)V9(02).
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-WINDOW-DATE              PIC 9(08).
000000 01  WS-ROLLED-DATE              PIC 9(08).
000000 01  WS-ROLL-COUNT               PIC 9(02) COMP.
000000 01  WS-ROLL-RESULT              PIC X(01).
000000 01  WS-IN-WINDOW-SWITCH         PIC X(01).
000000     88  WS-IN-WINDOW            VALUE "Y".
000000*
000000* OPERATOR IDS THE BATCH POSTERS SIGN THEIR RECORDS WITH -
000000* CLEARING, STANDING ORDERS, OUTBOUND PAYMENTS, TIME-DEPOSIT
000000* MATURITY AND MONTH END. NONE OF THEM IS CASH.
000000*
000000 01  WS-POSTING-OPERATOR         PIC X(03).
000000     88  WS-BATCH-OPERATOR       VALUE "CLG" "BAT" "CLO" "TDM"
000000                                       "EOM".
000000 01  WS-RATE                     PIC 9(03)V9(04).
000000 01  WS-RATE-RESULT              PIC X(01).
000000     88  WS-RATE-OK              VALUE "0".
000000 01  WS-CURRENT-CUSTOMER         PIC 9(05).
000000 01  WS-CUSTOMER-NAME            PIC X(20).
000000 01  WS-CUSTOMER-ADDRESS         PIC X(30).
000000 01  WS-LARGE-SWITCH             PIC X(01).
000000     88  WS-LARGE-FOUND          VALUE "Y".
000000 01  WS-NEAR-WD-TOTAL            PIC 9(11)V9(02).
000000 01  WS-NEAR-WD-COUNT            PIC 9(04) COMP.
000000 01  WS-NEAR-WD-TODAY-SWITCH     PIC X(01).
000000     88  WS-NEAR-WD-TODAY        VALUE "Y".
000000 01  WS-NEAR-DEP-TOTAL           PIC 9(11)V9(02).
000000 01  WS-NEAR-DEP-COUNT           PIC 9(04) COMP.
000000 01  WS-NEAR-DEP-TODAY-SWITCH    PIC X(01).
000000     88  WS-NEAR-DEP-TODAY       VALUE "Y".
000000 01  WS-STRUCT-WD-SWITCH         PIC X(01).
000000     88  WS-STRUCTURED-WD        VALUE "Y".
000000 01  WS-STRUCT-DEP-SWITCH        PIC X(01).
000000     88  WS-STRUCTURED-DEP       VALUE "Y".
000000 01  WS-ITEM-FLAG                PIC X(01).
000000     88  WS-ITEM-REPORTABLE      VALUE "L" "S".
000000 01  WS-FLAG-TEXT                PIC X(06).
000000 01  WS-SUPERVISOR-TEXT          PIC X(03).
000000 01  WS-CASH-DISPLAY             PIC Z(08)9.9(02).
000000 01  WS-BASE-DISPLAY             PIC Z(08)9.9(02).
000000 01  WS-TOTAL-DISPLAY            PIC Z(10)9.9(02).
000000 01  WS-CONVERTED-MARK           PIC X(01).
000000
000000 01  WS-ITEM-MAX                 PIC 9(04) COMP VALUE 200.
000000 01  WS-ITEM-COUNT               PIC 9(04) COMP.
000000 01  WS-ITEM-OVERFLOW            PIC 9(04) COMP.
000000 01  WS-ITEM-INDEX               PIC 9(04) COMP.
000000 01  WS-ITEM-TABLE.
000000     05  WS-ITEM-ENTRY           OCCURS 200 TIMES.
000000         10  IT-ACCOUNT          PIC 9(05).
000000         10  IT-DATE             PIC 9(08).
000000         10  IT-TIME             PIC 9(08).
000000         10  IT-TRAN-CODE        PIC X(01).
000000         10  IT-CASH-AMOUNT      PIC 9(09)V9(02).
000000         10  IT-CASH-CURRENCY    PIC X(03).
000000         10  IT-BASE-AMOUNT      PIC 9(09)V9(02).
000000         10  IT-CONVERTED-FLAG   PIC X(01).
000000         10  IT-OPERATOR-ID      PIC X(03).
000000         10  IT-SUPERVISOR-ID    PIC X(03).
000000         10  IT-LARGE-FLAG       PIC X(01).
000000         10  IT-NEAR-FLAG        PIC X(01).
000000
000000 01  WS-ITEMS-READ               PIC 9(08) COMP.
000000 01  WS-ITEMS-SELECTED           PIC 9(08) COMP.
000000 01  WS-ITEMS-UNCONVERTED        PIC 9(08) COMP.
000000 01  WS-CUSTOMERS-REVIEWED       PIC 9(08) COMP.
000000 01  WS-CUSTOMERS-FLAGGED        PIC 9(08) COMP.
000000 01  WS-LARGE-COUNT              PIC 9(08) COMP.
000000 01  WS-STRUCTURING-COUNT        PIC 9(08) COMP.
000000 01  WS-EXTRACT-COUNT            PIC 9(08) COMP.
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000000     PERFORM 2000-SELECT-ITEMS THRU 2000-EXIT
000000     IF WS-ACCT-FILE-AVAILABLE
000000         PERFORM 3000-SORT-ITEMS THRU 3000-EXIT
000000         PERFORM 4000-REVIEW-ITEMS THRU 4000-EXIT
000000         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
000000     ELSE
000000         DISPLAY "Account master file not found - compliance "
000000             "run aborted."
000000         MOVE 8 TO RETURN-CODE
000000     END-IF
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-INITIALIZE                                                *
000000*--------------------------------------------------------------*
000000 1000-INITIALIZE.
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     COMPUTE WS-NEAR-FLOOR ROUNDED =
000000         WS-REPORT-THRESHOLD * WS-NEAR-PERCENT / 100
000000     INITIALIZE WS-ITEMS-READ WS-ITEMS-SELECTED
000000         WS-ITEMS-UNCONVERTED WS-CUSTOMERS-REVIEWED
000000         WS-CUSTOMERS-FLAGGED WS-LARGE-COUNT
000000         WS-STRUCTURING-COUNT WS-EXTRACT-COUNT
000000     MOVE WS-REPORT-THRESHOLD TO WS-BASE-DISPLAY
000000     DISPLAY "LARGE-CASH AND STRUCTURING REVIEW  " WS-TODAY
000000     DISPLAY "REPORTING THRESHOLD (" WS-BASE-CURRENCY "): "
000000         WS-BASE-DISPLAY
000000     MOVE WS-NEAR-FLOOR TO WS-BASE-DISPLAY
000000     DISPLAY "JUST-UNDER FROM..........: " WS-BASE-DISPLAY
000000     DISPLAY "WINDOW (DAYS)............: " WS-WINDOW-DAYS
000000     DISPLAY "==================================".
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-SELECT-ITEMS                                             *
000000* FIRST PASS - KEEPS THE WITHDRAWALS AND DEPOSITS IN THE WINDOW *
000000* FROM THE ARCHIVES AND THE LIVE LOG, TAGGED WITH THE OWNING    *
000000* CUSTOMER AND THE BASE-CURRENCY VALUE, ON THE WORK FILE.       *
000000*--------------------------------------------------------------*
000000 2000-SELECT-ITEMS.
000000     OPEN INPUT ACCOUNT-MASTER-FILE
000000     IF WS-ACCT-FILE-OK
000000         MOVE "Y" TO WS-ACCT-AVAIL-SWITCH
000000     ELSE
000000         GO TO 2000-EXIT
000000     END-IF
000000     OPEN OUTPUT COMPLY-WORK-FILE
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT AUDIT-HISTORY-FILE
000000     IF WS-HISTORY-FILE-OK
000000         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
000000         PERFORM 2200-SELECT-HISTORY THRU 2200-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE AUDIT-HISTORY-FILE
000000     END-IF
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT AUDIT-LOG-FILE
000000     IF WS-AUDIT-FILE-OK
000000         PERFORM 2300-READ-LIVE THRU 2300-EXIT
000000         PERFORM 2400-SELECT-LIVE THRU 2400-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE AUDIT-LOG-FILE
000000     END-IF
000000     CLOSE COMPLY-WORK-FILE
000000     CLOSE ACCOUNT-MASTER-FILE.
000000 2000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2100-READ-HISTORY                                             *
000000*--------------------------------------------------------------*
000000 2100-READ-HISTORY.
000000     READ AUDIT-HISTORY-FILE INTO AUDIT-RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2200-SELECT-HISTORY                                           *
000000*--------------------------------------------------------------*
000000 2200-SELECT-HISTORY.
000000     PERFORM 2500-SELECT-ITEM THRU 2500-EXIT
000000     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2300-READ-LIVE                                                *
000000*--------------------------------------------------------------*
000000 2300-READ-LIVE.
000000     READ AUDIT-LOG-FILE INTO AUDIT-RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 2300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2400-SELECT-LIVE                                              *
000000*--------------------------------------------------------------*
000000 2400-SELECT-LIVE.
000000     PERFORM 2500-SELECT-ITEM THRU 2500-EXIT
000000     PERFORM 2300-READ-LIVE THRU 2300-EXIT.
000000 2400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2500-SELECT-ITEM                                              *
000000* THE CASH AMOUNT IS WHAT WAS HANDED OVER - THE ORIGINAL AMOUNT *
000000* AND CURRENCY WHERE THE TELLER KEYED ONE, OTHERWISE THE POSTED *
000000* AMOUNT IN THE ACCOUNT'S CURRENCY. W AND D RECORDS POSTED BY  *
000000* THE BATCH SUITE (CLEARING CREDITS AND DEBITS, STANDING-ORDER  *
000000* DEBITS) MOVED NO CASH AND ARE LEFT OUT.                       *
000000*--------------------------------------------------------------*
000000 2500-SELECT-ITEM.
000000     ADD 1 TO WS-ITEMS-READ
000000     IF NOT AUD-TRAN-WITHDRAWAL AND NOT AUD-TRAN-DEPOSIT
000000         GO TO 2500-EXIT
000000     END-IF
000000     MOVE AUD-OPERATOR-ID TO WS-POSTING-OPERATOR
000000     IF WS-BATCH-OPERATOR
000000         GO TO 2500-EXIT
000000     END-IF
000000     PERFORM 2600-CHECK-WINDOW THRU 2600-EXIT
000000     IF NOT WS-IN-WINDOW
000000         GO TO 2500-EXIT
000000     END-IF
000000     MOVE ZERO TO CWK-CUSTOMER
000000     MOVE AUD-ACCT-NUMBER TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             MOVE ACCT-CUSTOMER TO CWK-CUSTOMER
000000     END-READ
000000     MOVE AUD-ACCT-NUMBER TO CWK-ACCOUNT
000000     MOVE AUD-TIMESTAMP-DATE TO CWK-TIMESTAMP-DATE
000000     MOVE AUD-TIMESTAMP-TIME TO CWK-TIMESTAMP-TIME
000000     MOVE AUD-TRAN-CODE TO CWK-TRAN-CODE
000000     IF AUD-ORIG-CURRENCY NOT = SPACES
000000         AND AUD-ORIG-AMOUNT > ZERO
000000         MOVE AUD-ORIG-AMOUNT TO CWK-CASH-AMOUNT
000000         MOVE AUD-ORIG-CURRENCY TO CWK-CASH-CURRENCY
000000     ELSE
000000         MOVE AUD-AMOUNT TO CWK-CASH-AMOUNT
000000         MOVE AUD-CURRENCY TO CWK-CASH-CURRENCY
000000     END-IF
000000     CALL "RateConvert" USING CWK-CASH-CURRENCY,
000000         WS-BASE-CURRENCY, CWK-CASH-AMOUNT, CWK-BASE-AMOUNT,
000000         WS-RATE, WS-RATE-RESULT
000000     IF WS-RATE-OK
000000         MOVE "Y" TO CWK-CONVERTED-FLAG
000000     ELSE
000000         MOVE CWK-CASH-AMOUNT TO CWK-BASE-AMOUNT
000000         MOVE "N" TO CWK-CONVERTED-FLAG
000000         ADD 1 TO WS-ITEMS-UNCONVERTED
000000     END-IF
000000     MOVE AUD-OPERATOR-ID TO CWK-OPERATOR-ID
000000     MOVE AUD-SUPERVISOR-ID TO CWK-SUPERVISOR-ID
000000     WRITE COMPLY-WORK-RECORD
000000     ADD 1 TO WS-ITEMS-SELECTED.
000000 2500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2600-CHECK-WINDOW                                             *
000000* AN ITEM IS IN THE WINDOW WHEN ROLLING ITS DATE FORWARD BY     *
000000* ONE DAY LESS THAN THE WINDOW REACHES TODAY.                   *
000000*--------------------------------------------------------------*
000000 2600-CHECK-WINDOW.
000000     MOVE "N" TO WS-IN-WINDOW-SWITCH
000000     IF AUD-TIMESTAMP-DATE > WS-TODAY
000000         GO TO 2600-EXIT
000000     END-IF
000000     MOVE AUD-TIMESTAMP-DATE TO WS-WINDOW-DATE
000000     COMPUTE WS-ROLL-COUNT = WS-WINDOW-DAYS - 1
000000     PERFORM 2610-ROLL-ONE-DAY THRU 2610-EXIT
000000         WS-ROLL-COUNT TIMES
000000     IF WS-WINDOW-DATE NOT < WS-TODAY
000000         MOVE "Y" TO WS-IN-WINDOW-SWITCH
000000     END-IF.
000000 2600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2610-ROLL-ONE-DAY                                             *
000000*--------------------------------------------------------------*
000000 2610-ROLL-ONE-DAY.
000000     CALL "DateRoll" USING WS-WINDOW-DATE, "D", WS-ROLLED-DATE,
000000         WS-ROLL-RESULT
000000     MOVE WS-ROLLED-DATE TO WS-WINDOW-DATE.
000000 2610-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-SORT-ITEMS                                               *
000000*--------------------------------------------------------------*
000000 3000-SORT-ITEMS.
000000     SORT SORT-WORK-FILE
000000         ON ASCENDING KEY SRT-CUSTOMER
000000                          SRT-TIMESTAMP
000000         USING COMPLY-WORK-FILE
000000         GIVING SORTED-ITEM-FILE.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-REVIEW-ITEMS                                             *
000000*--------------------------------------------------------------*
000000 4000-REVIEW-ITEMS.
000000     OPEN INPUT SORTED-ITEM-FILE
000000     OPEN OUTPUT FILING-EXTRACT-FILE
000000     OPEN INPUT CUSTOMER-MASTER-FILE
000000     IF WS-CUST-FILE-OK
000000         MOVE "Y" TO WS-CUST-AVAIL-SWITCH
000000     END-IF
000000     PERFORM 4100-READ-SORTED THRU 4100-EXIT
000000     PERFORM 5000-REVIEW-CUSTOMER THRU 5000-EXIT
000000         UNTIL WS-END-OF-SORTED
000000     CLOSE SORTED-ITEM-FILE
000000     CLOSE FILING-EXTRACT-FILE
000000     IF WS-CUST-FILE-AVAILABLE
000000         CLOSE CUSTOMER-MASTER-FILE
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4100-READ-SORTED                                              *
000000*--------------------------------------------------------------*
000000 4100-READ-SORTED.
000000     READ SORTED-ITEM-FILE
000000         AT END
000000             MOVE "Y" TO WS-SORTED-EOF-SWITCH
000000     END-READ.
000000 4100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-REVIEW-CUSTOMER                                          *
000000*--------------------------------------------------------------*
000000 5000-REVIEW-CUSTOMER.
000000     ADD 1 TO WS-CUSTOMERS-REVIEWED
000000     MOVE SRO-CUSTOMER TO WS-CURRENT-CUSTOMER
000000     MOVE ZERO TO WS-ITEM-COUNT WS-ITEM-OVERFLOW
000000         WS-NEAR-WD-TOTAL WS-NEAR-WD-COUNT
000000         WS-NEAR-DEP-TOTAL WS-NEAR-DEP-COUNT
000000     MOVE "N" TO WS-LARGE-SWITCH WS-NEAR-WD-TODAY-SWITCH
000000         WS-NEAR-DEP-TODAY-SWITCH WS-STRUCT-WD-SWITCH
000000         WS-STRUCT-DEP-SWITCH
000000     PERFORM 5100-LOAD-ITEM THRU 5100-EXIT
000000         UNTIL WS-END-OF-SORTED
000000         OR SRO-CUSTOMER NOT = WS-CURRENT-CUSTOMER
000000     IF WS-NEAR-WD-COUNT > 1
000000         AND WS-NEAR-WD-TOTAL > WS-REPORT-THRESHOLD
000000         AND WS-NEAR-WD-TODAY
000000         MOVE "Y" TO WS-STRUCT-WD-SWITCH
000000         ADD 1 TO WS-STRUCTURING-COUNT
000000     END-IF
000000     IF WS-NEAR-DEP-COUNT > 1
000000         AND WS-NEAR-DEP-TOTAL > WS-REPORT-THRESHOLD
000000         AND WS-NEAR-DEP-TODAY
000000         MOVE "Y" TO WS-STRUCT-DEP-SWITCH
000000         ADD 1 TO WS-STRUCTURING-COUNT
000000     END-IF
000000     IF WS-LARGE-FOUND OR WS-STRUCTURED-WD OR WS-STRUCTURED-DEP
000000         ADD 1 TO WS-CUSTOMERS-FLAGGED
000000         PERFORM 6000-REPORT-CUSTOMER THRU 6000-EXIT
000000     END-IF.
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5100-LOAD-ITEM                                                *
000000*--------------------------------------------------------------*
000000 5100-LOAD-ITEM.
000000     IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
000000         ADD 1 TO WS-ITEM-OVERFLOW
000000         PERFORM 4100-READ-SORTED THRU 4100-EXIT
000000         GO TO 5100-EXIT
000000     END-IF
000000     ADD 1 TO WS-ITEM-COUNT
000000     MOVE SRO-ACCOUNT TO IT-ACCOUNT (WS-ITEM-COUNT)
000000     MOVE SRO-TIMESTAMP-DATE TO IT-DATE (WS-ITEM-COUNT)
000000     MOVE SRO-TIMESTAMP-TIME TO IT-TIME (WS-ITEM-COUNT)
000000     MOVE SRO-TRAN-CODE TO IT-TRAN-CODE (WS-ITEM-COUNT)
000000     MOVE SRO-CASH-AMOUNT TO IT-CASH-AMOUNT (WS-ITEM-COUNT)
000000     MOVE SRO-CASH-CURRENCY TO IT-CASH-CURRENCY (WS-ITEM-COUNT)
000000     MOVE SRO-BASE-AMOUNT TO IT-BASE-AMOUNT (WS-ITEM-COUNT)
000000     MOVE SRO-CONVERTED-FLAG
000000         TO IT-CONVERTED-FLAG (WS-ITEM-COUNT)
000000     MOVE SRO-OPERATOR-ID TO IT-OPERATOR-ID (WS-ITEM-COUNT)
000000     MOVE SRO-SUPERVISOR-ID TO IT-SUPERVISOR-ID (WS-ITEM-COUNT)
000000     MOVE "N" TO IT-LARGE-FLAG (WS-ITEM-COUNT)
000000                 IT-NEAR-FLAG (WS-ITEM-COUNT)
000000     IF SRO-BASE-AMOUNT > WS-REPORT-THRESHOLD
000000         IF SRO-TIMESTAMP-DATE = WS-TODAY
000000             MOVE "Y" TO IT-LARGE-FLAG (WS-ITEM-COUNT)
000000             MOVE "Y" TO WS-LARGE-SWITCH
000000             ADD 1 TO WS-LARGE-COUNT
000000         END-IF
000000     ELSE
000000         IF SRO-BASE-AMOUNT NOT < WS-NEAR-FLOOR
000000             MOVE "Y" TO IT-NEAR-FLAG (WS-ITEM-COUNT)
000000             PERFORM 5200-ADD-NEAR-ITEM THRU 5200-EXIT
000000         END-IF
000000     END-IF
000000     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
000000 5100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5200-ADD-NEAR-ITEM                                            *
000000*--------------------------------------------------------------*
000000 5200-ADD-NEAR-ITEM.
000000     IF SRO-TRAN-CODE = "W"
000000         ADD SRO-BASE-AMOUNT TO WS-NEAR-WD-TOTAL
000000         ADD 1 TO WS-NEAR-WD-COUNT
000000         IF SRO-TIMESTAMP-DATE = WS-TODAY
000000             MOVE "Y" TO WS-NEAR-WD-TODAY-SWITCH
000000         END-IF
000000     ELSE
000000         ADD SRO-BASE-AMOUNT TO WS-NEAR-DEP-TOTAL
000000         ADD 1 TO WS-NEAR-DEP-COUNT
000000         IF SRO-TIMESTAMP-DATE = WS-TODAY
000000             MOVE "Y" TO WS-NEAR-DEP-TODAY-SWITCH
000000         END-IF
000000     END-IF.
000000 5200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-REPORT-CUSTOMER                                          *
000000*--------------------------------------------------------------*
000000 6000-REPORT-CUSTOMER.
000000     PERFORM 6100-LOOKUP-CUSTOMER THRU 6100-EXIT
000000     DISPLAY " "
000000     DISPLAY "CUSTOMER: " WS-CURRENT-CUSTOMER "  "
000000         WS-CUSTOMER-NAME
000000     DISPLAY "  ADDRESS.............: " WS-CUSTOMER-ADDRESS
000000     IF WS-STRUCTURED-WD
000000         MOVE WS-NEAR-WD-TOTAL TO WS-TOTAL-DISPLAY
000000         DISPLAY "  STRUCTURING - WITHDRAWALS JUST UNDER THE "
000000             "THRESHOLD TOTAL " WS-TOTAL-DISPLAY
000000     END-IF
000000     IF WS-STRUCTURED-DEP
000000         MOVE WS-NEAR-DEP-TOTAL TO WS-TOTAL-DISPLAY
000000         DISPLAY "  STRUCTURING - DEPOSITS JUST UNDER THE "
000000             "THRESHOLD TOTAL " WS-TOTAL-DISPLAY
000000     END-IF
000000     DISPLAY "  ACCT  DATE     TIME     T   CASH AMOUNT CUR"
000000         "   BASE AMOUNT  OPR SUP FLAG"
000000     PERFORM 6200-REPORT-ITEM THRU 6200-EXIT
000000         VARYING WS-ITEM-INDEX FROM 1 BY 1
000000         UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
000000     IF WS-ITEM-OVERFLOW > ZERO
000000         DISPLAY "  MORE ITEMS IN THE WINDOW THAN FIT THE "
000000             "TABLE: " WS-ITEM-OVERFLOW
000000     END-IF.
000000 6000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6100-LOOKUP-CUSTOMER                                          *
000000*--------------------------------------------------------------*
000000 6100-LOOKUP-CUSTOMER.
000000     MOVE "UNKNOWN" TO WS-CUSTOMER-NAME
000000     MOVE SPACES TO WS-CUSTOMER-ADDRESS
000000     IF WS-CUST-FILE-AVAILABLE
000000         MOVE WS-CURRENT-CUSTOMER TO CUST-NUMBER
000000         READ CUSTOMER-MASTER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE CUST-NAME TO WS-CUSTOMER-NAME
000000                 MOVE CUST-ADDRESS TO WS-CUSTOMER-ADDRESS
000000         END-READ
000000     END-IF.
000000 6100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6200-REPORT-ITEM                                              *
000000* ONLY THE ITEMS BEHIND A FLAG ARE LISTED AND FILED.            *
000000*--------------------------------------------------------------*
000000 6200-REPORT-ITEM.
000000     MOVE SPACE TO WS-ITEM-FLAG
000000     IF IT-LARGE-FLAG (WS-ITEM-INDEX) = "Y"
000000         MOVE "L" TO WS-ITEM-FLAG
000000         MOVE "LARGE " TO WS-FLAG-TEXT
000000     END-IF
000000     IF IT-NEAR-FLAG (WS-ITEM-INDEX) = "Y"
000000         IF (IT-TRAN-CODE (WS-ITEM-INDEX) = "W"
000000                 AND WS-STRUCTURED-WD)
000000             OR (IT-TRAN-CODE (WS-ITEM-INDEX) = "D"
000000                 AND WS-STRUCTURED-DEP)
000000             MOVE "S" TO WS-ITEM-FLAG
000000             MOVE "STRUCT" TO WS-FLAG-TEXT
000000         END-IF
000000     END-IF
000000     IF NOT WS-ITEM-REPORTABLE
000000         GO TO 6200-EXIT
000000     END-IF
000000     MOVE IT-SUPERVISOR-ID (WS-ITEM-INDEX) TO WS-SUPERVISOR-TEXT
000000     IF WS-SUPERVISOR-TEXT = SPACES
000000         MOVE "---" TO WS-SUPERVISOR-TEXT
000000     END-IF
000000     IF IT-CONVERTED-FLAG (WS-ITEM-INDEX) = "Y"
000000         MOVE SPACE TO WS-CONVERTED-MARK
000000     ELSE
000000         MOVE "*" TO WS-CONVERTED-MARK
000000     END-IF
000000     MOVE IT-CASH-AMOUNT (WS-ITEM-INDEX) TO WS-CASH-DISPLAY
000000     MOVE IT-BASE-AMOUNT (WS-ITEM-INDEX) TO WS-BASE-DISPLAY
000000     DISPLAY "  " IT-ACCOUNT (WS-ITEM-INDEX) " "
000000         IT-DATE (WS-ITEM-INDEX) " "
000000         IT-TIME (WS-ITEM-INDEX) " "
000000         IT-TRAN-CODE (WS-ITEM-INDEX) " "
000000         WS-CASH-DISPLAY " "
000000         IT-CASH-CURRENCY (WS-ITEM-INDEX) " "
000000         WS-BASE-DISPLAY WS-CONVERTED-MARK " "
000000         IT-OPERATOR-ID (WS-ITEM-INDEX) " "
000000         WS-SUPERVISOR-TEXT " "
000000         WS-FLAG-TEXT
000000     PERFORM 6300-WRITE-EXTRACT THRU 6300-EXIT.
000000 6200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6300-WRITE-EXTRACT                                            *
000000*--------------------------------------------------------------*
000000 6300-WRITE-EXTRACT.
000000     MOVE SPACES TO CTR-FILING-RECORD
000000     MOVE WS-ITEM-FLAG TO CTR-RECORD-TYPE
000000     MOVE WS-TODAY TO CTR-REPORT-DATE
000000     MOVE WS-CURRENT-CUSTOMER TO CTR-CUSTOMER
000000     MOVE WS-CUSTOMER-NAME TO CTR-CUSTOMER-NAME
000000     MOVE WS-CUSTOMER-ADDRESS TO CTR-CUSTOMER-ADDRESS
000000     MOVE IT-ACCOUNT (WS-ITEM-INDEX) TO CTR-ACCOUNT
000000     MOVE IT-TRAN-CODE (WS-ITEM-INDEX) TO CTR-TRAN-CODE
000000     MOVE IT-DATE (WS-ITEM-INDEX) TO CTR-TRAN-DATE
000000     MOVE IT-TIME (WS-ITEM-INDEX) TO CTR-TRAN-TIME
000000     MOVE IT-CASH-AMOUNT (WS-ITEM-INDEX) TO CTR-CASH-AMOUNT
000000     MOVE IT-CASH-CURRENCY (WS-ITEM-INDEX) TO CTR-CASH-CURRENCY
000000     MOVE IT-BASE-AMOUNT (WS-ITEM-INDEX) TO CTR-BASE-AMOUNT
000000     MOVE IT-OPERATOR-ID (WS-ITEM-INDEX) TO CTR-OPERATOR-ID
000000     MOVE IT-SUPERVISOR-ID (WS-ITEM-INDEX) TO CTR-SUPERVISOR-ID
000000     WRITE CTR-FILING-RECORD
000000     ADD 1 TO WS-EXTRACT-COUNT.
000000 6300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 8000-PRINT-SUMMARY                                            *
000000*--------------------------------------------------------------*
000000 8000-PRINT-SUMMARY.
000000     DISPLAY " "
000000     DISPLAY "LARGE-CASH AND STRUCTURING REVIEW COMPLETE."
000000     DISPLAY "AUDIT RECORDS READ.........: " WS-ITEMS-READ
000000     DISPLAY "CASH ITEMS IN WINDOW.......: " WS-ITEMS-SELECTED
000000     DISPLAY "ITEMS NOT CONVERTED (*)....: " WS-ITEMS-UNCONVERTED
000000     DISPLAY "CUSTOMERS REVIEWED.........: " WS-CUSTOMERS-REVIEWED
000000     DISPLAY "CUSTOMERS FLAGGED..........: " WS-CUSTOMERS-FLAGGED
000000     DISPLAY "LARGE ITEMS................: " WS-LARGE-COUNT
000000     DISPLAY "STRUCTURING PATTERNS.......: " WS-STRUCTURING-COUNT
000000     DISPLAY "FILING RECORDS WRITTEN.....: " WS-EXTRACT-COUNT.
000000 8000-EXIT.
000000     EXIT.
