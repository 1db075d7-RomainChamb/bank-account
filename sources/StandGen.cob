000000*                 FRESH EACH RUN SO THE NIGHTLY DEBITS COME     *
000000*                 FROM THE MAINTAINED FILE OF RECORD, NOT       *
000000*                 FROM A HAND-KEYED LIST.                       *
000000* 2026-10-15  RC  RETRY AND SUSPENSION OF FAILED STANDING-ORDER *
000000*                 DEBITS. BEFORE THE DUE-DATE WALK THE RUN      *
000000*                 READS THE PREVIOUS NIGHT'S ORDER REJECT FILE  *
000000*                 (SOREJECT, WRITTEN BY WithdrawBatch) AND, FOR *
000000*                 EACH FAILURE ON AN ORDER STILL ACTIVE, WRITES *
000000*                 A RETRY REQUEST FOR THE SAME AMOUNT WITH THE  *
000000*                 NEXT ATTEMPT NUMBER, SO A FAILED PAYMENT IS   *
000000*                 RETRIED ON EACH OF THE NEXT THREE NIGHTS THE  *
000000*                 BATCH RUNS (WS-RETRY-LIMIT). WHEN THE LAST    *
000000*                 RETRY HAS ALSO FAILED THE ORDER IS SET TO     *
000000*                 STATUS S (SUSPENDED), THE SUSPENSION IS       *
000000*                 LOGGED ON STANDLOG UNDER THE BAT OPERATOR,    *
000000*                 AND A CUSTOMER NOTICE (ORDER, ACCOUNT,        *
000000*                 CUSTOMER NAME AND ADDRESS, AMOUNT, LAST       *
000000*                 RESULT) IS WRITTEN TO SONOTICE FOR THE        *
000000*                 BRANCH. SUSPENDED ORDERS ARE SKIPPED BY THE   *
000000*                 DUE-DATE WALK. EVERY GENERATED REQUEST NOW    *
000000*                 CARRIES ITS ORDER NUMBER AND ATTEMPT NUMBER.  *
000000* 2026-10-15  RC  THE STANDING ORDER MASTER IS CHECKED WHEN IT  *
000000*                 IS REOPENED FOR THE DUE-DATE WALK. IF IT WILL *
000000*                 NOT OPEN THE WALK IS SKIPPED AND THE RUN ENDS *
000000*                 WITH RETURN CODE 8.                           *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT BATCH-REQUEST-FILE ASSIGN TO BATCHREQ
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REQUEST-FILE-STATUS.
000000     SELECT ORDER-REJECT-FILE ASSIGN TO SOREJECT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REJECT-FILE-STATUS.
000000     SELECT NOTICE-FILE ASSIGN TO SONOTICE
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-NOTICE-FILE-STATUS.
000000     SELECT ORDER-LOG-FILE ASSIGN TO STANDLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-LOG-FILE-STATUS.
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
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  BATCH-REQUEST-FILE.
000000 COPY BATREC.
000000
000000 FD  ORDER-REJECT-FILE.
000000 COPY SOREJREC.
000000
000000 FD  NOTICE-FILE.
000000 01  ORDER-NOTICE-RECORD.
000000     05  SNT-ORDER-NUMBER        PIC 9(05).
000000     05  SNT-ACCOUNT             PIC 9(05).
000000     05  SNT-CUSTOMER            PIC 9(05).
000000     05  SNT-CUST-NAME           PIC X(20).
000000     05  SNT-CUST-ADDRESS        PIC X(30).
000000     05  SNT-AMOUNT              PIC 9(09)V9(02).
000000     05  SNT-CURRENCY            PIC X(03).
000000     05  SNT-RESULT-CODE         PIC X(01).
000000     05  SNT-ATTEMPTS            PIC 9(02).
000000     05  SNT-SUSPEND-DATE        PIC 9(08).
000000     05  FILLER                  PIC X(10).
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
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  CUSTOMER-MASTER-FILE.
000000 COPY CUSTREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-ORDER-FILE-STATUS        PIC X(02).
000000     88  WS-ORDER-FILE-OK        VALUE "00".
000000 01  WS-ORDER-AVAIL-SWITCH       PIC X(01) VALUE "N".
000000     88  WS-ORDER-FILE-AVAILABLE VALUE "Y".
000000 01  WS-REWIND-SWITCH            PIC X(01) VALUE "N".
000000     88  WS-REWIND-FAILED        VALUE "Y".
000000 01  WS-REQUEST-FILE-STATUS      PIC X(02).
000000 01  WS-REJECT-FILE-STATUS       PIC X(02).
000000     88  WS-REJECT-FILE-OK       VALUE "00".
000000 01  WS-REJECT-AVAIL-SWITCH      PIC X(01) VALUE "N".
000000     88  WS-REJECT-FILE-AVAILABLE VALUE "Y".
000000 01  WS-REJECT-EOF-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-END-OF-REJECTS       VALUE "Y".
000000 01  WS-NOTICE-FILE-STATUS       PIC X(02).
000000 01  WS-LOG-FILE-STATUS          PIC X(02).
000000     88  WS-LOG-FILE-NOT-FOUND   VALUE "35".
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000 01  WS-ACCT-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-ACCT-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-CUST-FILE-STATUS         PIC X(02).
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-CUST-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-CUST-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-RETRY-LIMIT              PIC 9(02) VALUE 3.
000000 01  WS-OPERATOR-ID              PIC X(03) VALUE "BAT".
000000 01  WS-AMOUNT-DISPLAY           PIC Z(08)9.9(02).
000000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000000     88  WS-END-OF-ORDERS        VALUE "Y".
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-ORDERS-NOT-DUE           PIC 9(08) COMP.
000000 01  WS-ORDERS-EXPIRED           PIC 9(08) COMP.
000000 01  WS-ORDERS-CANCELLED         PIC 9(08) COMP.
000000 01  WS-ORDERS-SUSPENDED         PIC 9(08) COMP.
000000 01  WS-REJECTS-READ             PIC 9(08) COMP.
000000 01  WS-RETRIES-GENERATED        PIC 9(08) COMP.
000000 01  WS-RETRIES-DROPPED          PIC 9(08) COMP.
000000 01  WS-ORDERS-NEWLY-SUSPENDED   PIC 9(08) COMP.
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
000000     IF WS-ORDER-FILE-AVAILABLE
000000         IF WS-REJECT-FILE-AVAILABLE
000000             PERFORM 1500-READ-REJECT THRU 1500-EXIT
000000             PERFORM 1600-PROCESS-REJECT THRU 1600-EXIT
000000                 UNTIL WS-END-OF-REJECTS
000000         END-IF
000000         PERFORM 1300-REWIND-ORDER-FILE THRU 1300-EXIT
000000         IF NOT WS-REWIND-FAILED
000000             PERFORM 2000-READ-ORDER THRU 2000-EXIT
000000             PERFORM 3000-PROCESS-ORDER THRU 3000-EXIT
000000                 UNTIL WS-END-OF-ORDERS
000000         END-IF
000000     ELSE
000000         DISPLAY "Standing order master not found - run aborted."
000000         MOVE 8 TO RETURN-CODE
000000 1000-OPEN-FILES.
000000     INITIALIZE WS-ORDERS-READ WS-ORDERS-SELECTED
000000         WS-ORDERS-NOT-DUE WS-ORDERS-EXPIRED
000000         WS-ORDERS-CANCELLED WS-ORDERS-SUSPENDED
000000         WS-REJECTS-READ WS-RETRIES-GENERATED WS-RETRIES-DROPPED
000000         WS-ORDERS-NEWLY-SUSPENDED
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     OPEN I-O STANDING-ORDER-FILE
000000     IF WS-ORDER-FILE-OK
000000         MOVE "Y" TO WS-ORDER-AVAIL-SWITCH
000000         OPEN OUTPUT BATCH-REQUEST-FILE
000000         OPEN OUTPUT NOTICE-FILE
000000         OPEN INPUT ORDER-REJECT-FILE
000000         IF WS-REJECT-FILE-OK
000000             MOVE "Y" TO WS-REJECT-AVAIL-SWITCH
000000         END-IF
000000         OPEN EXTEND ORDER-LOG-FILE
000000         IF WS-LOG-FILE-NOT-FOUND
000000             OPEN OUTPUT ORDER-LOG-FILE
000000         END-IF
000000         OPEN INPUT ACCOUNT-MASTER-FILE
000000         IF WS-ACCT-FILE-OK
000000             MOVE "Y" TO WS-ACCT-AVAIL-SWITCH
000000         END-IF
000000         OPEN INPUT CUSTOMER-MASTER-FILE
000000         IF WS-CUST-FILE-OK
000000             MOVE "Y" TO WS-CUST-AVAIL-SWITCH
000000         END-IF
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1300-REWIND-ORDER-FILE                                        *
000000* THE REJECT PASS READS THE MASTER BY KEY, SO IT IS RE-OPENED   *
000000* TO START THE DUE-DATE WALK FROM THE FIRST ORDER. IF IT WILL    *
000000* NOT OPEN AGAIN THE WALK IS SKIPPED AND NO REQUESTS GO OUT.    *
000000*--------------------------------------------------------------*
000000 1300-REWIND-ORDER-FILE.
000000     CLOSE STANDING-ORDER-FILE
000000     OPEN I-O STANDING-ORDER-FILE
000000     IF NOT WS-ORDER-FILE-OK
000000         MOVE "Y" TO WS-REWIND-SWITCH
000000         DISPLAY "Standing order master cannot be reopened "
000000             "(status " WS-ORDER-FILE-STATUS
000000             ") - no orders generated."
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 1300-EXIT
000000     END-IF
000000     MOVE "N" TO WS-EOF-SWITCH.
000000 1300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1500-READ-REJECT                                              *
000000*--------------------------------------------------------------*
000000 1500-READ-REJECT.
000000     READ ORDER-REJECT-FILE
000000         AT END
000000             MOVE "Y" TO WS-REJECT-EOF-SWITCH
000000         NOT AT END
000000             ADD 1 TO WS-REJECTS-READ
000000     END-READ.
000000 1500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1600-PROCESS-REJECT                                           *
000000* A FAILED DEBIT IS RETRIED ON EACH FOLLOWING NIGHT UNTIL THE   *
000000* RETRY LIMIT IS REACHED; WHEN THE LAST RETRY HAS ALSO FAILED   *
000000* THE ORDER IS SUSPENDED AND A CUSTOMER NOTICE IS WRITTEN. A    *
000000* REJECT FOR AN ORDER SINCE CANCELLED, SUSPENDED OR REMOVED IS  *
000000* DROPPED.                                                      *
000000*--------------------------------------------------------------*
000000 1600-PROCESS-REJECT.
000000     MOVE SRJ-ORDER-NUMBER TO SO-ORDER-NUMBER
000000     READ STANDING-ORDER-FILE
000000         INVALID KEY
000000             ADD 1 TO WS-RETRIES-DROPPED
000000         NOT INVALID KEY
000000             EVALUATE TRUE
000000                 WHEN NOT SO-STATUS-ACTIVE
000000                     ADD 1 TO WS-RETRIES-DROPPED
000000                 WHEN SRJ-ATTEMPT < WS-RETRY-LIMIT
000000                     PERFORM 1700-WRITE-RETRY THRU 1700-EXIT
000000                 WHEN OTHER
000000                     PERFORM 1800-SUSPEND-ORDER THRU 1800-EXIT
000000             END-EVALUATE
000000     END-READ
000000     PERFORM 1500-READ-REJECT THRU 1500-EXIT.
000000 1600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1700-WRITE-RETRY                                              *
000000*--------------------------------------------------------------*
000000 1700-WRITE-RETRY.
000000     MOVE SPACES TO BATCH-REQUEST-RECORD
000000     MOVE SRJ-ACCOUNT TO BR-ACCOUNT
000000     MOVE SRJ-AMOUNT TO BR-AMOUNT
000000     MOVE SRJ-CURRENCY TO BR-CURRENCY
000000     MOVE SRJ-ORDER-NUMBER TO BR-ORDER-NUMBER
000000     COMPUTE BR-ATTEMPT = SRJ-ATTEMPT + 1
000000     WRITE BATCH-REQUEST-RECORD
000000     ADD 1 TO WS-RETRIES-GENERATED.
000000 1700-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1800-SUSPEND-ORDER                                            *
000000*--------------------------------------------------------------*
000000 1800-SUSPEND-ORDER.
000000     MOVE SPACES TO ORDER-LOG-RECORD
000000     MOVE SO-STATUS TO OLG-OLD-VALUE
000000     MOVE "S" TO SO-STATUS
000000     REWRITE STANDING-ORDER-RECORD
000000     MOVE SO-ORDER-NUMBER TO OLG-ORDER-NUMBER
000000     MOVE "S" TO OLG-ACTION-CODE
000000     MOVE "S" TO OLG-NEW-VALUE
000000     MOVE WS-OPERATOR-ID TO OLG-OPERATOR-ID
000000     ACCEPT OLG-TIMESTAMP-DATE FROM DATE YYYYMMDD
000000     ACCEPT OLG-TIMESTAMP-TIME FROM TIME
000000     WRITE ORDER-LOG-RECORD
000000     PERFORM 1900-WRITE-NOTICE THRU 1900-EXIT
000000     ADD 1 TO WS-ORDERS-NEWLY-SUSPENDED
000000     MOVE SRJ-AMOUNT TO WS-AMOUNT-DISPLAY
000000     DISPLAY "ORDER " SO-ORDER-NUMBER " ACCT " SO-ACCOUNT
000000         " " WS-AMOUNT-DISPLAY " " SRJ-CURRENCY
000000         " SUSPENDED AFTER " SRJ-ATTEMPT " RETRIES - RESULT "
000000         SRJ-RESULT-CODE.
000000 1800-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1900-WRITE-NOTICE                                             *
000000*--------------------------------------------------------------*
000000 1900-WRITE-NOTICE.
000000     MOVE SPACES TO ORDER-NOTICE-RECORD
000000     MOVE SO-ORDER-NUMBER TO SNT-ORDER-NUMBER
000000     MOVE SO-ACCOUNT TO SNT-ACCOUNT
000000     MOVE ZERO TO SNT-CUSTOMER
000000     MOVE "UNKNOWN" TO SNT-CUST-NAME
000000     IF WS-ACCT-FILE-AVAILABLE
000000         MOVE SO-ACCOUNT TO ACCT-NUMBER
000000         READ ACCOUNT-MASTER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE ACCT-CUSTOMER TO SNT-CUSTOMER
000000                 PERFORM 1950-READ-CUSTOMER THRU 1950-EXIT
000000         END-READ
000000     END-IF
000000     MOVE SRJ-AMOUNT TO SNT-AMOUNT
000000     MOVE SRJ-CURRENCY TO SNT-CURRENCY
000000     MOVE SRJ-RESULT-CODE TO SNT-RESULT-CODE
000000     MOVE SRJ-ATTEMPT TO SNT-ATTEMPTS
000000     MOVE WS-TODAY TO SNT-SUSPEND-DATE
000000     WRITE ORDER-NOTICE-RECORD.
000000 1900-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1950-READ-CUSTOMER                                            *
000000*--------------------------------------------------------------*
000000 1950-READ-CUSTOMER.
000000     IF WS-CUST-FILE-AVAILABLE
000000         MOVE ACCT-CUSTOMER TO CUST-NUMBER
000000         READ CUSTOMER-MASTER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE CUST-NAME TO SNT-CUST-NAME
000000                 MOVE CUST-ADDRESS TO SNT-CUST-ADDRESS
000000         END-READ
000000     END-IF.
000000 1950-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-READ-ORDER                                               *
000000*--------------------------------------------------------------*
000000 2000-READ-ORDER.
000000     EVALUATE TRUE
000000         WHEN SO-STATUS-CANCELLED
000000             ADD 1 TO WS-ORDERS-CANCELLED
000000         WHEN SO-STATUS-SUSPENDED
000000             ADD 1 TO WS-ORDERS-SUSPENDED
000000         WHEN SO-EXPIRY-DATE NOT = ZERO
000000             AND SO-EXPIRY-DATE < WS-TODAY
000000             ADD 1 TO WS-ORDERS-EXPIRED
000000     MOVE SO-ACCOUNT TO BR-ACCOUNT
000000     MOVE SO-AMOUNT TO BR-AMOUNT
000000     MOVE SO-CURRENCY TO BR-CURRENCY
000000     MOVE SO-ORDER-NUMBER TO BR-ORDER-NUMBER
000000     MOVE ZERO TO BR-ATTEMPT
000000     WRITE BATCH-REQUEST-RECORD
000000     ADD 1 TO WS-ORDERS-SELECTED
000000     MOVE "0" TO WS-ROLL-RESULT
000000     DISPLAY "NOT YET DUE................: " WS-ORDERS-NOT-DUE
000000     DISPLAY "PAST EXPIRY................: " WS-ORDERS-EXPIRED
000000     DISPLAY "CANCELLED..................: "
000000         WS-ORDERS-CANCELLED
000000     DISPLAY "SUSPENDED..................: "
000000         WS-ORDERS-SUSPENDED
000000     DISPLAY "PRIOR REJECTS READ.........: " WS-REJECTS-READ
000000     DISPLAY "RETRIES GENERATED..........: "
000000         WS-RETRIES-GENERATED
000000     DISPLAY "RETRIES DROPPED............: " WS-RETRIES-DROPPED
000000     DISPLAY "SUSPENDED TONIGHT..........: "
000000         WS-ORDERS-NEWLY-SUSPENDED.
000000 7000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000 8000-CLOSE-FILES.
000000     IF WS-ORDER-FILE-AVAILABLE
000000         IF NOT WS-REWIND-FAILED
000000             CLOSE STANDING-ORDER-FILE
000000         END-IF
000000         CLOSE BATCH-REQUEST-FILE
000000         CLOSE NOTICE-FILE
000000         CLOSE ORDER-LOG-FILE
000000     END-IF
000000     IF WS-REJECT-FILE-AVAILABLE
000000         CLOSE ORDER-REJECT-FILE
000000     END-IF
000000     IF WS-ACCT-FILE-AVAILABLE
000000         CLOSE ACCOUNT-MASTER-FILE
000000     END-IF
000000     IF WS-CUST-FILE-AVAILABLE
000000         CLOSE CUSTOMER-MASTER-FILE
000000     END-IF.
000000 8000-EXIT.
000000     EXIT.
