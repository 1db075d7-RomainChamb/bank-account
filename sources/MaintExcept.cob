000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. MaintExcept.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                         *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - END-OF-DAY MAINTENANCE      *
000000*                 EXCEPTION REPORT FOR BRANCH MANAGER SIGN-OFF. *
000000*                 READS TODAY'S ACCOUNT MAINTENANCE LOG         *
000000*                 (MAINTLOG, SEE MNTREC) AND STANDING-ORDER     *
000000*                 MAINTENANCE LOG (STANDLOG) AND KEEPS THE      *
000000*                 SENSITIVE CHANGES - A FLOOR LOWERED, A DAILY  *
000000*                 LIMIT RAISED (OR TAKEN OFF, A ZERO LIMIT      *
000000*                 BEING NO LIMIT), A FROZEN OR CLOSED ACCOUNT   *
000000*                 MADE ACTIVE AGAIN, AND A STANDING ORDER       *
000000*                 AMOUNT INCREASED (THE ORDER'S DEBIT ACCOUNT   *
000000*                 TAKEN FROM THE STANDING ORDER MASTER). EACH   *
000000*                 CHANGE IS CROSS-CHECKED AGAINST TODAY'S       *
000000*                 AUDIT LOG: IT IS FLAGGED WHEN THE OPERATOR    *
000000*                 WHO MADE IT THEN POSTED A DEBIT ON THE SAME   *
000000*                 ACCOUNT, AND A RAISED LIMIT IS FLAGGED WHEN   *
000000*                 THE DAY'S LIMIT-COUNTED DEBITS (W AND T, AS   *
000000*                 WithdrawCore COUNTS THEM) WENT PAST THE OLD   *
000000*                 LIMIT AFTER THE CHANGE. THE REPORT IS SORTED  *
000000*                 BY OPERATOR, WITH A SIGN-OFF LINE UNDER       *
000000*                 EACH. RUN AT THE CLOSE OF BUSINESS, BEFORE    *
000000*                 THE NIGHT RUN CUTS THE AUDIT LOG OVER.        *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-MAINT-FILE-STATUS.
000000     SELECT ORDER-LOG-FILE ASSIGN TO STANDLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-OLOG-FILE-STATUS.
000000     SELECT STANDING-ORDER-FILE ASSIGN TO STORDMST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS SO-ORDER-NUMBER
000000         FILE STATUS IS WS-ORDER-FILE-STATUS.
000000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000000     SELECT CHANGE-WORK-FILE ASSIGN TO EXCPWORK
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-WORK-FILE-STATUS.
000000     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000000     SELECT SORTED-CHANGE-FILE ASSIGN TO SORTOUT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-SORTED-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  MAINT-LOG-FILE.
000000 COPY MNTREC.
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
000000 FD  STANDING-ORDER-FILE.
000000 COPY STORDREC.
000000
000000 FD  AUDIT-LOG-FILE.
000000 COPY AUDTREC.
000000
000000 FD  CHANGE-WORK-FILE.
000000 01  CHANGE-WORK-RECORD.
000000     05  XWK-OPERATOR-ID         PIC X(03).
000000     05  XWK-TIME                PIC 9(08).
000000     05  XWK-ACCOUNT             PIC 9(05).
000000     05  XWK-CHANGE-TYPE         PIC X(01).
000000     05  XWK-ORDER-NUMBER        PIC 9(05).
000000     05  XWK-OLD-VALUE           PIC X(11).
000000     05  XWK-NEW-VALUE           PIC X(11).
000000     05  FILLER                  PIC X(06).
000000
000000 SD  SORT-WORK-FILE.
000000 01  SORT-CHANGE-RECORD.
000000     05  SRT-OPERATOR-ID         PIC X(03).
000000     05  SRT-TIME                PIC 9(08).
000000     05  FILLER                  PIC X(39).
000000
000000 FD  SORTED-CHANGE-FILE.
000000 01  SORTED-CHANGE-RECORD.
000000     05  SRO-OPERATOR-ID         PIC X(03).
000000     05  SRO-TIME                PIC 9(08).
000000     05  SRO-ACCOUNT             PIC 9(05).
000000     05  SRO-CHANGE-TYPE         PIC X(01).
000000         88  SRO-FLOOR-LOWERED       VALUE "F".
000000         88  SRO-LIMIT-RAISED        VALUE "L".
000000         88  SRO-REACTIVATED         VALUE "S".
000000         88  SRO-ORDER-INCREASED     VALUE "O".
000000     05  SRO-ORDER-NUMBER        PIC 9(05).
000000     05  SRO-OLD-VALUE           PIC X(11).
000000     05  SRO-OLD-AMOUNT REDEFINES SRO-OLD-VALUE
000000                                 PIC 9(09)V9(02).
000000     05  SRO-NEW-VALUE           PIC X(11).
000000     05  SRO-NEW-AMOUNT REDEFINES SRO-NEW-VALUE
000000                                 PIC 9(09)V9(02).
000000     05  FILLER                  PIC X(06).
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-MAINT-FILE-STATUS        PIC X(02).
000000     88  WS-MAINT-FILE-OK        VALUE "00".
000000 01  WS-OLOG-FILE-STATUS         PIC X(02).
000000     88  WS-OLOG-FILE-OK         VALUE "00".
000000 01  WS-ORDER-FILE-STATUS        PIC X(02).
000000     88  WS-ORDER-FILE-OK        VALUE "00".
000000 01  WS-ORDER-AVAIL-SWITCH       PIC X(01) VALUE "N".
000000     88  WS-ORDER-FILE-AVAILABLE VALUE "Y".
000000 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000000     88  WS-AUDIT-FILE-OK        VALUE "00".
000000 01  WS-AUDIT-AVAIL-SWITCH       PIC X(01) VALUE "N".
000000     88  WS-AUDIT-FILE-AVAILABLE VALUE "Y".
000000 01  WS-WORK-FILE-STATUS         PIC X(02).
000000 01  WS-SORTED-FILE-STATUS       PIC X(02).
000000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000000     88  WS-END-OF-FILE          VALUE "Y".
000000 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-END-OF-SORTED        VALUE "Y".
000000 01  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
000000     88  WS-END-OF-AUDIT         VALUE "Y".
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-OLD-VALUE                PIC X(11).
000000 01  WS-OLD-AMOUNT REDEFINES WS-OLD-VALUE
000000                                 PIC 9(09)V9(02).
000000 01  WS-NEW-VALUE                PIC X(11).
000000 01  WS-NEW-AMOUNT REDEFINES WS-NEW-VALUE
000000                                 PIC 9(09)V9(02).
000000 01  WS-CURRENT-OPERATOR         PIC X(03).
000000 01  WS-CHANGE-TEXT              PIC X(18).
000000 01  WS-OLD-TEXT                 PIC X(12).
000000 01  WS-NEW-TEXT                 PIC X(12).
000000 01  WS-ORDER-TEXT               PIC X(05).
000000 01  WS-FLAG-TEXT                PIC X(21).
000000 01  WS-AMOUNT-DISPLAY           PIC Z(08)9.9(02).
000000 01  WS-OWN-DEBIT-COUNT          PIC 9(04) COMP.
000000 01  WS-OWN-DEBIT-TOTAL          PIC 9(11)V9(02).
000000 01  WS-LIMIT-DEBIT-TOTAL        PIC 9(11)V9(02).
000000 01  WS-LATE-LIMIT-SWITCH        PIC X(01).
000000     88  WS-LATE-LIMIT-DEBIT     VALUE "Y".
000000 01  WS-OWN-DEBIT-SWITCH         PIC X(01).
000000     88  WS-OWN-DEBIT-FOUND      VALUE "Y".
000000 01  WS-LIMIT-USED-SWITCH        PIC X(01).
000000     88  WS-LIMIT-USED           VALUE "Y".
000000 01  WS-COUNT-DISPLAY            PIC Z(03)9.
000000 01  WS-TOTAL-DISPLAY            PIC Z(10)9.9(02).
000000 01  WS-MAINT-READ-COUNT         PIC 9(08) COMP.
000000 01  WS-OLOG-READ-COUNT          PIC 9(08) COMP.
000000 01  WS-CHANGE-COUNT             PIC 9(08) COMP.
000000 01  WS-OPERATOR-COUNT           PIC 9(08) COMP.
000000 01  WS-OWN-DEBIT-FLAGS          PIC 9(08) COMP.
000000 01  WS-LIMIT-USED-FLAGS         PIC 9(08) COMP.
000000 01  WS-OPR-CHANGE-COUNT         PIC 9(08) COMP.
000000 01  WS-OPR-FLAGGED-COUNT        PIC 9(08) COMP.
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                 *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000000     PERFORM 2000-SELECT-CHANGES THRU 2000-EXIT
000000     PERFORM 3000-SORT-CHANGES THRU 3000-EXIT
000000     PERFORM 4000-REPORT-CHANGES THRU 4000-EXIT
000000     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-INITIALIZE                                               *
000000*--------------------------------------------------------------*
000000 1000-INITIALIZE.
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     INITIALIZE WS-MAINT-READ-COUNT WS-OLOG-READ-COUNT
000000         WS-CHANGE-COUNT WS-OPERATOR-COUNT
000000         WS-OWN-DEBIT-FLAGS WS-LIMIT-USED-FLAGS
000000     OPEN INPUT AUDIT-LOG-FILE
000000     IF WS-AUDIT-FILE-OK
000000         MOVE "Y" TO WS-AUDIT-AVAIL-SWITCH
000000         CLOSE AUDIT-LOG-FILE
000000     END-IF
000000     DISPLAY "MAINTENANCE EXCEPTION REPORT  " WS-TODAY
000000     DISPLAY "=========================================="
000000     IF NOT WS-AUDIT-FILE-AVAILABLE
000000         DISPLAY "AUDIT LOG NOT FOUND - CHANGES ARE LISTED "
000000             "WITHOUT THE POSTING CROSS-CHECK."
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-SELECT-CHANGES                                           *
000000* FIRST PASS - TODAY'S SENSITIVE CHANGES FROM BOTH LOGS GO ON   *
000000* THE WORK FILE.                                                *
000000*--------------------------------------------------------------*
000000 2000-SELECT-CHANGES.
000000     OPEN OUTPUT CHANGE-WORK-FILE
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT MAINT-LOG-FILE
000000     IF WS-MAINT-FILE-OK
000000         PERFORM 2100-READ-MAINT THRU 2100-EXIT
000000         PERFORM 2200-NEXT-MAINT THRU 2200-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE MAINT-LOG-FILE
000000     END-IF
000000     OPEN INPUT STANDING-ORDER-FILE
000000     IF WS-ORDER-FILE-OK
000000         MOVE "Y" TO WS-ORDER-AVAIL-SWITCH
000000     END-IF
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT ORDER-LOG-FILE
000000     IF WS-OLOG-FILE-OK
000000         PERFORM 2300-READ-ORDER-LOG THRU 2300-EXIT
000000         PERFORM 2400-NEXT-ORDER-LOG THRU 2400-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE ORDER-LOG-FILE
000000     END-IF
000000     IF WS-ORDER-FILE-AVAILABLE
000000         CLOSE STANDING-ORDER-FILE
000000     END-IF
000000     CLOSE CHANGE-WORK-FILE.
000000 2000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2100-READ-MAINT                                               *
000000*--------------------------------------------------------------*
000000 2100-READ-MAINT.
000000     READ MAINT-LOG-FILE
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000         NOT AT END
000000             ADD 1 TO WS-MAINT-READ-COUNT
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2200-NEXT-MAINT                                               *
000000*--------------------------------------------------------------*
000000 2200-NEXT-MAINT.
000000     PERFORM 2250-CHECK-MAINT THRU 2250-EXIT
000000     PERFORM 2100-READ-MAINT THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2250-CHECK-MAINT                                              *
000000* FLOOR AND LIMIT VALUES ARE LOGGED AS ELEVEN DIGITS WITH TWO   *
000000* DECIMALS; A LIMIT OF ZERO MEANS NO LIMIT, SO A CHANGE FROM A  *
000000* LIMIT TO ZERO IS A RAISE AND A CHANGE FROM ZERO IS NOT.       *
000000*--------------------------------------------------------------*
000000 2250-CHECK-MAINT.
000000     IF MNT-TIMESTAMP-DATE NOT = WS-TODAY
000000         GO TO 2250-EXIT
000000     END-IF
000000     MOVE MNT-OLD-VALUE TO WS-OLD-VALUE
000000     MOVE MNT-NEW-VALUE TO WS-NEW-VALUE
000000     MOVE SPACES TO CHANGE-WORK-RECORD
000000     EVALUATE TRUE
000000         WHEN MNT-ACTION-FLOOR
000000             IF WS-OLD-VALUE IS NUMERIC
000000                 AND WS-NEW-VALUE IS NUMERIC
000000                 AND WS-NEW-AMOUNT < WS-OLD-AMOUNT
000000                 MOVE "F" TO XWK-CHANGE-TYPE
000000             END-IF
000000         WHEN MNT-ACTION-LIMIT
000000             IF WS-OLD-VALUE IS NUMERIC
000000                 AND WS-NEW-VALUE IS NUMERIC
000000                 AND WS-OLD-AMOUNT > ZERO
000000                 AND (WS-NEW-AMOUNT = ZERO
000000                     OR WS-NEW-AMOUNT > WS-OLD-AMOUNT)
000000                 MOVE "L" TO XWK-CHANGE-TYPE
000000             END-IF
000000         WHEN MNT-ACTION-STATUS
000000             IF (WS-OLD-VALUE = "F" OR WS-OLD-VALUE = "C")
000000                 AND WS-NEW-VALUE = "A"
000000                 MOVE "S" TO XWK-CHANGE-TYPE
000000             END-IF
000000     END-EVALUATE
000000     IF XWK-CHANGE-TYPE NOT = SPACE
000000         MOVE MNT-OPERATOR-ID TO XWK-OPERATOR-ID
000000         MOVE MNT-TIMESTAMP-TIME TO XWK-TIME
000000         MOVE MNT-ACCT-NUMBER TO XWK-ACCOUNT
000000         MOVE ZERO TO XWK-ORDER-NUMBER
000000         MOVE WS-OLD-VALUE TO XWK-OLD-VALUE
000000         MOVE WS-NEW-VALUE TO XWK-NEW-VALUE
000000         WRITE CHANGE-WORK-RECORD
000000         ADD 1 TO WS-CHANGE-COUNT
000000     END-IF.
000000 2250-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2300-READ-ORDER-LOG                                           *
000000*--------------------------------------------------------------*
000000 2300-READ-ORDER-LOG.
000000     READ ORDER-LOG-FILE
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000         NOT AT END
000000             ADD 1 TO WS-OLOG-READ-COUNT
000000     END-READ.
000000 2300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2400-NEXT-ORDER-LOG                                           *
000000*--------------------------------------------------------------*
000000 2400-NEXT-ORDER-LOG.
000000     PERFORM 2450-CHECK-ORDER-LOG THRU 2450-EXIT
000000     PERFORM 2300-READ-ORDER-LOG THRU 2300-EXIT.
000000 2400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2450-CHECK-ORDER-LOG                                          *
000000* ONLY AN AMOUNT CHANGE ("A") UPWARDS IS KEPT. THE LOG CARRIES  *
000000* THE ORDER NUMBER, SO THE DEBIT ACCOUNT COMES FROM THE ORDER.  *
000000*--------------------------------------------------------------*
000000 2450-CHECK-ORDER-LOG.
000000     IF OLG-TIMESTAMP-DATE NOT = WS-TODAY
000000         OR OLG-ACTION-CODE NOT = "A"
000000         GO TO 2450-EXIT
000000     END-IF
000000     MOVE OLG-OLD-VALUE TO WS-OLD-VALUE
000000     MOVE OLG-NEW-VALUE TO WS-NEW-VALUE
000000     IF WS-OLD-VALUE IS NOT NUMERIC
000000         OR WS-NEW-VALUE IS NOT NUMERIC
000000         OR WS-NEW-AMOUNT NOT > WS-OLD-AMOUNT
000000         GO TO 2450-EXIT
000000     END-IF
000000     MOVE SPACES TO CHANGE-WORK-RECORD
000000     MOVE ZERO TO XWK-ACCOUNT
000000     IF WS-ORDER-FILE-AVAILABLE
000000         MOVE OLG-ORDER-NUMBER TO SO-ORDER-NUMBER
000000         READ STANDING-ORDER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE SO-ACCOUNT TO XWK-ACCOUNT
000000         END-READ
000000     END-IF
000000     MOVE OLG-OPERATOR-ID TO XWK-OPERATOR-ID
000000     MOVE OLG-TIMESTAMP-TIME TO XWK-TIME
000000     MOVE "O" TO XWK-CHANGE-TYPE
000000     MOVE OLG-ORDER-NUMBER TO XWK-ORDER-NUMBER
000000     MOVE WS-OLD-VALUE TO XWK-OLD-VALUE
000000     MOVE WS-NEW-VALUE TO XWK-NEW-VALUE
000000     WRITE CHANGE-WORK-RECORD
000000     ADD 1 TO WS-CHANGE-COUNT.
000000 2450-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-SORT-CHANGES                                             *
000000*--------------------------------------------------------------*
000000 3000-SORT-CHANGES.
000000     SORT SORT-WORK-FILE
000000         ON ASCENDING KEY SRT-OPERATOR-ID
000000                          SRT-TIME
000000         USING CHANGE-WORK-FILE
000000         GIVING SORTED-CHANGE-FILE.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-REPORT-CHANGES                                           *
000000*--------------------------------------------------------------*
000000 4000-REPORT-CHANGES.
000000     OPEN INPUT SORTED-CHANGE-FILE
000000     PERFORM 4100-READ-SORTED THRU 4100-EXIT
000000     IF WS-END-OF-SORTED
000000         DISPLAY " "
000000         DISPLAY "NO SENSITIVE MAINTENANCE CHANGES TODAY."
000000     END-IF
000000     PERFORM 5000-REPORT-OPERATOR THRU 5000-EXIT
000000         UNTIL WS-END-OF-SORTED
000000     CLOSE SORTED-CHANGE-FILE.
000000 4000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4100-READ-SORTED                                              *
000000*--------------------------------------------------------------*
000000 4100-READ-SORTED.
000000     READ SORTED-CHANGE-FILE
000000         AT END
000000             MOVE "Y" TO WS-SORTED-EOF-SWITCH
000000     END-READ.
000000 4100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-REPORT-OPERATOR                                          *
000000*--------------------------------------------------------------*
000000 5000-REPORT-OPERATOR.
000000     ADD 1 TO WS-OPERATOR-COUNT
000000     MOVE SRO-OPERATOR-ID TO WS-CURRENT-OPERATOR
000000     MOVE ZERO TO WS-OPR-CHANGE-COUNT WS-OPR-FLAGGED-COUNT
000000     DISPLAY " "
000000     DISPLAY "OPERATOR: " WS-CURRENT-OPERATOR
000000     DISPLAY "  TIME     ACCT  ORDER CHANGE            "
000000         "   OLD VALUE    NEW VALUE FLAGS"
000000     PERFORM 5100-REPORT-CHANGE THRU 5100-EXIT
000000         UNTIL WS-END-OF-SORTED
000000         OR SRO-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
000000     DISPLAY "  CHANGES......: " WS-OPR-CHANGE-COUNT
000000         "  FLAGGED......: " WS-OPR-FLAGGED-COUNT
000000     DISPLAY "  REVIEWED BY BRANCH MANAGER: ____________________"
000000         "  DATE: __________".
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5100-REPORT-CHANGE                                            *
000000*--------------------------------------------------------------*
000000 5100-REPORT-CHANGE.
000000     ADD 1 TO WS-OPR-CHANGE-COUNT
000000     PERFORM 5200-CROSS-CHECK THRU 5200-EXIT
000000     PERFORM 5300-FORMAT-CHANGE THRU 5300-EXIT
000000     MOVE SPACES TO WS-FLAG-TEXT
000000     IF WS-OWN-DEBIT-FOUND
000000         MOVE "OWN DEBIT" TO WS-FLAG-TEXT
000000         ADD 1 TO WS-OWN-DEBIT-FLAGS
000000     END-IF
000000     IF WS-LIMIT-USED
000000         MOVE "LIMIT USED" TO WS-FLAG-TEXT (11:10)
000000         ADD 1 TO WS-LIMIT-USED-FLAGS
000000     END-IF
000000     IF WS-OWN-DEBIT-FOUND OR WS-LIMIT-USED
000000         ADD 1 TO WS-OPR-FLAGGED-COUNT
000000     END-IF
000000     DISPLAY "  " SRO-TIME " " SRO-ACCOUNT " " WS-ORDER-TEXT
000000         " " WS-CHANGE-TEXT " " WS-OLD-TEXT " " WS-NEW-TEXT
000000         " " WS-FLAG-TEXT
000000     IF WS-OWN-DEBIT-FOUND
000000         MOVE WS-OWN-DEBIT-COUNT TO WS-COUNT-DISPLAY
000000         MOVE WS-OWN-DEBIT-TOTAL TO WS-TOTAL-DISPLAY
000000         DISPLAY "           OPERATOR THEN DEBITED THE ACCOUNT"
000000             WS-COUNT-DISPLAY " TIME(S), TOTAL "
000000             WS-TOTAL-DISPLAY
000000     END-IF
000000     IF WS-LIMIT-USED
000000         MOVE WS-LIMIT-DEBIT-TOTAL TO WS-TOTAL-DISPLAY
000000         DISPLAY "           LIMIT-COUNTED DEBITS TODAY "
000000             WS-TOTAL-DISPLAY " - OVER THE OLD LIMIT"
000000     END-IF
000000     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
000000 5100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5200-CROSS-CHECK                                              *
000000* THE AUDIT LOG IS RE-READ FOR EACH CHANGE - SENSITIVE CHANGES  *
000000* ARE FEW AND THE LOG ONLY CARRIES THE ONE DAY.                 *
000000*--------------------------------------------------------------*
000000 5200-CROSS-CHECK.
000000     MOVE ZERO TO WS-OWN-DEBIT-COUNT WS-OWN-DEBIT-TOTAL
000000         WS-LIMIT-DEBIT-TOTAL
000000     MOVE "N" TO WS-OWN-DEBIT-SWITCH WS-LIMIT-USED-SWITCH
000000         WS-LATE-LIMIT-SWITCH
000000     IF NOT WS-AUDIT-FILE-AVAILABLE
000000         OR SRO-ACCOUNT = ZERO
000000         GO TO 5200-EXIT
000000     END-IF
000000     MOVE "N" TO WS-AUDIT-EOF-SWITCH
000000     OPEN INPUT AUDIT-LOG-FILE
000000     IF WS-AUDIT-FILE-OK
000000         PERFORM 5210-SCAN-AUDIT THRU 5210-EXIT
000000             UNTIL WS-END-OF-AUDIT
000000         CLOSE AUDIT-LOG-FILE
000000     END-IF
000000     IF WS-OWN-DEBIT-COUNT > ZERO
000000         MOVE "Y" TO WS-OWN-DEBIT-SWITCH
000000     END-IF
000000     IF SRO-LIMIT-RAISED
000000         AND WS-LATE-LIMIT-DEBIT
000000         AND WS-LIMIT-DEBIT-TOTAL > SRO-OLD-AMOUNT
000000         MOVE "Y" TO WS-LIMIT-USED-SWITCH
000000     END-IF.
000000 5200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5210-SCAN-AUDIT                                               *
000000* A DEBIT IS ANY CODE THAT TAKES MONEY OFF THE BALANCE. THE     *
000000* LIMIT TOTAL IS THE WHOLE DAY'S W AND T DEBITS, SINCE THE      *
000000* LIMIT IS A DAILY ONE; AT LEAST ONE MUST FOLLOW THE CHANGE.    *
000000*--------------------------------------------------------------*
000000 5210-SCAN-AUDIT.
000000     READ AUDIT-LOG-FILE
000000         AT END
000000             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
000000             GO TO 5210-EXIT
000000     END-READ
000000     IF AUD-ACCT-NUMBER NOT = SRO-ACCOUNT
000000         OR AUD-TIMESTAMP-DATE NOT = WS-TODAY
000000         GO TO 5210-EXIT
000000     END-IF
000000     IF (AUD-TRAN-WITHDRAWAL OR AUD-TRAN-TRANSFER-OUT)
000000         ADD AUD-AMOUNT TO WS-LIMIT-DEBIT-TOTAL
000000         IF AUD-TIMESTAMP-TIME NOT < SRO-TIME
000000             MOVE "Y" TO WS-LATE-LIMIT-SWITCH
000000         END-IF
000000     END-IF
000000     IF AUD-OPERATOR-ID = SRO-OPERATOR-ID
000000         AND AUD-TIMESTAMP-TIME NOT < SRO-TIME
000000         AND (AUD-TRAN-WITHDRAWAL OR AUD-TRAN-TRANSFER-OUT
000000             OR AUD-TRAN-SERVICE-FEE OR AUD-TRAN-REVERSAL-DR
000000             OR AUD-TRAN-RECALL OR AUD-TRAN-PENALTY)
000000         ADD 1 TO WS-OWN-DEBIT-COUNT
000000         ADD AUD-AMOUNT TO WS-OWN-DEBIT-TOTAL
000000     END-IF.
000000 5210-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5300-FORMAT-CHANGE                                            *
000000*--------------------------------------------------------------*
000000 5300-FORMAT-CHANGE.
000000     MOVE "-----" TO WS-ORDER-TEXT
000000     EVALUATE TRUE
000000         WHEN SRO-FLOOR-LOWERED
000000             MOVE "FLOOR LOWERED     " TO WS-CHANGE-TEXT
000000         WHEN SRO-LIMIT-RAISED
000000             MOVE "DAILY LIMIT RAISED" TO WS-CHANGE-TEXT
000000         WHEN SRO-REACTIVATED
000000             MOVE "REACTIVATED       " TO WS-CHANGE-TEXT
000000         WHEN SRO-ORDER-INCREASED
000000             MOVE "ORDER AMOUNT UP   " TO WS-CHANGE-TEXT
000000             MOVE SRO-ORDER-NUMBER TO WS-ORDER-TEXT
000000     END-EVALUATE
000000     IF SRO-REACTIVATED
000000         IF SRO-OLD-VALUE = "F"
000000             MOVE "      FROZEN" TO WS-OLD-TEXT
000000         ELSE
000000             MOVE "      CLOSED" TO WS-OLD-TEXT
000000         END-IF
000000         MOVE "      ACTIVE" TO WS-NEW-TEXT
000000     ELSE
000000         MOVE SRO-OLD-AMOUNT TO WS-AMOUNT-DISPLAY
000000         MOVE WS-AMOUNT-DISPLAY TO WS-OLD-TEXT
000000         MOVE SRO-NEW-AMOUNT TO WS-AMOUNT-DISPLAY
000000         MOVE WS-AMOUNT-DISPLAY TO WS-NEW-TEXT
000000         IF SRO-LIMIT-RAISED AND SRO-NEW-AMOUNT = ZERO
000000             MOVE "    NO LIMIT" TO WS-NEW-TEXT
000000         END-IF
000000     END-IF.
000000 5300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 8000-PRINT-SUMMARY                                            *
000000*--------------------------------------------------------------*
000000 8000-PRINT-SUMMARY.
000000     DISPLAY " "
000000     DISPLAY "MAINTENANCE EXCEPTION REPORT COMPLETE."
000000     DISPLAY "MAINTENANCE RECORDS READ...: " WS-MAINT-READ-COUNT
000000     DISPLAY "ORDER LOG RECORDS READ.....: " WS-OLOG-READ-COUNT
000000     DISPLAY "SENSITIVE CHANGES..........: " WS-CHANGE-COUNT
000000     DISPLAY "OPERATORS..................: " WS-OPERATOR-COUNT
000000     DISPLAY "OPERATOR'S OWN DEBIT AFTER.: " WS-OWN-DEBIT-FLAGS
000000     DISPLAY "RAISED LIMIT USED..........: " WS-LIMIT-USED-FLAGS.
000000 8000-EXIT.
000000     EXIT.
