000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. FxPosition.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                         *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - NIGHTLY FOREIGN-CURRENCY    *
000000*                 POSITION AND REVALUATION REPORT FOR           *
000000*                 TREASURY. TOTALS ACCT-BALANCE BY              *
000000*                 ACCT-CURRENCY OVER THE ACCOUNT MASTER AND     *
000000*                 VALUES EACH TOTAL IN BASE CURRENCY AT THE     *
000000*                 DAY'S RATETAB RATE, TAKEN THROUGH             *
000000*                 RateConvert SO A MISSING OR STALE RATE IS     *
000000*                 REFUSED THE SAME WAY THE POSTING PATHS        *
000000*                 REFUSE IT (THE CURRENCY IS THEN SHOWN AS NOT  *
000000*                 PRICED AND LEFT OUT OF THE BASE TOTAL).       *
000000*                 AGAINST THE PRIOR NIGHT'S POSITION FILE       *
000000*                 (FXPRIOR, SEE FXPOSREC) IT SHOWS THE CHANGE   *
000000*                 IN BASE VALUE AND HOW MUCH OF IT IS           *
000000*                 REVALUATION - THE PRIOR BALANCE AT THE        *
000000*                 CHANGE IN RATE - AND WRITES TONIGHT'S         *
000000*                 POSITION (FXNEW) FOR THE NEXT RUN. IT THEN    *
000000*                 LISTS THE DAY'S CONVERTED POSTINGS FROM THE   *
000000*                 AUDIT LOG (ORIGINAL CURRENCY NOT THE          *
000000*                 ACCOUNT'S) AND NETS THE CURRENCY BOUGHT AND   *
000000*                 SOLD: A CREDIT BUYS THE ORIGINAL CURRENCY     *
000000*                 AND SELLS THE ACCOUNT'S, A DEBIT THE          *
000000*                 REVERSE, SO BOTH LEGS OF A CROSS-CURRENCY     *
000000*                 TRANSFER NET OUT THE CURRENCY KEYED. RUNS AS  *
000000*                 A NightRun STEP AFTER THE LAST POSTING STEP   *
000000*                 AND BEFORE AuditCutover EMPTIES THE LOG; IT   *
000000*                 REBUILDS ITS OUTPUT WHOLE, SO IT IS           *
000000*                 RESTART-SAFE.                                 *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS ACCT-NUMBER
000000         FILE STATUS IS WS-ACCT-FILE-STATUS.
000000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000000     SELECT PRIOR-POSITION-FILE ASSIGN TO FXPRIOR
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-PRIOR-FILE-STATUS.
000000     SELECT NEW-POSITION-FILE ASSIGN TO FXNEW
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-NEW-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  AUDIT-LOG-FILE.
000000 COPY AUDTREC.
000000
000000 FD  PRIOR-POSITION-FILE.
000000 COPY FXPOSREC.
000000
000000 FD  NEW-POSITION-FILE.
000000 01  NEW-POSITION-RECORD.
000000     05  NFX-CURRENCY            PIC X(03).
000000     05  NFX-POSITION-DATE       PIC 9(08).
000000     05  NFX-ACCOUNT-COUNT       PIC 9(07).
000000     05  NFX-BALANCE-TOTAL       PIC 9(13)V9(02).
000000     05  NFX-RATE                PIC 9(03)V9(04).
000000     05  NFX-RATE-FLAG           PIC X(01).
000000     05  NFX-BASE-VALUE          PIC 9(13)V9(02).
000000     05  FILLER                  PIC X(04).
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000 01  WS-ACCT-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-ACCT-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000000     88  WS-AUDIT-FILE-OK        VALUE "00".
000000 01  WS-PRIOR-FILE-STATUS        PIC X(02).
000000     88  WS-PRIOR-FILE-OK        VALUE "00".
000000 01  WS-PRIOR-AVAIL-SWITCH       PIC X(01) VALUE "N".
000000     88  WS-PRIOR-FILE-AVAILABLE VALUE "Y".
000000 01  WS-NEW-FILE-STATUS          PIC X(02).
000000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000000     88  WS-END-OF-FILE          VALUE "Y".
000000 01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-FIND-CURRENCY            PIC X(03).
000000 01  WS-ONE-UNIT                 PIC 9(09)V9(02) VALUE 1.
000000 01  WS-UNIT-VALUE               PIC 9(09)V9(02).
000000 01  WS-RATE                     PIC 9(03)V9(04).
000000 01  WS-RATE-RESULT              PIC X(01).
000000     88  WS-RATE-OK              VALUE "0".
000000     88  WS-RATE-STALE           VALUE "3".
000000 01  WS-CREDIT-SWITCH            PIC X(01).
000000     88  WS-POSTING-IS-CREDIT    VALUE "Y".
000000 01  WS-ORIG-INDEX               PIC 9(02) COMP.
000000 01  WS-POSTED-INDEX             PIC 9(02) COMP.
000000 01  WS-CHANGE                   PIC S9(13)V9(02).
000000 01  WS-REVALUATION              PIC S9(13)V9(02).
000000 01  WS-NET                      PIC S9(13)V9(02).
000000 01  WS-TOTAL-VALUE              PIC 9(13)V9(02).
000000 01  WS-TOTAL-PRIOR-VALUE        PIC 9(13)V9(02).
000000 01  WS-TOTAL-CHANGE             PIC S9(13)V9(02).
000000 01  WS-TOTAL-REVALUATION        PIC S9(13)V9(02).
000000 01  WS-RATE-TEXT                PIC X(08).
000000 01  WS-VALUE-TEXT               PIC X(16).
000000 01  WS-PRIOR-TEXT               PIC X(16).
000000 01  WS-CHANGE-TEXT              PIC X(16).
000000 01  WS-REVAL-TEXT               PIC X(16).
000000 01  WS-CREDIT-TEXT              PIC X(02).
000000 01  WS-COUNT-DISPLAY            PIC Z(06)9.
000000 01  WS-AMOUNT-DISPLAY           PIC Z(08)9.9(02).
000000 01  WS-POSTED-DISPLAY           PIC Z(08)9.9(02).
000000 01  WS-TOTAL-DISPLAY            PIC Z(12)9.9(02).
000000 01  WS-BOUGHT-DISPLAY           PIC Z(12)9.9(02).
000000 01  WS-SOLD-DISPLAY             PIC Z(12)9.9(02).
000000 01  WS-SIGNED-DISPLAY           PIC -(12)9.9(02).
000000 01  WS-RATE-DISPLAY             PIC ZZ9.9(04).
000000 01  WS-ACCOUNTS-READ            PIC 9(08) COMP.
000000 01  WS-AUDIT-READ               PIC 9(08) COMP.
000000 01  WS-CONVERTED-COUNT          PIC 9(08) COMP.
000000 01  WS-UNPRICED-COUNT           PIC 9(08) COMP.
000000 01  WS-POSITIONS-WRITTEN        PIC 9(08) COMP.
000000 01  WS-CCY-OVERFLOW             PIC 9(08) COMP.
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
000000         10  CT-ACCOUNTS         PIC 9(07).
000000         10  CT-BALANCE          PIC 9(13)V9(02).
000000         10  CT-RATE             PIC 9(03)V9(04).
000000         10  CT-RATE-FLAG        PIC X(01).
000000             88  CT-PRICED           VALUE "Y".
000000         10  CT-RATE-STATE       PIC X(01).
000000         10  CT-BASE-VALUE       PIC 9(13)V9(02).
000000         10  CT-PRIOR-FLAG       PIC X(01).
000000             88  CT-PRIOR-PRICED     VALUE "Y".
000000         10  CT-PRIOR-BALANCE    PIC 9(13)V9(02).
000000         10  CT-PRIOR-RATE       PIC 9(03)V9(04).
000000         10  CT-PRIOR-VALUE      PIC 9(13)V9(02).
000000         10  CT-BOUGHT           PIC 9(13)V9(02).
000000         10  CT-SOLD             PIC 9(13)V9(02).
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                 *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000000     IF WS-ACCT-FILE-AVAILABLE
000000         PERFORM 2000-TOTAL-BALANCES THRU 2000-EXIT
000000         PERFORM 3000-LOAD-PRIOR THRU 3000-EXIT
000000         PERFORM 3500-PRICE-CURRENCY THRU 3500-EXIT
000000             VARYING WS-CCY-INDEX FROM 1 BY 1
000000             UNTIL WS-CCY-INDEX > WS-CCY-COUNT
000000         PERFORM 5000-PRINT-POSITION THRU 5000-EXIT
000000         PERFORM 4000-SCAN-CONVERSIONS THRU 4000-EXIT
000000         PERFORM 5500-PRINT-NET-TRADING THRU 5500-EXIT
000000         PERFORM 6000-WRITE-NEW-POSITION THRU 6000-EXIT
000000         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
000000     ELSE
000000         DISPLAY "Account master file not found - currency "
000000             "position run aborted."
000000         MOVE 8 TO RETURN-CODE
000000     END-IF
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-INITIALIZE                                               *
000000*--------------------------------------------------------------*
000000 1000-INITIALIZE.
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     INITIALIZE WS-ACCOUNTS-READ WS-AUDIT-READ
000000         WS-CONVERTED-COUNT WS-UNPRICED-COUNT
000000         WS-POSITIONS-WRITTEN WS-CCY-OVERFLOW
000000         WS-TOTAL-VALUE WS-TOTAL-PRIOR-VALUE
000000         WS-TOTAL-CHANGE WS-TOTAL-REVALUATION
000000     MOVE ZERO TO WS-CCY-COUNT
000000     OPEN INPUT ACCOUNT-MASTER-FILE
000000     IF WS-ACCT-FILE-OK
000000         MOVE "Y" TO WS-ACCT-AVAIL-SWITCH
000000     END-IF
000000     DISPLAY "FOREIGN-CURRENCY POSITION REPORT  " WS-TODAY
000000         "  BASE CURRENCY " WS-BASE-CURRENCY
000000     DISPLAY "==========================================".
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-TOTAL-BALANCES                                           *
000000*--------------------------------------------------------------*
000000 2000-TOTAL-BALANCES.
000000     MOVE "N" TO WS-EOF-SWITCH
000000     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
000000     PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT
000000         UNTIL WS-END-OF-FILE
000000     CLOSE ACCOUNT-MASTER-FILE.
000000 2000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2100-READ-ACCOUNT                                             *
000000*--------------------------------------------------------------*
000000 2100-READ-ACCOUNT.
000000     READ ACCOUNT-MASTER-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000         NOT AT END
000000             ADD 1 TO WS-ACCOUNTS-READ
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2200-ADD-ACCOUNT                                              *
000000* CLOSED ACCOUNTS CARRY NO BALANCE AND ARE NOT COUNTED.         *
000000*--------------------------------------------------------------*
000000 2200-ADD-ACCOUNT.
000000     IF NOT ACCT-STATUS-CLOSED
000000         MOVE ACCT-CURRENCY TO WS-FIND-CURRENCY
000000         PERFORM 2500-FIND-CURRENCY THRU 2500-EXIT
000000         IF WS-CCY-INDEX > ZERO
000000             ADD 1 TO CT-ACCOUNTS (WS-CCY-INDEX)
000000             ADD ACCT-BALANCE TO CT-BALANCE (WS-CCY-INDEX)
000000         END-IF
000000     END-IF
000000     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2500-FIND-CURRENCY                                            *
000000* RETURNS THE TABLE ROW FOR WS-FIND-CURRENCY IN WS-CCY-INDEX,   *
000000* ADDING A ROW THE FIRST TIME THE CURRENCY IS SEEN; ZERO WHEN   *
000000* THE TABLE IS FULL.                                            *
000000*--------------------------------------------------------------*
000000 2500-FIND-CURRENCY.
000000     MOVE 1 TO WS-CCY-INDEX
000000     PERFORM 2510-STEP-CURRENCY THRU 2510-EXIT
000000         UNTIL WS-CCY-INDEX > WS-CCY-COUNT
000000         OR CT-CURRENCY (WS-CCY-INDEX) = WS-FIND-CURRENCY
000000     IF WS-CCY-INDEX > WS-CCY-COUNT
000000         IF WS-CCY-COUNT NOT < WS-CCY-MAX
000000             ADD 1 TO WS-CCY-OVERFLOW
000000             MOVE ZERO TO WS-CCY-INDEX
000000             GO TO 2500-EXIT
000000         END-IF
000000         ADD 1 TO WS-CCY-COUNT
000000         MOVE WS-CCY-COUNT TO WS-CCY-INDEX
000000         INITIALIZE WS-CCY-ENTRY (WS-CCY-INDEX)
000000         MOVE WS-FIND-CURRENCY TO CT-CURRENCY (WS-CCY-INDEX)
000000         MOVE SPACE TO CT-PRIOR-FLAG (WS-CCY-INDEX)
000000     END-IF.
000000 2500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2510-STEP-CURRENCY                                            *
000000*--------------------------------------------------------------*
000000 2510-STEP-CURRENCY.
000000     ADD 1 TO WS-CCY-INDEX.
000000 2510-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-LOAD-PRIOR                                               *
000000* A CURRENCY HELD LAST NIGHT BUT NOT TONIGHT STILL GETS A ROW,  *
000000* SO ITS WHOLE VALUE SHOWS AS THE CHANGE.                       *
000000*--------------------------------------------------------------*
000000 3000-LOAD-PRIOR.
000000     OPEN INPUT PRIOR-POSITION-FILE
000000     IF NOT WS-PRIOR-FILE-OK
000000         DISPLAY "NO PRIOR POSITION FILE - CHANGES NOT SHOWN."
000000         GO TO 3000-EXIT
000000     END-IF
000000     MOVE "Y" TO WS-PRIOR-AVAIL-SWITCH
000000     MOVE "N" TO WS-EOF-SWITCH
000000     PERFORM 3100-READ-PRIOR THRU 3100-EXIT
000000     PERFORM 3200-MATCH-PRIOR THRU 3200-EXIT
000000         UNTIL WS-END-OF-FILE
000000     CLOSE PRIOR-POSITION-FILE.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3100-READ-PRIOR                                               *
000000*--------------------------------------------------------------*
000000 3100-READ-PRIOR.
000000     READ PRIOR-POSITION-FILE
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 3100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3200-MATCH-PRIOR                                              *
000000*--------------------------------------------------------------*
000000 3200-MATCH-PRIOR.
000000     MOVE FXP-CURRENCY TO WS-FIND-CURRENCY
000000     PERFORM 2500-FIND-CURRENCY THRU 2500-EXIT
000000     IF WS-CCY-INDEX > ZERO
000000         IF FXP-PRICED
000000             MOVE "Y" TO CT-PRIOR-FLAG (WS-CCY-INDEX)
000000         ELSE
000000             MOVE "N" TO CT-PRIOR-FLAG (WS-CCY-INDEX)
000000         END-IF
000000         MOVE FXP-BALANCE-TOTAL
000000             TO CT-PRIOR-BALANCE (WS-CCY-INDEX)
000000         MOVE FXP-RATE TO CT-PRIOR-RATE (WS-CCY-INDEX)
000000         MOVE FXP-BASE-VALUE TO CT-PRIOR-VALUE (WS-CCY-INDEX)
000000     END-IF
000000     PERFORM 3100-READ-PRIOR THRU 3100-EXIT.
000000 3200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3500-PRICE-CURRENCY                                           *
000000* THE RATE IS TAKEN BY CONVERTING ONE UNIT, THEN APPLIED TO     *
000000* THE TOTAL HERE - A CURRENCY TOTAL CAN OUTGROW THE AMOUNT      *
000000* FIELD RateConvert WORKS IN.                                   *
000000*--------------------------------------------------------------*
000000 3500-PRICE-CURRENCY.
000000     CALL "RateConvert" USING CT-CURRENCY (WS-CCY-INDEX),
000000         WS-BASE-CURRENCY, WS-ONE-UNIT, WS-UNIT-VALUE,
000000         WS-RATE, WS-RATE-RESULT
000000     MOVE WS-RATE-RESULT TO CT-RATE-STATE (WS-CCY-INDEX)
000000     IF WS-RATE-OK
000000         MOVE "Y" TO CT-RATE-FLAG (WS-CCY-INDEX)
000000         MOVE WS-RATE TO CT-RATE (WS-CCY-INDEX)
000000         COMPUTE CT-BASE-VALUE (WS-CCY-INDEX) ROUNDED =
000000             CT-BALANCE (WS-CCY-INDEX) * WS-RATE
000000     ELSE
000000         MOVE "N" TO CT-RATE-FLAG (WS-CCY-INDEX)
000000         MOVE ZERO TO CT-RATE (WS-CCY-INDEX)
000000                      CT-BASE-VALUE (WS-CCY-INDEX)
000000         ADD 1 TO WS-UNPRICED-COUNT
000000     END-IF.
000000 3500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-SCAN-CONVERSIONS                                         *
000000*--------------------------------------------------------------*
000000 4000-SCAN-CONVERSIONS.
000000     DISPLAY " "
000000     DISPLAY "CONVERTED POSTINGS"
000000     DISPLAY "  ACCT  TIME     T CR   ORIG AMOUNT CUR     RATE"
000000         "  POSTED AMOUNT CUR OPR"
000000     OPEN INPUT AUDIT-LOG-FILE
000000     IF NOT WS-AUDIT-FILE-OK
000000         DISPLAY "  AUDIT LOG NOT FOUND - NO POSTINGS LISTED."
000000         GO TO 4000-EXIT
000000     END-IF
000000     MOVE "N" TO WS-EOF-SWITCH
000000     PERFORM 4100-READ-AUDIT THRU 4100-EXIT
000000     PERFORM 4200-CHECK-POSTING THRU 4200-EXIT
000000         UNTIL WS-END-OF-FILE
000000     CLOSE AUDIT-LOG-FILE.
000000 4000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4100-READ-AUDIT                                               *
000000*--------------------------------------------------------------*
000000 4100-READ-AUDIT.
000000     READ AUDIT-LOG-FILE
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000         NOT AT END
000000             ADD 1 TO WS-AUDIT-READ
000000     END-READ.
000000 4100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4200-CHECK-POSTING                                            *
000000*--------------------------------------------------------------*
000000 4200-CHECK-POSTING.
000000     IF AUD-ORIG-CURRENCY NOT = SPACES
000000         AND AUD-ORIG-CURRENCY NOT = AUD-CURRENCY
000000         PERFORM 4300-LIST-CONVERSION THRU 4300-EXIT
000000     END-IF
000000     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
000000 4200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4300-LIST-CONVERSION                                          *
000000* A CREDIT (D R U I) TOOK IN THE ORIGINAL CURRENCY AND PAID     *
000000* OUT THE ACCOUNT'S; ANY OTHER CODE IS A DEBIT AND THE OTHER    *
000000* WAY ROUND.                                                    *
000000*--------------------------------------------------------------*
000000 4300-LIST-CONVERSION.
000000     ADD 1 TO WS-CONVERTED-COUNT
000000     IF AUD-TRAN-DEPOSIT OR AUD-TRAN-TRANSFER-IN
000000         OR AUD-TRAN-REVERSAL-CR OR AUD-TRAN-INTEREST
000000         MOVE "Y" TO WS-CREDIT-SWITCH
000000         MOVE "CR" TO WS-CREDIT-TEXT
000000     ELSE
000000         MOVE "N" TO WS-CREDIT-SWITCH
000000         MOVE "DR" TO WS-CREDIT-TEXT
000000     END-IF
000000     MOVE AUD-ORIG-CURRENCY TO WS-FIND-CURRENCY
000000     PERFORM 2500-FIND-CURRENCY THRU 2500-EXIT
000000     MOVE WS-CCY-INDEX TO WS-ORIG-INDEX
000000     MOVE AUD-CURRENCY TO WS-FIND-CURRENCY
000000     PERFORM 2500-FIND-CURRENCY THRU 2500-EXIT
000000     MOVE WS-CCY-INDEX TO WS-POSTED-INDEX
000000     IF WS-POSTING-IS-CREDIT
000000         IF WS-ORIG-INDEX > ZERO
000000             ADD AUD-ORIG-AMOUNT TO CT-BOUGHT (WS-ORIG-INDEX)
000000         END-IF
000000         IF WS-POSTED-INDEX > ZERO
000000             ADD AUD-AMOUNT TO CT-SOLD (WS-POSTED-INDEX)
000000         END-IF
000000     ELSE
000000         IF WS-ORIG-INDEX > ZERO
000000             ADD AUD-ORIG-AMOUNT TO CT-SOLD (WS-ORIG-INDEX)
000000         END-IF
000000         IF WS-POSTED-INDEX > ZERO
000000             ADD AUD-AMOUNT TO CT-BOUGHT (WS-POSTED-INDEX)
000000         END-IF
000000     END-IF
000000     MOVE AUD-ORIG-AMOUNT TO WS-AMOUNT-DISPLAY
000000     MOVE AUD-AMOUNT TO WS-POSTED-DISPLAY
000000     MOVE AUD-RATE TO WS-RATE-DISPLAY
000000     DISPLAY "  " AUD-ACCT-NUMBER " " AUD-TIMESTAMP-TIME " "
000000         AUD-TRAN-CODE " " WS-CREDIT-TEXT " "
000000         WS-AMOUNT-DISPLAY " " AUD-ORIG-CURRENCY " "
000000         WS-RATE-DISPLAY " " WS-POSTED-DISPLAY " "
000000         AUD-CURRENCY " " AUD-OPERATOR-ID.
000000 4300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-PRINT-POSITION                                           *
000000*--------------------------------------------------------------*
000000 5000-PRINT-POSITION.
000000     DISPLAY " "
000000     DISPLAY "POSITION BY CURRENCY"
000000     DISPLAY "CUR   ACCOUNTS    BALANCE TOTAL     RATE"
000000         "       BASE VALUE      PRIOR VALUE           CHANGE"
000000         "      REVALUATION"
000000     PERFORM 5100-PRINT-CURRENCY THRU 5100-EXIT
000000         VARYING WS-CCY-INDEX FROM 1 BY 1
000000         UNTIL WS-CCY-INDEX > WS-CCY-COUNT
000000     MOVE WS-TOTAL-VALUE TO WS-TOTAL-DISPLAY
000000     DISPLAY "TOTAL VALUE OF PRICED CURRENCIES..: "
000000         WS-TOTAL-DISPLAY " " WS-BASE-CURRENCY
000000     IF WS-PRIOR-FILE-AVAILABLE
000000         MOVE WS-TOTAL-PRIOR-VALUE TO WS-TOTAL-DISPLAY
000000         DISPLAY "PRIOR DAY'S VALUE.................: "
000000             WS-TOTAL-DISPLAY " " WS-BASE-CURRENCY
000000         MOVE WS-TOTAL-CHANGE TO WS-SIGNED-DISPLAY
000000         DISPLAY "CHANGE............................: "
000000             WS-SIGNED-DISPLAY " " WS-BASE-CURRENCY
000000         MOVE WS-TOTAL-REVALUATION TO WS-SIGNED-DISPLAY
000000         DISPLAY "  OF WHICH REVALUATION............: "
000000             WS-SIGNED-DISPLAY " " WS-BASE-CURRENCY
000000     END-IF
000000     IF WS-UNPRICED-COUNT > ZERO
000000         DISPLAY "CURRENCIES NOT PRICED (NO RATE OR STALE "
000000             "RATE) ARE LEFT OUT OF THE TOTALS."
000000     END-IF.
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5100-PRINT-CURRENCY                                           *
000000* CHANGE AND REVALUATION NEED BOTH NIGHTS PRICED.               *
000000*--------------------------------------------------------------*
000000 5100-PRINT-CURRENCY.
000000     MOVE SPACES TO WS-PRIOR-TEXT WS-CHANGE-TEXT WS-REVAL-TEXT
000000     IF CT-PRICED (WS-CCY-INDEX)
000000         MOVE CT-RATE (WS-CCY-INDEX) TO WS-RATE-DISPLAY
000000         MOVE WS-RATE-DISPLAY TO WS-RATE-TEXT
000000         MOVE CT-BASE-VALUE (WS-CCY-INDEX) TO WS-TOTAL-DISPLAY
000000         MOVE WS-TOTAL-DISPLAY TO WS-VALUE-TEXT
000000         ADD CT-BASE-VALUE (WS-CCY-INDEX) TO WS-TOTAL-VALUE
000000     ELSE
000000         IF CT-RATE-STATE (WS-CCY-INDEX) = "3"
000000             MOVE "   STALE" TO WS-RATE-TEXT
000000         ELSE
000000             MOVE " NO RATE" TO WS-RATE-TEXT
000000         END-IF
000000         MOVE "      NOT PRICED" TO WS-VALUE-TEXT
000000     END-IF
000000     IF CT-PRIOR-PRICED (WS-CCY-INDEX)
000000         MOVE CT-PRIOR-VALUE (WS-CCY-INDEX) TO WS-TOTAL-DISPLAY
000000         MOVE WS-TOTAL-DISPLAY TO WS-PRIOR-TEXT
000000         ADD CT-PRIOR-VALUE (WS-CCY-INDEX)
000000             TO WS-TOTAL-PRIOR-VALUE
000000     END-IF
000000     IF WS-PRIOR-FILE-AVAILABLE
000000         AND CT-PRIOR-FLAG (WS-CCY-INDEX) = SPACE
000000         MOVE "             NEW" TO WS-PRIOR-TEXT
000000     END-IF
000000     IF CT-PRICED (WS-CCY-INDEX)
000000         AND WS-PRIOR-FILE-AVAILABLE
000000         AND (CT-PRIOR-PRICED (WS-CCY-INDEX)
000000             OR CT-PRIOR-FLAG (WS-CCY-INDEX) = SPACE)
000000         COMPUTE WS-CHANGE = CT-BASE-VALUE (WS-CCY-INDEX)
000000             - CT-PRIOR-VALUE (WS-CCY-INDEX)
000000         COMPUTE WS-REVALUATION ROUNDED =
000000             CT-PRIOR-BALANCE (WS-CCY-INDEX)
000000             * (CT-RATE (WS-CCY-INDEX)
000000                - CT-PRIOR-RATE (WS-CCY-INDEX))
000000         IF CT-PRIOR-FLAG (WS-CCY-INDEX) = SPACE
000000             MOVE ZERO TO WS-REVALUATION
000000         END-IF
000000         ADD WS-CHANGE TO WS-TOTAL-CHANGE
000000         ADD WS-REVALUATION TO WS-TOTAL-REVALUATION
000000         MOVE WS-CHANGE TO WS-SIGNED-DISPLAY
000000         MOVE WS-SIGNED-DISPLAY TO WS-CHANGE-TEXT
000000         MOVE WS-REVALUATION TO WS-SIGNED-DISPLAY
000000         MOVE WS-SIGNED-DISPLAY TO WS-REVAL-TEXT
000000     END-IF
000000     MOVE CT-ACCOUNTS (WS-CCY-INDEX) TO WS-COUNT-DISPLAY
000000     MOVE CT-BALANCE (WS-CCY-INDEX) TO WS-TOTAL-DISPLAY
000000     DISPLAY CT-CURRENCY (WS-CCY-INDEX) "    "
000000         WS-COUNT-DISPLAY " " WS-TOTAL-DISPLAY " "
000000         WS-RATE-TEXT " " WS-VALUE-TEXT " " WS-PRIOR-TEXT " "
000000         WS-CHANGE-TEXT " " WS-REVAL-TEXT.
000000 5100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5500-PRINT-NET-TRADING                                        *
000000*--------------------------------------------------------------*
000000 5500-PRINT-NET-TRADING.
000000     DISPLAY " "
000000     DISPLAY "NET CURRENCY BOUGHT AND SOLD (CONVERTED POSTINGS)"
000000     DISPLAY "CUR           BOUGHT             SOLD"
000000         "              NET"
000000     PERFORM 5600-PRINT-TRADING THRU 5600-EXIT
000000         VARYING WS-CCY-INDEX FROM 1 BY 1
000000         UNTIL WS-CCY-INDEX > WS-CCY-COUNT.
000000 5500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5600-PRINT-TRADING                                            *
000000*--------------------------------------------------------------*
000000 5600-PRINT-TRADING.
000000     IF CT-BOUGHT (WS-CCY-INDEX) = ZERO
000000         AND CT-SOLD (WS-CCY-INDEX) = ZERO
000000         GO TO 5600-EXIT
000000     END-IF
000000     COMPUTE WS-NET = CT-BOUGHT (WS-CCY-INDEX)
000000         - CT-SOLD (WS-CCY-INDEX)
000000     MOVE CT-BOUGHT (WS-CCY-INDEX) TO WS-BOUGHT-DISPLAY
000000     MOVE CT-SOLD (WS-CCY-INDEX) TO WS-SOLD-DISPLAY
000000     MOVE WS-NET TO WS-SIGNED-DISPLAY
000000     DISPLAY CT-CURRENCY (WS-CCY-INDEX) " "
000000         WS-BOUGHT-DISPLAY " " WS-SOLD-DISPLAY " "
000000         WS-SIGNED-DISPLAY.
000000 5600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-WRITE-NEW-POSITION                                       *
000000*--------------------------------------------------------------*
000000 6000-WRITE-NEW-POSITION.
000000     OPEN OUTPUT NEW-POSITION-FILE
000000     PERFORM 6100-WRITE-CURRENCY THRU 6100-EXIT
000000         VARYING WS-CCY-INDEX FROM 1 BY 1
000000         UNTIL WS-CCY-INDEX > WS-CCY-COUNT
000000     CLOSE NEW-POSITION-FILE.
000000 6000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6100-WRITE-CURRENCY                                           *
000000* ONLY CURRENCIES HELD ON THE MASTER TONIGHT ARE CARRIED.       *
000000*--------------------------------------------------------------*
000000 6100-WRITE-CURRENCY.
000000     IF CT-ACCOUNTS (WS-CCY-INDEX) = ZERO
000000         GO TO 6100-EXIT
000000     END-IF
000000     MOVE SPACES TO NEW-POSITION-RECORD
000000     MOVE CT-CURRENCY (WS-CCY-INDEX) TO NFX-CURRENCY
000000     MOVE WS-TODAY TO NFX-POSITION-DATE
000000     MOVE CT-ACCOUNTS (WS-CCY-INDEX) TO NFX-ACCOUNT-COUNT
000000     MOVE CT-BALANCE (WS-CCY-INDEX) TO NFX-BALANCE-TOTAL
000000     MOVE CT-RATE (WS-CCY-INDEX) TO NFX-RATE
000000     MOVE CT-RATE-FLAG (WS-CCY-INDEX) TO NFX-RATE-FLAG
000000     MOVE CT-BASE-VALUE (WS-CCY-INDEX) TO NFX-BASE-VALUE
000000     WRITE NEW-POSITION-RECORD
000000     ADD 1 TO WS-POSITIONS-WRITTEN.
000000 6100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 8000-PRINT-SUMMARY                                            *
000000*--------------------------------------------------------------*
000000 8000-PRINT-SUMMARY.
000000     DISPLAY " "
000000     DISPLAY "CURRENCY POSITION RUN COMPLETE."
000000     DISPLAY "ACCOUNTS READ..............: " WS-ACCOUNTS-READ
000000     DISPLAY "CURRENCIES.................: " WS-CCY-COUNT
000000     DISPLAY "CURRENCIES NOT PRICED......: " WS-UNPRICED-COUNT
000000     DISPLAY "AUDIT RECORDS READ.........: " WS-AUDIT-READ
000000     DISPLAY "CONVERTED POSTINGS.........: " WS-CONVERTED-COUNT
000000     DISPLAY "POSITIONS WRITTEN..........: " WS-POSITIONS-WRITTEN
000000     IF WS-CCY-OVERFLOW > ZERO
000000         DISPLAY "CURRENCIES OVER TABLE SIZE.: " WS-CCY-OVERFLOW
000000     END-IF.
000000 8000-EXIT.
000000     EXIT.
