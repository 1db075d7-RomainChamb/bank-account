000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. InterestTax.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                         *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - YEAR-END INTEREST INCOME    *
000000*                 TAX REPORTING. READS THE TAX YEAR'S           *
000000*                 TRANSACTION HISTORY ARCHIVES (TRANHIST,       *
000000*                 CONCATENATED BY THE SCHEDULER THE WAY         *
000000*                 Statement TAKES THEM) FOR THE INTEREST        *
000000*                 CREDITS "I" AND THE SUPERVISED REVERSALS OF   *
000000*                 THEM (A "V" WHOSE AUD-REF-TIME IS THE TIME    *
000000*                 OF AN "I" ON THE SAME ACCOUNT AND DAY - SEE   *
000000*                 Reverse), GROUPS THEM BY OWNING CUSTOMER      *
000000*                 (ACCT-CUSTOMER) ACROSS ALL THEIR ACCOUNTS     *
000000*                 AND VALUES THEM IN BASE CURRENCY THROUGH      *
000000*                 RateConvert. PRINTS A TAX CERTIFICATE PER     *
000000*                 CUSTOMER (CERTFILE) ADDRESSED FROM CUSTMAST,  *
000000*                 AND WRITES THE TAX AUTHORITY FILING FILE      *
000000*                 (TAXFILE, SEE TAXFREC) FOR EVERY CUSTOMER AT  *
000000*                 OR OVER THE REPORTING MINIMUM; CUSTOMERS      *
000000*                 UNDER IT ARE COUNTED AND TOTALLED BUT NOT     *
000000*                 FILED. A CUSTOMER WITH AN AMOUNT THAT COULD   *
000000*                 NOT BE CONVERTED, OR NOT ON THE CUSTOMER      *
000000*                 MASTER, IS HELD OFF BOTH AND LISTED ON THE    *
000000*                 RUN REPORT FOR CORRECTION AND RERUN. THE      *
000000*                 FILING'S CURRENCY CONTROL RECORDS ARE TIED    *
000000*                 ON THE RUN REPORT TO THE "I" TOTALS OF THE    *
000000*                 YEAR'S GL EXTRACTS (GLHIST - THE DAILY        *
000000*                 GLEXTRCT FILES CUT BY AuditCutover,           *
000000*                 CONCATENATED THE SAME WAY). THE TAX YEAR IS   *
000000*                 TAKEN FROM THE COMMAND LINE (YYYY), OR        *
000000*                 DEFAULTS TO THE YEAR BEFORE THE RUN DATE.     *
000000* 2026-10-15  RC  THE GL TIE LEAVES OUT MONTH-END INTEREST      *
000000*                 (OPERATOR EOM): MonthEndPost POSTS AFTER THE  *
000000*                 NIGHT'S AUDIT CUTOVER, SO ITS CREDITS NEVER   *
000000*                 REACH THE GL EXTRACTS. THEY ARE SHOWN ON A    *
000000*                 MONTH-END LINE PER CURRENCY INSTEAD. THE      *
000000*                 FILING ITSELF STILL CARRIES ALL INTEREST.     *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT AUDIT-HISTORY-FILE ASSIGN TO TRANHIST
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000000     SELECT TAX-WORK-FILE ASSIGN TO TAXWORK
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
000000     SELECT CERTIFICATE-FILE ASSIGN TO CERTFILE
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-CERT-FILE-STATUS.
000000     SELECT TAX-FILING-FILE ASSIGN TO TAXFILE
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-FILING-FILE-STATUS.
000000     SELECT GL-HISTORY-FILE ASSIGN TO GLHIST
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-GL-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  AUDIT-HISTORY-FILE.
000000 01  HISTORY-RECORD              PIC X(88).
000000
000000 FD  TAX-WORK-FILE.
000000 01  TAX-WORK-RECORD.
000000     05  TWK-CUSTOMER            PIC 9(05).
000000     05  TWK-ACCOUNT             PIC 9(05).
000000     05  TWK-DATE                PIC 9(08).
000000     05  TWK-MATCH-TIME          PIC 9(08).
000000     05  TWK-TRAN-CODE           PIC X(01).
000000     05  TWK-TIME                PIC 9(08).
000000     05  TWK-AMOUNT              PIC 9(09)V9(02).
000000     05  TWK-CURRENCY            PIC X(03).
000000     05  TWK-BASE-AMOUNT         PIC 9(09)V9(02).
000000     05  TWK-CONVERTED-FLAG      PIC X(01).
000000     05  TWK-MONTH-END-FLAG      PIC X(01).
000000     05  FILLER                  PIC X(02).
000000
000000 SD  SORT-WORK-FILE.
000000 01  SORT-ITEM-RECORD.
000000     05  SRT-CUSTOMER            PIC 9(05).
000000     05  SRT-ACCOUNT             PIC 9(05).
000000     05  SRT-DATE                PIC 9(08).
000000     05  SRT-MATCH-TIME          PIC 9(08).
000000     05  SRT-TRAN-CODE           PIC X(01).
000000     05  FILLER                  PIC X(37).
000000
000000 FD  SORTED-ITEM-FILE.
000000 01  SORTED-ITEM-RECORD.
000000     05  SRO-CUSTOMER            PIC 9(05).
000000     05  SRO-ACCOUNT             PIC 9(05).
000000     05  SRO-DATE                PIC 9(08).
000000     05  SRO-MATCH-TIME          PIC 9(08).
000000     05  SRO-TRAN-CODE           PIC X(01).
000000         88  SRO-INTEREST            VALUE "I".
000000     05  SRO-TIME                PIC 9(08).
000000     05  SRO-AMOUNT              PIC 9(09)V9(02).
000000     05  SRO-CURRENCY            PIC X(03).
000000     05  SRO-BASE-AMOUNT         PIC 9(09)V9(02).
000000     05  SRO-CONVERTED-FLAG      PIC X(01).
000000         88  SRO-CONVERTED           VALUE "Y".
000000     05  SRO-MONTH-END-FLAG      PIC X(01).
000000         88  SRO-MONTH-END           VALUE "Y".
000000     05  FILLER                  PIC X(02).
000000
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  CUSTOMER-MASTER-FILE.
000000 COPY CUSTREC.
000000
000000 FD  CERTIFICATE-FILE.
000000 01  CERTIFICATE-LINE            PIC X(80).
000000
000000 FD  TAX-FILING-FILE.
000000 COPY TAXFREC.
000000
000000 FD  GL-HISTORY-FILE.
000000 01  GL-EXTRACT-RECORD.
000000     05  GLX-RECORD-TYPE         PIC X(01).
000000         88  GLX-TYPE-DETAIL         VALUE "D".
000000         88  GLX-TYPE-CONTROL        VALUE "T".
000000     05  GLX-DATE                PIC 9(08).
000000     05  GLX-TRAN-CODE           PIC X(01).
000000     05  GLX-CURRENCY            PIC X(03).
000000     05  GLX-DRCR-SIDE           PIC X(01).
000000     05  GLX-COUNT               PIC 9(07).
000000     05  GLX-AMOUNT              PIC 9(11)V9(02).
000000     05  FILLER                  PIC X(06).
000000
000000 WORKING-STORAGE SECTION.
000000 COPY AUDTREC.
000000 01  WS-HISTORY-FILE-STATUS      PIC X(02).
000000     88  WS-HISTORY-FILE-OK      VALUE "00".
000000 01  WS-WORK-FILE-STATUS         PIC X(02).
000000 01  WS-SORTED-FILE-STATUS       PIC X(02).
000000 01  WS-CERT-FILE-STATUS         PIC X(02).
000000 01  WS-FILING-FILE-STATUS       PIC X(02).
000000 01  WS-GL-FILE-STATUS           PIC X(02).
000000     88  WS-GL-FILE-OK           VALUE "00".
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
000000* REPORTING RULES. THE MINIMUM IS THE CUSTOMER'S NET INTEREST
000000* FOR THE YEAR IN BASE CURRENCY.
000000*
000000 01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".
000000 01  WS-REPORT-MINIMUM           PIC 9(09)V9(02) VALUE 10.00.
000000*
000000* MonthEndPost RUNS AFTER THE NIGHT'S AUDIT CUTOVER, AND THE
000000* CUTOVER ONLY SUMMARISES THE DAY IT CUTS, SO MONTH-END INTEREST
000000* NEVER REACHES THE GL EXTRACTS AND IS KEPT OUT OF THE GL TIE.
000000*
000000 01  WS-MONTH-END-OPERATOR       PIC X(03) VALUE "EOM".
000000 01  WS-PARM.
000000     05  WS-PARM-TAX-YEAR        PIC X(04).
000000 01  WS-TAX-YEAR                 PIC 9(04).
000000 01  WS-YEAR-START               PIC 9(08).
000000 01  WS-YEAR-END                 PIC 9(08).
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-RATE                     PIC 9(03)V9(04).
000000 01  WS-RATE-RESULT              PIC X(01).
000000     88  WS-RATE-OK              VALUE "0".
000000 01  WS-CURRENT-CUSTOMER         PIC 9(05).
000000 01  WS-CUSTOMER-NAME            PIC X(20).
000000 01  WS-CUSTOMER-ADDRESS         PIC X(30).
000000 01  WS-CUST-FOUND-SWITCH        PIC X(01).
000000     88  WS-CUSTOMER-FOUND       VALUE "Y".
000000 01  WS-HELD-SWITCH              PIC X(01).
000000     88  WS-CUSTOMER-HELD        VALUE "Y".
000000 01  WS-LAST-INTEREST.
000000     05  WS-LAST-ACCOUNT         PIC 9(05).
000000     05  WS-LAST-DATE            PIC 9(08).
000000     05  WS-LAST-TIME            PIC 9(08).
000000 01  WS-CUST-PAID-BASE           PIC 9(11)V9(02).
000000 01  WS-CUST-REVERSED-BASE       PIC 9(11)V9(02).
000000 01  WS-CUST-NET-BASE            PIC S9(11)V9(02).
000000 01  WS-FIND-CURRENCY            PIC X(03).
000000 01  WS-NOTE-TEXT                PIC X(60).
000000 01  WS-TIE-TEXT                 PIC X(14).
000000 01  WS-DIFFERENCE               PIC S9(11)V9(02).
000000 01  WS-COUNT-DISPLAY            PIC Z(06)9.
000000 01  WS-GL-COUNT-DISPLAY         PIC Z(06)9.
000000 01  WS-TOTAL-DISPLAY            PIC Z(10)9.9(02).
000000 01  WS-GL-TOTAL-DISPLAY         PIC Z(10)9.9(02).
000000 01  WS-SIGNED-DISPLAY           PIC -(10)9.9(02).
000000 01  WS-GRAND-DISPLAY            PIC Z(12)9.9(02).
000000
000000 01  WS-ACCT-MAX                 PIC 9(02) COMP VALUE 20.
000000 01  WS-ACCT-COUNT               PIC 9(02) COMP.
000000 01  WS-ACCT-OVERFLOW            PIC 9(04) COMP.
000000 01  WS-ACCT-INDEX               PIC 9(02) COMP.
000000 01  WS-ACCT-TABLE.
000000     05  WS-ACCT-ENTRY           OCCURS 20 TIMES.
000000         10  AT-ACCOUNT          PIC 9(05).
000000         10  AT-CURRENCY         PIC X(03).
000000         10  AT-PAID             PIC 9(11)V9(02).
000000         10  AT-REVERSED         PIC 9(11)V9(02).
000000         10  AT-PAID-BASE        PIC 9(11)V9(02).
000000         10  AT-REVERSED-BASE    PIC 9(11)V9(02).
000000
000000*
000000* THE TABLE HAS ONE SLOT MORE THAN WS-CCY-MAX SO THE SEARCH CAN
000000* STEP PAST THE LAST CURRENCY IN USE WITHOUT LEAVING THE TABLE.
000000*
000000 01  WS-CCY-MAX                  PIC 9(02) COMP VALUE 20.
000000 01  WS-CCY-COUNT                PIC 9(02) COMP.
000000 01  WS-CCY-INDEX                PIC 9(02) COMP.
000000 01  WS-CCY-OVERFLOW             PIC 9(08) COMP.
000000 01  WS-CCY-TABLE.
000000     05  WS-CCY-ENTRY            OCCURS 21 TIMES.
000000         10  CT-CURRENCY         PIC X(03).
000000         10  CT-PAID-COUNT       PIC 9(07).
000000         10  CT-PAID             PIC 9(11)V9(02).
000000         10  CT-EOM-COUNT        PIC 9(07).
000000         10  CT-EOM-PAID         PIC 9(11)V9(02).
000000         10  CT-REV-COUNT        PIC 9(07).
000000         10  CT-REVERSED         PIC 9(11)V9(02).
000000         10  CT-GL-COUNT         PIC 9(07).
000000         10  CT-GL-AMOUNT        PIC 9(11)V9(02).
000000
000000 01  WS-ITEMS-READ               PIC 9(08) COMP.
000000 01  WS-ITEMS-SELECTED           PIC 9(08) COMP.
000000 01  WS-ITEMS-UNCONVERTED        PIC 9(08) COMP.
000000 01  WS-OTHER-REVERSALS          PIC 9(08) COMP.
000000 01  WS-CUSTOMERS-WITH-INTEREST  PIC 9(08) COMP.
000000 01  WS-CERTIFICATE-COUNT        PIC 9(08) COMP.
000000 01  WS-FILED-COUNT              PIC 9(07).
000000 01  WS-BELOW-COUNT              PIC 9(07).
000000 01  WS-HELD-COUNT               PIC 9(07).
000000 01  WS-FILED-TOTAL              PIC 9(13)V9(02).
000000 01  WS-BELOW-TOTAL              PIC 9(13)V9(02).
000000 01  WS-YEAR-TOTAL               PIC 9(13)V9(02).
000000 01  WS-GL-RECORDS-READ          PIC 9(08) COMP.
000000 01  WS-OUT-OF-BALANCE-COUNT     PIC 9(08) COMP.
000000
000000 01  WS-HEADING-LINE.
000000     05  FILLER                  PIC X(34)
000000         VALUE "INTEREST INCOME TAX CERTIFICATE".
000000     05  FILLER                  PIC X(09) VALUE "TAX YEAR ".
000000     05  WS-HDG-TAX-YEAR         PIC 9(04).
000000     05  FILLER                  PIC X(33) VALUE SPACES.
000000
000000 01  WS-NAME-LINE.
000000     05  FILLER                  PIC X(22) VALUE SPACES.
000000     05  WS-NAME-TEXT            PIC X(20).
000000     05  FILLER                  PIC X(38) VALUE SPACES.
000000
000000 01  WS-ADDRESS-LINE.
000000     05  FILLER                  PIC X(22) VALUE SPACES.
000000     05  WS-ADDRESS-TEXT         PIC X(30).
000000     05  FILLER                  PIC X(28) VALUE SPACES.
000000
000000 01  WS-CUSTOMER-LINE.
000000     05  FILLER                  PIC X(22)
000000         VALUE "CUSTOMER NUMBER       ".
000000     05  WS-CUS-NUMBER           PIC 9(05).
000000     05  FILLER                  PIC X(53) VALUE SPACES.
000000
000000 01  WS-COLUMN-LINE.
000000     05  FILLER                  PIC X(12)
000000         VALUE "ACCOUNT  CUR".
000000     05  FILLER                  PIC X(16)
000000         VALUE "   INTEREST PAID".
000000     05  FILLER                  PIC X(16)
000000         VALUE "        REVERSED".
000000     05  FILLER                  PIC X(16)
000000         VALUE "    NET INTEREST".
000000     05  FILLER                  PIC X(13)
000000         VALUE "      NET IN ".
000000     05  WS-COL-BASE-CURRENCY    PIC X(03).
000000     05  FILLER                  PIC X(04) VALUE SPACES.
000000
000000 01  WS-DETAIL-LINE.
000000     05  WS-DTL-ACCOUNT          PIC 9(05).
000000     05  FILLER                  PIC X(04) VALUE SPACES.
000000     05  WS-DTL-CURRENCY         PIC X(03).
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-DTL-PAID             PIC Z(11)9.9(02).
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-DTL-REVERSED         PIC Z(11)9.9(02)
000000                                 BLANK WHEN ZERO.
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-DTL-NET              PIC -(11)9.9(02).
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-DTL-NET-BASE         PIC -(11)9.9(02).
000000     05  FILLER                  PIC X(04) VALUE SPACES.
000000
000000 01  WS-TOTAL-LINE.
000000     05  WS-TOT-LABEL            PIC X(45).
000000     05  WS-TOT-AMOUNT           PIC -(11)9.9(02).
000000     05  FILLER                  PIC X(01) VALUE SPACES.
000000     05  WS-TOT-CURRENCY         PIC X(03).
000000     05  FILLER                  PIC X(16) VALUE SPACES.
000000
000000 01  WS-NOTE-LINE.
000000     05  WS-NOTE-LINE-TEXT       PIC X(60).
000000     05  FILLER                  PIC X(20) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                 *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000000     PERFORM 2000-SELECT-ITEMS THRU 2000-EXIT
000000     IF WS-ACCT-FILE-AVAILABLE
000000         PERFORM 3000-SORT-ITEMS THRU 3000-EXIT
000000         PERFORM 4000-PRODUCE-CERTIFICATES THRU 4000-EXIT
000000         PERFORM 7000-RECONCILE-GL THRU 7000-EXIT
000000         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
000000     ELSE
000000         DISPLAY "Account master file not found - interest tax "
000000             "run aborted."
000000         MOVE 8 TO RETURN-CODE
000000     END-IF
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-INITIALIZE                                               *
000000*--------------------------------------------------------------*
000000 1000-INITIALIZE.
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     MOVE SPACES TO WS-PARM
000000     ACCEPT WS-PARM FROM COMMAND-LINE
000000     IF WS-PARM-TAX-YEAR IS NUMERIC
000000         MOVE WS-PARM-TAX-YEAR TO WS-TAX-YEAR
000000     ELSE
000000         COMPUTE WS-TAX-YEAR = WS-TODAY / 10000 - 1
000000     END-IF
000000     COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
000000     COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
000000     INITIALIZE WS-ITEMS-READ WS-ITEMS-SELECTED
000000         WS-ITEMS-UNCONVERTED WS-OTHER-REVERSALS
000000         WS-CUSTOMERS-WITH-INTEREST WS-CERTIFICATE-COUNT
000000         WS-FILED-COUNT WS-BELOW-COUNT WS-HELD-COUNT
000000         WS-FILED-TOTAL WS-BELOW-TOTAL WS-YEAR-TOTAL
000000         WS-GL-RECORDS-READ WS-OUT-OF-BALANCE-COUNT
000000         WS-CCY-OVERFLOW
000000     MOVE ZERO TO WS-CCY-COUNT
000000     MOVE WS-TAX-YEAR TO WS-HDG-TAX-YEAR
000000     MOVE WS-BASE-CURRENCY TO WS-COL-BASE-CURRENCY
000000     MOVE WS-REPORT-MINIMUM TO WS-TOTAL-DISPLAY
000000     DISPLAY "YEAR-END INTEREST TAX REPORTING  " WS-TODAY
000000     DISPLAY "TAX YEAR.................: " WS-TAX-YEAR
000000     DISPLAY "REPORTING MINIMUM (" WS-BASE-CURRENCY "): "
000000         WS-TOTAL-DISPLAY
000000     DISPLAY "==================================".
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-SELECT-ITEMS                                             *
000000* FIRST PASS - KEEPS THE TAX YEAR'S INTEREST CREDITS AND        *
000000* CREDIT REVERSALS FROM THE ARCHIVES, TAGGED WITH THE OWNING    *
000000* CUSTOMER AND THE BASE-CURRENCY VALUE, ON THE WORK FILE.       *
000000*--------------------------------------------------------------*
000000 2000-SELECT-ITEMS.
000000     OPEN INPUT ACCOUNT-MASTER-FILE
000000     IF WS-ACCT-FILE-OK
000000         MOVE "Y" TO WS-ACCT-AVAIL-SWITCH
000000     ELSE
000000         GO TO 2000-EXIT
000000     END-IF
000000     OPEN OUTPUT TAX-WORK-FILE
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT AUDIT-HISTORY-FILE
000000     IF WS-HISTORY-FILE-OK
000000         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
000000         PERFORM 2200-SELECT-HISTORY THRU 2200-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE AUDIT-HISTORY-FILE
000000     ELSE
000000         DISPLAY "Transaction history not found - no interest "
000000             "selected."
000000     END-IF
000000     CLOSE TAX-WORK-FILE
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
000000* 2500-SELECT-ITEM                                              *
000000* AN INTEREST CREDIT SORTS ON ITS OWN TIME, A "V" ON THE TIME   *
000000* OF THE CREDIT IT BACKED OUT, SO A REVERSAL OF INTEREST LANDS  *
000000* DIRECTLY BEHIND THE "I" IT REVERSES. A "V" THAT TURNS OUT     *
000000* NOT TO FOLLOW AN "I" REVERSED SOMETHING ELSE AND IS DROPPED   *
000000* IN THE SECOND PASS.                                           *
000000*--------------------------------------------------------------*
000000 2500-SELECT-ITEM.
000000     ADD 1 TO WS-ITEMS-READ
000000     IF NOT AUD-TRAN-INTEREST AND NOT AUD-TRAN-REVERSAL-DR
000000         GO TO 2500-EXIT
000000     END-IF
000000     IF AUD-TIMESTAMP-DATE < WS-YEAR-START
000000         OR AUD-TIMESTAMP-DATE > WS-YEAR-END
000000         GO TO 2500-EXIT
000000     END-IF
000000     MOVE ZERO TO TWK-CUSTOMER
000000     MOVE AUD-ACCT-NUMBER TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             MOVE ACCT-CUSTOMER TO TWK-CUSTOMER
000000     END-READ
000000     MOVE AUD-ACCT-NUMBER TO TWK-ACCOUNT
000000     MOVE AUD-TIMESTAMP-DATE TO TWK-DATE
000000     IF AUD-TRAN-INTEREST
000000         MOVE AUD-TIMESTAMP-TIME TO TWK-MATCH-TIME
000000     ELSE
000000         MOVE AUD-REF-TIME TO TWK-MATCH-TIME
000000     END-IF
000000     MOVE AUD-TRAN-CODE TO TWK-TRAN-CODE
000000     MOVE AUD-TIMESTAMP-TIME TO TWK-TIME
000000     MOVE AUD-AMOUNT TO TWK-AMOUNT
000000     MOVE AUD-CURRENCY TO TWK-CURRENCY
000000     CALL "RateConvert" USING TWK-CURRENCY,
000000         WS-BASE-CURRENCY, TWK-AMOUNT, TWK-BASE-AMOUNT,
000000         WS-RATE, WS-RATE-RESULT
000000     IF WS-RATE-OK
000000         MOVE "Y" TO TWK-CONVERTED-FLAG
000000     ELSE
000000         MOVE TWK-AMOUNT TO TWK-BASE-AMOUNT
000000         MOVE "N" TO TWK-CONVERTED-FLAG
000000     END-IF
000000     IF AUD-OPERATOR-ID = WS-MONTH-END-OPERATOR
000000         MOVE "Y" TO TWK-MONTH-END-FLAG
000000     ELSE
000000         MOVE "N" TO TWK-MONTH-END-FLAG
000000     END-IF
000000     WRITE TAX-WORK-RECORD
000000     ADD 1 TO WS-ITEMS-SELECTED.
000000 2500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-SORT-ITEMS                                               *
000000*--------------------------------------------------------------*
000000 3000-SORT-ITEMS.
000000     SORT SORT-WORK-FILE
000000         ON ASCENDING KEY SRT-CUSTOMER
000000                          SRT-ACCOUNT
000000                          SRT-DATE
000000                          SRT-MATCH-TIME
000000                          SRT-TRAN-CODE
000000         USING TAX-WORK-FILE
000000         GIVING SORTED-ITEM-FILE.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-PRODUCE-CERTIFICATES                                     *
000000*--------------------------------------------------------------*
000000 4000-PRODUCE-CERTIFICATES.
000000     OPEN INPUT SORTED-ITEM-FILE
000000     OPEN OUTPUT CERTIFICATE-FILE
000000     OPEN OUTPUT TAX-FILING-FILE
000000     OPEN INPUT CUSTOMER-MASTER-FILE
000000     IF WS-CUST-FILE-OK
000000         MOVE "Y" TO WS-CUST-AVAIL-SWITCH
000000     END-IF
000000     PERFORM 4200-WRITE-FILING-HEADER THRU 4200-EXIT
000000     PERFORM 4100-READ-SORTED THRU 4100-EXIT
000000     PERFORM 5000-PROCESS-CUSTOMER THRU 5000-EXIT
000000         UNTIL WS-END-OF-SORTED
000000     PERFORM 6000-WRITE-CURRENCY-CONTROL THRU 6000-EXIT
000000         VARYING WS-CCY-INDEX FROM 1 BY 1
000000         UNTIL WS-CCY-INDEX > WS-CCY-COUNT
000000     PERFORM 6100-WRITE-FILING-TRAILER THRU 6100-EXIT
000000     CLOSE SORTED-ITEM-FILE
000000     CLOSE CERTIFICATE-FILE
000000     CLOSE TAX-FILING-FILE
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
000000* 4200-WRITE-FILING-HEADER                                      *
000000*--------------------------------------------------------------*
000000 4200-WRITE-FILING-HEADER.
000000     MOVE SPACES TO TAX-FILING-RECORD
000000     MOVE "H" TO TXF-RECORD-TYPE
000000     MOVE WS-TAX-YEAR TO TXF-TAX-YEAR
000000     MOVE WS-TODAY TO TXF-RUN-DATE
000000     MOVE WS-BASE-CURRENCY TO TXF-BASE-CURRENCY
000000     MOVE WS-REPORT-MINIMUM TO TXF-REPORT-MINIMUM
000000     WRITE TAX-FILING-RECORD.
000000 4200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-PROCESS-CUSTOMER                                         *
000000* A CUSTOMER WITH NO INTEREST CREDIT IN THE YEAR (ONLY OTHER    *
000000* REVERSALS) IS PASSED OVER WITHOUT A CERTIFICATE.              *
000000*--------------------------------------------------------------*
000000 5000-PROCESS-CUSTOMER.
000000     MOVE SRO-CUSTOMER TO WS-CURRENT-CUSTOMER
000000     MOVE ZERO TO WS-ACCT-COUNT WS-ACCT-OVERFLOW
000000         WS-CUST-PAID-BASE WS-CUST-REVERSED-BASE
000000     MOVE ZERO TO WS-LAST-ACCOUNT WS-LAST-DATE WS-LAST-TIME
000000     MOVE "N" TO WS-HELD-SWITCH
000000     PERFORM 5100-ACCUMULATE-ITEM THRU 5100-EXIT
000000         UNTIL WS-END-OF-SORTED
000000         OR SRO-CUSTOMER NOT = WS-CURRENT-CUSTOMER
000000     IF WS-ACCT-COUNT = ZERO AND WS-ACCT-OVERFLOW = ZERO
000000         GO TO 5000-EXIT
000000     END-IF
000000     ADD 1 TO WS-CUSTOMERS-WITH-INTEREST
000000     COMPUTE WS-CUST-NET-BASE =
000000         WS-CUST-PAID-BASE - WS-CUST-REVERSED-BASE
000000     PERFORM 5500-LOOKUP-CUSTOMER THRU 5500-EXIT
000000     IF NOT WS-CUSTOMER-FOUND
000000         MOVE "Y" TO WS-HELD-SWITCH
000000     END-IF
000000     IF WS-CUSTOMER-HELD
000000         ADD 1 TO WS-HELD-COUNT
000000         PERFORM 5900-REPORT-HELD THRU 5900-EXIT
000000         GO TO 5000-EXIT
000000     END-IF
000000     ADD WS-CUST-NET-BASE TO WS-YEAR-TOTAL
000000     IF WS-CUST-NET-BASE < WS-REPORT-MINIMUM
000000         ADD 1 TO WS-BELOW-COUNT
000000         ADD WS-CUST-NET-BASE TO WS-BELOW-TOTAL
000000         MOVE "BELOW THE REPORTING MINIMUM - NOT REPORTED."
000000             TO WS-NOTE-TEXT
000000     ELSE
000000         ADD 1 TO WS-FILED-COUNT
000000         ADD WS-CUST-NET-BASE TO WS-FILED-TOTAL
000000         MOVE "REPORTED TO THE TAX AUTHORITY."
000000             TO WS-NOTE-TEXT
000000         PERFORM 5800-WRITE-FILING-DETAIL THRU 5800-EXIT
000000     END-IF
000000     PERFORM 5700-PRINT-CERTIFICATE THRU 5700-EXIT.
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5100-ACCUMULATE-ITEM                                          *
000000*--------------------------------------------------------------*
000000 5100-ACCUMULATE-ITEM.
000000     IF SRO-INTEREST
000000         PERFORM 5200-ADD-INTEREST THRU 5200-EXIT
000000     ELSE
000000         IF SRO-ACCOUNT = WS-LAST-ACCOUNT
000000             AND SRO-DATE = WS-LAST-DATE
000000             AND SRO-MATCH-TIME = WS-LAST-TIME
000000             PERFORM 5300-ADD-REVERSAL THRU 5300-EXIT
000000         ELSE
000000             ADD 1 TO WS-OTHER-REVERSALS
000000         END-IF
000000     END-IF
000000     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
000000 5100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5200-ADD-INTEREST                                             *
000000* THE ITEMS ARRIVE IN ACCOUNT ORDER, SO THE ACCOUNT'S LINE IS   *
000000* ALWAYS THE LAST ONE IN THE TABLE. ACCOUNTS OVER THE TABLE     *
000000* SIZE STILL COUNT IN THE CUSTOMER'S TOTALS.                    *
000000*--------------------------------------------------------------*
000000 5200-ADD-INTEREST.
000000     MOVE SRO-ACCOUNT TO WS-LAST-ACCOUNT
000000     MOVE SRO-DATE TO WS-LAST-DATE
000000     MOVE SRO-MATCH-TIME TO WS-LAST-TIME
000000     IF NOT SRO-CONVERTED
000000         ADD 1 TO WS-ITEMS-UNCONVERTED
000000         MOVE "Y" TO WS-HELD-SWITCH
000000     END-IF
000000     ADD SRO-BASE-AMOUNT TO WS-CUST-PAID-BASE
000000     IF WS-ACCT-COUNT = ZERO
000000         OR AT-ACCOUNT (WS-ACCT-COUNT) NOT = SRO-ACCOUNT
000000         IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
000000             ADD 1 TO WS-ACCT-OVERFLOW
000000         ELSE
000000             ADD 1 TO WS-ACCT-COUNT
000000             INITIALIZE WS-ACCT-ENTRY (WS-ACCT-COUNT)
000000             MOVE SRO-ACCOUNT TO AT-ACCOUNT (WS-ACCT-COUNT)
000000             MOVE SRO-CURRENCY TO AT-CURRENCY (WS-ACCT-COUNT)
000000         END-IF
000000     END-IF
000000     IF AT-ACCOUNT (WS-ACCT-COUNT) = SRO-ACCOUNT
000000         ADD SRO-AMOUNT TO AT-PAID (WS-ACCT-COUNT)
000000         ADD SRO-BASE-AMOUNT TO AT-PAID-BASE (WS-ACCT-COUNT)
000000     END-IF
000000     MOVE SRO-CURRENCY TO WS-FIND-CURRENCY
000000     PERFORM 5400-FIND-CURRENCY THRU 5400-EXIT
000000     IF WS-CCY-INDEX > ZERO
000000         ADD 1 TO CT-PAID-COUNT (WS-CCY-INDEX)
000000         ADD SRO-AMOUNT TO CT-PAID (WS-CCY-INDEX)
000000         IF SRO-MONTH-END
000000             ADD 1 TO CT-EOM-COUNT (WS-CCY-INDEX)
000000             ADD SRO-AMOUNT TO CT-EOM-PAID (WS-CCY-INDEX)
000000         END-IF
000000     END-IF.
000000 5200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5300-ADD-REVERSAL                                             *
000000*--------------------------------------------------------------*
000000 5300-ADD-REVERSAL.
000000     IF NOT SRO-CONVERTED
000000         ADD 1 TO WS-ITEMS-UNCONVERTED
000000         MOVE "Y" TO WS-HELD-SWITCH
000000     END-IF
000000     ADD SRO-BASE-AMOUNT TO WS-CUST-REVERSED-BASE
000000     IF AT-ACCOUNT (WS-ACCT-COUNT) = SRO-ACCOUNT
000000         ADD SRO-AMOUNT TO AT-REVERSED (WS-ACCT-COUNT)
000000         ADD SRO-BASE-AMOUNT TO AT-REVERSED-BASE (WS-ACCT-COUNT)
000000     END-IF
000000     MOVE SRO-CURRENCY TO WS-FIND-CURRENCY
000000     PERFORM 5400-FIND-CURRENCY THRU 5400-EXIT
000000     IF WS-CCY-INDEX > ZERO
000000         ADD 1 TO CT-REV-COUNT (WS-CCY-INDEX)
000000         ADD SRO-AMOUNT TO CT-REVERSED (WS-CCY-INDEX)
000000     END-IF.
000000 5300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5400-FIND-CURRENCY                                            *
000000* RETURNS THE CONTROL-TOTAL ROW FOR WS-FIND-CURRENCY IN         *
000000* WS-CCY-INDEX, ADDING A ROW THE FIRST TIME THE CURRENCY IS     *
000000* SEEN; ZERO WHEN THE TABLE IS FULL.                            *
000000*--------------------------------------------------------------*
000000 5400-FIND-CURRENCY.
000000     MOVE 1 TO WS-CCY-INDEX
000000     PERFORM 5410-STEP-CURRENCY THRU 5410-EXIT
000000         UNTIL WS-CCY-INDEX > WS-CCY-COUNT
000000         OR CT-CURRENCY (WS-CCY-INDEX) = WS-FIND-CURRENCY
000000     IF WS-CCY-INDEX > WS-CCY-COUNT
000000         IF WS-CCY-COUNT NOT < WS-CCY-MAX
000000             ADD 1 TO WS-CCY-OVERFLOW
000000             MOVE ZERO TO WS-CCY-INDEX
000000             GO TO 5400-EXIT
000000         END-IF
000000         ADD 1 TO WS-CCY-COUNT
000000         MOVE WS-CCY-COUNT TO WS-CCY-INDEX
000000         INITIALIZE WS-CCY-ENTRY (WS-CCY-INDEX)
000000         MOVE WS-FIND-CURRENCY TO CT-CURRENCY (WS-CCY-INDEX)
000000     END-IF.
000000 5400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5410-STEP-CURRENCY                                            *
000000*--------------------------------------------------------------*
000000 5410-STEP-CURRENCY.
000000     ADD 1 TO WS-CCY-INDEX.
000000 5410-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5500-LOOKUP-CUSTOMER                                          *
000000*--------------------------------------------------------------*
000000 5500-LOOKUP-CUSTOMER.
000000     MOVE "N" TO WS-CUST-FOUND-SWITCH
000000     MOVE "UNKNOWN" TO WS-CUSTOMER-NAME
000000     MOVE SPACES TO WS-CUSTOMER-ADDRESS
000000     IF WS-CUST-FILE-AVAILABLE
000000         AND WS-CURRENT-CUSTOMER > ZERO
000000         MOVE WS-CURRENT-CUSTOMER TO CUST-NUMBER
000000         READ CUSTOMER-MASTER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE "Y" TO WS-CUST-FOUND-SWITCH
000000                 MOVE CUST-NAME TO WS-CUSTOMER-NAME
000000                 MOVE CUST-ADDRESS TO WS-CUSTOMER-ADDRESS
000000         END-READ
000000     END-IF.
000000 5500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5700-PRINT-CERTIFICATE                                        *
000000*--------------------------------------------------------------*
000000 5700-PRINT-CERTIFICATE.
000000     ADD 1 TO WS-CERTIFICATE-COUNT
000000     MOVE WS-CUSTOMER-NAME TO WS-NAME-TEXT
000000     MOVE WS-CUSTOMER-ADDRESS TO WS-ADDRESS-TEXT
000000     MOVE WS-CURRENT-CUSTOMER TO WS-CUS-NUMBER
000000     WRITE CERTIFICATE-LINE FROM WS-HEADING-LINE
000000         AFTER ADVANCING PAGE
000000     WRITE CERTIFICATE-LINE FROM WS-NAME-LINE
000000         AFTER ADVANCING 2 LINES
000000     WRITE CERTIFICATE-LINE FROM WS-ADDRESS-LINE
000000         AFTER ADVANCING 1 LINE
000000     WRITE CERTIFICATE-LINE FROM WS-CUSTOMER-LINE
000000         AFTER ADVANCING 2 LINES
000000     WRITE CERTIFICATE-LINE FROM WS-COLUMN-LINE
000000         AFTER ADVANCING 2 LINES
000000     PERFORM 5710-PRINT-ACCOUNT-LINE THRU 5710-EXIT
000000         VARYING WS-ACCT-INDEX FROM 1 BY 1
000000         UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
000000     IF WS-ACCT-OVERFLOW > ZERO
000000         MOVE "FURTHER ACCOUNTS ARE INCLUDED IN THE TOTALS BELOW."
000000             TO WS-NOTE-LINE-TEXT
000000         WRITE CERTIFICATE-LINE FROM WS-NOTE-LINE
000000             AFTER ADVANCING 1 LINE
000000     END-IF
000000     MOVE WS-BASE-CURRENCY TO WS-TOT-CURRENCY
000000     MOVE "TOTAL INTEREST PAID" TO WS-TOT-LABEL
000000     MOVE WS-CUST-PAID-BASE TO WS-TOT-AMOUNT
000000     WRITE CERTIFICATE-LINE FROM WS-TOTAL-LINE
000000         AFTER ADVANCING 2 LINES
000000     MOVE "LESS INTEREST REVERSED" TO WS-TOT-LABEL
000000     MOVE WS-CUST-REVERSED-BASE TO WS-TOT-AMOUNT
000000     WRITE CERTIFICATE-LINE FROM WS-TOTAL-LINE
000000         AFTER ADVANCING 1 LINE
000000     MOVE "NET INTEREST INCOME FOR THE YEAR" TO WS-TOT-LABEL
000000     MOVE WS-CUST-NET-BASE TO WS-TOT-AMOUNT
000000     WRITE CERTIFICATE-LINE FROM WS-TOTAL-LINE
000000         AFTER ADVANCING 1 LINE
000000     MOVE WS-NOTE-TEXT TO WS-NOTE-LINE-TEXT
000000     WRITE CERTIFICATE-LINE FROM WS-NOTE-LINE
000000         AFTER ADVANCING 2 LINES.
000000 5700-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5710-PRINT-ACCOUNT-LINE                                       *
000000*--------------------------------------------------------------*
000000 5710-PRINT-ACCOUNT-LINE.
000000     MOVE AT-ACCOUNT (WS-ACCT-INDEX) TO WS-DTL-ACCOUNT
000000     MOVE AT-CURRENCY (WS-ACCT-INDEX) TO WS-DTL-CURRENCY
000000     MOVE AT-PAID (WS-ACCT-INDEX) TO WS-DTL-PAID
000000     MOVE AT-REVERSED (WS-ACCT-INDEX) TO WS-DTL-REVERSED
000000     COMPUTE WS-DTL-NET = AT-PAID (WS-ACCT-INDEX)
000000         - AT-REVERSED (WS-ACCT-INDEX)
000000     COMPUTE WS-DTL-NET-BASE = AT-PAID-BASE (WS-ACCT-INDEX)
000000         - AT-REVERSED-BASE (WS-ACCT-INDEX)
000000     WRITE CERTIFICATE-LINE FROM WS-DETAIL-LINE
000000         AFTER ADVANCING 1 LINE.
000000 5710-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5800-WRITE-FILING-DETAIL                                      *
000000*--------------------------------------------------------------*
000000 5800-WRITE-FILING-DETAIL.
000000     MOVE SPACES TO TAX-FILING-RECORD
000000     MOVE "D" TO TXF-RECORD-TYPE
000000     MOVE WS-TAX-YEAR TO TXF-TAX-YEAR
000000     MOVE WS-CURRENT-CUSTOMER TO TXF-CUSTOMER
000000     MOVE WS-CUSTOMER-NAME TO TXF-CUST-NAME
000000     MOVE WS-CUSTOMER-ADDRESS TO TXF-CUST-ADDRESS
000000     COMPUTE TXF-ACCT-COUNT = WS-ACCT-COUNT + WS-ACCT-OVERFLOW
000000     MOVE WS-CUST-PAID-BASE TO TXF-PAID-BASE
000000     MOVE WS-CUST-REVERSED-BASE TO TXF-REVERSED-BASE
000000     MOVE WS-CUST-NET-BASE TO TXF-NET-BASE
000000     WRITE TAX-FILING-RECORD.
000000 5800-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5900-REPORT-HELD                                              *
000000*--------------------------------------------------------------*
000000 5900-REPORT-HELD.
000000     IF WS-CUSTOMER-FOUND
000000         MOVE "AMOUNT NOT CONVERTED - NO CURRENT RATE"
000000             TO WS-NOTE-TEXT
000000     ELSE
000000         MOVE "CUSTOMER NOT ON THE CUSTOMER MASTER"
000000             TO WS-NOTE-TEXT
000000     END-IF
000000     MOVE WS-CUST-NET-BASE TO WS-SIGNED-DISPLAY
000000     DISPLAY "HELD - CUSTOMER " WS-CURRENT-CUSTOMER " "
000000         WS-CUSTOMER-NAME " NET " WS-SIGNED-DISPLAY
000000     DISPLAY "       " WS-NOTE-TEXT.
000000 5900-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-WRITE-CURRENCY-CONTROL                                   *
000000*--------------------------------------------------------------*
000000 6000-WRITE-CURRENCY-CONTROL.
000000     MOVE SPACES TO TAX-FILING-RECORD
000000     MOVE "C" TO TXF-RECORD-TYPE
000000     MOVE WS-TAX-YEAR TO TXF-TAX-YEAR
000000     MOVE CT-CURRENCY (WS-CCY-INDEX) TO TXF-CURRENCY
000000     MOVE CT-PAID-COUNT (WS-CCY-INDEX) TO TXF-PAID-COUNT
000000     MOVE CT-PAID (WS-CCY-INDEX) TO TXF-PAID-AMOUNT
000000     MOVE CT-REV-COUNT (WS-CCY-INDEX) TO TXF-REV-COUNT
000000     MOVE CT-REVERSED (WS-CCY-INDEX) TO TXF-REV-AMOUNT
000000     COMPUTE TXF-NET-AMOUNT = CT-PAID (WS-CCY-INDEX)
000000         - CT-REVERSED (WS-CCY-INDEX)
000000     WRITE TAX-FILING-RECORD.
000000 6000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6100-WRITE-FILING-TRAILER                                     *
000000*--------------------------------------------------------------*
000000 6100-WRITE-FILING-TRAILER.
000000     MOVE SPACES TO TAX-FILING-RECORD
000000     MOVE "T" TO TXF-RECORD-TYPE
000000     MOVE WS-TAX-YEAR TO TXF-TAX-YEAR
000000     MOVE WS-FILED-COUNT TO TXF-FILED-COUNT
000000     MOVE WS-FILED-TOTAL TO TXF-FILED-TOTAL
000000     MOVE WS-BELOW-COUNT TO TXF-BELOW-COUNT
000000     MOVE WS-BELOW-TOTAL TO TXF-BELOW-TOTAL
000000     MOVE WS-HELD-COUNT TO TXF-HELD-COUNT
000000     MOVE WS-YEAR-TOTAL TO TXF-YEAR-TOTAL
000000     WRITE TAX-FILING-RECORD.
000000 6100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7000-RECONCILE-GL                                             *
000000* TIES THE INTEREST CREDITS ON THE FILING'S CURRENCY CONTROLS   *
000000* TO THE "I" DETAIL OF THE YEAR'S GL EXTRACTS. MONTH-END        *
000000* INTEREST IS NOT ON THE EXTRACTS (SEE WS-MONTH-END-OPERATOR),  *
000000* SO IT IS TAKEN OUT OF THE TIE AND SHOWN ON ITS OWN LINE. THE  *
000000* EXTRACT CARRIES REVERSALS ONLY AS "V" OF EVERY KIND, SO THE   *
000000* INTEREST REVERSED IS SHOWN BUT CANNOT BE TIED.                *
000000*--------------------------------------------------------------*
000000 7000-RECONCILE-GL.
000000     DISPLAY " "
000000     DISPLAY "INTEREST CONTROL TOTALS AGAINST THE GL EXTRACTS"
000000     OPEN INPUT GL-HISTORY-FILE
000000     IF NOT WS-GL-FILE-OK
000000         DISPLAY "GL EXTRACT HISTORY NOT FOUND - CONTROL "
000000             "TOTALS NOT TIED."
000000         GO TO 7000-EXIT
000000     END-IF
000000     MOVE "N" TO WS-EOF-SWITCH
000000     PERFORM 7100-READ-GL THRU 7100-EXIT
000000     PERFORM 7200-ADD-GL THRU 7200-EXIT
000000         UNTIL WS-END-OF-FILE
000000     CLOSE GL-HISTORY-FILE
000000     DISPLAY "CUR  INTEREST CNT   INTEREST TOTAL    GL CNT"
000000         "         GL TOTAL       DIFFERENCE  REVERSED CNT"
000000         "   REVERSED TOTAL"
000000     PERFORM 7300-PRINT-TIE THRU 7300-EXIT
000000         VARYING WS-CCY-INDEX FROM 1 BY 1
000000         UNTIL WS-CCY-INDEX > WS-CCY-COUNT
000000     DISPLAY "INTEREST TIED IS THE CREDITS LESS MONTH-END "
000000         "INTEREST (OPERATOR " WS-MONTH-END-OPERATOR "), WHICH "
000000         "POSTS AFTER"
000000     DISPLAY "THE AUDIT CUTOVER AND IS NEVER ON THE GL "
000000         "EXTRACTS. IT IS SHOWN AS MONTH-END AND NOT TIED."
000000     IF WS-OUT-OF-BALANCE-COUNT = ZERO
000000         DISPLAY "INTEREST CONTROL TOTALS AGREE WITH THE GL."
000000     ELSE
000000         DISPLAY "INTEREST CONTROL TOTALS OUT OF BALANCE WITH "
000000             "THE GL FOR " WS-OUT-OF-BALANCE-COUNT
000000             " CURRENCIES."
000000     END-IF.
000000 7000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7100-READ-GL                                                  *
000000*--------------------------------------------------------------*
000000 7100-READ-GL.
000000     READ GL-HISTORY-FILE
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000         NOT AT END
000000             ADD 1 TO WS-GL-RECORDS-READ
000000     END-READ.
000000 7100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7200-ADD-GL                                                   *
000000*--------------------------------------------------------------*
000000 7200-ADD-GL.
000000     IF GLX-TYPE-DETAIL
000000         AND GLX-TRAN-CODE = "I"
000000         AND GLX-DATE NOT < WS-YEAR-START
000000         AND GLX-DATE NOT > WS-YEAR-END
000000         MOVE GLX-CURRENCY TO WS-FIND-CURRENCY
000000         PERFORM 5400-FIND-CURRENCY THRU 5400-EXIT
000000         IF WS-CCY-INDEX > ZERO
000000             ADD GLX-COUNT TO CT-GL-COUNT (WS-CCY-INDEX)
000000             ADD GLX-AMOUNT TO CT-GL-AMOUNT (WS-CCY-INDEX)
000000         END-IF
000000     END-IF
000000     PERFORM 7100-READ-GL THRU 7100-EXIT.
000000 7200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7300-PRINT-TIE                                                *
000000*--------------------------------------------------------------*
000000 7300-PRINT-TIE.
000000     COMPUTE WS-DIFFERENCE = CT-PAID (WS-CCY-INDEX)
000000         - CT-EOM-PAID (WS-CCY-INDEX)
000000         - CT-GL-AMOUNT (WS-CCY-INDEX)
000000     IF WS-DIFFERENCE = ZERO
000000         AND CT-PAID-COUNT (WS-CCY-INDEX)
000000             - CT-EOM-COUNT (WS-CCY-INDEX)
000000             = CT-GL-COUNT (WS-CCY-INDEX)
000000         MOVE "AGREED" TO WS-TIE-TEXT
000000     ELSE
000000         MOVE "OUT OF BALANCE" TO WS-TIE-TEXT
000000         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
000000     END-IF
000000     COMPUTE WS-COUNT-DISPLAY = CT-PAID-COUNT (WS-CCY-INDEX)
000000         - CT-EOM-COUNT (WS-CCY-INDEX)
000000     COMPUTE WS-TOTAL-DISPLAY = CT-PAID (WS-CCY-INDEX)
000000         - CT-EOM-PAID (WS-CCY-INDEX)
000000     MOVE CT-GL-COUNT (WS-CCY-INDEX) TO WS-GL-COUNT-DISPLAY
000000     MOVE CT-GL-AMOUNT (WS-CCY-INDEX) TO WS-GL-TOTAL-DISPLAY
000000     MOVE WS-DIFFERENCE TO WS-SIGNED-DISPLAY
000000     DISPLAY CT-CURRENCY (WS-CCY-INDEX) "        "
000000         WS-COUNT-DISPLAY " " WS-TOTAL-DISPLAY "   "
000000         WS-GL-COUNT-DISPLAY " " WS-GL-TOTAL-DISPLAY " "
000000         WS-SIGNED-DISPLAY " " WS-TIE-TEXT
000000     MOVE CT-EOM-COUNT (WS-CCY-INDEX) TO WS-COUNT-DISPLAY
000000     MOVE CT-EOM-PAID (WS-CCY-INDEX) TO WS-TOTAL-DISPLAY
000000     DISPLAY "     MONTH-END " WS-COUNT-DISPLAY " "
000000         WS-TOTAL-DISPLAY
000000     MOVE CT-REV-COUNT (WS-CCY-INDEX) TO WS-COUNT-DISPLAY
000000     MOVE CT-REVERSED (WS-CCY-INDEX) TO WS-TOTAL-DISPLAY
000000     DISPLAY "     REVERSED " WS-COUNT-DISPLAY " "
000000         WS-TOTAL-DISPLAY.
000000 7300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 8000-PRINT-SUMMARY                                            *
000000*--------------------------------------------------------------*
000000 8000-PRINT-SUMMARY.
000000     DISPLAY " "
000000     DISPLAY "YEAR-END INTEREST TAX RUN COMPLETE."
000000     DISPLAY "HISTORY RECORDS READ.......: " WS-ITEMS-READ
000000     DISPLAY "INTEREST ITEMS SELECTED....: " WS-ITEMS-SELECTED
000000     DISPLAY "ITEMS NOT CONVERTED........: " WS-ITEMS-UNCONVERTED
000000     DISPLAY "OTHER REVERSALS IGNORED....: " WS-OTHER-REVERSALS
000000     DISPLAY "CUSTOMERS WITH INTEREST....: "
000000         WS-CUSTOMERS-WITH-INTEREST
000000     DISPLAY "CERTIFICATES PRINTED.......: " WS-CERTIFICATE-COUNT
000000     MOVE WS-FILED-TOTAL TO WS-GRAND-DISPLAY
000000     DISPLAY "CUSTOMERS FILED............: " WS-FILED-COUNT
000000         "  NET " WS-GRAND-DISPLAY " " WS-BASE-CURRENCY
000000     MOVE WS-BELOW-TOTAL TO WS-GRAND-DISPLAY
000000     DISPLAY "BELOW MINIMUM (NOT FILED)..: " WS-BELOW-COUNT
000000         "  NET " WS-GRAND-DISPLAY " " WS-BASE-CURRENCY
000000     DISPLAY "CUSTOMERS HELD.............: " WS-HELD-COUNT
000000     DISPLAY "GL EXTRACT RECORDS READ....: " WS-GL-RECORDS-READ
000000     IF WS-CCY-OVERFLOW > ZERO
000000         DISPLAY "CURRENCIES OVER TABLE SIZE.: " WS-CCY-OVERFLOW
000000     END-IF.
000000 8000-EXIT.
000000     EXIT.
