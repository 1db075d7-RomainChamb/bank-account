000000*                 TABLE'S EFFECTIVE DATE IS NOT TODAY NOW       *
000000*                 RETURNS WITH ITS OWN REASON, 11 RATE TABLE    *
000000*                 STALE, ON BOTH THE CREDIT AND DEBIT PASSES.   *
000000* 2026-10-15  RC  EVERY POSTED CREDIT IS NOW ALSO ENTERED ON    *
000000*                 THE CLEARING CREDIT REGISTER (CLRCRED) UNDER  *
000000*                 ITS ITEM REFERENCE, AND ITS HOLD CARRIES THE  *
000000*                 SAME REFERENCE, SO THE NIGHTLY ClearRecall    *
000000*                 RUN CAN FIND AND REVERSE A RECALLED CREDIT.   *
000000*                 A REFERENCE ALREADY ON THE REGISTER IS        *
000000*                 COUNTED IN THE SUMMARY AND LEFT AS IT WAS.    *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-HOLD-FILE-STATUS.
000000     SELECT CREDIT-REGISTER-FILE ASSIGN TO CLRCRED
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CCR-ITEM-REFERENCE
000000         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  HOLD-FILE.
000000 COPY HOLDREC.
000000
000000 FD  CREDIT-REGISTER-FILE.
000000 COPY CLRCREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-CLEARING-FILE-STATUS     PIC X(02).
000000     88  WS-CLEARING-FILE-OK     VALUE "00".
000000 01  WS-HOLD-RELEASE-DATE        PIC 9(08).
000000 01  WS-HOLD-ROLL-RESULT         PIC X(01).
000000 01  WS-HOLDS-WRITTEN-COUNT      PIC 9(08) COMP.
000000 01  WS-REGISTER-FILE-STATUS     PIC X(02).
000000     88  WS-REGISTER-FILE-NOT-FOUND VALUE "35".
000000 01  WS-REGISTER-DUP-COUNT       PIC 9(08) COMP.
000000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000000     88  WS-END-OF-ITEMS         VALUE "Y".
000000 01  WS-REASON-CODE              PIC X(02).
000000 1000-OPEN-FILES.
000000     INITIALIZE WS-CREDIT-POSTED-COUNT WS-DEBIT-POSTED-COUNT
000000         WS-RETURNED-COUNT WS-HOLDS-WRITTEN-COUNT
000000         WS-REGISTER-DUP-COUNT
000000     OPEN INPUT CLEARING-FILE
000000     IF WS-CLEARING-FILE-OK
000000         MOVE "Y" TO WS-CLEARING-AVAIL-SWITCH
000000     OPEN EXTEND HOLD-FILE
000000     IF WS-HOLD-FILE-NOT-FOUND
000000         OPEN OUTPUT HOLD-FILE
000000     END-IF
000000     OPEN I-O CREDIT-REGISTER-FILE
000000     IF WS-REGISTER-FILE-NOT-FOUND
000000         OPEN OUTPUT CREDIT-REGISTER-FILE
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000         MOVE "N" TO WS-ACCT-AVAIL-SWITCH
000000     END-IF
000000     CLOSE AUDIT-LOG-FILE
000000     CLOSE HOLD-FILE
000000     CLOSE CREDIT-REGISTER-FILE.
000000 1200-EXIT.
000000     EXIT.
000000
000000                 REWRITE ACCOUNT-RECORD
000000                 PERFORM 4200-WRITE-CREDIT-AUDIT THRU 4200-EXIT
000000                 PERFORM 4300-WRITE-CREDIT-HOLD THRU 4300-EXIT
000000                 PERFORM 4400-WRITE-CREDIT-REGISTER
000000                     THRU 4400-EXIT
000000                 ADD 1 TO WS-CREDIT-POSTED-COUNT
000000             ELSE
000000                 IF WS-RATE-STALE
000000     MOVE CLR-ACCOUNT TO HLD-ACCOUNT
000000     MOVE WS-POST-AMOUNT TO HLD-AMOUNT
000000     MOVE WS-HOLD-RELEASE-DATE TO HLD-RELEASE-DATE
000000     MOVE CLR-ITEM-REFERENCE TO HLD-ITEM-REFERENCE
000000     WRITE HOLD-RECORD
000000     ADD 1 TO WS-HOLDS-WRITTEN-COUNT.
000000 4300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4400-WRITE-CREDIT-REGISTER                                    *
000000*--------------------------------------------------------------*
000000 4400-WRITE-CREDIT-REGISTER.
000000     MOVE SPACES TO CLEARING-CREDIT-RECORD
000000     MOVE CLR-ITEM-REFERENCE TO CCR-ITEM-REFERENCE
000000     MOVE CLR-ACCOUNT TO CCR-ACCOUNT
000000     MOVE WS-POST-AMOUNT TO CCR-POSTED-AMOUNT
000000     MOVE CLR-AMOUNT TO CCR-ITEM-AMOUNT
000000     MOVE CLR-CURRENCY TO CCR-ITEM-CURRENCY
000000     MOVE WS-APPLIED-RATE TO CCR-RATE
000000     ACCEPT CCR-POST-DATE FROM DATE YYYYMMDD
000000     MOVE "P" TO CCR-STATUS
000000     MOVE ZERO TO CCR-RECALL-DATE
000000     WRITE CLEARING-CREDIT-RECORD
000000         INVALID KEY
000000             ADD 1 TO WS-REGISTER-DUP-COUNT
000000     END-WRITE.
000000 4400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-POST-DEBIT-ITEM                                          *
000000*--------------------------------------------------------------*
000000 5000-POST-DEBIT-ITEM.
000000     DISPLAY "ITEMS RETURNED.............: "
000000         WS-RETURNED-COUNT
000000     DISPLAY "HOLDS WRITTEN..............: "
000000         WS-HOLDS-WRITTEN-COUNT
000000     DISPLAY "REGISTER DUPLICATES........: "
000000         WS-REGISTER-DUP-COUNT.
000000 7000-EXIT.
000000     EXIT.
000000
