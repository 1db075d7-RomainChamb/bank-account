000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. ClearRecall.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                         *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - NIGHTLY CLEARING RECALL     *
000000*                 RUN. READS THE CLEARING HOUSE'S RECALL FILE   *
000000*                 (CLEARRCL, ONE INTERCHANGE ITEM RECORD PER    *
000000*                 RECALLED CREDIT) AND FINDS EACH ORIGINAL      *
000000*                 CREDIT ON THE CLEARING CREDIT REGISTER BY     *
000000*                 ITS ITEM REFERENCE. THE AMOUNT ORIGINALLY     *
000000*                 POSTED (IN THE ACCOUNT'S CURRENCY, SO NO      *
000000*                 SECOND CONVERSION AT A DIFFERENT RATE) IS     *
000000*                 DEBITED STRAIGHT ON THE MASTER THE WAY        *
000000*                 ClearPost POSTS ITS CREDITS, WITH THE "CLG"   *
000000*                 OPERATOR AND AUDIT CODE "K", AND THE          *
000000*                 CREDIT'S HOLD IS TAKEN OFF BY SETTING ITS     *
000000*                 RELEASE DATE TO TODAY SO IT STOPS COUNTING    *
000000*                 AT ONCE AND HoldRelease DROPS IT LATER THE    *
000000*                 SAME NIGHT. THE RECALL IS THE CLEARING        *
000000*                 HOUSE TAKING BACK ITS OWN MONEY, SO IT IS     *
000000*                 NOT HELD BY A FREEZE, THE FLOOR OR THE DAILY  *
000000*                 LIMIT, BUT IT NEVER TAKES THE BALANCE BELOW   *
000000*                 ZERO: WHEN THE CUSTOMER HAS ALREADY SPENT     *
000000*                 THE RELEASED FUNDS THE ITEM GOES ON THE       *
000000*                 EXCEPTION FILE (RCLEXCP) FOR COLLECTIONS      *
000000*                 INSTEAD, WITH ITS ITEM DATA AND A REASON      *
000000*                 CODE: 01 ACCOUNT NOT FOUND, 03 CLOSED,        *
000000*                 04 FUNDS ALREADY SPENT, 12 ORIGINAL CREDIT    *
000000*                 NOT ON THE REGISTER, 13 ALREADY RECALLED,     *
000000*                 14 ACCOUNT DOES NOT MATCH THE ORIGINAL. THE   *
000000*                 REGISTER ENTRY IS MARKED R (RECALLED) OR E    *
000000*                 (EXCEPTION) WITH THE RECALL DATE; AN E ITEM   *
000000*                 SENT AGAIN IS TRIED AGAIN. A MISSING RECALL   *
000000*                 FILE MEANS NO RECALLS TONIGHT AND IS NOT AN   *
000000*                 ERROR.                                        *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT RECALL-FILE ASSIGN TO CLEARRCL
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RECALL-FILE-STATUS.
000000     SELECT EXCEPTION-FILE ASSIGN TO RCLEXCP
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000000     SELECT CREDIT-REGISTER-FILE ASSIGN TO CLRCRED
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CCR-ITEM-REFERENCE
000000         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS ACCT-NUMBER
000000         FILE STATUS IS WS-ACCT-FILE-STATUS.
000000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000000     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-HOLD-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  RECALL-FILE.
000000 COPY CLRREC.
000000
000000 FD  EXCEPTION-FILE.
000000 01  EXCEPTION-ITEM-RECORD.
000000     05  RCX-ITEM-DATA           PIC X(80).
000000     05  RCX-REASON-CODE         PIC X(02).
000000
000000 FD  CREDIT-REGISTER-FILE.
000000 COPY CLRCREC.
000000
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  AUDIT-LOG-FILE.
000000 COPY AUDTREC.
000000
000000 FD  HOLD-FILE.
000000 COPY HOLDREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-RECALL-FILE-STATUS       PIC X(02).
000000     88  WS-RECALL-FILE-OK       VALUE "00".
000000 01  WS-RECALL-AVAIL-SWITCH      PIC X(01) VALUE "N".
000000     88  WS-RECALL-FILE-AVAIL    VALUE "Y".
000000 01  WS-EXCEPTION-FILE-STATUS    PIC X(02).
000000 01  WS-REGISTER-FILE-STATUS     PIC X(02).
000000     88  WS-REGISTER-FILE-OK     VALUE "00".
000000 01  WS-REGISTER-AVAIL-SWITCH    PIC X(01) VALUE "N".
000000     88  WS-REGISTER-AVAILABLE   VALUE "Y".
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000 01  WS-ACCT-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-ACCT-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000000     88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
000000 01  WS-HOLD-FILE-STATUS         PIC X(02).
000000     88  WS-HOLD-FILE-OK         VALUE "00".
000000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000000     88  WS-END-OF-RECALLS       VALUE "Y".
000000 01  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000000     88  WS-END-OF-HOLDS         VALUE "Y".
000000 01  WS-HOLD-FOUND-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-HOLD-FOUND           VALUE "Y".
000000 01  WS-REGISTER-FOUND-SWITCH    PIC X(01) VALUE "N".
000000     88  WS-REGISTER-FOUND       VALUE "Y".
000000 01  WS-REASON-CODE              PIC X(02).
000000     88  WS-ITEM-ACCEPTED        VALUE "00".
000000 01  WS-REASON-TEXT              PIC X(24).
000000 01  WS-OPERATOR-ID              PIC X(03) VALUE "CLG".
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-RECALL-AMOUNT            PIC 9(09)V9(02).
000000 01  WS-AMOUNT-DISPLAY           PIC Z(08)9.9(02).
000000 01  WS-HOLD-TEXT                PIC X(21).
000000 01  WS-READ-COUNT               PIC 9(08) COMP.
000000 01  WS-POSTED-COUNT             PIC 9(08) COMP.
000000 01  WS-HOLDS-REMOVED-COUNT      PIC 9(08) COMP.
000000 01  WS-EXCEPTION-COUNT          PIC 9(08) COMP.
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
000000     IF WS-RECALL-FILE-AVAIL
000000         IF WS-REGISTER-AVAILABLE AND WS-ACCT-FILE-AVAILABLE
000000             DISPLAY "CLEARING RECALL REPORT - " WS-TODAY
000000             PERFORM 2000-READ-RECALL THRU 2000-EXIT
000000             PERFORM 3000-PROCESS-RECALL THRU 3000-EXIT
000000                 UNTIL WS-END-OF-RECALLS
000000         ELSE
000000             DISPLAY "Credit register or account master not "
000000                 "found - run aborted."
000000             MOVE 8 TO RETURN-CODE
000000         END-IF
000000     ELSE
000000         DISPLAY "No recall file - no items recalled tonight."
000000     END-IF
000000     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
000000     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-OPEN-FILES                                               *
000000*--------------------------------------------------------------*
000000 1000-OPEN-FILES.
000000     INITIALIZE WS-READ-COUNT WS-POSTED-COUNT
000000         WS-HOLDS-REMOVED-COUNT WS-EXCEPTION-COUNT
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     OPEN INPUT RECALL-FILE
000000     IF WS-RECALL-FILE-OK
000000         MOVE "Y" TO WS-RECALL-AVAIL-SWITCH
000000         OPEN OUTPUT EXCEPTION-FILE
000000         OPEN I-O CREDIT-REGISTER-FILE
000000         IF WS-REGISTER-FILE-OK
000000             MOVE "Y" TO WS-REGISTER-AVAIL-SWITCH
000000         END-IF
000000         OPEN I-O ACCOUNT-MASTER-FILE
000000         IF WS-ACCT-FILE-OK
000000             MOVE "Y" TO WS-ACCT-AVAIL-SWITCH
000000         END-IF
000000         OPEN EXTEND AUDIT-LOG-FILE
000000         IF WS-AUDIT-FILE-NOT-FOUND
000000             OPEN OUTPUT AUDIT-LOG-FILE
000000         END-IF
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-READ-RECALL                                              *
000000*--------------------------------------------------------------*
000000 2000-READ-RECALL.
000000     READ RECALL-FILE
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000         NOT AT END
000000             ADD 1 TO WS-READ-COUNT
000000     END-READ.
000000 2000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-PROCESS-RECALL                                           *
000000*--------------------------------------------------------------*
000000 3000-PROCESS-RECALL.
000000     MOVE "00" TO WS-REASON-CODE
000000     MOVE "N" TO WS-REGISTER-FOUND-SWITCH
000000     MOVE CLR-AMOUNT TO WS-RECALL-AMOUNT
000000     PERFORM 4000-FIND-ORIGINAL-CREDIT THRU 4000-EXIT
000000     IF WS-ITEM-ACCEPTED
000000         PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT
000000     END-IF
000000     IF WS-ITEM-ACCEPTED
000000         PERFORM 5000-POST-RECALL THRU 5000-EXIT
000000     ELSE
000000         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
000000     END-IF
000000     PERFORM 2000-READ-RECALL THRU 2000-EXIT.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-FIND-ORIGINAL-CREDIT                                     *
000000*--------------------------------------------------------------*
000000 4000-FIND-ORIGINAL-CREDIT.
000000     IF CLR-ITEM-REFERENCE = SPACES
000000         MOVE "12" TO WS-REASON-CODE
000000     ELSE
000000         MOVE CLR-ITEM-REFERENCE TO CCR-ITEM-REFERENCE
000000         READ CREDIT-REGISTER-FILE
000000             INVALID KEY
000000                 MOVE "12" TO WS-REASON-CODE
000000             NOT INVALID KEY
000000                 MOVE "Y" TO WS-REGISTER-FOUND-SWITCH
000000                 MOVE CCR-POSTED-AMOUNT TO WS-RECALL-AMOUNT
000000                 EVALUATE TRUE
000000                     WHEN CCR-STATUS-RECALLED
000000                         MOVE "13" TO WS-REASON-CODE
000000                     WHEN CCR-ACCOUNT NOT = CLR-ACCOUNT
000000                         MOVE "14" TO WS-REASON-CODE
000000                 END-EVALUATE
000000         END-READ
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4100-READ-ACCOUNT                                             *
000000*--------------------------------------------------------------*
000000 4100-READ-ACCOUNT.
000000     MOVE CCR-ACCOUNT TO ACCT-NUMBER
000000     READ ACCOUNT-MASTER-FILE
000000         INVALID KEY
000000             MOVE "01" TO WS-REASON-CODE
000000         NOT INVALID KEY
000000             EVALUATE TRUE
000000                 WHEN ACCT-STATUS-CLOSED
000000                     MOVE "03" TO WS-REASON-CODE
000000                 WHEN CCR-POSTED-AMOUNT > ACCT-BALANCE
000000                     MOVE "04" TO WS-REASON-CODE
000000             END-EVALUATE
000000     END-READ.
000000 4100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-POST-RECALL                                              *
000000*--------------------------------------------------------------*
000000 5000-POST-RECALL.
000000     SUBTRACT CCR-POSTED-AMOUNT FROM ACCT-BALANCE
000000     REWRITE ACCOUNT-RECORD
000000     PERFORM 5100-WRITE-RECALL-AUDIT THRU 5100-EXIT
000000     PERFORM 5200-REMOVE-HOLD THRU 5200-EXIT
000000     MOVE "R" TO CCR-STATUS
000000     MOVE WS-TODAY TO CCR-RECALL-DATE
000000     REWRITE CLEARING-CREDIT-RECORD
000000     ADD 1 TO WS-POSTED-COUNT
000000     IF WS-HOLD-FOUND
000000         MOVE "HOLD REMOVED         " TO WS-HOLD-TEXT
000000     ELSE
000000         MOVE "HOLD ALREADY RELEASED" TO WS-HOLD-TEXT
000000     END-IF
000000     MOVE CCR-POSTED-AMOUNT TO WS-AMOUNT-DISPLAY
000000     DISPLAY "RECALLED  REF " CCR-ITEM-REFERENCE
000000         " ACCT " CCR-ACCOUNT
000000         " " WS-AMOUNT-DISPLAY " " ACCT-CURRENCY
000000         " " WS-HOLD-TEXT.
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5100-WRITE-RECALL-AUDIT                                       *
000000*--------------------------------------------------------------*
000000 5100-WRITE-RECALL-AUDIT.
000000     MOVE CCR-ACCOUNT TO AUD-ACCT-NUMBER
000000     MOVE "K" TO AUD-TRAN-CODE
000000     MOVE CCR-POSTED-AMOUNT TO AUD-AMOUNT
000000     MOVE ACCT-BALANCE TO AUD-NEW-BALANCE
000000     MOVE ACCT-CURRENCY TO AUD-CURRENCY
000000     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
000000     MOVE SPACES TO AUD-SUPERVISOR-ID
000000     MOVE CCR-ITEM-AMOUNT TO AUD-ORIG-AMOUNT
000000     MOVE CCR-ITEM-CURRENCY TO AUD-ORIG-CURRENCY
000000     MOVE CCR-RATE TO AUD-RATE
000000     MOVE ZERO TO AUD-REF-TIME
000000     ACCEPT AUD-TIMESTAMP-DATE FROM DATE YYYYMMDD
000000     ACCEPT AUD-TIMESTAMP-TIME FROM TIME
000000     WRITE AUDIT-RECORD.
000000 5100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5200-REMOVE-HOLD                                              *
000000* THE HOLD FILE IS RE-OPENED FOR EACH RECALL - RECALLS ARE FEW  *
000000* AND THE FILE ONLY CARRIES TWO DAYS OF CREDITS.                *
000000*--------------------------------------------------------------*
000000 5200-REMOVE-HOLD.
000000     MOVE "N" TO WS-HOLD-FOUND-SWITCH
000000     MOVE "N" TO WS-HOLD-EOF-SWITCH
000000     OPEN I-O HOLD-FILE
000000     IF WS-HOLD-FILE-OK
000000         PERFORM 5210-SCAN-HOLD THRU 5210-EXIT
000000             UNTIL WS-END-OF-HOLDS OR WS-HOLD-FOUND
000000         CLOSE HOLD-FILE
000000     END-IF
000000     IF WS-HOLD-FOUND
000000         ADD 1 TO WS-HOLDS-REMOVED-COUNT
000000     END-IF.
000000 5200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5210-SCAN-HOLD                                                *
000000*--------------------------------------------------------------*
000000 5210-SCAN-HOLD.
000000     READ HOLD-FILE
000000         AT END
000000             MOVE "Y" TO WS-HOLD-EOF-SWITCH
000000         NOT AT END
000000             IF HLD-ITEM-REFERENCE = CCR-ITEM-REFERENCE
000000                 AND HLD-ACCOUNT = CCR-ACCOUNT
000000                 AND HLD-RELEASE-DATE > WS-TODAY
000000                 MOVE WS-TODAY TO HLD-RELEASE-DATE
000000                 REWRITE HOLD-RECORD
000000                 MOVE "Y" TO WS-HOLD-FOUND-SWITCH
000000             END-IF
000000     END-READ.
000000 5210-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-WRITE-EXCEPTION                                          *
000000*--------------------------------------------------------------*
000000 6000-WRITE-EXCEPTION.
000000     MOVE CLEARING-ITEM-RECORD TO RCX-ITEM-DATA
000000     MOVE WS-REASON-CODE TO RCX-REASON-CODE
000000     WRITE EXCEPTION-ITEM-RECORD
000000     ADD 1 TO WS-EXCEPTION-COUNT
000000     IF WS-REGISTER-FOUND AND WS-REASON-CODE NOT = "13"
000000         MOVE "E" TO CCR-STATUS
000000         MOVE WS-TODAY TO CCR-RECALL-DATE
000000         REWRITE CLEARING-CREDIT-RECORD
000000     END-IF
000000     EVALUATE WS-REASON-CODE
000000         WHEN "01"
000000             MOVE "ACCOUNT NOT FOUND       " TO WS-REASON-TEXT
000000         WHEN "03"
000000             MOVE "ACCOUNT CLOSED          " TO WS-REASON-TEXT
000000         WHEN "04"
000000             MOVE "FUNDS ALREADY SPENT     " TO WS-REASON-TEXT
000000         WHEN "12"
000000             MOVE "ORIGINAL NOT ON REGISTER" TO WS-REASON-TEXT
000000         WHEN "13"
000000             MOVE "ALREADY RECALLED        " TO WS-REASON-TEXT
000000         WHEN "14"
000000             MOVE "ACCOUNT DOES NOT MATCH  " TO WS-REASON-TEXT
000000     END-EVALUATE
000000     MOVE WS-RECALL-AMOUNT TO WS-AMOUNT-DISPLAY
000000     DISPLAY "EXCEPTION REF " CLR-ITEM-REFERENCE
000000         " ACCT " CLR-ACCOUNT
000000         " " WS-AMOUNT-DISPLAY
000000         " " WS-REASON-CODE " " WS-REASON-TEXT.
000000 6000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7000-PRINT-SUMMARY                                            *
000000*--------------------------------------------------------------*
000000 7000-PRINT-SUMMARY.
000000     DISPLAY "CLEARING RECALL RUN COMPLETE."
000000     DISPLAY "RECALLS READ...............: "
000000         WS-READ-COUNT
000000     DISPLAY "RECALLS POSTED.............: "
000000         WS-POSTED-COUNT
000000     DISPLAY "HOLDS REMOVED..............: "
000000         WS-HOLDS-REMOVED-COUNT
000000     DISPLAY "EXCEPTIONS.................: "
000000         WS-EXCEPTION-COUNT.
000000 7000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 8000-CLOSE-FILES                                               *
000000*--------------------------------------------------------------*
000000 8000-CLOSE-FILES.
000000     IF WS-RECALL-FILE-AVAIL
000000         CLOSE RECALL-FILE
000000         CLOSE EXCEPTION-FILE
000000         CLOSE AUDIT-LOG-FILE
000000     END-IF
000000     IF WS-REGISTER-AVAILABLE
000000         CLOSE CREDIT-REGISTER-FILE
000000     END-IF
000000     IF WS-ACCT-FILE-AVAILABLE
000000         CLOSE ACCOUNT-MASTER-FILE
000000     END-IF.
000000 8000-EXIT.
000000     EXIT.
