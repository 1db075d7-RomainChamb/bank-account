000000*                 REVERSAL DEBIT - SO A REVERSED TRANSACTION    *
000000*                 AND ITS CONTRA READ AS A SELF-BALANCING       *
000000*                 PAIR ON THE STATEMENT.                        *
000000* 2026-10-15  RC  THE CLEARING RECALL DEBIT "K" (SEE            *
000000*                 ClearRecall) NOW PRINTS AS RECALL DR IN THE   *
000000*                 DEBIT COLUMN AND BACKS OUT OF THE DERIVED     *
000000*                 OPENING BALANCE AS A DEBIT.                   *
000000* 2026-10-15  RC  EACH ACCOUNT'S Statement BODY IS NOW BUILT    *
000000*                 ONCE ON A WORK FILE (STMTWORK) AND PRINTED    *
000000*                 FOR EVERY COPY MAILED: THE PRIMARY OWNER'S    *
000000*                 COPY, PLUS A SEPARATELY ADDRESSED COPY FOR    *
000000*                 EACH JOINT OWNER WHO ASKED FOR SEPARATE       *
000000*                 MAILING ON THE RELATIONSHIP FILE. HOLDER      *
000000*                 NAMES AND ADDRESSES NOW COME THROUGH          *
000000*                 RelLookup, WHICH READS THE CUSTOMER MASTER    *
000000*                 ITSELF. THE PAGE COUNT INCLUDES THE EXTRA     *
000000*                 COPIES.                                       *
000000* 2026-10-15  RC  THE EARLY-WITHDRAWAL PENALTY DEBIT "P" (SEE   *
000000*                 WithdrawCore) NOW PRINTS AS ITS OWN DEBIT     *
000000*                 LINE, "EARLY WD FEE", AND IS TREATED AS A     *
000000*                 DEBIT WHEN THE OPENING BALANCE IS DERIVED.    *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS ACCT-NUMBER
000000         FILE STATUS IS WS-ACCT-FILE-STATUS.
000000     SELECT STATEMENT-FILE ASSIGN TO STMTFILE
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-STMT-FILE-STATUS.
000000     SELECT STATEMENT-WORK-FILE ASSIGN TO STMTWORK
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-WORK-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  STATEMENT-FILE.
000000 01  STATEMENT-LINE              PIC X(80).
000000
000000 FD  STATEMENT-WORK-FILE.
000000 01  STATEMENT-WORK-RECORD.
000000     05  SWK-ADVANCE             PIC 9(01).
000000     05  SWK-LINE                PIC X(80).
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000000 01  WS-SORTED-FILE-STATUS       PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000 01  WS-ACCT-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-ACCT-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-WORK-FILE-STATUS         PIC X(02).
000000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000000     88  WS-END-OF-SORTED        VALUE "Y".
000000 01  WS-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
000000     88  WS-END-OF-WORK          VALUE "Y".
000000 01  WS-PAGE-OPEN-SWITCH         PIC X(01) VALUE "N".
000000     88  WS-PAGE-IS-OPEN         VALUE "Y".
000000 01  WS-PARM.
000000 01  WS-DEBIT-TOTAL              PIC 9(11)V9(02).
000000 01  WS-CREDIT-TOTAL             PIC 9(11)V9(02).
000000 01  WS-STATEMENT-COUNT          PIC 9(08) COMP.
000000 01  WS-HOLDER-INDEX             PIC 9(02) COMP.
000000 COPY RELLIST.
000000
000000 01  WS-HEADING-LINE.
000000     05  FILLER                  PIC X(22)
000000     OPEN INPUT ACCOUNT-MASTER-FILE
000000     IF WS-ACCT-FILE-OK
000000         MOVE "Y" TO WS-ACCT-AVAIL-SWITCH
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-START-STATEMENT-PAGE                                     *
000000* THE BODY OF THE STATEMENT (EVERYTHING BELOW THE ADDRESS) IS   *
000000* BUILT ON THE WORK FILE SO IT CAN BE PRINTED ONCE FOR EACH     *
000000* COPY THE ACCOUNT'S OWNERS RECEIVE - SEE 7500-ISSUE-COPIES.    *
000000*--------------------------------------------------------------*
000000 6000-START-STATEMENT-PAGE.
000000     MOVE "Y" TO WS-PAGE-OPEN-SWITCH
000000     PERFORM 6100-DERIVE-OPENING-BALANCE THRU 6100-EXIT
000000     MOVE WS-CURRENT-ACCOUNT TO WS-HDG-ACCOUNT
000000     MOVE SRO-CURRENCY TO WS-HDG-CURRENCY
000000     OPEN OUTPUT STATEMENT-WORK-FILE
000000     MOVE WS-FROM-DATE TO WS-PERIOD-FROM
000000     MOVE WS-TO-DATE TO WS-PERIOD-TO
000000     MOVE 1 TO SWK-ADVANCE
000000     MOVE WS-PERIOD-LINE TO SWK-LINE
000000     WRITE STATEMENT-WORK-RECORD
000000     MOVE 2 TO SWK-ADVANCE
000000     MOVE WS-COLUMN-LINE TO SWK-LINE
000000     WRITE STATEMENT-WORK-RECORD
000000     MOVE "OPENING BALANCE.......: " TO WS-TOT-LABEL
000000     MOVE WS-OPENING-BALANCE TO WS-TOT-AMOUNT
000000     MOVE 1 TO SWK-ADVANCE
000000     MOVE WS-TOTAL-LINE TO SWK-LINE
000000     WRITE STATEMENT-WORK-RECORD.
000000 6000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000 6100-DERIVE-OPENING-BALANCE.
000000     EVALUATE TRUE
000000         WHEN SRO-TRAN-CODE = "W" OR "T" OR "S" OR "V" OR "K"
000000             OR "P"
000000             COMPUTE WS-OPENING-BALANCE =
000000                 SRO-NEW-BALANCE + SRO-AMOUNT
000000         WHEN OTHER
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6500-PRINT-DETAIL-LINE                                        *
000000*--------------------------------------------------------------*
000000 6500-PRINT-DETAIL-LINE.
000000             MOVE "REVERSAL DR   " TO WS-DTL-DESC
000000             MOVE SRO-AMOUNT TO WS-DTL-DEBIT
000000             ADD SRO-AMOUNT TO WS-DEBIT-TOTAL
000000         WHEN SRO-TRAN-CODE = "K"
000000             MOVE "RECALL DR     " TO WS-DTL-DESC
000000             MOVE SRO-AMOUNT TO WS-DTL-DEBIT
000000             ADD SRO-AMOUNT TO WS-DEBIT-TOTAL
000000         WHEN SRO-TRAN-CODE = "P"
000000             MOVE "EARLY WD FEE  " TO WS-DTL-DESC
000000             MOVE SRO-AMOUNT TO WS-DTL-DEBIT
000000             ADD SRO-AMOUNT TO WS-DEBIT-TOTAL
000000         WHEN OTHER
000000             MOVE "OTHER         " TO WS-DTL-DESC
000000             MOVE SRO-AMOUNT TO WS-DTL-CREDIT
000000             ADD SRO-AMOUNT TO WS-CREDIT-TOTAL
000000     END-EVALUATE
000000     MOVE SRO-NEW-BALANCE TO WS-DTL-BALANCE
000000     MOVE 1 TO SWK-ADVANCE
000000     MOVE WS-DETAIL-LINE TO SWK-LINE
000000     WRITE STATEMENT-WORK-RECORD.
000000 6500-EXIT.
000000     EXIT.
000000
000000 7000-PRINT-TOTALS.
000000     MOVE "TOTAL DEBITS..........: " TO WS-TOT-LABEL
000000     MOVE WS-DEBIT-TOTAL TO WS-TOT-AMOUNT
000000     MOVE 2 TO SWK-ADVANCE
000000     MOVE WS-TOTAL-LINE TO SWK-LINE
000000     WRITE STATEMENT-WORK-RECORD
000000     MOVE "TOTAL CREDITS.........: " TO WS-TOT-LABEL
000000     MOVE WS-CREDIT-TOTAL TO WS-TOT-AMOUNT
000000     MOVE 1 TO SWK-ADVANCE
000000     MOVE WS-TOTAL-LINE TO SWK-LINE
000000     WRITE STATEMENT-WORK-RECORD
000000     MOVE "CLOSING BALANCE.......: " TO WS-TOT-LABEL
000000     MOVE WS-CLOSING-BALANCE TO WS-TOT-AMOUNT
000000     MOVE 1 TO SWK-ADVANCE
000000     MOVE WS-TOTAL-LINE TO SWK-LINE
000000     WRITE STATEMENT-WORK-RECORD
000000     CLOSE STATEMENT-WORK-FILE
000000     PERFORM 7500-ISSUE-COPIES THRU 7500-EXIT.
000000 7000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7500-ISSUE-COPIES                                             *
000000* THE PRIMARY OWNER ALWAYS GETS THE STATEMENT. A JOINT OWNER    *
000000* WHO HAS ASKED FOR SEPARATE MAILING (SEE AcctMaint ACTION H)   *
000000* GETS A COPY OF ITS OWN, ADDRESSED TO THEM. SIGNERS AND        *
000000* POWERS OF ATTORNEY ARE NOT SENT STATEMENTS.                   *
000000*--------------------------------------------------------------*
000000 7500-ISSUE-COPIES.
000000     MOVE 1 TO RLL-HOLDER-COUNT
000000     MOVE "UNKNOWN" TO RLL-NAME (1)
000000     MOVE SPACES TO RLL-ADDRESS (1)
000000     IF WS-ACCT-FILE-AVAILABLE
000000         MOVE WS-CURRENT-ACCOUNT TO ACCT-NUMBER
000000         READ ACCOUNT-MASTER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 CALL "RelLookup" USING ACCT-NUMBER,
000000                     ACCT-CUSTOMER, HOLDER-LIST
000000         END-READ
000000     END-IF
000000     MOVE 1 TO WS-HOLDER-INDEX
000000     PERFORM 7600-PRINT-COPY THRU 7600-EXIT
000000     PERFORM 7550-CHECK-HOLDER THRU 7550-EXIT
000000         VARYING WS-HOLDER-INDEX FROM 2 BY 1
000000         UNTIL WS-HOLDER-INDEX > RLL-HOLDER-COUNT.
000000 7500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7550-CHECK-HOLDER                                             *
000000*--------------------------------------------------------------*
000000 7550-CHECK-HOLDER.
000000     IF RLL-ROLE-OWNER (WS-HOLDER-INDEX)
000000         AND RLL-MAIL-SEPARATELY (WS-HOLDER-INDEX)
000000         PERFORM 7600-PRINT-COPY THRU 7600-EXIT
000000     END-IF.
000000 7550-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7600-PRINT-COPY                                               *
000000* PRINTS ONE COPY ADDRESSED TO THE HOLDER AT WS-HOLDER-INDEX.   *
000000*--------------------------------------------------------------*
000000 7600-PRINT-COPY.
000000     ADD 1 TO WS-STATEMENT-COUNT
000000     MOVE RLL-NAME (WS-HOLDER-INDEX) TO WS-NAME-TEXT
000000     MOVE RLL-ADDRESS (WS-HOLDER-INDEX) TO WS-ADDRESS-TEXT
000000     WRITE STATEMENT-LINE FROM WS-HEADING-LINE
000000         AFTER ADVANCING PAGE
000000     WRITE STATEMENT-LINE FROM WS-NAME-LINE
000000         AFTER ADVANCING 1 LINE
000000     WRITE STATEMENT-LINE FROM WS-ADDRESS-LINE
000000         AFTER ADVANCING 1 LINE
000000     MOVE "N" TO WS-WORK-EOF-SWITCH
000000     OPEN INPUT STATEMENT-WORK-FILE
000000     PERFORM 7700-READ-WORK THRU 7700-EXIT
000000     PERFORM 7710-COPY-WORK-LINE THRU 7710-EXIT
000000         UNTIL WS-END-OF-WORK
000000     CLOSE STATEMENT-WORK-FILE.
000000 7600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7700-READ-WORK                                                *
000000*--------------------------------------------------------------*
000000 7700-READ-WORK.
000000     READ STATEMENT-WORK-FILE
000000         AT END
000000             MOVE "Y" TO WS-WORK-EOF-SWITCH
000000     END-READ.
000000 7700-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7710-COPY-WORK-LINE                                           *
000000*--------------------------------------------------------------*
000000 7710-COPY-WORK-LINE.
000000     WRITE STATEMENT-LINE FROM SWK-LINE
000000         AFTER ADVANCING SWK-ADVANCE LINES
000000     PERFORM 7700-READ-WORK THRU 7700-EXIT.
000000 7710-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 9000-CLOSE-FILES                                               *
000000*--------------------------------------------------------------*
000000 9000-CLOSE-FILES.
000000     CLOSE STATEMENT-FILE
000000     IF WS-ACCT-FILE-AVAILABLE
000000         CLOSE ACCOUNT-MASTER-FILE
000000     END-IF.
000000 9000-EXIT.
000000     EXIT.
