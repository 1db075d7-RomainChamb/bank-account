000000* 2026-09-02  RC  A STALE RATE TABLE (EFFECTIVE DATE NOT        *
000000*                 TODAY) NOW SHOWS ITS OWN MESSAGE INSTEAD OF   *
000000*                 A CURRENCY MISMATCH.                          *
000000* 2026-10-15  RC  THE ACCOUNT LOOKUP NOW ALSO LISTS EVERY OTHER *
000000*                 HOLDER OF THE ACCOUNT (JOINT OWNERS,          *
000000*                 AUTHORIZED SIGNERS, POWERS OF ATTORNEY) FROM  *
000000*                 THE RELATIONSHIP FILE, THROUGH RelLookup.     *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 01  WS-CUST-FILE-STATUS         PIC X(02).
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-OWNER-NAME               PIC X(20).
000000 01  WS-HOLDER-INDEX             PIC 9(02) COMP.
000000 COPY RELLIST.
000000
000000 LINKAGE SECTION.
000000 01  ACCOUNT                     PIC 9(05).
000000         CLOSE CUSTOMER-MASTER-FILE
000000     END-IF
000000     DISPLAY "Account Owner: " WS-OWNER-NAME
000000     PERFORM 2600-SHOW-HOLDERS THRU 2600-EXIT
000000     MOVE ACCT-BALANCE TO WS-BALANCE-DISPLAY
000000     DISPLAY "Current Balance: " WS-BALANCE-DISPLAY
000000     IF ACCT-DORMANT
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2600-SHOW-HOLDERS                                             *
000000* LISTS THE ACCOUNT'S HOLDERS FROM THE RELATIONSHIP FILE SO THE *
000000* TELLER CAN SEE EVERYONE ENTITLED TO ACT ON THE ACCOUNT.       *
000000*--------------------------------------------------------------*
000000 2600-SHOW-HOLDERS.
000000     CALL "RelLookup" USING ACCT-NUMBER, ACCT-CUSTOMER,
000000         HOLDER-LIST
000000     PERFORM 2610-SHOW-ONE-HOLDER THRU 2610-EXIT
000000         VARYING WS-HOLDER-INDEX FROM 2 BY 1
000000         UNTIL WS-HOLDER-INDEX > RLL-HOLDER-COUNT
000000     IF RLL-OVERFLOW-COUNT > ZERO
000000         DISPLAY "More holders on file - see AcctMaint."
000000     END-IF.
000000 2600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2610-SHOW-ONE-HOLDER                                          *
000000*--------------------------------------------------------------*
000000 2610-SHOW-ONE-HOLDER.
000000     DISPLAY "Also held by: " RLL-CUSTOMER (WS-HOLDER-INDEX) " "
000000         RLL-NAME (WS-HOLDER-INDEX) " "
000000         RLL-ROLE-TEXT (WS-HOLDER-INDEX).
000000 2610-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-PROCESS-DEPOSIT                                          *
000000*--------------------------------------------------------------*
000000 3000-PROCESS-DEPOSIT.
