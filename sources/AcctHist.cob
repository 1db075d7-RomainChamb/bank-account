000000*                 SHOWS FIRST, TEN LINES PER PAGE, UP TO THE    *
000000*                 LAST 500 TRANSACTIONS. READ-ONLY - NOTHING    *
000000*                 IS POSTED HERE.                               *
000000* 2026-10-15  RC  THE ACCOUNT LOOKUP NOW ALSO LISTS EVERY OTHER *
000000*                 HOLDER OF THE ACCOUNT (JOINT OWNERS,          *
000000*                 AUTHORIZED SIGNERS, POWERS OF ATTORNEY) FROM  *
000000*                 THE RELATIONSHIP FILE, THROUGH RelLookup.     *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 01  WS-LOOKUP-STATUS-TEXT       PIC X(07).
000000 01  WS-LOOKUP-CURRENCY          PIC X(03).
000000 01  WS-OWNER-NAME               PIC X(20).
000000 01  WS-HOLDER-INDEX             PIC 9(02) COMP.
000000 COPY RELLIST.
000000 01  WS-TABLE-MAX                PIC 9(04) COMP VALUE 500.
000000 01  WS-ENTRY-COUNT              PIC 9(04) COMP.
000000 01  WS-NEXT-SLOT                PIC 9(04) COMP.
000000                 MOVE ACCT-CURRENCY TO WS-LOOKUP-CURRENCY
000000                 PERFORM 2100-SET-STATUS-TEXT THRU 2100-EXIT
000000                 PERFORM 2200-LOOKUP-OWNER THRU 2200-EXIT
000000                 PERFORM 2300-SHOW-HOLDERS THRU 2300-EXIT
000000         END-READ
000000         CLOSE ACCOUNT-MASTER-FILE
000000     END-IF.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2300-SHOW-HOLDERS                                             *
000000* LISTS THE ACCOUNT'S HOLDERS FROM THE RELATIONSHIP FILE SO THE *
000000* TELLER CAN SEE EVERYONE ENTITLED TO ACT ON THE ACCOUNT.       *
000000*--------------------------------------------------------------*
000000 2300-SHOW-HOLDERS.
000000     CALL "RelLookup" USING ACCT-NUMBER, ACCT-CUSTOMER,
000000         HOLDER-LIST
000000     PERFORM 2310-SHOW-ONE-HOLDER THRU 2310-EXIT
000000         VARYING WS-HOLDER-INDEX FROM 2 BY 1
000000         UNTIL WS-HOLDER-INDEX > RLL-HOLDER-COUNT
000000     IF RLL-OVERFLOW-COUNT > ZERO
000000         DISPLAY "More holders on file - see AcctMaint."
000000     END-IF.
000000 2300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2310-SHOW-ONE-HOLDER                                          *
000000*--------------------------------------------------------------*
000000 2310-SHOW-ONE-HOLDER.
000000     DISPLAY "Also held by: " RLL-CUSTOMER (WS-HOLDER-INDEX) " "
000000         RLL-NAME (WS-HOLDER-INDEX) " "
000000         RLL-ROLE-TEXT (WS-HOLDER-INDEX).
000000 2310-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-LOAD-HISTORY                                             *
000000* LOADS THE ACCOUNT'S ACTIVITY OLDEST-FIRST INTO A RING OF     *
000000* 500 SLOTS, SO WHEN THE HISTORY OVERFLOWS THE TABLE ONLY      *
