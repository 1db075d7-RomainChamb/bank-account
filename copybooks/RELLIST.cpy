000000*--------------------------------------------------------------*
000000* RELLIST - ACCOUNT HOLDER LIST                                *
000000* PASSED TO RelLookup, WHICH FILLS IT WITH EVERY HOLDER OF ONE *
000000* ACCOUNT: THE PRIMARY OWNER (ACCT-CUSTOMER) FIRST, THEN EACH  *
000000* OTHER CUSTOMER ON THE RELATIONSHIP FILE, WITH NAME AND       *
000000* ADDRESS FROM THE CUSTOMER MASTER. HOLDERS BEYOND THE TABLE   *
000000* SIZE ARE COUNTED IN RLL-OVERFLOW-COUNT BUT NOT LISTED.       *
000000*--------------------------------------------------------------*
000000*
000000* 2026-10-15  RC  INITIAL LAYOUT - UP TO EIGHT HOLDERS.        *
000000*
000000 01  HOLDER-LIST.
000000     05  RLL-HOLDER-COUNT        PIC 9(02).
000000     05  RLL-OVERFLOW-COUNT      PIC 9(02).
000000     05  RLL-HOLDER              OCCURS 8 TIMES.
000000         10  RLL-CUSTOMER        PIC 9(05).
000000         10  RLL-ROLE            PIC X(01).
000000             88  RLL-ROLE-OWNER      VALUE "P" "J".
000000         10  RLL-ROLE-TEXT       PIC X(17).
000000         10  RLL-MAIL-FLAG       PIC X(01).
000000             88  RLL-MAIL-SEPARATELY VALUE "Y".
000000         10  RLL-NAME            PIC X(20).
000000         10  RLL-ADDRESS         PIC X(30).
