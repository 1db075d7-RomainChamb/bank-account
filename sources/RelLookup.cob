000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. RelLookup.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                         *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - ACCOUNT HOLDER LOOKUP.      *
000000*                 CALLED WITH AN ACCOUNT NUMBER AND ITS         *
000000*                 ACCT-CUSTOMER; RETURNS THE HOLDER LIST        *
000000*                 (RELLIST) WITH THE PRIMARY OWNER FIRST AND    *
000000*                 EVERY OTHER CUSTOMER ON THE RELATIONSHIP      *
000000*                 FILE (ACCTREL) AFTER IT, EACH WITH ROLE,      *
000000*                 SEPARATE-MAILING CHOICE, NAME AND ADDRESS.    *
000000*                 AN ACCOUNT WITH NO RELATIONSHIP RECORDS (OR   *
000000*                 A MISSING RELATIONSHIP FILE) RETURNS THE      *
000000*                 PRIMARY OWNER ALONE, SO ACCOUNTS OPENED       *
000000*                 BEFORE THE FILE EXISTED LOOK AS THEY DID.     *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT RELATION-FILE ASSIGN TO ACCTREL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS REL-KEY
000000         FILE STATUS IS WS-REL-FILE-STATUS.
000000     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-NUMBER
000000         FILE STATUS IS WS-CUST-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  RELATION-FILE.
000000 COPY RELREC.
000000
000000 FD  CUSTOMER-MASTER-FILE.
000000 COPY CUSTREC.
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-REL-FILE-STATUS          PIC X(02).
000000     88  WS-REL-FILE-OK          VALUE "00".
000000 01  WS-CUST-FILE-STATUS         PIC X(02).
000000     88  WS-CUST-FILE-OK         VALUE "00".
000000 01  WS-CUST-AVAIL-SWITCH        PIC X(01).
000000     88  WS-CUST-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-EOF-SWITCH               PIC X(01).
000000     88  WS-END-OF-RELATIONS     VALUE "Y".
000000 01  WS-HOLDER-INDEX             PIC 9(02) COMP.
000000
000000 LINKAGE SECTION.
000000 01  RLK-ACCOUNT                 PIC 9(05).
000000 01  RLK-PRIMARY-CUSTOMER        PIC 9(05).
000000 COPY RELLIST.
000000
000000 PROCEDURE DIVISION USING RLK-ACCOUNT, RLK-PRIMARY-CUSTOMER,
000000         HOLDER-LIST.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     MOVE 1 TO RLL-HOLDER-COUNT
000000     MOVE ZERO TO RLL-OVERFLOW-COUNT
000000     MOVE RLK-PRIMARY-CUSTOMER TO RLL-CUSTOMER (1)
000000     MOVE "P" TO RLL-ROLE (1)
000000     MOVE "N" TO RLL-MAIL-FLAG (1)
000000     PERFORM 1000-READ-RELATIONS THRU 1000-EXIT
000000     PERFORM 2000-FILL-HOLDER-DETAIL THRU 2000-EXIT
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-READ-RELATIONS                                           *
000000* THE FILE IS IN ACCOUNT ORDER, SO THE WALK STOPS AT THE FIRST  *
000000* RECORD PAST THE ACCOUNT WANTED.                               *
000000*--------------------------------------------------------------*
000000 1000-READ-RELATIONS.
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT RELATION-FILE
000000     IF WS-REL-FILE-OK
000000         PERFORM 1100-READ-RELATION THRU 1100-EXIT
000000         PERFORM 1200-MATCH-RELATION THRU 1200-EXIT
000000             UNTIL WS-END-OF-RELATIONS
000000         CLOSE RELATION-FILE
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1100-READ-RELATION                                            *
000000*--------------------------------------------------------------*
000000 1100-READ-RELATION.
000000     READ RELATION-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ
000000     IF NOT WS-END-OF-RELATIONS
000000         AND REL-ACCOUNT > RLK-ACCOUNT
000000         MOVE "Y" TO WS-EOF-SWITCH
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1200-MATCH-RELATION                                           *
000000*--------------------------------------------------------------*
000000 1200-MATCH-RELATION.
000000     IF REL-ACCOUNT = RLK-ACCOUNT
000000         IF REL-CUSTOMER = RLK-PRIMARY-CUSTOMER
000000             MOVE REL-MAIL-FLAG TO RLL-MAIL-FLAG (1)
000000         ELSE
000000             IF RLL-HOLDER-COUNT < 8
000000                 ADD 1 TO RLL-HOLDER-COUNT
000000                 MOVE REL-CUSTOMER
000000                     TO RLL-CUSTOMER (RLL-HOLDER-COUNT)
000000                 MOVE REL-ROLE TO RLL-ROLE (RLL-HOLDER-COUNT)
000000                 MOVE REL-MAIL-FLAG
000000                     TO RLL-MAIL-FLAG (RLL-HOLDER-COUNT)
000000             ELSE
000000                 ADD 1 TO RLL-OVERFLOW-COUNT
000000             END-IF
000000         END-IF
000000     END-IF
000000     PERFORM 1100-READ-RELATION THRU 1100-EXIT.
000000 1200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-FILL-HOLDER-DETAIL                                       *
000000*--------------------------------------------------------------*
000000 2000-FILL-HOLDER-DETAIL.
000000     MOVE "N" TO WS-CUST-AVAIL-SWITCH
000000     OPEN INPUT CUSTOMER-MASTER-FILE
000000     IF WS-CUST-FILE-OK
000000         MOVE "Y" TO WS-CUST-AVAIL-SWITCH
000000     END-IF
000000     PERFORM 2100-FILL-ONE-HOLDER THRU 2100-EXIT
000000         VARYING WS-HOLDER-INDEX FROM 1 BY 1
000000         UNTIL WS-HOLDER-INDEX > RLL-HOLDER-COUNT
000000     IF WS-CUST-FILE-AVAILABLE
000000         CLOSE CUSTOMER-MASTER-FILE
000000     END-IF.
000000 2000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2100-FILL-ONE-HOLDER                                          *
000000*--------------------------------------------------------------*
000000 2100-FILL-ONE-HOLDER.
000000     EVALUATE RLL-ROLE (WS-HOLDER-INDEX)
000000         WHEN "P"
000000             MOVE "PRIMARY OWNER"
000000                 TO RLL-ROLE-TEXT (WS-HOLDER-INDEX)
000000         WHEN "J"
000000             MOVE "JOINT OWNER"
000000                 TO RLL-ROLE-TEXT (WS-HOLDER-INDEX)
000000         WHEN "S"
000000             MOVE "AUTHORIZED SIGNER"
000000                 TO RLL-ROLE-TEXT (WS-HOLDER-INDEX)
000000         WHEN "A"
000000             MOVE "POWER OF ATTORNEY"
000000                 TO RLL-ROLE-TEXT (WS-HOLDER-INDEX)
000000         WHEN OTHER
000000             MOVE "OTHER" TO RLL-ROLE-TEXT (WS-HOLDER-INDEX)
000000     END-EVALUATE
000000     MOVE "UNKNOWN" TO RLL-NAME (WS-HOLDER-INDEX)
000000     MOVE SPACES TO RLL-ADDRESS (WS-HOLDER-INDEX)
000000     IF WS-CUST-FILE-AVAILABLE
000000         MOVE RLL-CUSTOMER (WS-HOLDER-INDEX) TO CUST-NUMBER
000000         READ CUSTOMER-MASTER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE CUST-NAME TO RLL-NAME (WS-HOLDER-INDEX)
000000                 MOVE CUST-ADDRESS
000000                     TO RLL-ADDRESS (WS-HOLDER-INDEX)
000000         END-READ
000000     END-IF.
000000 2100-EXIT.
000000     EXIT.
