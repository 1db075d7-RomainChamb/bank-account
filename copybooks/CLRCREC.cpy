000000*--------------------------------------------------------------*
000000* CLRCREC - CLEARING CREDIT REGISTER RECORD                    *
000000* ONE RECORD PER CLEARING CREDIT POSTED BY ClearPost, KEYED BY *
000000* THE CLEARING HOUSE'S ITEM REFERENCE ON THE INDEXED REGISTER  *
000000* (CLRCRED). ClearRecall READS IT TO FIND THE ORIGINAL CREDIT  *
000000* OF A RECALLED ITEM - INCLUDING ONE WHOSE HOLD HAS ALREADY    *
000000* BEEN RELEASED - AND MARKS THE OUTCOME OF THE RECALL ON IT.   *
000000*--------------------------------------------------------------*
000000*
000000* 2026-10-15  RC  INITIAL RECORD - ITEM REFERENCE, ACCOUNT,    *
000000*                 AMOUNT POSTED IN THE ACCOUNT'S CURRENCY, THE *
000000*                 ITEM AMOUNT, CURRENCY AND RATE AS RECEIVED,  *
000000*                 THE POSTING DATE, AND THE RECALL STATUS AND  *
000000*                 DATE: P POSTED (NOT RECALLED), R RECALLED    *
000000*                 AND DEBITED, E RECALLED BUT LEFT ON THE      *
000000*                 EXCEPTION LIST FOR COLLECTIONS.              *
000000*
000000 01  CLEARING-CREDIT-RECORD.
000000     05  CCR-ITEM-REFERENCE      PIC X(12).
000000     05  CCR-ACCOUNT             PIC 9(05).
000000     05  CCR-POSTED-AMOUNT       PIC 9(09)V9(02).
000000     05  CCR-ITEM-AMOUNT         PIC 9(09)V9(02).
000000     05  CCR-ITEM-CURRENCY       PIC X(03).
000000     05  CCR-RATE                PIC 9(03)V9(04).
000000     05  CCR-POST-DATE           PIC 9(08).
000000     05  CCR-STATUS              PIC X(01).
000000         88  CCR-STATUS-POSTED       VALUE "P".
000000         88  CCR-STATUS-RECALLED     VALUE "R".
000000         88  CCR-STATUS-EXCEPTION    VALUE "E".
000000     05  CCR-RECALL-DATE         PIC 9(08).
000000     05  FILLER                  PIC X(04).
