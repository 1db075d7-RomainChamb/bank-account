000000*--------------------------------------------------------------*
000000* CTRREC - LARGE-CASH / STRUCTURING FILING EXTRACT RECORD      *
000000* WRITTEN BY ComplyScan, ONE RECORD PER REPORTABLE CASH        *
000000* TRANSACTION, FOR TRANSMISSION TO THE REGULATOR. A SINGLE     *
000000* WITHDRAWAL OR DEPOSIT OVER THE REPORTING THRESHOLD IS TYPE   *
000000* "L"; EACH OF A CUSTOMER'S JUST-UNDER-THRESHOLD ITEMS THAT    *
000000* TOGETHER PASS IT WITHIN THE WINDOW IS TYPE "S". AMOUNTS ARE  *
000000* THE CASH HANDED OVER, IN ITS OWN CURRENCY AND IN BASE        *
000000* CURRENCY.                                                    *
000000*--------------------------------------------------------------*
000000*
000000* 2026-10-15  RC  INITIAL RECORD - 130 BYTES.                  *
000000*
000000 01  CTR-FILING-RECORD.
000000     05  CTR-RECORD-TYPE         PIC X(01).
000000         88  CTR-TYPE-LARGE          VALUE "L".
000000         88  CTR-TYPE-STRUCTURED     VALUE "S".
000000     05  CTR-REPORT-DATE         PIC 9(08).
000000     05  CTR-CUSTOMER            PIC 9(05).
000000     05  CTR-CUSTOMER-NAME       PIC X(20).
000000     05  CTR-CUSTOMER-ADDRESS    PIC X(30).
000000     05  CTR-ACCOUNT             PIC 9(05).
000000     05  CTR-TRAN-CODE           PIC X(01).
000000     05  CTR-TRAN-DATE           PIC 9(08).
000000     05  CTR-TRAN-TIME           PIC 9(08).
000000     05  CTR-CASH-AMOUNT         PIC 9(09)V9(02).
000000     05  CTR-CASH-CURRENCY       PIC X(03).
000000     05  CTR-BASE-AMOUNT         PIC 9(09)V9(02).
000000     05  CTR-OPERATOR-ID         PIC X(03).
000000     05  CTR-SUPERVISOR-ID       PIC X(03).
000000     05  FILLER                  PIC X(13).
