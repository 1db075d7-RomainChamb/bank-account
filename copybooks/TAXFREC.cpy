000000*--------------------------------------------------------------*
000000* TAXFREC - YEAR-END INTEREST TAX FILING RECORD                *
000000* WRITTEN BY InterestTax FOR TRANSMISSION TO THE TAX           *
000000* AUTHORITY: ONE HEADER, ONE DETAIL PER CUSTOMER AT OR OVER    *
000000* THE REPORTING MINIMUM, ONE CURRENCY CONTROL RECORD PER       *
000000* CURRENCY INTEREST WAS PAID IN, AND A TRAILER. THE CURRENCY   *
000000* CONTROLS CARRY THE YEAR'S INTEREST FOR EVERY CUSTOMER IN     *
000000* THE ACCOUNT CURRENCY, SO THEY TIE TO THE "I" TOTALS OF THE   *
000000* YEAR'S GL EXTRACTS; DETAIL AND TRAILER AMOUNTS ARE IN BASE   *
000000* CURRENCY.                                                    *
000000*--------------------------------------------------------------*
000000*
000000* 2026-10-15  RC  INITIAL RECORD - 120 BYTES.                  *
000000*
000000 01  TAX-FILING-RECORD.
000000     05  TXF-RECORD-TYPE         PIC X(01).
000000         88  TXF-TYPE-HEADER         VALUE "H".
000000         88  TXF-TYPE-DETAIL         VALUE "D".
000000         88  TXF-TYPE-CURRENCY       VALUE "C".
000000         88  TXF-TYPE-TRAILER        VALUE "T".
000000     05  TXF-TAX-YEAR            PIC 9(04).
000000     05  TXF-BODY                PIC X(115).
000000     05  TXF-HEADER-BODY REDEFINES TXF-BODY.
000000         10  TXF-RUN-DATE        PIC 9(08).
000000         10  TXF-BASE-CURRENCY   PIC X(03).
000000         10  TXF-REPORT-MINIMUM  PIC 9(09)V9(02).
000000         10  FILLER              PIC X(93).
000000     05  TXF-DETAIL-BODY REDEFINES TXF-BODY.
000000         10  TXF-CUSTOMER        PIC 9(05).
000000         10  TXF-CUST-NAME       PIC X(20).
000000         10  TXF-CUST-ADDRESS    PIC X(30).
000000         10  TXF-ACCT-COUNT      PIC 9(03).
000000         10  TXF-PAID-BASE       PIC 9(11)V9(02).
000000         10  TXF-REVERSED-BASE   PIC 9(11)V9(02).
000000         10  TXF-NET-BASE        PIC 9(11)V9(02).
000000         10  FILLER              PIC X(18).
000000     05  TXF-CURRENCY-BODY REDEFINES TXF-BODY.
000000         10  TXF-CURRENCY        PIC X(03).
000000         10  TXF-PAID-COUNT      PIC 9(07).
000000         10  TXF-PAID-AMOUNT     PIC 9(11)V9(02).
000000         10  TXF-REV-COUNT       PIC 9(07).
000000         10  TXF-REV-AMOUNT      PIC 9(11)V9(02).
000000         10  TXF-NET-AMOUNT      PIC 9(11)V9(02).
000000         10  FILLER              PIC X(59).
000000     05  TXF-TRAILER-BODY REDEFINES TXF-BODY.
000000         10  TXF-FILED-COUNT     PIC 9(07).
000000         10  TXF-FILED-TOTAL     PIC 9(13)V9(02).
000000         10  TXF-BELOW-COUNT     PIC 9(07).
000000         10  TXF-BELOW-TOTAL     PIC 9(13)V9(02).
000000         10  TXF-HELD-COUNT      PIC 9(07).
000000         10  TXF-YEAR-TOTAL      PIC 9(13)V9(02).
000000         10  FILLER              PIC X(49).
