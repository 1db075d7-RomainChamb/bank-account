000000*                 WITH THE ACCOUNT MASTER; THE RECORD STAYS   *
000000*                 80 BYTES.                                   *
000000*
000000* 2026-10-15  RC  CONSUMED ONE BYTE OF THE RESERVED FILLER FOR  *
000000*                 A DEBIT-ALREADY-POSTED FLAG. AcctClose PAYS   *
000000*                 OUT A CLOSING ACCOUNT'S BALANCE AS A PAYMENT  *
000000*                 ORDER BUT POSTS THE DEBIT ITSELF WHEN THE     *
000000*                 ACCOUNT IS CLOSED; ClearOut SENDS SUCH AN     *
000000*                 ORDER WITHOUT DEBITING THE ACCOUNT AGAIN.     *
000000*                 SPACE (ORDERS FROM PayOut) MEANS ClearOut     *
000000*                 POSTS THE DEBIT AS BEFORE. THE RECORD STAYS   *
000000*                 80 BYTES.                                     *
000000*
000000* 2026-10-15  RC  CONSUMED SIX BYTES OF THE RESERVED FILLER    *
000000*                 FOR THE OPERATOR WHO TOOK THE ORDER AND THE  *
000000*                 SUPERVISOR WHO APPROVED IT. PayOut ASKS FOR  *
000000*                 A SUPERVISOR WHEN THE ORDER IS AN EARLY      *
000000*                 WITHDRAWAL FROM A TIME DEPOSIT, AND ClearOut *
000000*                 PASSES THE ID ON TO WithdrawCore, WHICH THEN *
000000*                 POSTS THE EARLY-WITHDRAWAL PENALTY. THE      *
000000*                 RECORD STAYS 80 BYTES.                       *
000000*
000000 01  PAYMENT-ORDER-RECORD.
000000     05  PO-ACCOUNT              PIC 9(05).
000000     05  PO-BENEF-ACCOUNT        PIC 9(05).
000000     05  PO-AMOUNT               PIC 9(09)V9(02).
000000     05  PO-CURRENCY             PIC X(03).
000000     05  PO-DEBIT-POSTED-FLAG    PIC X(01).
000000         88  PO-DEBIT-POSTED         VALUE "Y".
000000     05  PO-OPERATOR-ID          PIC X(03).
000000     05  PO-SUPERVISOR-ID        PIC X(03).
000000     05  FILLER                  PIC X(49).
