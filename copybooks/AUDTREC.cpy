000000*                 SELF-BALANCING AUDIT TRAIL INSTEAD OF A      *
000000*                 HAND-EDITED MASTER.                          *
000000*
000000* 2026-10-15  RC  ADDED TRANSACTION CODE "K" (CLEARING RECALL  *
000000*                 DEBIT), POSTED BY ClearRecall WHEN THE       *
000000*                 CLEARING HOUSE RECALLS A CREDIT IT SENT, SO  *
000000*                 RECONCILIATION CAN TELL A RECALL FROM AN     *
000000*                 ORDINARY WITHDRAWAL. NO LAYOUT CHANGE.       *
000000*
000000* 2026-10-15  RC  ADDED TRANSACTION CODE "P" (EARLY-WITHDRAWAL *
000000*                 PENALTY DEBIT), POSTED BY WithdrawCore       *
000000*                 ALONGSIDE A SUPERVISOR-APPROVED WITHDRAWAL   *
000000*                 FROM A TIME DEPOSIT BEFORE ITS MATURITY      *
000000*                 DATE, SO THE PENALTY IS KEPT APART FROM      *
000000*                 ORDINARY SERVICE FEES. NO LAYOUT CHANGE.     *
000000*
000000 01  AUDIT-RECORD.
000000     05  AUD-ACCT-NUMBER         PIC 9(05).
000000     05  AUD-TRAN-CODE           PIC X(01).
000000         88  AUD-TRAN-REVERSAL-CR    VALUE "U".
000000         88  AUD-TRAN-REVERSAL-DR    VALUE "V".
000000         88  AUD-TRAN-REVERSAL       VALUE "U" "V".
000000         88  AUD-TRAN-RECALL         VALUE "K".
000000         88  AUD-TRAN-PENALTY        VALUE "P".
000000     05  AUD-AMOUNT              PIC 9(09)V9(02).
000000     05  AUD-NEW-BALANCE         PIC 9(09)V9(02).
000000     05  AUD-CURRENCY            PIC X(03).
