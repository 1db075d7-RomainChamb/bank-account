000000*                 NEEDED.                                       *
000000* 2026-09-02  RC  EXTENDED THE RECORD FOR THE STALE-RATE-TABLE  *
000000*                 REJECT COUNT (NEW RESULT "A").                *
000000* 2026-10-15  RC  EXTENDED THE RECORD FOR THE COUNT OF FAILED   *
000000*                 STANDING-ORDER DEBITS WRITTEN TO THE REJECT   *
000000*                 FILE (SOREJECT).                              *
000000* 2026-10-15  RC  EXTENDED THE RECORD FOR THE COUNT OF DEBITS   *
000000*                 REFUSED BECAUSE THE ACCOUNT IS A TIME DEPOSIT *
000000*                 BEFORE ITS MATURITY DATE (NEW RESULT "B" FROM *
000000*                 WithdrawCore).                                *
000000*
000000 01  CHECKPOINT-RECORD.
000000     05  CKPT-LAST-SEQUENCE      PIC 9(08) COMP.
000000     05  CKPT-DAILY-LIMIT-COUNT  PIC 9(08) COMP.
000000     05  CKPT-FUNDS-HELD-COUNT   PIC 9(08) COMP.
000000     05  CKPT-RATE-STALE-COUNT   PIC 9(08) COMP.
000000     05  CKPT-ORDER-REJECT-COUNT PIC 9(08) COMP.
000000     05  CKPT-EARLY-WD-COUNT     PIC 9(08) COMP.
