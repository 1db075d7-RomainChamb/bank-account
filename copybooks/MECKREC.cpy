000000*                 THE CHECKPOINT IS REWRITTEN FRESH ON EVERY  *
000000*                 FIRST RUN, SO NO RELOAD IS NEEDED.          *
000000*
000000* 2026-10-15  RC  CONSUMED FOUR BYTES OF THE RESERVED FILLER   *
000000*                 FOR THE COUNT OF TIME DEPOSITS PASSED OVER   *
000000*                 (THEY EARN THEIR CONTRACTED RATE AT          *
000000*                 MATURITY, SEE TermMature, NOT THE MONTH-END  *
000000*                 RATE). THE CHECKPOINT IS REWRITTEN FRESH ON  *
000000*                 EVERY FIRST RUN, SO NO RELOAD IS NEEDED.     *
000000*
000000 01  ME-CHECKPOINT-RECORD.
000000     05  MCK-LAST-ACCOUNT        PIC 9(05).
000000     05  MCK-ACCOUNTS-READ       PIC 9(08) COMP.
000000     05  MCK-INACTIVE-COUNT      PIC 9(08) COMP.
000000     05  MCK-INTEREST-TOTAL      PIC 9(11)V9(02).
000000     05  MCK-FEE-TOTAL           PIC 9(11)V9(02).
000000     05  MCK-TERM-DEPOSIT-COUNT  PIC 9(08) COMP.
000000     05  FILLER                  PIC X(01).
