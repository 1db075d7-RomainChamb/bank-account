000000*                 SHOWS NO CUSTOMER-INITIATED ACTIVITY FOR 24  *
000000*                 MONTHS, SO THE TELLER SCREENS CAN WARN       *
000000*                 BEFORE POSTING TO A DORMANT ACCOUNT.         *
000000* 2026-10-15  RC  CONSUMED ONE BYTE OF THE RESERVED FILLER FOR *
000000*                 A PRODUCT TYPE: T FOR A TIME DEPOSIT, WHOSE  *
000000*                 TERM, CONTRACTED RATE AND MATURITY ARE HELD  *
000000*                 ON THE TIME-DEPOSIT MASTER (TDMAST, SEE      *
000000*                 TDEPREC); ANYTHING ELSE IS AN ORDINARY       *
000000*                 DEMAND ACCOUNT, SO EXISTING RECORDS NEED NO  *
000000*                 RELOAD.                                      *
000000*
000000 01  ACCOUNT-RECORD.
000000     05  ACCT-NUMBER             PIC 9(05).
000000     05  ACCT-WD-DATE            PIC 9(08).
000000     05  ACCT-DORMANT-FLAG       PIC X(01).
000000         88  ACCT-DORMANT        VALUE "D".
000000     05  ACCT-PRODUCT-TYPE       PIC X(01).
000000         88  ACCT-TIME-DEPOSIT   VALUE "T".
000000     05  FILLER                  PIC X(04).
