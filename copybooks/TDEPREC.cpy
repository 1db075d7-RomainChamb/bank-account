000000*--------------------------------------------------------------*
000000* TDEPREC - TIME DEPOSIT MASTER RECORD                         *
000000* ONE RECORD PER TIME DEPOSIT (ACCT-PRODUCT-TYPE "T" ON THE    *
000000* ACCOUNT MASTER), KEYED BY ACCOUNT NUMBER ON THE INDEXED      *
000000* TIME-DEPOSIT MASTER (TDMAST). WRITTEN BY AcctMaint WHEN THE  *
000000* DEPOSIT IS OPENED, READ BY WithdrawCore AND PayOut TO TELL   *
000000* AN EARLY WITHDRAWAL, AND ROLLED OR SETTLED AT MATURITY BY    *
000000* THE NIGHTLY TermMature RUN.                                  *
000000*--------------------------------------------------------------*
000000*
000000* 2026-10-15  RC  INITIAL RECORD - TERM (A COUNT OF DAYS,      *
000000*                 WEEKS OR MONTHS, ROLLED THROUGH DateRoll),   *
000000*                 CONTRACTED RATE AS AN ANNUAL PERCENTAGE,     *
000000*                 START AND MATURITY DATES, PRINCIPAL FOR THE  *
000000*                 CURRENT TERM, THE CUSTOMER'S INSTRUCTION AT  *
000000*                 MATURITY (R ROLL OVER FOR THE SAME TERM, S   *
000000*                 SWEEP PRINCIPAL AND INTEREST TO THE          *
000000*                 NOMINATED DEMAND ACCOUNT), STATUS (A ACTIVE, *
000000*                 M MATURED AND SWEPT), THE MATURITY DATE THE  *
000000*                 LAST MATURITY NOTICE WAS LISTED FOR, AND THE *
000000*                 NUMBER OF ROLLOVERS SO FAR.                  *
000000*
000000 01  TERM-DEPOSIT-RECORD.
000000     05  TD-ACCOUNT              PIC 9(05).
000000     05  TD-TERM-COUNT           PIC 9(03).
000000     05  TD-TERM-UNIT            PIC X(01).
000000         88  TD-TERM-DAYS            VALUE "D".
000000         88  TD-TERM-WEEKS           VALUE "W".
000000         88  TD-TERM-MONTHS          VALUE "M".
000000         88  TD-TERM-UNIT-KNOWN      VALUE "D" "W" "M".
000000     05  TD-RATE                 PIC 9(02)V9(04).
000000     05  TD-START-DATE           PIC 9(08).
000000     05  TD-MATURITY-DATE        PIC 9(08).
000000     05  TD-PRINCIPAL            PIC 9(09)V9(02).
000000     05  TD-INSTRUCTION          PIC X(01).
000000         88  TD-ROLL-OVER            VALUE "R".
000000         88  TD-SWEEP                VALUE "S".
000000         88  TD-INSTRUCTION-KNOWN    VALUE "R" "S".
000000     05  TD-SWEEP-ACCOUNT        PIC 9(05).
000000     05  TD-STATUS               PIC X(01).
000000         88  TD-STATUS-ACTIVE        VALUE "A".
000000         88  TD-STATUS-MATURED       VALUE "M".
000000     05  TD-NOTICE-MATURITY      PIC 9(08).
000000     05  TD-ROLLOVER-COUNT       PIC 9(03).
000000     05  TD-OPENED-BY            PIC X(03).
000000     05  FILLER                  PIC X(17).
