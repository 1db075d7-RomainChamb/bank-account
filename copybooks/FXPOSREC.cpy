000000*--------------------------------------------------------------*
000000* FXPOSREC - FOREIGN-CURRENCY POSITION RECORD                  *
000000* ONE RECORD PER CURRENCY HELD ON THE ACCOUNT MASTER, WRITTEN  *
000000* EACH NIGHT BY FxPosition (FXNEW) AND READ BACK THE NEXT      *
000000* NIGHT (FXPRIOR) AS THE PRIOR DAY'S POSITION, THE WAY         *
000000* BalanceProof CYCLES ITS SNAPSHOT.                            *
000000*--------------------------------------------------------------*
000000*
000000* 2026-10-15  RC  INITIAL RECORD - CURRENCY, POSITION DATE,    *
000000*                 NUMBER OF OPEN ACCOUNTS, TOTAL BALANCE, THE  *
000000*                 RATE TO BASE CURRENCY AND THE BASE-CURRENCY  *
000000*                 VALUE (RATE FLAG N WHEN THE CURRENCY COULD   *
000000*                 NOT BE PRICED, VALUE THEN ZERO). 60 BYTES.   *
000000*
000000 01  FX-POSITION-RECORD.
000000     05  FXP-CURRENCY            PIC X(03).
000000     05  FXP-POSITION-DATE       PIC 9(08).
000000     05  FXP-ACCOUNT-COUNT       PIC 9(07).
000000     05  FXP-BALANCE-TOTAL       PIC 9(13)V9(02).
000000     05  FXP-RATE                PIC 9(03)V9(04).
000000     05  FXP-RATE-FLAG           PIC X(01).
000000         88  FXP-PRICED              VALUE "Y".
000000     05  FXP-BASE-VALUE          PIC 9(13)V9(02).
000000     05  FILLER                  PIC X(04).
