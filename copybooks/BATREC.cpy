000000*                 THE ACCOUNT MASTER; THE RECORD STAYS 80      *
000000*                 BYTES.                                       *
000000*
000000* 2026-10-15  RC  CONSUMED PART OF THE RESERVED FILLER FOR THE *
000000*                 STANDING ORDER NUMBER THE REQUEST WAS        *
000000*                 GENERATED FROM (SPACES OR ZERO ON A REQUEST  *
000000*                 NOT RAISED BY StandGen) AND THE ATTEMPT      *
000000*                 NUMBER (0 THE DUE-DATE DEBIT, 1 UP A RETRY   *
000000*                 OF AN EARLIER FAILURE), SO WithdrawBatch CAN *
000000*                 REPORT A FAILED ORDER DEBIT BACK FOR RETRY.  *
000000*                 THE RECORD STAYS 80 BYTES.                   *
000000*
000000 01  BATCH-REQUEST-RECORD.
000000     05  BR-ACCOUNT              PIC 9(05).
000000     05  BR-AMOUNT               PIC 9(09)V9(02).
000000     05  BR-CURRENCY             PIC X(03).
000000     05  BR-ORDER-NUMBER         PIC 9(05).
000000     05  BR-ATTEMPT              PIC 9(02).
000000     05  FILLER                  PIC X(54).
