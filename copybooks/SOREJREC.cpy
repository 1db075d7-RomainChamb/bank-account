000000*--------------------------------------------------------------*
000000* SOREJREC - STANDING ORDER DEBIT REJECT RECORD                *
000000* ONE RECORD PER STANDING-ORDER DEBIT THAT WithdrawBatch COULD *
000000* NOT POST, ON THE SEQUENTIAL REJECT FILE (SOREJECT). THE NEXT *
000000* NIGHT'S StandGen READS IT TO RETRY THE PAYMENT, OR TO        *
000000* SUSPEND THE ORDER ONCE THE LAST RETRY HAS FAILED.            *
000000*--------------------------------------------------------------*
000000*
000000* 2026-10-15  RC  INITIAL RECORD - ORDER NUMBER, ACCOUNT,      *
000000*                 AMOUNT AND CURRENCY OF THE FAILED DEBIT, THE *
000000*                 WithdrawCore RESULT CODE, THE ATTEMPT THAT   *
000000*                 FAILED (0 THE ORIGINAL DUE-DATE DEBIT, 1 UP  *
000000*                 THE RETRIES) AND THE DATE IT FAILED.         *
000000*
000000 01  ORDER-REJECT-RECORD.
000000     05  SRJ-ORDER-NUMBER        PIC 9(05).
000000     05  SRJ-ACCOUNT             PIC 9(05).
000000     05  SRJ-AMOUNT              PIC 9(09)V9(02).
000000     05  SRJ-CURRENCY            PIC X(03).
000000     05  SRJ-RESULT-CODE         PIC X(01).
000000     05  SRJ-ATTEMPT             PIC 9(02).
000000     05  SRJ-REJECT-DATE         PIC 9(08).
000000     05  FILLER                  PIC X(05).
