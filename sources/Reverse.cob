000000*                 INSTEAD OF A HAND-EDITED MASTER. A            *
000000*                 TRANSACTION ALREADY REVERSED TODAY, OR A      *
000000*                 REVERSAL RECORD ITSELF, IS REFUSED.           *
000000* 2026-10-15  RC  A CLEARING RECALL DEBIT "K" POSTED IN ERROR   *
000000*                 CAN NOW BE REVERSED LIKE ANY OTHER DEBIT,     *
000000*                 WITH A "U" CONTRA CREDIT.                     *
000000* 2026-10-15  RC  AN EARLY-WITHDRAWAL PENALTY DEBIT "P" (SEE    *
000000*                 WithdrawCore) CAN NOW BE REVERSED LIKE ANY    *
000000*                 OTHER DEBIT, SO A PENALTY WAIVED BY THE       *
000000*                 BRANCH IS CREDITED BACK AS A "U".             *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 01  WS-TIME-INPUT               PIC X(08).
000000 01  WS-ORIG-TIME                PIC 9(08).
000000 01  WS-ORIG-TRAN-CODE           PIC X(01).
000000     88  WS-ORIG-IS-DEBIT        VALUE "W" "T" "S" "K" "P".
000000     88  WS-ORIG-IS-CREDIT       VALUE "D" "R" "I".
000000     88  WS-ORIG-IS-REVERSAL     VALUE "U" "V".
000000     88  WS-ORIG-CONSUMED-LIMIT  VALUE "W" "T".
