000000*                 ORDER MASTER MUST BE RELOADED AT THE NEW    *
000000*                 LENGTH WHEN THIS CHANGE IS INSTALLED.       *
000000*
000000* 2026-10-15  RC  ADDED STATUS "S" (SUSPENDED), SET BY StandGen *
000000*                 WHEN AN ORDER'S DEBIT HAS FAILED ON ITS DUE  *
000000*                 NIGHT AND ON EVERY RETRY. A SUSPENDED ORDER  *
000000*                 IS NOT DEBITED UNTIL StandMaint REINSTATES   *
000000*                 IT. NO LAYOUT CHANGE.                        *
000000*
000000 01  STANDING-ORDER-RECORD.
000000     05  SO-ORDER-NUMBER         PIC 9(05).
000000     05  SO-ACCOUNT              PIC 9(05).
000000     05  SO-STATUS               PIC X(01).
000000         88  SO-STATUS-ACTIVE        VALUE "A".
000000         88  SO-STATUS-CANCELLED     VALUE "C".
000000         88  SO-STATUS-SUSPENDED     VALUE "S".
000000     05  FILLER                  PIC X(04).
