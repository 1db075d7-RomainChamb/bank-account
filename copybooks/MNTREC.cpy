000000*                 RECORD FROM 42 TO 54 BYTES. THE LIVE LOG     *
000000*                 MUST BE CUT OVER BEFORE THE NEW LENGTH       *
000000*                 GOES IN.                                     *
000000* 2026-10-15  RC  AcctClose ALSO APPENDS HERE: AN ACCOUNT      *
000000*                 CLOSURE IS LOGGED AS A STATUS CHANGE ("S")   *
000000*                 TO "C".                                      *
000000* 2026-10-15  RC  ADDED THE HOLDER ACTION ("H"). OLD AND NEW   *
000000*                 VALUES CARRY "CUSTOMER ROLE MAIL-FLAG",      *
000000*                 SPACES WHEN THE HOLDER IS ADDED OR REMOVED.  *
000000* 2026-10-15  RC  ADDED THE TIME-DEPOSIT ACTION ("T"). A TIME  *
000000*                 DEPOSIT IS OPENED WITH AN "O" RECORD LIKE    *
000000*                 ANY ACCOUNT FOLLOWED BY A "T" RECORD         *
000000*                 CARRYING ITS TERMS; A CHANGE OF MATURITY     *
000000*                 INSTRUCTION IS ANOTHER "T" RECORD. THE       *
000000*                 VALUES CARRY TERM, UNIT, INSTRUCTION AND     *
000000*                 SWEEP ACCOUNT AS "NNNUI AAAAA" (E.G. "012MS  *
000000*                 12345"), SPACES BEFORE THE OPENING.          *
000000*
000000 01  MAINT-RECORD.
000000     05  MNT-ACCT-NUMBER         PIC 9(05).
000000         88  MNT-ACTION-FLOOR        VALUE "F".
000000         88  MNT-ACTION-CURRENCY     VALUE "C".
000000         88  MNT-ACTION-LIMIT        VALUE "L".
000000         88  MNT-ACTION-HOLDER       VALUE "H".
000000         88  MNT-ACTION-TERM         VALUE "T".
000000     05  MNT-OLD-VALUE           PIC X(11).
000000     05  MNT-NEW-VALUE           PIC X(11).
000000     05  MNT-OPERATOR-ID         PIC X(03).
