000000*                 AT THE NEW LENGTH WHEN THIS CHANGE IS       *
000000*                 INSTALLED.                                  *
000000*
000000* 2026-10-15  RC  ADDED THE CLEARING HOUSE'S ITEM REFERENCE OF  *
000000*                 THE CREDIT THE HOLD PROTECTS, SO A RECALLED  *
000000*                 ITEM'S HOLD CAN BE FOUND AND TAKEN OFF BY    *
000000*                 ClearRecall, EXTENDING THE RECORD FROM 26    *
000000*                 TO 40 BYTES. HoldRelease WAS CHANGED IN      *
000000*                 STEP AND THE HOLD FILE MUST BE RELOADED (OR  *
000000*                 STARTED EMPTY) AT THE NEW LENGTH WHEN THIS   *
000000*                 CHANGE IS INSTALLED.                         *
000000*
000000 01  HOLD-RECORD.
000000     05  HLD-ACCOUNT             PIC 9(05).
000000     05  HLD-AMOUNT              PIC 9(09)V9(02).
000000     05  HLD-RELEASE-DATE        PIC 9(08).
000000     05  HLD-ITEM-REFERENCE      PIC X(12).
000000     05  FILLER                  PIC X(04).
