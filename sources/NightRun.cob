000000*                 THEIR ABORT PATHS, WHICH MARKS THE STEP IN    *
000000*                 ERROR, STOPS THE SEQUENCE AND ENDS THE        *
000000*                 DRIVER ITSELF WITH A NON-ZERO RETURN CODE.    *
000000* 2026-10-15  RC  ClearRecall ADDED AS STEP 3, STRAIGHT AFTER   *
000000*                 ClearPost, SO RECALLED CREDITS ARE DEBITED    *
000000*                 AND THEIR HOLDS TAKEN OFF BEFORE ClearOut,    *
000000*                 HoldRelease AND WithdrawBatch RUN; THE LATER  *
000000*                 STEPS MOVE UP ONE (MonthEndPost IS NOW STEP   *
000000*                 11). ClearRecall POSTS STRAIGHT TO THE        *
000000*                 MASTER, SO LIKE THE OTHER CLEARING STEPS IT   *
000000*                 IS NOT RESTART-SAFE.                          *
000000* 2026-10-15  RC  THE WithdrawBatch CHECKPOINT RESET ALSO       *
000000*                 CLEARS THE NEW ORDER-REJECT COUNT.            *
000000* 2026-10-15  RC  TermMature ADDED AS STEP 7, AFTER             *
000000*                 WithdrawBatch AND BEFORE THE REPORTING STEPS, *
000000*                 SO MATURED TIME DEPOSITS HAVE THEIR INTEREST  *
000000*                 POSTED, ARE ROLLED OVER OR SWEPT, AND THE     *
000000*                 NIGHT'S PROOFS AND REPORTS INCLUDE THOSE      *
000000*                 POSTINGS; THE LATER STEPS MOVE UP ONE         *
000000*                 (MonthEndPost IS NOW STEP 12). TermMature     *
000000*                 POSTS STRAIGHT TO THE MASTER, SO IT IS NOT    *
000000*                 RESTART-SAFE. THE CHECKPOINT RESETS ALSO      *
000000*                 CLEAR THE NEW EARLY-WITHDRAWAL AND            *
000000*                 TIME-DEPOSIT COUNTS.                          *
000000* 2026-10-15  RC  FxPosition ADDED AS STEP 11, AFTER            *
000000*                 BalanceProof AND BEFORE AuditCutover, SO THE  *
000000*                 CURRENCY POSITION IS TAKEN ON THE FINAL       *
000000*                 BALANCES OF THE NIGHT, WHILE THE DAY'S RATES  *
000000*                 ARE STILL EFFECTIVE AND BEFORE THE AUDIT LOG  *
000000*                 IT LISTS CONVERTED POSTINGS FROM IS ARCHIVED; *
000000*                 AuditCutover AND MonthEndPost MOVE UP ONE     *
000000*                 (MonthEndPost IS NOW STEP 13). FxPosition     *
000000*                 ONLY READS THE MASTER AND REBUILDS ITS        *
000000*                 POSITION FILE WHOLE, SO IT IS RESTART-SAFE.   *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-TOMORROW                 PIC 9(08).
000000 01  WS-ROLL-RESULT              PIC X(01).
000000 01  WS-STEP-COUNT               PIC 9(02) COMP VALUE 13.
000000 01  WS-MONTH-END-STEP           PIC 9(02) COMP VALUE 13.
000000 01  WS-STEP-NUMBER              PIC 9(02) COMP.
000000 01  WS-SCAN-INDEX               PIC 9(02) COMP.
000000 01  WS-STOP-SWITCH              PIC X(01) VALUE "N".
000000 01  WS-START-TIME               PIC 9(08).
000000 01  WS-END-TIME                 PIC 9(08).
000000 01  WS-STEP-RETURN              PIC S9(04).
000000 01  WS-CONTROL-STATUS           PIC X(13).
000000 01  WS-STEP-NAME-VALUES.
000000     05  FILLER                  PIC X(12) VALUE "STANDGEN    ".
000000     05  FILLER                  PIC X(12) VALUE "CLEARPOST   ".
000000     05  FILLER                  PIC X(12) VALUE "CLEARRECALL ".
000000     05  FILLER                  PIC X(12) VALUE "CLEAROUT    ".
000000     05  FILLER                  PIC X(12) VALUE "HOLDRELEASE ".
000000     05  FILLER                  PIC X(12) VALUE "WITHDRAWBAT ".
000000     05  FILLER                  PIC X(12) VALUE "TERMMATURE  ".
000000     05  FILLER                  PIC X(12) VALUE "TELLERPROOF ".
000000     05  FILLER                  PIC X(12) VALUE "DAILYREPORT ".
000000     05  FILLER                  PIC X(12) VALUE "BALANCEPROOF".
000000     05  FILLER                  PIC X(12) VALUE "FXPOSITION  ".
000000     05  FILLER                  PIC X(12) VALUE "AUDITCUTOVER".
000000     05  FILLER                  PIC X(12) VALUE "MONTHENDPOST".
000000 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
000000     05  WS-STEP-NAME            PIC X(12) OCCURS 13 TIMES.
000000 01  WS-STEP-SAFE-VALUES         PIC X(13) VALUE "NNNNYYNYYYYYY".
000000 01  WS-STEP-SAFE-TABLE REDEFINES WS-STEP-SAFE-VALUES.
000000     05  WS-STEP-RESTART-SAFE    PIC X(01) OCCURS 13 TIMES.
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000     CALL "DateRoll" USING WS-TODAY, "D", WS-TOMORROW,
000000         WS-ROLL-RESULT
000000     IF WS-TOMORROW (5:2) = WS-TODAY (5:2)
000000         MOVE "N" TO RCTL-STEP-STATUS (WS-MONTH-END-STEP)
000000         DISPLAY "NOT MONTH-END - MONTHENDPOST NOT SCHEDULED."
000000     ELSE
000000         DISPLAY "MONTH-END TONIGHT - MONTHENDPOST SCHEDULED."
000000         CKPT-INVALID-AMT-COUNT CKPT-FROZEN-COUNT
000000         CKPT-CLOSED-COUNT CKPT-CURR-MISMATCH-CNT
000000         CKPT-DAILY-LIMIT-COUNT CKPT-FUNDS-HELD-COUNT
000000         CKPT-RATE-STALE-COUNT CKPT-ORDER-REJECT-COUNT
000000         CKPT-EARLY-WD-COUNT
000000     OPEN OUTPUT WD-CHECKPOINT-FILE
000000     WRITE CHECKPOINT-RECORD
000000     CLOSE WD-CHECKPOINT-FILE.
000000         MCK-INTEREST-COUNT MCK-FEE-COUNT
000000         MCK-FEE-SKIPPED-COUNT MCK-INACTIVE-COUNT
000000         MCK-INTEREST-TOTAL MCK-FEE-TOTAL
000000         MCK-TERM-DEPOSIT-COUNT
000000     OPEN OUTPUT ME-CHECKPOINT-FILE
000000     WRITE ME-CHECKPOINT-RECORD
000000     CLOSE ME-CHECKPOINT-FILE.
000000         WHEN 2
000000             CALL "ClearPost"
000000         WHEN 3
000000             CALL "ClearRecall"
000000         WHEN 4
000000             CALL "ClearOut"
000000         WHEN 5
000000             CALL "HoldRelease"
000000         WHEN 6
000000             CALL "WithdrawBatch"
000000         WHEN 7
000000             CALL "TermMature"
000000         WHEN 8
000000             CALL "TellerProof"
000000         WHEN 9
000000             CALL "DailyReport"
000000         WHEN 10
000000             CALL "BalanceProof"
000000         WHEN 11
000000             CALL "FxPosition"
000000         WHEN 12
000000             CALL "AuditCutover"
000000         WHEN 13
000000             CALL "MonthEndPost"
000000     END-EVALUATE
000000     MOVE RETURN-CODE TO WS-STEP-RETURN
000000     PERFORM 7100-GATHER-ONE-STATUS THRU 7100-EXIT
000000         VARYING WS-SCAN-INDEX FROM 1 BY 1
000000         UNTIL WS-SCAN-INDEX > WS-STEP-COUNT
000000     DISPLAY "RUN STATUS (STEPS 1-13): " WS-CONTROL-STATUS
000000     IF WS-RUN-STOPPED
000000         DISPLAY "NIGHT RUN DID NOT COMPLETE - RESTART WITH R "
000000             "AFTER THE PROBLEM IS CORRECTED."
