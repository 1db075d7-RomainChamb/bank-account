000000*                 E ENDED IN ERROR, N NOT SCHEDULED TONIGHT.   *
000000*                 THE STEP ORDER IS FIXED BY NightRun.         *
000000*
000000* 2026-10-15  RC  ELEVEN STEPS - ClearRecall RUNS THIRD, AFTER  *
000000*                 ClearPost - CONSUMING ONE BYTE OF THE        *
000000*                 RESERVED FILLER; THE RECORD STAYS 24 BYTES.  *
000000*                 THE LATER STEPS MOVE UP ONE POSITION, SO A   *
000000*                 RUN LEFT INCOMPLETE UNDER THE OLD ORDER MUST *
000000*                 BE FINISHED BY HAND AND RUNCTL CLEARED       *
000000*                 BEFORE THIS CHANGE IS INSTALLED.             *
000000*
000000* 2026-10-15  RC  TWELVE STEPS - TermMature RUNS SEVENTH,      *
000000*                 AFTER WithdrawBatch - CONSUMING ONE BYTE OF  *
000000*                 THE RESERVED FILLER; THE RECORD STAYS 24     *
000000*                 BYTES. THE LATER STEPS MOVE UP ONE POSITION, *
000000*                 SO A RUN LEFT INCOMPLETE UNDER THE OLD ORDER *
000000*                 MUST BE FINISHED BY HAND AND RUNCTL CLEARED  *
000000*                 BEFORE THIS CHANGE IS INSTALLED.             *
000000*
000000* 2026-10-15  RC  THIRTEEN STEPS - FxPosition RUNS ELEVENTH,   *
000000*                 AFTER BalanceProof - CONSUMING ONE BYTE OF   *
000000*                 THE RESERVED FILLER; THE RECORD STAYS 24     *
000000*                 BYTES. THE LATER STEPS MOVE UP ONE POSITION, *
000000*                 SO A RUN LEFT INCOMPLETE UNDER THE OLD ORDER *
000000*                 MUST BE FINISHED BY HAND AND RUNCTL CLEARED  *
000000*                 BEFORE THIS CHANGE IS INSTALLED.             *
000000*
000000 01  RUN-CONTROL-RECORD.
000000     05  RCTL-RUN-DATE           PIC 9(08).
000000     05  RCTL-STEP-STATUS        PIC X(01) OCCURS 13 TIMES.
000000     05  FILLER                  PIC X(03).
