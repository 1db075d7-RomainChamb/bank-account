000000*                 SCHEDULER'S DATASET SWAP GOES THROUGH.        *
000000* 2026-09-02  RC  NEW-HOLD RECORD WIDENED IN STEP WITH THE      *
000000*                 26-BYTE HOLD RECORD.                          *
000000* 2026-10-15  RC  NEW-HOLD RECORD WIDENED IN STEP WITH THE      *
000000*                 40-BYTE HOLD RECORD (ITEM REFERENCE ADDED).   *
000000*                 A HOLD TAKEN OFF BY ClearRecall EARLIER IN    *
000000*                 THE NIGHT CARRIES TODAY'S DATE AS ITS         *
000000*                 RELEASE DATE AND IS DROPPED HERE.             *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 COPY HOLDREC.
000000
000000 FD  NEW-HOLD-FILE.
000000 01  NEW-HOLD-RECORD             PIC X(40).
000000
000000 WORKING-STORAGE SECTION.
000000 01  WS-HOLD-FILE-STATUS         PIC X(02).
