000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. RecoverMaster.
000000 AUTHOR. R. CHAMB.
000000 INSTALLATION. APPLICATIONS DEVELOPMENT - DEMAND DEPOSIT SYSTEMS.
000000 DATE-WRITTEN. 2026-10-15.
000000 DATE-COMPILED.
000000*
000000*--------------------------------------------------------------*
000000* MODIFICATION HISTORY                                          *
000000*--------------------------------------------------------------*
000000* 2026-10-15  RC  INITIAL VERSION - FORWARD RECOVERY OF THE     *
000000*                 ACCOUNT MASTER. REBUILDS ACCTMAST AS OF A     *
000000*                 RECOVERY POINT ON A NEW INDEXED FILE          *
000000*                 (ACCTNEW) WITHOUT TOUCHING THE DAMAGED ONE:   *
000000*                 STARTS FROM THE LAST GOOD BalanceProof        *
000000*                 SNAPSHOT (SNAPIN - THE SNAPNEW GENERATION     *
000000*                 CHOSEN BY OPERATIONS) AND REPLAYS, ACCOUNT BY *
000000*                 ACCOUNT IN TIMESTAMP ORDER, EVERY POSTING ON  *
000000*                 THE AUDIT ARCHIVES CUT ON THE NIGHTS AFTER    *
000000*                 THAT SNAPSHOT'S NIGHT (AUDARCH, CONCATENATED  *
000000*                 OLDEST FIRST BY THE SCHEDULER) AND THE LIVE   *
000000*                 AUDIT LOG, REVERSALS INCLUDED, PROVING EACH   *
000000*                 STEP AGAINST THE RESULTING BALANCE THE        *
000000*                 POSTING LOGGED. THE ARCHIVE CUT ON THE        *
000000*                 SNAPSHOT'S OWN NIGHT MUST NOT BE SUPPLIED -   *
000000*                 AuditCutover CUTS IT AFTER BalanceProof, SO   *
000000*                 ITS POSTINGS ARE ALREADY IN THE SNAPSHOT; OF  *
000000*                 THE SNAPSHOT DAY'S POSTINGS ONLY THOSE OF     *
000000*                 MonthEndPost, WHICH RUNS AFTER THE CUTOVER,   *
000000*                 ARE REPLAYED, SO THAT ARCHIVE IS HARMLESS IF  *
000000*                 SUPPLIED BY MISTAKE. STATUS, FLOOR, DAILY     *
000000*                 LIMIT AND CURRENCY ARE RESTORED FROM THE LAST *
000000*                 CHANGE ON THE MAINTENANCE LOG (MAINTLOG); THE *
000000*                 DAY'S WITHDRAWAL TOTAL IS REBUILT FROM THE    *
000000*                 REPLAYED W/T POSTINGS THAT WENT THROUGH       *
000000*                 WithdrawCore, OR CARRIED OVER FROM THE        *
000000*                 DAMAGED RECORD WHEN NONE WAS REPLAYED. VALUES *
000000*                 THE LOGS DO NOT CARRY (OPENING FLOOR, LIMIT   *
000000*                 AND CURRENCY, OWNING CUSTOMER, DORMANCY FLAG, *
000000*                 PRODUCT TYPE) ARE TAKEN FROM THE DAMAGED      *
000000*                 RECORD WHEN IT READS CLEAN, OTHERWISE         *
000000*                 DEFAULTED AND REPORTED. PRINTS A COMPARISON   *
000000*                 OF THE REBUILT MASTER AGAINST THE DAMAGED ONE *
000000*                 SO THE RESULT CAN BE PROVED BEFORE ACCTNEW IS *
000000*                 PUT LIVE. THE RECOVERY POINT IS TAKEN FROM    *
000000*                 THE COMMAND LINE (YYYYMMDD OR                 *
000000*                 YYYYMMDDHHMMSSCC); WITHOUT ONE EVERYTHING     *
000000*                 LOGGED IS REPLAYED. RUN WITH THE ONLINE       *
000000*                 SYSTEM AND NightRun DOWN.                     *
000000*--------------------------------------------------------------*
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT SNAPSHOT-FILE ASSIGN TO SNAPIN
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
000000     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDARCH
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000000     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-MAINT-FILE-STATUS.
000000     SELECT RECOVERY-WORK-FILE ASSIGN TO RCVWORK
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-WORK-FILE-STATUS.
000000     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000000     SELECT SORTED-RECOVERY-FILE ASSIGN TO SORTOUT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-SORTED-FILE-STATUS.
000000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS ACCT-NUMBER
000000         FILE STATUS IS WS-ACCT-FILE-STATUS.
000000     SELECT REBUILT-MASTER-FILE ASSIGN TO ACCTNEW
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NAC-NUMBER
000000         FILE STATUS IS WS-NEW-FILE-STATUS.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  SNAPSHOT-FILE.
000000 COPY SNAPREC.
000000
000000 FD  AUDIT-ARCHIVE-FILE.
000000 01  ARCHIVE-RECORD              PIC X(88).
000000
000000 FD  AUDIT-LOG-FILE.
000000 01  AUDIT-LOG-RECORD            PIC X(88).
000000
000000 FD  MAINT-LOG-FILE.
000000 01  MAINT-LOG-RECORD            PIC X(54).
000000
000000 FD  RECOVERY-WORK-FILE.
000000 01  RECOVERY-WORK-RECORD.
000000     05  RWK-ACCOUNT             PIC 9(05).
000000     05  RWK-DATE                PIC 9(08).
000000     05  RWK-TIME                PIC 9(08).
000000     05  RWK-SOURCE              PIC X(01).
000000     05  RWK-SEQUENCE            PIC 9(08).
000000     05  RWK-IMAGE               PIC X(88).
000000
000000 SD  SORT-WORK-FILE.
000000 01  SORT-RECOVERY-RECORD.
000000     05  SRT-ACCOUNT             PIC 9(05).
000000     05  SRT-DATE                PIC 9(08).
000000     05  SRT-TIME                PIC 9(08).
000000     05  SRT-SOURCE              PIC X(01).
000000     05  SRT-SEQUENCE            PIC 9(08).
000000     05  FILLER                  PIC X(88).
000000
000000 FD  SORTED-RECOVERY-FILE.
000000 01  SORTED-RECOVERY-RECORD.
000000     05  SRO-ACCOUNT             PIC 9(05).
000000     05  SRO-DATE                PIC 9(08).
000000     05  SRO-TIME                PIC 9(08).
000000     05  SRO-SOURCE              PIC X(01).
000000         88  SRO-FROM-MAINT-LOG      VALUE "M".
000000         88  SRO-FROM-AUDIT-TRAIL    VALUE "A".
000000     05  SRO-SEQUENCE            PIC 9(08).
000000     05  SRO-IMAGE               PIC X(88).
000000
000000 FD  ACCOUNT-MASTER-FILE.
000000 COPY ACCTREC.
000000
000000 FD  REBUILT-MASTER-FILE.
000000 01  REBUILT-ACCOUNT-RECORD.
000000     05  NAC-NUMBER              PIC 9(05).
000000     05  NAC-BALANCE             PIC 9(09)V9(02).
000000     05  NAC-MIN-BALANCE         PIC 9(09)V9(02).
000000     05  NAC-STATUS              PIC X(01).
000000     05  NAC-CURRENCY            PIC X(03).
000000     05  NAC-CUSTOMER            PIC 9(05).
000000     05  NAC-DAILY-WD-LIMIT      PIC 9(09)V9(02).
000000     05  NAC-WD-TODAY            PIC 9(09)V9(02).
000000     05  NAC-WD-DATE             PIC 9(08).
000000     05  NAC-DORMANT-FLAG        PIC X(01).
000000     05  NAC-PRODUCT-TYPE        PIC X(01).
000000     05  FILLER                  PIC X(04).
000000
000000 WORKING-STORAGE SECTION.
000000 COPY AUDTREC.
000000 COPY MNTREC.
000000 01  WS-SNAPSHOT-FILE-STATUS     PIC X(02).
000000     88  WS-SNAPSHOT-FILE-OK     VALUE "00".
000000 01  WS-ARCHIVE-FILE-STATUS      PIC X(02).
000000     88  WS-ARCHIVE-FILE-OK      VALUE "00".
000000 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000000     88  WS-AUDIT-FILE-OK        VALUE "00".
000000 01  WS-MAINT-FILE-STATUS        PIC X(02).
000000     88  WS-MAINT-FILE-OK        VALUE "00".
000000 01  WS-WORK-FILE-STATUS         PIC X(02).
000000 01  WS-SORTED-FILE-STATUS       PIC X(02).
000000 01  WS-ACCT-FILE-STATUS         PIC X(02).
000000     88  WS-ACCT-FILE-OK         VALUE "00".
000000     88  WS-ACCT-NOT-ON-FILE     VALUE "23".
000000 01  WS-ACCT-AVAIL-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-ACCT-FILE-AVAILABLE  VALUE "Y".
000000 01  WS-NEW-FILE-STATUS          PIC X(02).
000000     88  WS-NEW-FILE-OK          VALUE "00".
000000 01  WS-NEW-AVAIL-SWITCH         PIC X(01) VALUE "N".
000000     88  WS-NEW-FILE-AVAILABLE   VALUE "Y".
000000 01  WS-SNAPSHOT-SWITCH          PIC X(01) VALUE "N".
000000     88  WS-SNAPSHOT-LOADED      VALUE "Y".
000000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000000     88  WS-END-OF-FILE          VALUE "Y".
000000 01  WS-EOF-MASTER-SWITCH        PIC X(01) VALUE "N".
000000     88  WS-END-OF-MASTER        VALUE "Y".
000000*
000000* MERGE KEYS. A KEY ABOVE ANY ACCOUNT NUMBER MARKS THE END OF
000000* ITS FILE, SO THE SNAPSHOT AND THE SORTED LOGS RUN DOWN
000000* TOGETHER TO THE LAST ACCOUNT OF EITHER.
000000*
000000 01  WS-SNAP-KEY                 PIC 9(06).
000000     88  WS-END-OF-SNAPSHOT      VALUE 999999.
000000 01  WS-SORTED-KEY               PIC 9(06).
000000     88  WS-END-OF-SORTED        VALUE 999999.
000000 01  WS-CURRENT-ACCOUNT          PIC 9(05).
000000 01  WS-TODAY                    PIC 9(08).
000000 01  WS-SNAPSHOT-DATE            PIC 9(08).
000000 01  WS-PARM.
000000     05  WS-PARM-POINT-DATE      PIC X(08).
000000     05  WS-PARM-POINT-TIME      PIC X(08).
000000 01  WS-RECOVERY-POINT.
000000     05  WS-POINT-DATE           PIC 9(08).
000000     05  WS-POINT-TIME           PIC 9(08).
000000 01  WS-CHECK-POINT.
000000     05  WS-CHECK-DATE           PIC 9(08).
000000     05  WS-CHECK-TIME           PIC 9(08).
000000 01  WS-AFTER-POINT-SWITCH       PIC X(01).
000000     88  WS-AFTER-POINT          VALUE "Y".
000000 01  WS-SEQUENCE                 PIC 9(08).
000000*
000000* OPERATOR IDS OF THE BATCH POSTERS THE REPLAY TREATS APART.
000000*
000000 01  WS-POSTING-OPERATOR         PIC X(03).
000000     88  WS-MONTH-END-OPERATOR   VALUE "EOM".
000000     88  WS-MATURITY-OPERATOR    VALUE "TDM".
000000*
000000* MAINTENANCE LOG VALUE, WITH THE VIEWS EACH ACTION NEEDS.
000000*
000000 01  WS-MNT-VALUE                PIC X(11).
000000 01  WS-MNT-AMOUNT REDEFINES WS-MNT-VALUE
000000                                 PIC 9(09)V9(02).
000000 01  WS-MNT-STATUS-VIEW REDEFINES WS-MNT-VALUE.
000000     05  WS-MNT-STATUS           PIC X(01).
000000     05  FILLER                  PIC X(10).
000000 01  WS-MNT-CURRENCY-VIEW REDEFINES WS-MNT-VALUE.
000000     05  WS-MNT-CURRENCY         PIC X(03).
000000     05  FILLER                  PIC X(08).
000000*
000000* THE ACCOUNT BEING REBUILT. EACH "SOURCE" BYTE SAYS WHERE THE
000000* FIELD CAME FROM: L = MAINTENANCE LOG, D = DAMAGED RECORD,
000000* P = POSTED CURRENCY, X = DEFAULTED.
000000*
000000 01  WS-REBUILT-BALANCE          PIC S9(11)V9(02).
000000 01  WS-IN-SNAPSHOT-SWITCH       PIC X(01).
000000     88  WS-IN-SNAPSHOT          VALUE "Y".
000000 01  WS-OPENED-SWITCH            PIC X(01).
000000     88  WS-OPENED-SINCE         VALUE "Y".
000000 01  WS-DAMAGED-SWITCH           PIC X(01).
000000     88  WS-DAMAGED-FOUND        VALUE "Y".
000000 01  WS-DAMAGED-READ-STATUS      PIC X(02).
000000 01  WS-LOGGED-STATUS            PIC X(01).
000000 01  WS-LOGGED-FLOOR             PIC 9(09)V9(02).
000000 01  WS-LOGGED-LIMIT             PIC 9(09)V9(02).
000000 01  WS-LOGGED-CURRENCY          PIC X(03).
000000 01  WS-POSTED-CURRENCY          PIC X(03).
000000 01  WS-STATUS-SOURCE            PIC X(01).
000000 01  WS-FLOOR-SOURCE             PIC X(01).
000000 01  WS-LIMIT-SOURCE             PIC X(01).
000000 01  WS-CURRENCY-SOURCE          PIC X(01).
000000 01  WS-CUSTOMER-SOURCE          PIC X(01).
000000 01  WS-TERM-LOGGED-SWITCH       PIC X(01).
000000     88  WS-TERM-LOGGED          VALUE "Y".
000000 01  WS-NEGATIVE-SWITCH          PIC X(01).
000000     88  WS-WENT-NEGATIVE        VALUE "Y".
000000 01  WS-WRITE-FAILED-SWITCH      PIC X(01).
000000     88  WS-WRITE-FAILED         VALUE "Y".
000000 01  WS-PRINTED-SWITCH           PIC X(01).
000000     88  WS-ACCOUNT-PRINTED      VALUE "Y".
000000 01  WS-DIFFERS-SWITCH           PIC X(01).
000000     88  WS-ACCOUNT-DIFFERS      VALUE "Y".
000000 01  WS-ACCT-UNKNOWN-CODES       PIC 9(04) COMP.
000000 01  WS-ACCT-BAD-VALUES          PIC 9(04) COMP.
000000*
000000* FIRST POINT AT WHICH THE REPLAY DISAGREED WITH THE RESULTING
000000* BALANCE THE POSTING LOGGED.
000000*
000000 01  WS-TRAIL-SWITCH             PIC X(01).
000000     88  WS-TRAIL-BROKEN         VALUE "Y".
000000 01  WS-BREAK-DATE               PIC 9(08).
000000 01  WS-BREAK-TIME               PIC 9(08).
000000 01  WS-BREAK-CODE               PIC X(01).
000000 01  WS-BREAK-REBUILT            PIC S9(11)V9(02).
000000 01  WS-BREAK-LOGGED             PIC 9(09)V9(02).
000000*
000000* THE DAY'S WITHDRAWAL TOTAL, WITH THE TIMES OF THAT DAY'S W/T
000000* POSTINGS SO A "U" CAN GIVE BACK THE LIMIT AS Reverse DOES.
000000*
000000 01  WS-DAY-TOTAL                PIC 9(09)V9(02).
000000 01  WS-DAY-DATE                 PIC 9(08).
000000 01  WS-DAY-MAX                  PIC 9(03) COMP VALUE 50.
000000 01  WS-DAY-COUNT                PIC 9(03) COMP.
000000 01  WS-DAY-INDEX                PIC 9(03) COMP.
000000 01  WS-DAY-OVERFLOW             PIC 9(04) COMP.
000000 01  WS-DAY-FOUND-SWITCH         PIC X(01).
000000     88  WS-DAY-ITEM-FOUND       VALUE "Y".
000000 01  WS-DAY-TABLE.
000000     05  DT-TIME                 PIC 9(08) OCCURS 50 TIMES.
000000*
000000* A T THAT EMPTIED THE ACCOUNT, HELD UNTIL IT IS SEEN WHETHER
000000* THE CLOSURE AcctClose LOGS RIGHT AFTER ITS PAYOUT FOLLOWS.
000000* AcctClose POSTS THE PAYOUT ITSELF, NOT THROUGH WithdrawCore,
000000* SO IT NEVER COUNTED AGAINST THE DAY'S TOTAL.
000000*
000000 01  WS-PAYOUT-SWITCH            PIC X(01).
000000     88  WS-PAYOUT-PENDING       VALUE "Y".
000000 01  WS-PAYOUT-AMOUNT            PIC 9(09)V9(02).
000000 01  WS-PAYOUT-DATE              PIC 9(08).
000000 01  WS-PAYOUT-HUNDREDTHS        PIC 9(07) COMP.
000000 01  WS-CLOSURE-WINDOW           PIC 9(07) COMP VALUE 6000.
000000 01  WS-TIME-CHECK               PIC 9(08).
000000 01  WS-TIME-PARTS REDEFINES WS-TIME-CHECK.
000000     05  WS-TIME-HH              PIC 9(02).
000000     05  WS-TIME-MM              PIC 9(02).
000000     05  WS-TIME-SS              PIC 9(02).
000000     05  WS-TIME-CC              PIC 9(02).
000000 01  WS-TIME-HUNDREDTHS          PIC 9(07) COMP.
000000
000000 01  WS-AMOUNT-DISPLAY           PIC Z(10)9.9(02).
000000 01  WS-DAMAGED-DISPLAY          PIC Z(10)9.9(02).
000000 01  WS-SIGNED-DISPLAY           PIC -(10)9.9(02).
000000
000000 01  WS-SNAPSHOT-ACCOUNTS        PIC 9(08) COMP.
000000 01  WS-ARCHIVE-READ             PIC 9(08) COMP.
000000 01  WS-LIVE-READ                PIC 9(08) COMP.
000000 01  WS-POSTINGS-SELECTED        PIC 9(08) COMP.
000000 01  WS-POSTINGS-BEFORE-SNAPSHOT PIC 9(08) COMP.
000000 01  WS-POSTINGS-AFTER-POINT     PIC 9(08) COMP.
000000 01  WS-POSTINGS-APPLIED         PIC 9(08) COMP.
000000 01  WS-UNKNOWN-CODES            PIC 9(08) COMP.
000000 01  WS-MAINT-READ               PIC 9(08) COMP.
000000 01  WS-MAINT-SELECTED           PIC 9(08) COMP.
000000 01  WS-MAINT-AFTER-POINT        PIC 9(08) COMP.
000000 01  WS-MAINT-APPLIED            PIC 9(08) COMP.
000000 01  WS-ACCOUNTS-REBUILT         PIC 9(08) COMP.
000000 01  WS-ACCOUNTS-OPENED          PIC 9(08) COMP.
000000 01  WS-ACCOUNTS-NO-OPENING      PIC 9(08) COMP.
000000 01  WS-ACCOUNTS-AGREEING        PIC 9(08) COMP.
000000 01  WS-ACCOUNTS-DIFFERING       PIC 9(08) COMP.
000000 01  WS-NOT-ON-DAMAGED           PIC 9(08) COMP.
000000 01  WS-ON-DAMAGED-ONLY          PIC 9(08) COMP.
000000 01  WS-TRAIL-BREAKS             PIC 9(08) COMP.
000000 01  WS-DEFAULTED-ACCOUNTS       PIC 9(08) COMP.
000000 01  WS-NEGATIVE-ACCOUNTS        PIC 9(08) COMP.
000000 01  WS-WRITE-ERRORS             PIC 9(08) COMP.
000000
000000 PROCEDURE DIVISION.
000000*--------------------------------------------------------------*
000000* 0000-MAINLINE                                                 *
000000*--------------------------------------------------------------*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000000     PERFORM 1100-OPEN-SNAPSHOT THRU 1100-EXIT
000000     IF WS-SNAPSHOT-LOADED
000000         PERFORM 2000-SELECT-RECORDS THRU 2000-EXIT
000000         PERFORM 3000-SORT-RECORDS THRU 3000-EXIT
000000         PERFORM 4000-REBUILD-MASTER THRU 4000-EXIT
000000         IF WS-NEW-FILE-AVAILABLE
000000             PERFORM 7000-FIND-DAMAGED-ONLY THRU 7000-EXIT
000000             PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
000000         END-IF
000000     END-IF
000000     GOBACK.
000000
000000*--------------------------------------------------------------*
000000* 1000-INITIALIZE                                               *
000000*--------------------------------------------------------------*
000000 1000-INITIALIZE.
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000000     MOVE SPACES TO WS-PARM
000000     ACCEPT WS-PARM FROM COMMAND-LINE
000000     MOVE 99999999 TO WS-POINT-DATE WS-POINT-TIME
000000     IF WS-PARM-POINT-DATE IS NUMERIC
000000         MOVE WS-PARM-POINT-DATE TO WS-POINT-DATE
000000         IF WS-PARM-POINT-TIME IS NUMERIC
000000             MOVE WS-PARM-POINT-TIME TO WS-POINT-TIME
000000         END-IF
000000     END-IF
000000     MOVE ZERO TO WS-SEQUENCE
000000     INITIALIZE WS-SNAPSHOT-ACCOUNTS WS-ARCHIVE-READ WS-LIVE-READ
000000         WS-POSTINGS-SELECTED WS-POSTINGS-BEFORE-SNAPSHOT
000000         WS-POSTINGS-AFTER-POINT WS-POSTINGS-APPLIED
000000         WS-UNKNOWN-CODES WS-MAINT-READ WS-MAINT-SELECTED
000000         WS-MAINT-AFTER-POINT WS-MAINT-APPLIED
000000         WS-ACCOUNTS-REBUILT WS-ACCOUNTS-OPENED
000000         WS-ACCOUNTS-NO-OPENING WS-ACCOUNTS-AGREEING
000000         WS-ACCOUNTS-DIFFERING WS-NOT-ON-DAMAGED
000000         WS-ON-DAMAGED-ONLY WS-TRAIL-BREAKS
000000         WS-DEFAULTED-ACCOUNTS WS-NEGATIVE-ACCOUNTS
000000         WS-WRITE-ERRORS
000000     DISPLAY "ACCOUNT MASTER FORWARD RECOVERY  " WS-TODAY
000000     IF WS-POINT-DATE = 99999999
000000         DISPLAY "RECOVERY POINT...........: END OF LOGS"
000000     ELSE
000000         DISPLAY "RECOVERY POINT...........: " WS-POINT-DATE
000000             " " WS-POINT-TIME
000000     END-IF
000000     DISPLAY "==================================".
000000 1000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 1100-OPEN-SNAPSHOT                                            *
000000* THE SNAPSHOT IS THE STARTING POINT OF THE WHOLE RECOVERY, SO  *
000000* WITHOUT ONE, OR WITH A RECOVERY POINT BEFORE IT, NOTHING IS   *
000000* REBUILT.                                                      *
000000*--------------------------------------------------------------*
000000 1100-OPEN-SNAPSHOT.
000000     OPEN INPUT SNAPSHOT-FILE
000000     IF NOT WS-SNAPSHOT-FILE-OK
000000         DISPLAY "Snapshot file not found - recovery aborted."
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 1100-EXIT
000000     END-IF
000000     PERFORM 4200-READ-SNAPSHOT THRU 4200-EXIT
000000     IF WS-END-OF-SNAPSHOT
000000         DISPLAY "Snapshot file is empty - recovery aborted."
000000         MOVE 8 TO RETURN-CODE
000000         CLOSE SNAPSHOT-FILE
000000         GO TO 1100-EXIT
000000     END-IF
000000     MOVE SNP-DATE TO WS-SNAPSHOT-DATE
000000     IF WS-POINT-DATE < WS-SNAPSHOT-DATE
000000         DISPLAY "Recovery point is before the snapshot date "
000000             WS-SNAPSHOT-DATE " - recovery aborted."
000000         MOVE 8 TO RETURN-CODE
000000         CLOSE SNAPSHOT-FILE
000000         GO TO 1100-EXIT
000000     END-IF
000000     MOVE "Y" TO WS-SNAPSHOT-SWITCH
000000     DISPLAY "SNAPSHOT DATE............: " WS-SNAPSHOT-DATE.
000000 1100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2000-SELECT-RECORDS                                           *
000000* FIRST PASS - EVERY POSTING SINCE THE SNAPSHOT AND EVERY       *
000000* MAINTENANCE CHANGE UP TO THE RECOVERY POINT GOES ON THE WORK  *
000000* FILE, KEYED FOR THE REPLAY. THE WHOLE MAINTENANCE LOG IS      *
000000* READ, AS THE SNAPSHOT CARRIES BALANCES ONLY.                  *
000000*--------------------------------------------------------------*
000000 2000-SELECT-RECORDS.
000000     OPEN OUTPUT RECOVERY-WORK-FILE
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT AUDIT-ARCHIVE-FILE
000000     IF WS-ARCHIVE-FILE-OK
000000         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
000000         PERFORM 2200-SELECT-ARCHIVE THRU 2200-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE AUDIT-ARCHIVE-FILE
000000     ELSE
000000         DISPLAY "Audit archives not found - only the live log "
000000             "is replayed."
000000     END-IF
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT AUDIT-LOG-FILE
000000     IF WS-AUDIT-FILE-OK
000000         PERFORM 2300-READ-AUDIT-LOG THRU 2300-EXIT
000000         PERFORM 2400-SELECT-AUDIT-LOG THRU 2400-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE AUDIT-LOG-FILE
000000     ELSE
000000         DISPLAY "Audit log not found - no live postings "
000000             "replayed."
000000     END-IF
000000     MOVE "N" TO WS-EOF-SWITCH
000000     OPEN INPUT MAINT-LOG-FILE
000000     IF WS-MAINT-FILE-OK
000000         PERFORM 2500-READ-MAINT-LOG THRU 2500-EXIT
000000         PERFORM 2600-SELECT-MAINT-LOG THRU 2600-EXIT
000000             UNTIL WS-END-OF-FILE
000000         CLOSE MAINT-LOG-FILE
000000     ELSE
000000         DISPLAY "Maintenance log not found - status, floor, "
000000             "limit and currency taken from the damaged master."
000000     END-IF
000000     CLOSE RECOVERY-WORK-FILE.
000000 2000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2100-READ-ARCHIVE                                             *
000000*--------------------------------------------------------------*
000000 2100-READ-ARCHIVE.
000000     READ AUDIT-ARCHIVE-FILE INTO AUDIT-RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2200-SELECT-ARCHIVE                                           *
000000*--------------------------------------------------------------*
000000 2200-SELECT-ARCHIVE.
000000     ADD 1 TO WS-ARCHIVE-READ
000000     PERFORM 2700-SELECT-POSTING THRU 2700-EXIT
000000     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2300-READ-AUDIT-LOG                                           *
000000*--------------------------------------------------------------*
000000 2300-READ-AUDIT-LOG.
000000     READ AUDIT-LOG-FILE INTO AUDIT-RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 2300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2400-SELECT-AUDIT-LOG                                         *
000000*--------------------------------------------------------------*
000000 2400-SELECT-AUDIT-LOG.
000000     ADD 1 TO WS-LIVE-READ
000000     PERFORM 2700-SELECT-POSTING THRU 2700-EXIT
000000     PERFORM 2300-READ-AUDIT-LOG THRU 2300-EXIT.
000000 2400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2500-READ-MAINT-LOG                                           *
000000*--------------------------------------------------------------*
000000 2500-READ-MAINT-LOG.
000000     READ MAINT-LOG-FILE INTO MAINT-RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-SWITCH
000000     END-READ.
000000 2500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2600-SELECT-MAINT-LOG                                         *
000000*--------------------------------------------------------------*
000000 2600-SELECT-MAINT-LOG.
000000     ADD 1 TO WS-MAINT-READ
000000     PERFORM 2800-SELECT-MAINT THRU 2800-EXIT
000000     PERFORM 2500-READ-MAINT-LOG THRU 2500-EXIT.
000000 2600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2700-SELECT-POSTING                                           *
000000* A POSTING DATED BEFORE THE SNAPSHOT IS ALREADY IN ITS         *
000000* BALANCE (AN OLDER ARCHIVE WAS SUPPLIED) AND IS LEFT OUT. OF   *
000000* THE SNAPSHOT DAY'S OWN POSTINGS ONLY MonthEndPost'S CAN       *
000000* FOLLOW THE SNAPSHOT; THE REST ARE IN ITS BALANCE ALREADY.     *
000000*--------------------------------------------------------------*
000000 2700-SELECT-POSTING.
000000     IF AUD-TIMESTAMP-DATE < WS-SNAPSHOT-DATE
000000         ADD 1 TO WS-POSTINGS-BEFORE-SNAPSHOT
000000         GO TO 2700-EXIT
000000     END-IF
000000     MOVE AUD-OPERATOR-ID TO WS-POSTING-OPERATOR
000000     IF AUD-TIMESTAMP-DATE = WS-SNAPSHOT-DATE
000000         AND NOT WS-MONTH-END-OPERATOR
000000         ADD 1 TO WS-POSTINGS-BEFORE-SNAPSHOT
000000         GO TO 2700-EXIT
000000     END-IF
000000     MOVE AUD-TIMESTAMP-DATE TO WS-CHECK-DATE
000000     MOVE AUD-TIMESTAMP-TIME TO WS-CHECK-TIME
000000     PERFORM 2900-CHECK-POINT THRU 2900-EXIT
000000     IF WS-AFTER-POINT
000000         ADD 1 TO WS-POSTINGS-AFTER-POINT
000000         GO TO 2700-EXIT
000000     END-IF
000000     ADD 1 TO WS-SEQUENCE
000000     MOVE AUD-ACCT-NUMBER TO RWK-ACCOUNT
000000     MOVE AUD-TIMESTAMP-DATE TO RWK-DATE
000000     MOVE AUD-TIMESTAMP-TIME TO RWK-TIME
000000     MOVE "A" TO RWK-SOURCE
000000     MOVE WS-SEQUENCE TO RWK-SEQUENCE
000000     MOVE AUDIT-RECORD TO RWK-IMAGE
000000     WRITE RECOVERY-WORK-RECORD
000000     ADD 1 TO WS-POSTINGS-SELECTED.
000000 2700-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2800-SELECT-MAINT                                             *
000000* HOLDER CHANGES DO NOT TOUCH THE ACCOUNT RECORD AND ARE NOT    *
000000* SELECTED.                                                     *
000000*--------------------------------------------------------------*
000000 2800-SELECT-MAINT.
000000     IF MNT-ACTION-HOLDER
000000         GO TO 2800-EXIT
000000     END-IF
000000     MOVE MNT-TIMESTAMP-DATE TO WS-CHECK-DATE
000000     MOVE MNT-TIMESTAMP-TIME TO WS-CHECK-TIME
000000     PERFORM 2900-CHECK-POINT THRU 2900-EXIT
000000     IF WS-AFTER-POINT
000000         ADD 1 TO WS-MAINT-AFTER-POINT
000000         GO TO 2800-EXIT
000000     END-IF
000000     ADD 1 TO WS-SEQUENCE
000000     MOVE MNT-ACCT-NUMBER TO RWK-ACCOUNT
000000     MOVE MNT-TIMESTAMP-DATE TO RWK-DATE
000000     MOVE MNT-TIMESTAMP-TIME TO RWK-TIME
000000     MOVE "M" TO RWK-SOURCE
000000     MOVE WS-SEQUENCE TO RWK-SEQUENCE
000000     MOVE MAINT-RECORD TO RWK-IMAGE
000000     WRITE RECOVERY-WORK-RECORD
000000     ADD 1 TO WS-MAINT-SELECTED.
000000 2800-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 2900-CHECK-POINT                                              *
000000*--------------------------------------------------------------*
000000 2900-CHECK-POINT.
000000     IF WS-CHECK-POINT > WS-RECOVERY-POINT
000000         MOVE "Y" TO WS-AFTER-POINT-SWITCH
000000     ELSE
000000         MOVE "N" TO WS-AFTER-POINT-SWITCH
000000     END-IF.
000000 2900-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 3000-SORT-RECORDS                                             *
000000* ACCOUNT, THEN TIMESTAMP. AT THE SAME TIMESTAMP A POSTING GOES *
000000* BEFORE A MAINTENANCE CHANGE (A CLOSURE PAYOUT BEFORE THE      *
000000* STATUS CHANGE AcctClose LOGS AFTER IT; AN OPENING IS NEVER    *
000000* AUDITED), AND RECORDS OF ONE LOG KEEP THE ORDER THEY WERE     *
000000* WRITTEN IN.                                                   *
000000*--------------------------------------------------------------*
000000 3000-SORT-RECORDS.
000000     SORT SORT-WORK-FILE
000000         ON ASCENDING KEY SRT-ACCOUNT
000000                          SRT-DATE
000000                          SRT-TIME
000000                          SRT-SOURCE
000000                          SRT-SEQUENCE
000000         USING RECOVERY-WORK-FILE
000000         GIVING SORTED-RECOVERY-FILE.
000000 3000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4000-REBUILD-MASTER                                           *
000000* SECOND PASS - MERGES THE SNAPSHOT WITH THE SORTED LOGS AND    *
000000* WRITES EACH REBUILT ACCOUNT IN KEY ORDER, COMPARING IT WITH   *
000000* THE DAMAGED RECORD AS IT GOES.                                *
000000*--------------------------------------------------------------*
000000 4000-REBUILD-MASTER.
000000     OPEN OUTPUT REBUILT-MASTER-FILE
000000     IF WS-NEW-FILE-OK
000000         MOVE "Y" TO WS-NEW-AVAIL-SWITCH
000000     ELSE
000000         DISPLAY "Rebuilt master could not be created (status "
000000             WS-NEW-FILE-STATUS ") - recovery aborted."
000000         MOVE 8 TO RETURN-CODE
000000         CLOSE SNAPSHOT-FILE
000000         GO TO 4000-EXIT
000000     END-IF
000000     OPEN INPUT ACCOUNT-MASTER-FILE
000000     IF WS-ACCT-FILE-OK
000000         MOVE "Y" TO WS-ACCT-AVAIL-SWITCH
000000     ELSE
000000         DISPLAY "Damaged master cannot be opened (status "
000000             WS-ACCT-FILE-STATUS ") - rebuilt without comparison."
000000     END-IF
000000     OPEN INPUT SORTED-RECOVERY-FILE
000000     PERFORM 4100-READ-SORTED THRU 4100-EXIT
000000     PERFORM 5000-REBUILD-ACCOUNT THRU 5000-EXIT
000000         UNTIL WS-END-OF-SNAPSHOT AND WS-END-OF-SORTED
000000     CLOSE SORTED-RECOVERY-FILE
000000     CLOSE SNAPSHOT-FILE
000000     CLOSE REBUILT-MASTER-FILE
000000     IF WS-ACCT-FILE-AVAILABLE
000000         CLOSE ACCOUNT-MASTER-FILE
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4100-READ-SORTED                                              *
000000*--------------------------------------------------------------*
000000 4100-READ-SORTED.
000000     READ SORTED-RECOVERY-FILE
000000         AT END
000000             MOVE 999999 TO WS-SORTED-KEY
000000         NOT AT END
000000             MOVE SRO-ACCOUNT TO WS-SORTED-KEY
000000     END-READ.
000000 4100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 4200-READ-SNAPSHOT                                            *
000000*--------------------------------------------------------------*
000000 4200-READ-SNAPSHOT.
000000     READ SNAPSHOT-FILE
000000         AT END
000000             MOVE 999999 TO WS-SNAP-KEY
000000         NOT AT END
000000             MOVE SNP-ACCT-NUMBER TO WS-SNAP-KEY
000000     END-READ.
000000 4200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5000-REBUILD-ACCOUNT                                          *
000000*--------------------------------------------------------------*
000000 5000-REBUILD-ACCOUNT.
000000     IF WS-SNAP-KEY < WS-SORTED-KEY
000000         MOVE WS-SNAP-KEY TO WS-CURRENT-ACCOUNT
000000     ELSE
000000         MOVE WS-SORTED-KEY TO WS-CURRENT-ACCOUNT
000000     END-IF
000000     PERFORM 5100-START-ACCOUNT THRU 5100-EXIT
000000     PERFORM 5200-APPLY-RECORD THRU 5200-EXIT
000000         UNTIL WS-SORTED-KEY NOT = WS-CURRENT-ACCOUNT
000000     PERFORM 5600-FINISH-ACCOUNT THRU 5600-EXIT
000000     PERFORM 6000-WRITE-REBUILT THRU 6000-EXIT
000000     PERFORM 6500-COMPARE-ACCOUNT THRU 6500-EXIT.
000000 5000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5100-START-ACCOUNT                                            *
000000* THE SNAPSHOT BALANCE IS THE STARTING POINT; AN ACCOUNT NOT    *
000000* ON IT STARTS FROM ITS OPENING ON THE MAINTENANCE LOG. THE     *
000000* DAMAGED RECORD IS READ NOW FOR THE VALUES NO LOG CARRIES.     *
000000*--------------------------------------------------------------*
000000 5100-START-ACCOUNT.
000000     MOVE ZERO TO WS-REBUILT-BALANCE WS-DAY-TOTAL WS-DAY-DATE
000000         WS-DAY-COUNT WS-DAY-OVERFLOW WS-ACCT-UNKNOWN-CODES
000000         WS-ACCT-BAD-VALUES WS-LOGGED-FLOOR WS-LOGGED-LIMIT
000000     MOVE SPACES TO WS-LOGGED-STATUS WS-LOGGED-CURRENCY
000000         WS-POSTED-CURRENCY WS-DAMAGED-READ-STATUS
000000     MOVE "X" TO WS-STATUS-SOURCE WS-FLOOR-SOURCE
000000         WS-LIMIT-SOURCE WS-CURRENCY-SOURCE WS-CUSTOMER-SOURCE
000000     MOVE "N" TO WS-IN-SNAPSHOT-SWITCH WS-OPENED-SWITCH
000000         WS-DAMAGED-SWITCH WS-TERM-LOGGED-SWITCH
000000         WS-NEGATIVE-SWITCH WS-WRITE-FAILED-SWITCH
000000         WS-PRINTED-SWITCH WS-DIFFERS-SWITCH WS-TRAIL-SWITCH
000000         WS-PAYOUT-SWITCH
000000     IF WS-SNAP-KEY = WS-CURRENT-ACCOUNT
000000         MOVE SNP-BALANCE TO WS-REBUILT-BALANCE
000000         MOVE "Y" TO WS-IN-SNAPSHOT-SWITCH
000000         ADD 1 TO WS-SNAPSHOT-ACCOUNTS
000000         PERFORM 4200-READ-SNAPSHOT THRU 4200-EXIT
000000     END-IF
000000     IF WS-ACCT-FILE-AVAILABLE
000000         MOVE WS-CURRENT-ACCOUNT TO ACCT-NUMBER
000000         READ ACCOUNT-MASTER-FILE
000000             INVALID KEY
000000                 CONTINUE
000000         END-READ
000000         MOVE WS-ACCT-FILE-STATUS TO WS-DAMAGED-READ-STATUS
000000         IF WS-ACCT-FILE-OK
000000             MOVE "Y" TO WS-DAMAGED-SWITCH
000000         END-IF
000000     END-IF.
000000 5100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5200-APPLY-RECORD                                             *
000000*--------------------------------------------------------------*
000000 5200-APPLY-RECORD.
000000     IF SRO-FROM-MAINT-LOG
000000         PERFORM 5400-APPLY-MAINT THRU 5400-EXIT
000000     ELSE
000000         PERFORM 5300-APPLY-POSTING THRU 5300-EXIT
000000     END-IF
000000     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
000000 5200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5300-APPLY-POSTING                                            *
000000* CREDITS AND DEBITS AS BalanceProof COUNTS THEM: A "U" PUTS    *
000000* BACK A DEBIT, A "V" TAKES BACK A CREDIT.                      *
000000*--------------------------------------------------------------*
000000 5300-APPLY-POSTING.
000000     MOVE SRO-IMAGE TO AUDIT-RECORD
000000     EVALUATE TRUE
000000         WHEN AUD-TRAN-CODE = "D" OR "R" OR "I" OR "U"
000000             ADD AUD-AMOUNT TO WS-REBUILT-BALANCE
000000         WHEN AUD-TRAN-CODE = "W" OR "T" OR "S" OR "V"
000000             OR "K" OR "P"
000000             SUBTRACT AUD-AMOUNT FROM WS-REBUILT-BALANCE
000000         WHEN OTHER
000000             ADD 1 TO WS-UNKNOWN-CODES
000000             ADD 1 TO WS-ACCT-UNKNOWN-CODES
000000             GO TO 5300-EXIT
000000     END-EVALUATE
000000     ADD 1 TO WS-POSTINGS-APPLIED
000000     MOVE "N" TO WS-PAYOUT-SWITCH
000000     IF AUD-TRAN-WITHDRAWAL OR AUD-TRAN-TRANSFER-OUT
000000         PERFORM 5310-ADD-DAY-TOTAL THRU 5310-EXIT
000000     END-IF
000000     IF AUD-TRAN-REVERSAL-CR
000000         PERFORM 5320-BACK-OUT-DAY-TOTAL THRU 5320-EXIT
000000     END-IF
000000     IF AUD-CURRENCY NOT = SPACES
000000         MOVE AUD-CURRENCY TO WS-POSTED-CURRENCY
000000     END-IF
000000     PERFORM 5340-CHECK-TRAIL THRU 5340-EXIT.
000000 5300-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5310-ADD-DAY-TOTAL                                            *
000000* ONLY W/T THAT WENT THROUGH WithdrawCore COUNT. A MATURITY     *
000000* SWEEP (TermMature) NEVER DOES; A T THAT EMPTIED THE ACCOUNT   *
000000* MAY BE A CLOSURE PAYOUT AND IS TAKEN BACK OUT IN 5410 IF THE  *
000000* CLOSURE FOLLOWS.                                              *
000000*--------------------------------------------------------------*
000000 5310-ADD-DAY-TOTAL.
000000     MOVE AUD-OPERATOR-ID TO WS-POSTING-OPERATOR
000000     IF AUD-TRAN-TRANSFER-OUT AND WS-MATURITY-OPERATOR
000000         GO TO 5310-EXIT
000000     END-IF
000000     IF AUD-TIMESTAMP-DATE NOT = WS-DAY-DATE
000000         MOVE ZERO TO WS-DAY-TOTAL WS-DAY-COUNT
000000         MOVE AUD-TIMESTAMP-DATE TO WS-DAY-DATE
000000     END-IF
000000     ADD AUD-AMOUNT TO WS-DAY-TOTAL
000000     IF WS-DAY-COUNT < WS-DAY-MAX
000000         ADD 1 TO WS-DAY-COUNT
000000         MOVE AUD-TIMESTAMP-TIME TO DT-TIME (WS-DAY-COUNT)
000000     ELSE
000000         ADD 1 TO WS-DAY-OVERFLOW
000000     END-IF
000000     IF AUD-TRAN-TRANSFER-OUT AND AUD-NEW-BALANCE = ZERO
000000         MOVE "Y" TO WS-PAYOUT-SWITCH
000000         MOVE AUD-AMOUNT TO WS-PAYOUT-AMOUNT
000000         MOVE AUD-TIMESTAMP-DATE TO WS-PAYOUT-DATE
000000         MOVE AUD-TIMESTAMP-TIME TO WS-TIME-CHECK
000000         PERFORM 5420-TIME-IN-HUNDREDTHS THRU 5420-EXIT
000000         MOVE WS-TIME-HUNDREDTHS TO WS-PAYOUT-HUNDREDTHS
000000     END-IF.
000000 5310-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5320-BACK-OUT-DAY-TOTAL                                       *
000000* A REVERSED W/T GIVES ITS AMOUNT BACK TO THE DAY'S TOTAL WHEN  *
000000* IT WAS POSTED THE SAME DAY (SEE Reverse).                     *
000000*--------------------------------------------------------------*
000000 5320-BACK-OUT-DAY-TOTAL.
000000     IF AUD-TIMESTAMP-DATE NOT = WS-DAY-DATE
000000         GO TO 5320-EXIT
000000     END-IF
000000     MOVE "N" TO WS-DAY-FOUND-SWITCH
000000     PERFORM 5330-FIND-DAY-ITEM THRU 5330-EXIT
000000         VARYING WS-DAY-INDEX FROM 1 BY 1
000000         UNTIL WS-DAY-INDEX > WS-DAY-COUNT
000000         OR WS-DAY-ITEM-FOUND
000000     IF WS-DAY-ITEM-FOUND
000000         IF AUD-AMOUNT > WS-DAY-TOTAL
000000             MOVE ZERO TO WS-DAY-TOTAL
000000         ELSE
000000             SUBTRACT AUD-AMOUNT FROM WS-DAY-TOTAL
000000         END-IF
000000     END-IF.
000000 5320-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5330-FIND-DAY-ITEM                                            *
000000*--------------------------------------------------------------*
000000 5330-FIND-DAY-ITEM.
000000     IF DT-TIME (WS-DAY-INDEX) = AUD-REF-TIME
000000         MOVE "Y" TO WS-DAY-FOUND-SWITCH
000000     END-IF.
000000 5330-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5340-CHECK-TRAIL                                              *
000000* EVERY POSTING LOGGED THE BALANCE IT LEFT; THE FIRST ONE THE   *
000000* REPLAY DOES NOT REACH IS KEPT FOR THE REPORT.                 *
000000*--------------------------------------------------------------*
000000 5340-CHECK-TRAIL.
000000     IF WS-TRAIL-BROKEN
000000         GO TO 5340-EXIT
000000     END-IF
000000     IF WS-REBUILT-BALANCE NOT = AUD-NEW-BALANCE
000000         MOVE "Y" TO WS-TRAIL-SWITCH
000000         MOVE AUD-TIMESTAMP-DATE TO WS-BREAK-DATE
000000         MOVE AUD-TIMESTAMP-TIME TO WS-BREAK-TIME
000000         MOVE AUD-TRAN-CODE TO WS-BREAK-CODE
000000         MOVE WS-REBUILT-BALANCE TO WS-BREAK-REBUILT
000000         MOVE AUD-NEW-BALANCE TO WS-BREAK-LOGGED
000000     END-IF.
000000 5340-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5400-APPLY-MAINT                                              *
000000* THE LAST CHANGE OF EACH KIND UP TO THE RECOVERY POINT WINS.   *
000000* AN OPENING SETS THE BALANCE ONLY FOR AN ACCOUNT OPENED SINCE  *
000000* THE SNAPSHOT.                                                 *
000000*--------------------------------------------------------------*
000000 5400-APPLY-MAINT.
000000     MOVE SRO-IMAGE TO MAINT-RECORD
000000     MOVE MNT-NEW-VALUE TO WS-MNT-VALUE
000000     ADD 1 TO WS-MAINT-APPLIED
000000     EVALUATE TRUE
000000         WHEN MNT-ACTION-OPEN
000000             IF NOT WS-IN-SNAPSHOT
000000                 IF WS-MNT-VALUE IS NUMERIC
000000                     MOVE WS-MNT-AMOUNT TO WS-REBUILT-BALANCE
000000                     MOVE "Y" TO WS-OPENED-SWITCH
000000                 ELSE
000000                     ADD 1 TO WS-ACCT-BAD-VALUES
000000                 END-IF
000000             END-IF
000000         WHEN MNT-ACTION-STATUS
000000             MOVE WS-MNT-STATUS TO WS-LOGGED-STATUS
000000             MOVE "L" TO WS-STATUS-SOURCE
000000             IF WS-MNT-STATUS = "C" AND WS-PAYOUT-PENDING
000000                 PERFORM 5410-BACK-OUT-PAYOUT THRU 5410-EXIT
000000             END-IF
000000         WHEN MNT-ACTION-FLOOR
000000             IF WS-MNT-VALUE IS NUMERIC
000000                 MOVE WS-MNT-AMOUNT TO WS-LOGGED-FLOOR
000000                 MOVE "L" TO WS-FLOOR-SOURCE
000000             ELSE
000000                 ADD 1 TO WS-ACCT-BAD-VALUES
000000             END-IF
000000         WHEN MNT-ACTION-LIMIT
000000             IF WS-MNT-VALUE IS NUMERIC
000000                 MOVE WS-MNT-AMOUNT TO WS-LOGGED-LIMIT
000000                 MOVE "L" TO WS-LIMIT-SOURCE
000000             ELSE
000000                 ADD 1 TO WS-ACCT-BAD-VALUES
000000             END-IF
000000         WHEN MNT-ACTION-CURRENCY
000000             MOVE WS-MNT-CURRENCY TO WS-LOGGED-CURRENCY
000000             MOVE "L" TO WS-CURRENCY-SOURCE
000000         WHEN MNT-ACTION-TERM
000000             MOVE "Y" TO WS-TERM-LOGGED-SWITCH
000000     END-EVALUATE.
000000 5400-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5410-BACK-OUT-PAYOUT                                          *
000000* A CLOSURE LOGGED ON THE SAME DAY WITHIN A MINUTE OF THE T     *
000000* THAT EMPTIED THE ACCOUNT, WITH NOTHING POSTED BETWEEN, MARKS  *
000000* THAT T AS AcctClose'S PAYOUT.                                 *
000000*--------------------------------------------------------------*
000000 5410-BACK-OUT-PAYOUT.
000000     MOVE "N" TO WS-PAYOUT-SWITCH
000000     IF MNT-TIMESTAMP-DATE NOT = WS-PAYOUT-DATE
000000         OR WS-PAYOUT-DATE NOT = WS-DAY-DATE
000000         GO TO 5410-EXIT
000000     END-IF
000000     MOVE MNT-TIMESTAMP-TIME TO WS-TIME-CHECK
000000     PERFORM 5420-TIME-IN-HUNDREDTHS THRU 5420-EXIT
000000     IF WS-TIME-HUNDREDTHS < WS-PAYOUT-HUNDREDTHS
000000         OR WS-TIME-HUNDREDTHS - WS-PAYOUT-HUNDREDTHS
000000             > WS-CLOSURE-WINDOW
000000         GO TO 5410-EXIT
000000     END-IF
000000     IF WS-PAYOUT-AMOUNT > WS-DAY-TOTAL
000000         MOVE ZERO TO WS-DAY-TOTAL
000000     ELSE
000000         SUBTRACT WS-PAYOUT-AMOUNT FROM WS-DAY-TOTAL
000000     END-IF.
000000 5410-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5420-TIME-IN-HUNDREDTHS                                       *
000000*--------------------------------------------------------------*
000000 5420-TIME-IN-HUNDREDTHS.
000000     COMPUTE WS-TIME-HUNDREDTHS =
000000         WS-TIME-HH * 360000 + WS-TIME-MM * 6000
000000         + WS-TIME-SS * 100 + WS-TIME-CC.
000000 5420-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 5600-FINISH-ACCOUNT                                           *
000000* FIELDS NO LOG CHANGED COME FROM THE DAMAGED RECORD WHERE IT   *
000000* HOLDS A USABLE VALUE, OTHERWISE FROM THE OPENING DEFAULTS OF  *
000000* AcctMaint (ACTIVE, NO FLOOR, NO LIMIT) OR THE CURRENCY THE    *
000000* ACCOUNT'S POSTINGS WERE MADE IN. WITH NO W/T REPLAYED THE     *
000000* DAY'S WITHDRAWAL TOTAL BELONGS TO A DAY BEFORE THE SNAPSHOT   *
000000* AND IS CARRIED OVER FROM THE DAMAGED RECORD.                  *
000000*--------------------------------------------------------------*
000000 5600-FINISH-ACCOUNT.
000000     MOVE SPACES TO REBUILT-ACCOUNT-RECORD
000000     MOVE WS-CURRENT-ACCOUNT TO NAC-NUMBER
000000     IF WS-REBUILT-BALANCE < ZERO
000000         MOVE "Y" TO WS-NEGATIVE-SWITCH
000000         ADD 1 TO WS-NEGATIVE-ACCOUNTS
000000         MOVE ZERO TO NAC-BALANCE
000000     ELSE
000000         MOVE WS-REBUILT-BALANCE TO NAC-BALANCE
000000     END-IF
000000     IF WS-STATUS-SOURCE = "X" AND WS-DAMAGED-FOUND
000000         AND (ACCT-STATUS-ACTIVE OR ACCT-STATUS-FROZEN
000000              OR ACCT-STATUS-CLOSED)
000000         MOVE ACCT-STATUS TO WS-LOGGED-STATUS
000000         MOVE "D" TO WS-STATUS-SOURCE
000000     END-IF
000000     IF WS-STATUS-SOURCE = "X"
000000         MOVE "A" TO WS-LOGGED-STATUS
000000     END-IF
000000     MOVE WS-LOGGED-STATUS TO NAC-STATUS
000000     IF WS-FLOOR-SOURCE = "X" AND WS-DAMAGED-FOUND
000000         AND ACCT-MIN-BALANCE IS NUMERIC
000000         MOVE ACCT-MIN-BALANCE TO WS-LOGGED-FLOOR
000000         MOVE "D" TO WS-FLOOR-SOURCE
000000     END-IF
000000     MOVE WS-LOGGED-FLOOR TO NAC-MIN-BALANCE
000000     IF WS-LIMIT-SOURCE = "X" AND WS-DAMAGED-FOUND
000000         AND ACCT-DAILY-WD-LIMIT IS NUMERIC
000000         MOVE ACCT-DAILY-WD-LIMIT TO WS-LOGGED-LIMIT
000000         MOVE "D" TO WS-LIMIT-SOURCE
000000     END-IF
000000     MOVE WS-LOGGED-LIMIT TO NAC-DAILY-WD-LIMIT
000000     IF WS-CURRENCY-SOURCE = "X" AND WS-DAMAGED-FOUND
000000         AND ACCT-CURRENCY NOT = SPACES
000000         MOVE ACCT-CURRENCY TO WS-LOGGED-CURRENCY
000000         MOVE "D" TO WS-CURRENCY-SOURCE
000000     END-IF
000000     IF WS-CURRENCY-SOURCE = "X"
000000         AND WS-POSTED-CURRENCY NOT = SPACES
000000         MOVE WS-POSTED-CURRENCY TO WS-LOGGED-CURRENCY
000000         MOVE "P" TO WS-CURRENCY-SOURCE
000000     END-IF
000000     MOVE WS-LOGGED-CURRENCY TO NAC-CURRENCY
000000     MOVE ZERO TO NAC-CUSTOMER
000000     IF WS-DAMAGED-FOUND
000000         IF ACCT-CUSTOMER IS NUMERIC
000000             MOVE ACCT-CUSTOMER TO NAC-CUSTOMER
000000             MOVE "D" TO WS-CUSTOMER-SOURCE
000000         END-IF
000000         MOVE ACCT-DORMANT-FLAG TO NAC-DORMANT-FLAG
000000         MOVE ACCT-PRODUCT-TYPE TO NAC-PRODUCT-TYPE
000000     END-IF
000000     IF WS-TERM-LOGGED
000000         MOVE "T" TO NAC-PRODUCT-TYPE
000000     END-IF
000000     IF WS-DAY-DATE = ZERO AND WS-DAMAGED-FOUND
000000         AND ACCT-WD-TODAY IS NUMERIC
000000         AND ACCT-WD-DATE IS NUMERIC
000000         AND ACCT-WD-DATE <= WS-SNAPSHOT-DATE
000000         MOVE ACCT-WD-TODAY TO WS-DAY-TOTAL
000000         MOVE ACCT-WD-DATE TO WS-DAY-DATE
000000     END-IF
000000     MOVE WS-DAY-TOTAL TO NAC-WD-TODAY
000000     MOVE WS-DAY-DATE TO NAC-WD-DATE
000000     IF WS-OPENED-SINCE
000000         ADD 1 TO WS-ACCOUNTS-OPENED
000000     END-IF
000000     IF NOT WS-IN-SNAPSHOT AND NOT WS-OPENED-SINCE
000000         ADD 1 TO WS-ACCOUNTS-NO-OPENING
000000     END-IF
000000     IF WS-STATUS-SOURCE = "X" OR WS-FLOOR-SOURCE = "X"
000000         OR WS-LIMIT-SOURCE = "X" OR WS-CURRENCY-SOURCE = "X"
000000         OR WS-CURRENCY-SOURCE = "P"
000000         OR WS-CUSTOMER-SOURCE = "X"
000000         ADD 1 TO WS-DEFAULTED-ACCOUNTS
000000     END-IF
000000     IF WS-TRAIL-BROKEN
000000         ADD 1 TO WS-TRAIL-BREAKS
000000     END-IF.
000000 5600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6000-WRITE-REBUILT                                            *
000000*--------------------------------------------------------------*
000000 6000-WRITE-REBUILT.
000000     WRITE REBUILT-ACCOUNT-RECORD
000000     IF WS-NEW-FILE-OK
000000         ADD 1 TO WS-ACCOUNTS-REBUILT
000000     ELSE
000000         MOVE "Y" TO WS-WRITE-FAILED-SWITCH
000000         ADD 1 TO WS-WRITE-ERRORS
000000     END-IF.
000000 6000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6500-COMPARE-ACCOUNT                                          *
000000* AN ACCOUNT IS LISTED ONLY WHEN IT DIFFERS FROM THE DAMAGED    *
000000* RECORD OR SOMETHING ABOUT ITS REBUILD NEEDS LOOKING AT.       *
000000*--------------------------------------------------------------*
000000 6500-COMPARE-ACCOUNT.
000000     IF WS-ACCT-FILE-AVAILABLE
000000         PERFORM 6510-COMPARE-FIELDS THRU 6510-EXIT
000000     END-IF
000000     PERFORM 6700-PRINT-NOTES THRU 6700-EXIT.
000000 6500-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6510-COMPARE-FIELDS                                           *
000000*--------------------------------------------------------------*
000000 6510-COMPARE-FIELDS.
000000     IF NOT WS-DAMAGED-FOUND
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         ADD 1 TO WS-NOT-ON-DAMAGED
000000         IF WS-ACCT-NOT-ON-FILE
000000             DISPLAY "  NOT ON DAMAGED MASTER"
000000         ELSE
000000             DISPLAY "  DAMAGED RECORD UNREADABLE (STATUS "
000000                 WS-DAMAGED-READ-STATUS ")"
000000         END-IF
000000         MOVE NAC-BALANCE TO WS-AMOUNT-DISPLAY
000000         DISPLAY "  REBUILT BALANCE......: " WS-AMOUNT-DISPLAY
000000             " " NAC-CURRENCY
000000         GO TO 6510-EXIT
000000     END-IF
000000     IF NAC-BALANCE NOT = ACCT-BALANCE
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         MOVE "Y" TO WS-DIFFERS-SWITCH
000000         MOVE NAC-BALANCE TO WS-AMOUNT-DISPLAY
000000         MOVE ACCT-BALANCE TO WS-DAMAGED-DISPLAY
000000         DISPLAY "  BALANCE..: REBUILT " WS-AMOUNT-DISPLAY
000000             "  DAMAGED " WS-DAMAGED-DISPLAY
000000     END-IF
000000     IF NAC-STATUS NOT = ACCT-STATUS
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         MOVE "Y" TO WS-DIFFERS-SWITCH
000000         DISPLAY "  STATUS...: REBUILT " NAC-STATUS
000000             "  DAMAGED " ACCT-STATUS
000000     END-IF
000000     IF NAC-MIN-BALANCE NOT = ACCT-MIN-BALANCE
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         MOVE "Y" TO WS-DIFFERS-SWITCH
000000         MOVE NAC-MIN-BALANCE TO WS-AMOUNT-DISPLAY
000000         MOVE ACCT-MIN-BALANCE TO WS-DAMAGED-DISPLAY
000000         DISPLAY "  FLOOR....: REBUILT " WS-AMOUNT-DISPLAY
000000             "  DAMAGED " WS-DAMAGED-DISPLAY
000000     END-IF
000000     IF NAC-DAILY-WD-LIMIT NOT = ACCT-DAILY-WD-LIMIT
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         MOVE "Y" TO WS-DIFFERS-SWITCH
000000         MOVE NAC-DAILY-WD-LIMIT TO WS-AMOUNT-DISPLAY
000000         MOVE ACCT-DAILY-WD-LIMIT TO WS-DAMAGED-DISPLAY
000000         DISPLAY "  LIMIT....: REBUILT " WS-AMOUNT-DISPLAY
000000             "  DAMAGED " WS-DAMAGED-DISPLAY
000000     END-IF
000000     IF NAC-CURRENCY NOT = ACCT-CURRENCY
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         MOVE "Y" TO WS-DIFFERS-SWITCH
000000         DISPLAY "  CURRENCY.: REBUILT " NAC-CURRENCY
000000             "  DAMAGED " ACCT-CURRENCY
000000     END-IF
000000     IF NAC-WD-TODAY NOT = ACCT-WD-TODAY
000000         OR NAC-WD-DATE NOT = ACCT-WD-DATE
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         MOVE "Y" TO WS-DIFFERS-SWITCH
000000         MOVE NAC-WD-TODAY TO WS-AMOUNT-DISPLAY
000000         MOVE ACCT-WD-TODAY TO WS-DAMAGED-DISPLAY
000000         DISPLAY "  DAY TOTAL: REBUILT " WS-AMOUNT-DISPLAY
000000             " " NAC-WD-DATE
000000             "  DAMAGED " WS-DAMAGED-DISPLAY " " ACCT-WD-DATE
000000     END-IF
000000     IF WS-ACCOUNT-DIFFERS
000000         ADD 1 TO WS-ACCOUNTS-DIFFERING
000000     ELSE
000000         ADD 1 TO WS-ACCOUNTS-AGREEING
000000     END-IF.
000000 6510-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6600-PRINT-ACCOUNT-HEADER                                     *
000000*--------------------------------------------------------------*
000000 6600-PRINT-ACCOUNT-HEADER.
000000     IF NOT WS-ACCOUNT-PRINTED
000000         DISPLAY "ACCOUNT: " WS-CURRENT-ACCOUNT
000000         MOVE "Y" TO WS-PRINTED-SWITCH
000000     END-IF.
000000 6600-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 6700-PRINT-NOTES                                              *
000000*--------------------------------------------------------------*
000000 6700-PRINT-NOTES.
000000     IF WS-TRAIL-BROKEN
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         MOVE WS-BREAK-REBUILT TO WS-SIGNED-DISPLAY
000000         MOVE WS-BREAK-LOGGED TO WS-AMOUNT-DISPLAY
000000         DISPLAY "  AUDIT TRAIL BREAK AT " WS-BREAK-DATE " "
000000             WS-BREAK-TIME " CODE " WS-BREAK-CODE
000000         DISPLAY "    REPLAYED " WS-SIGNED-DISPLAY
000000             "  LOGGED " WS-AMOUNT-DISPLAY
000000     END-IF
000000     IF NOT WS-IN-SNAPSHOT AND NOT WS-OPENED-SINCE
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  NOT IN SNAPSHOT AND NO OPENING LOGGED - "
000000             "REPLAYED FROM ZERO"
000000     END-IF
000000     IF WS-WENT-NEGATIVE
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         MOVE WS-REBUILT-BALANCE TO WS-SIGNED-DISPLAY
000000         DISPLAY "  REPLAY ENDED NEGATIVE " WS-SIGNED-DISPLAY
000000             " - WRITTEN AS ZERO"
000000     END-IF
000000     IF WS-STATUS-SOURCE = "X"
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  STATUS NOT RECOVERABLE - SET TO A"
000000     END-IF
000000     IF WS-FLOOR-SOURCE = "X"
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  FLOOR NOT RECOVERABLE - SET TO ZERO"
000000     END-IF
000000     IF WS-LIMIT-SOURCE = "X"
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  DAILY LIMIT NOT RECOVERABLE - SET TO ZERO"
000000     END-IF
000000     IF WS-CURRENCY-SOURCE = "P"
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  CURRENCY TAKEN FROM POSTINGS - "
000000             NAC-CURRENCY
000000     END-IF
000000     IF WS-CURRENCY-SOURCE = "X"
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  CURRENCY NOT RECOVERABLE - LEFT BLANK"
000000     END-IF
000000     IF WS-CUSTOMER-SOURCE = "X"
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  OWNING CUSTOMER NOT RECOVERABLE - SET TO "
000000             "ZERO"
000000     END-IF
000000     IF WS-ACCT-UNKNOWN-CODES > ZERO
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  POSTINGS WITH UNKNOWN CODE NOT APPLIED: "
000000             WS-ACCT-UNKNOWN-CODES
000000     END-IF
000000     IF WS-ACCT-BAD-VALUES > ZERO
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  NON-NUMERIC MAINTENANCE VALUES IGNORED: "
000000             WS-ACCT-BAD-VALUES
000000     END-IF
000000     IF WS-DAY-OVERFLOW > ZERO
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  TOO MANY W/T ON " WS-DAY-DATE
000000             " - DAY TOTAL MAY NOT REFLECT REVERSALS"
000000     END-IF
000000     IF WS-WRITE-FAILED
000000         PERFORM 6600-PRINT-ACCOUNT-HEADER THRU 6600-EXIT
000000         DISPLAY "  NOT WRITTEN TO REBUILT MASTER (STATUS "
000000             WS-NEW-FILE-STATUS ")"
000000     END-IF.
000000 6700-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7000-FIND-DAMAGED-ONLY                                        *
000000* THIRD PASS - WALKS THE DAMAGED MASTER FOR ACCOUNTS THE        *
000000* REBUILD NEVER SAW (NOT IN THE SNAPSHOT OR ANY LOG).           *
000000*--------------------------------------------------------------*
000000 7000-FIND-DAMAGED-ONLY.
000000     IF NOT WS-ACCT-FILE-AVAILABLE
000000         GO TO 7000-EXIT
000000     END-IF
000000     OPEN INPUT ACCOUNT-MASTER-FILE
000000     IF NOT WS-ACCT-FILE-OK
000000         DISPLAY "Damaged master cannot be reopened (status "
000000             WS-ACCT-FILE-STATUS ") - not checked for extra "
000000             "accounts."
000000         GO TO 7000-EXIT
000000     END-IF
000000     OPEN INPUT REBUILT-MASTER-FILE
000000     IF NOT WS-NEW-FILE-OK
000000         DISPLAY "Rebuilt master cannot be reopened (status "
000000             WS-NEW-FILE-STATUS ") - not checked for extra "
000000             "accounts."
000000         CLOSE ACCOUNT-MASTER-FILE
000000         GO TO 7000-EXIT
000000     END-IF
000000     MOVE "N" TO WS-EOF-MASTER-SWITCH
000000     PERFORM 7100-READ-DAMAGED THRU 7100-EXIT
000000     PERFORM 7200-CHECK-DAMAGED THRU 7200-EXIT
000000         UNTIL WS-END-OF-MASTER
000000     CLOSE REBUILT-MASTER-FILE
000000     CLOSE ACCOUNT-MASTER-FILE.
000000 7000-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7100-READ-DAMAGED                                             *
000000* A READ ERROR ENDS THE WALK - THE REST OF THE DAMAGED FILE     *
000000* CANNOT BE TRUSTED TO BE IN KEY ORDER.                         *
000000*--------------------------------------------------------------*
000000 7100-READ-DAMAGED.
000000     READ ACCOUNT-MASTER-FILE NEXT RECORD
000000         AT END
000000             MOVE "Y" TO WS-EOF-MASTER-SWITCH
000000     END-READ
000000     IF NOT WS-END-OF-MASTER AND NOT WS-ACCT-FILE-OK
000000         DISPLAY "Damaged master unreadable after account "
000000             ACCT-NUMBER " (status " WS-ACCT-FILE-STATUS
000000             ") - walk stopped."
000000         MOVE "Y" TO WS-EOF-MASTER-SWITCH
000000     END-IF.
000000 7100-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 7200-CHECK-DAMAGED                                            *
000000*--------------------------------------------------------------*
000000 7200-CHECK-DAMAGED.
000000     MOVE ACCT-NUMBER TO NAC-NUMBER
000000     READ REBUILT-MASTER-FILE
000000         INVALID KEY
000000             ADD 1 TO WS-ON-DAMAGED-ONLY
000000             MOVE ACCT-BALANCE TO WS-DAMAGED-DISPLAY
000000             DISPLAY "ACCOUNT: " ACCT-NUMBER
000000             DISPLAY "  ON DAMAGED MASTER ONLY - NOT REBUILT, "
000000                 "DAMAGED BALANCE " WS-DAMAGED-DISPLAY " "
000000                 ACCT-CURRENCY
000000     END-READ
000000     PERFORM 7100-READ-DAMAGED THRU 7100-EXIT.
000000 7200-EXIT.
000000     EXIT.
000000
000000*--------------------------------------------------------------*
000000* 8000-PRINT-SUMMARY                                            *
000000*--------------------------------------------------------------*
000000 8000-PRINT-SUMMARY.
000000     DISPLAY "=================================="
000000     DISPLAY "FORWARD RECOVERY RUN COMPLETE."
000000     DISPLAY "SNAPSHOT DATE..................: "
000000         WS-SNAPSHOT-DATE
000000     DISPLAY "SNAPSHOT ACCOUNTS LOADED.......: "
000000         WS-SNAPSHOT-ACCOUNTS
000000     DISPLAY "ARCHIVED POSTINGS READ.........: " WS-ARCHIVE-READ
000000     DISPLAY "LIVE POSTINGS READ.............: " WS-LIVE-READ
000000     DISPLAY "POSTINGS OLDER THAN SNAPSHOT...: "
000000         WS-POSTINGS-BEFORE-SNAPSHOT
000000     DISPLAY "POSTINGS AFTER RECOVERY POINT..: "
000000         WS-POSTINGS-AFTER-POINT
000000     DISPLAY "POSTINGS REPLAYED..............: "
000000         WS-POSTINGS-APPLIED
000000     DISPLAY "POSTINGS WITH UNKNOWN CODE.....: " WS-UNKNOWN-CODES
000000     DISPLAY "MAINTENANCE RECORDS READ.......: " WS-MAINT-READ
000000     DISPLAY "MAINTENANCE AFTER RECOVERY PT..: "
000000         WS-MAINT-AFTER-POINT
000000     DISPLAY "MAINTENANCE CHANGES APPLIED....: " WS-MAINT-APPLIED
000000     DISPLAY "ACCOUNTS REBUILT...............: "
000000         WS-ACCOUNTS-REBUILT
000000     DISPLAY "  OPENED SINCE THE SNAPSHOT....: "
000000         WS-ACCOUNTS-OPENED
000000     DISPLAY "  WITH NO STARTING BALANCE.....: "
000000         WS-ACCOUNTS-NO-OPENING
000000     DISPLAY "  WITH DEFAULTED FIELDS........: "
000000         WS-DEFAULTED-ACCOUNTS
000000     DISPLAY "  ENDING NEGATIVE..............: "
000000         WS-NEGATIVE-ACCOUNTS
000000     DISPLAY "  AUDIT TRAIL BREAKS...........: " WS-TRAIL-BREAKS
000000     DISPLAY "REBUILT MASTER WRITE ERRORS....: " WS-WRITE-ERRORS
000000     IF NOT WS-ACCT-FILE-AVAILABLE
000000         DISPLAY "DAMAGED MASTER NOT AVAILABLE - NO COMPARISON "
000000             "MADE."
000000         GO TO 8000-EXIT
000000     END-IF
000000     DISPLAY "AGREE WITH DAMAGED MASTER......: "
000000         WS-ACCOUNTS-AGREEING
000000     DISPLAY "DIFFER FROM DAMAGED MASTER.....: "
000000         WS-ACCOUNTS-DIFFERING
000000     DISPLAY "NOT ON DAMAGED MASTER..........: " WS-NOT-ON-DAMAGED
000000     DISPLAY "ON DAMAGED MASTER ONLY.........: "
000000         WS-ON-DAMAGED-ONLY
000000     IF WS-ACCOUNTS-DIFFERING = ZERO AND WS-NOT-ON-DAMAGED = ZERO
000000         AND WS-ON-DAMAGED-ONLY = ZERO
000000         DISPLAY "REBUILT MASTER AGREES WITH THE DAMAGED MASTER."
000000     ELSE
000000         DISPLAY "REBUILT MASTER DIFFERS FROM THE DAMAGED MASTER "
000000             "- REVIEW BEFORE PUTTING ACCTNEW LIVE."
000000     END-IF.
000000 8000-EXIT.
000000     EXIT.
