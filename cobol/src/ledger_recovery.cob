       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERFRC.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Forward Recovery Program
      * Rebuilds every LED-BALANCE from the latest BALHIST end-of-
      * day snapshot for the account/asset plus every JOURNAL leg
      * dated after that snapshot. LEDGBKO can only restore the
      * STEP010 backup and throw away the whole run; this recovers
      * a damaged or lost ledger cluster to the last journalled
      * posting, however long ago the last good backup was taken.
      * THE ACCOUNT ATTRIBUTES (STATUS, TYPE, OPEN DATE, LIMIT)
      * COME FROM THE MOST RECENT LEDGER BACKUP (THE FLAT STEP010
      * COPY, PROD.LEDGER.MASTER.BACKUP).
      *
      * TWO MODES, FROM THE SYSIN CARD:
      *   REBUILD - WRITES THE RECOVERED LEDGER TO NEWLEDG, A FRESH
      *             EMPTY CLUSTER DEFINED BY THE LEDGFRC JOB. THE
      *             LIVE LEDGER IS NEVER OPENED, SO THIS WORKS WHEN
      *             IT IS UNREADABLE
      *   VERIFY  - READS THE LIVE LEDGER AND LISTS EVERY
      *             ACCOUNT/ASSET WHOSE BALANCE DIFFERS FROM THE
      *             SNAPSHOT-PLUS-JOURNAL FIGURE, OR THAT IS MISSING
      *             FROM ONE SIDE - THE WEEKLY INTEGRITY PROOF (SEE
      *             THE LEDGINT JOB). IT DEPENDS ON NEITHER WORKFILE
      *             NOR LEDGERREC'S CONFIRMATION LOGIC. ANY
      *             DIFFERENCE ENDS THE STEP RC 8.
      *
      * SYSIN CARD LAYOUT:
      *   COLS  1-8   MODE - REBUILD OR VERIFY
      *   COLS  9-11  BASE RUNS BACK (DEFAULT 000). 000 STARTS EACH
      *               ACCOUNT/ASSET FROM ITS LATEST GOOD SNAPSHOT.
      *               N STARTS FROM THE LATEST SNAPSHOT ON OR BEFORE
      *               THE NTH BUSINESS DATE BEFORE THE LATEST RUN'S
      *               (COUNTED FROM LEDGERCTL'S RUNHIST, SO A
      *               BACKED-OUT RUN DOES NOT USE UP ONE OF THE N),
      *               SO A VERIFY REPLAYS N DAYS OF JOURNAL AGAINST
      *               THE LIVE BALANCES INSTEAD OF COMPARING LAST
      *               NIGHT'S SNAPSHOT WITH ITSELF.
      *
      * A SNAPSHOT IS ONLY GOOD ONCE ITS RUN COMPLETED: WHILE THE
      * LATEST RUNCTL RUN IS STILL OPEN OR WAS BACKED OUT, A
      * SNAPSHOT DATED THAT RUN'S BUSINESS DATE MAY CARRY POSTINGS
      * LEDGERBKO HAS SINCE PURGED FROM THE JOURNAL, SO IT IS
      * IGNORED AND THE PRIOR DAY'S IS USED.
      *
      * EXCEPTIONS LISTED ON RCVRPT (EACH ENDS THE STEP AT LEAST
      * RC 4):
      *   - AN ACCOUNT/ASSET WITH NO USABLE SNAPSHOT IS REBUILT FROM
      *     ZERO PLUS EVERY JOURNAL LEG ON FILE
      *   - A BASE SNAPSHOT DATED BEFORE THE LEDGERARC CUTOFF (THE
      *     SAME ARCCUTF CARD LEDGERSTM READS) MAY BE MISSING LEGS
      *     SWEPT TO THE ARCHIVE
      *   - A RECORD NOT ON THE BACKUP (OPENED SINCE IT WAS TAKEN)
      *     GETS THE ATTRIBUTES ITS CREATING POSTING WOULD HAVE
      *     GIVEN IT: RW FOR A DEPOSIT OR REWARD, HS FOR A HOUSE
      *     FEE/YIELD/CLOSURE RECORD, BLANK FOR A LEDGERFIN
      *     RE-CREATION - ACTIVE (OR THE SNAPSHOT'S STATUS), NO
      *     LIMIT, OPENED ON ITS FIRST LEG'S DATE. CHECK THESE WITH
      *     LEDGERMNT ONCE THE LEDGER IS BACK.
      * ATTRIBUTE CHANGES MADE SINCE THE BACKUP (LEDGERMNT,
      * LEDGERDOR, LEDGERCLS) ARE NOT IN IT AND MUST BE REAPPLIED
      * - THE MSTHIST MASTER-CHANGE HISTORY (LEDGMHI JOB) LISTS
      * THEM WITH THEIR AFTER VALUES.
      *
      * THE FOUR INPUTS ARE ALL IN ACCOUNT ORDER (THE BACKUP IS A
      * REPRO OF THE KEYED CLUSTER), SO ONE MATCHED PASS OVER ALL
      * OF THEM HANDLES ONE ACCOUNT AT A TIME, WITH ITS ASSETS IN
      * A SMALL TABLE - THE JOURNAL KEY CARRIES NO ASSET, SO AN
      * ACCOUNT'S LEGS ARRIVE WITH ITS ASSETS INTERLEAVED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-PARM-FILE ASSIGN TO "SYSIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "LEDGBKUP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BACKUP-STATUS.

           SELECT BALHIST-FILE ASSIGN TO "BALHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BH-KEY
                  FILE STATUS IS WS-BALHIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JRN-KEY
                  FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LED-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT NEW-LEDGER-FILE ASSIGN TO "NEWLEDG"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NLD-KEY
                  FILE STATUS IS WS-NEWLEDG-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RH-RUN-NUMBER
                  FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT CUTOFF-PARM-FILE ASSIGN TO "ARCCUTF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CUTOFF-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-PARM-FILE.
       01  RECOVERY-PARM-RECORD.
           05  PARM-MODE           PIC X(08).
           05  PARM-RUNS-BACK      PIC X(03).
           05  FILLER              PIC X(69).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
      *    FLAT REPRO COPY OF THE LEDGER CLUSTER - SAME LAYOUT
           05  BKP-KEY.
               10  BKP-ACCOUNT     PIC X(12).
               10  BKP-ASSET       PIC X(03).
           05  BKP-BALANCE         PIC S9(12)V99.
           05  BKP-STATUS          PIC X(01).
           05  BKP-ACCT-TYPE       PIC X(02).
           05  BKP-OPEN-DATE       PIC X(08).
           05  BKP-WDRL-LIMIT      PIC 9(10)V99.
           05  FILLER              PIC X(40).

       FD  BALHIST-FILE.
       01  BALHIST-RECORD.
      *    PERMANENT END-OF-DAY BALANCE HISTORY WRITTEN BY LEDGERSNP
      *    - ONE RECORD PER ACCOUNT/ASSET/BUSINESS-DATE
           05  BH-KEY.
               10  BH-ACCOUNT      PIC X(12).
               10  BH-ASSET        PIC X(03).
               10  BH-DATE         PIC X(08).
           05  BH-BALANCE          PIC S9(12)V99.
           05  BH-STATUS           PIC X(01).
      *        THE ACCOUNT'S LED-STATUS AS OF THE SNAPSHOT
           05  BH-RUN-NUMBER       PIC 9(06).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
      *    PERMANENT MULTI-DAY POSTING HISTORY - EVERY BALANCE
      *    MOVEMENT IS JOURNALLED HERE, SO A CREDIT LEG ADDS TO
      *    AND A DEBIT LEG SUBTRACTS FROM THE RECOVERED BALANCE
           05  JRN-KEY.
               10  JRN-ACCOUNT     PIC X(12).
               10  JRN-DATE        PIC X(08).
               10  JRN-SEQ         PIC 9(06).
           05  JRN-ASSET           PIC X(03).
           05  JRN-TRX-ID          PIC X(10).
           05  JRN-TYPE            PIC X(01).
           05  JRN-DRCR            PIC X(01).
           05  JRN-AMOUNT          PIC 9(10)V99.
           05  JRN-COUNTERPARTY    PIC X(12).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
      *    THE LIVE LEDGER - READ ONLY, AND ONLY IN VERIFY MODE
           05  LED-KEY.
               10  LED-ACCOUNT     PIC X(12).
               10  LED-ASSET       PIC X(03).
           05  LED-BALANCE         PIC S9(12)V99.
           05  LED-STATUS          PIC X(01).
      *        A = ACTIVE, F = FROZEN, C = CLOSED, D = DORMANT
               88  LED-ACTIVE      VALUE 'A'.
               88  LED-FROZEN      VALUE 'F'.
               88  LED-CLOSED      VALUE 'C'.
               88  LED-DORMANT     VALUE 'D'.
           05  LED-ACCT-TYPE       PIC X(02).
           05  LED-OPEN-DATE       PIC X(08).
           05  LED-WDRL-LIMIT      PIC 9(10)V99.
           05  FILLER              PIC X(40).

       FD  NEW-LEDGER-FILE.
       01  NEW-LEDGER-RECORD.
      *    THE RECOVERED LEDGER - SAME LAYOUT, WRITTEN ONLY IN
      *    REBUILD MODE
           05  NLD-KEY.
               10  NLD-ACCOUNT     PIC X(12).
               10  NLD-ASSET       PIC X(03).
           05  NLD-BALANCE         PIC S9(12)V99.
           05  NLD-STATUS          PIC X(01).
           05  NLD-ACCT-TYPE       PIC X(02).
           05  NLD-OPEN-DATE       PIC X(08).
           05  NLD-WDRL-LIMIT      PIC 9(10)V99.
           05  FILLER              PIC X(40).

       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
      *    LEDGERCTL'S PERMANENT RUN-STATISTICS HISTORY - READ HERE
      *    ONLY FOR EACH RUN'S BUSINESS DATE
           05  RH-RUN-NUMBER       PIC 9(06).
           05  RH-RUN-DATE         PIC X(08).
           05  RH-POSTED           PIC 9(06).
           05  RH-REJECTS          PIC 9(06).
           05  RH-DUPLICATES       PIC 9(06).
           05  RH-CONFIRMED        PIC 9(06).
           05  RH-PENDING          PIC 9(06).
           05  RH-REVERSED         PIC 9(06).
           05  RH-ESCALATED        PIC 9(06).
           05  RH-VARIANCES        PIC 9(06).
           05  RH-SUSP-DEPTH       PIC 9(06).

       FD  CUTOFF-PARM-FILE.
       01  CUTOFF-PARM-RECORD.
      *    THE SAME CUTOFF CARD LEDGERARC SWEEPS WITH - JOURNAL LEGS
      *    DATED BEFORE IT MAY NO LONGER BE ON THE ONLINE JOURNAL
           05  CUT-CUTOFF-DATE     PIC X(08).
           05  FILLER              PIC X(72).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
      *    LEDGRUN STREAM
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-BACKUP-STATUS       PIC XX.
       01  WS-BALHIST-STATUS      PIC XX.
       01  WS-BALHIST-OPEN-FLAG   PIC X VALUE 'N'.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-NEWLEDG-STATUS      PIC XX.
       01  WS-RUNHIST-STATUS      PIC XX.
       01  WS-CUTOFF-STATUS       PIC XX.
       01  WS-CUTOFF-KNOWN-FLAG   PIC X VALUE 'N'.
       01  WS-CUTOFF-DATE         PIC X(08).
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-RUNCTL-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-RUN-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE            PIC X(08).
       01  WS-RUN-STATUS          PIC X(01).
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-ABEND-STATUS        PIC XX.
       01  WS-ABEND-LINE          PIC X(132).
       01  WS-MODE                PIC X(08).
       01  WS-RUNS-BACK           PIC 9(03) VALUE ZERO.
       01  WS-RH-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-RH-LAST-DATE        PIC X(08).
       01  WS-RH-DATE-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-RH-PRIOR-DATES      PIC 9(06) VALUE ZERO.
       01  WS-RH-WANT-DATE        PIC 9(06) VALUE ZERO.
       01  WS-SNAP-LIMIT-DATE     PIC X(08).
       01  WS-SNAP-INCL-FLAG      PIC X VALUE 'Y'.
      *    Y = A SNAPSHOT DATED WS-SNAP-LIMIT-DATE IS USABLE,
      *    N = ONLY SNAPSHOTS DATED BEFORE IT ARE

      *    ONE CURSOR PER INPUT - THE ACCOUNT OF ITS CURRENT RECORD,
      *    HIGH-VALUES ONCE THE INPUT IS EXHAUSTED
       01  WS-BKP-NEXT-ACCOUNT    PIC X(12).
       01  WS-BH-NEXT-ACCOUNT     PIC X(12).
       01  WS-JRN-NEXT-ACCOUNT    PIC X(12).
       01  WS-LED-NEXT-ACCOUNT    PIC X(12).
       01  WS-CUR-ACCOUNT         PIC X(12).
       01  WS-FIND-ASSET          PIC X(03).
       01  WS-SNAP-OK-FLAG        PIC X VALUE 'N'.

      *    THE CURRENT ACCOUNT'S ASSETS. AN ACCOUNT SETTLES FEW
      *    ASSETS (SAME SIZING AS THE LEDGERSTM AGGREGATE TABLE);
      *    MORE THAN THIS MEANS THE INPUTS CARRY ASSETS NOBODY SET
      *    UP, SO ABEND RATHER THAN RECOVER PART OF AN ACCOUNT.
       01  WS-MAX-RA-ASSET        PIC 9(03) VALUE 050.
       01  WS-RA-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-RA-TABLE.
           05  WS-RA-ENTRY        OCCURS 50 TIMES
                                  INDEXED BY WS-RA-IDX.
               10  WS-RA-ASSET    PIC X(03).
               10  WS-RA-BKP-FLAG PIC X(01).
               10  WS-RA-BKP-IMAGE PIC X(92).
               10  WS-RA-BASE-FLAG PIC X(01).
               10  WS-RA-BASE-DATE PIC X(08).
               10  WS-RA-BASE-STATUS PIC X(01).
               10  WS-RA-BASE-BALANCE PIC S9(12)V99.
               10  WS-RA-REBUILT  PIC S9(12)V99.
               10  WS-RA-LEG-COUNT PIC 9(06).
               10  WS-RA-FIRST-TYPE PIC X(01).
               10  WS-RA-FIRST-DATE PIC X(08).
               10  WS-RA-LIVE-FLAG PIC X(01).
               10  WS-RA-LIVE-BALANCE PIC S9(12)V99.

       01  WS-DEFAULT-TYPE        PIC X(02).
       01  WS-DIFFERENCE          PIC S9(12)V99 VALUE ZERO.
       01  WS-ACCOUNT-COUNT       PIC 9(08) VALUE ZERO.
       01  WS-RECORD-COUNT        PIC 9(08) VALUE ZERO.
       01  WS-LEG-COUNT           PIC 9(10) VALUE ZERO.
       01  WS-WRITTEN-COUNT       PIC 9(08) VALUE ZERO.
       01  WS-MATCHED-COUNT       PIC 9(08) VALUE ZERO.
       01  WS-DIFFER-COUNT        PIC 9(08) VALUE ZERO.
       01  WS-NO-SNAP-COUNT       PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-WARN-COUNT   PIC 9(08) VALUE ZERO.
       01  WS-DEFAULTED-COUNT     PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-RECOVERY-HEADER
           PERFORM RECOVER-ALL-ACCOUNTS
           PERFORM WRITE-RECOVERY-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-DIFFER-COUNT > ZERO
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-NO-SNAP-COUNT > ZERO
               OR WS-CUTOFF-WARN-COUNT > ZERO
               OR WS-DEFAULTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           PERFORM READ-RECOVERY-MODE
           PERFORM READ-ARCHIVE-CUTOFF
           PERFORM LOAD-RUN-CONTROL
           PERFORM FIND-SNAPSHOT-LIMIT
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = '00'
             MOVE 'BACKUP-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-BACKUP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
      *    NO BALANCE HISTORY AT ALL (STATUS 35) IS NOT FATAL - EVERY
      *    RECORD IS THEN REBUILT FROM THE JOURNAL ALONE AND LISTED.
           OPEN INPUT BALHIST-FILE
           IF WS-BALHIST-STATUS = '00'
             MOVE 'Y' TO WS-BALHIST-OPEN-FLAG
           ELSE
             IF WS-BALHIST-STATUS NOT = '35'
               MOVE 'BALHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-BALHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
             MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF WS-MODE = 'VERIFY'
             OPEN INPUT LEDGER-FILE
             IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           ELSE
             OPEN OUTPUT NEW-LEDGER-FILE
             IF WS-NEWLEDG-STATUS NOT = '00'
               MOVE 'NEWLEDG-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-NEWLEDG-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'RCVRPT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO RECOVERY-REPORT-RECORD.

       READ-RECOVERY-MODE.
      *    THE MODE IS REQUIRED - GUESSING BETWEEN WRITING A NEW
      *    LEDGER AND ONLY CHECKING THE OLD ONE IS NOT SAFE. A BLANK
      *    OR NON-NUMERIC RUNS-BACK FIELD MEANS 000.
           OPEN INPUT RECOVERY-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           READ RECOVERY-PARM-FILE
             AT END MOVE SPACES TO RECOVERY-PARM-RECORD
           END-READ
           IF WS-PARM-STATUS NOT = '00' AND WS-PARM-STATUS NOT = '10'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF PARM-MODE NOT = 'REBUILD' AND PARM-MODE NOT = 'VERIFY'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE 'PM' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE PARM-MODE TO WS-MODE
           IF PARM-RUNS-BACK IS NUMERIC
             MOVE PARM-RUNS-BACK TO WS-RUNS-BACK
           END-IF
           CLOSE RECOVERY-PARM-FILE.

       READ-ARCHIVE-CUTOFF.
      *    STATUS 35 (NO CARD CATALOGUED) OR A NON-NUMERIC CARD
      *    MEANS NO SWEEP IS CONFIGURED AND NO LEG IS OFFLINE (SAME
      *    RULE AS LEDGERSTM'S READ-ARCHIVE-CUTOFF).
           OPEN INPUT CUTOFF-PARM-FILE
           IF WS-CUTOFF-STATUS = '00'
             READ CUTOFF-PARM-FILE
               AT END MOVE SPACES TO CUT-CUTOFF-DATE
             END-READ
             IF WS-CUTOFF-STATUS = '00'
               AND CUT-CUTOFF-DATE IS NUMERIC
               MOVE CUT-CUTOFF-DATE TO WS-CUTOFF-DATE
               MOVE 'Y' TO WS-CUTOFF-KNOWN-FLAG
             END-IF
             CLOSE CUTOFF-PARM-FILE
           ELSE
             IF WS-CUTOFF-STATUS NOT = '35'
               MOVE 'ARCCUTF-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-CUTOFF-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       LOAD-RUN-CONTROL.
      *    THIS PROGRAM RUNS OUTSIDE THE LEDGRUN STREAM, SO ANY RUN
      *    STATUS IS ACCEPTED - THE LATEST RUN'S STATUS ONLY DECIDES
      *    WHETHER ITS OWN SNAPSHOT CAN BE TRUSTED.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
             MOVE 'RUNCTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-RUNCTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM READ-RUNCTL-RECORDS
           IF WS-RUN-NUMBER = ZERO
             MOVE 'RUNCTL-FILE' TO WS-ABEND-FILE-ID
             MOVE 'RC' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           CLOSE RUNCTL-FILE.

       READ-RUNCTL-RECORDS.
      *    THE RUNCTL DATASET IS CATALOGUED (MOD,CATLG) LIKE
      *    CHECKPNT, SO LEDGERRUN'S REWRITES MAY APPEND RATHER THAN
      *    REPLACE - THE CURRENT RUN IS ALWAYS THE LAST RECORD ON
      *    FILE (SAME CONVENTION AS READ-CHECKPOINT-RECORDS).
           MOVE 'N' TO WS-RUN-STATUS
           READ RUNCTL-FILE
             AT END MOVE 'Y' TO WS-RUNCTL-EOF-FLAG
           END-READ
           IF WS-RUNCTL-STATUS NOT = '00'
             AND WS-RUNCTL-STATUS NOT = '10'
             MOVE 'RUNCTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-RUNCTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-RUNCTL-EOF-FLAG = 'Y'
             MOVE RUN-NUMBER TO WS-RUN-NUMBER
             MOVE RUN-DATE TO WS-RUN-DATE
             MOVE RUN-STATUS TO WS-RUN-STATUS
             READ RUNCTL-FILE
               AT END MOVE 'Y' TO WS-RUNCTL-EOF-FLAG
             END-READ
             IF WS-RUNCTL-STATUS NOT = '00'
               AND WS-RUNCTL-STATUS NOT = '10'
               MOVE 'RUNCTL-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-RUNCTL-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM.

       FIND-SNAPSHOT-LIMIT.
      *    THE LATEST USABLE SNAPSHOT IS THE LATEST RUN'S OWN IF
      *    THAT RUN COMPLETED, OTHERWISE THE ONE BEFORE IT. N RUNS
      *    BACK IS THE NTH DISTINCT BUSINESS DATE ON RUNHIST BEFORE
      *    THE LATEST RUN'S DATE - A BACKED-OUT RUN USES UP A RUN
      *    NUMBER BUT NOT A DAY, AND LEDGERBKO REMOVES ITS RUNHIST
      *    RECORD (SAME DATE WALK AS LEDGERAML'S FIND-WINDOW-START).
      *    RUNHIST ONLY READS FORWARD, SO ONE PASS COUNTS THE DATES
      *    AND A SECOND STOPS ON THE ONE WANTED. ASKING FOR MORE
      *    HISTORY THAN RUNHIST HOLDS IS A CARD ERROR - STOP.
           MOVE WS-RUN-DATE TO WS-SNAP-LIMIT-DATE
           IF WS-RUN-STATUS = 'C'
             MOVE 'Y' TO WS-SNAP-INCL-FLAG
           ELSE
             MOVE 'N' TO WS-SNAP-INCL-FLAG
           END-IF
           IF WS-RUNS-BACK > ZERO
             OPEN INPUT RUNHIST-FILE
             IF WS-RUNHIST-STATUS NOT = '00'
               MOVE 'RUNHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-RUNHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE ZERO TO WS-RH-WANT-DATE
             PERFORM WALK-RUNHIST-DATES
             MOVE WS-RH-DATE-COUNT TO WS-RH-PRIOR-DATES
             IF WS-RH-PRIOR-DATES < WS-RUNS-BACK
               MOVE 'RUNHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE 'NH' TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             COMPUTE WS-RH-WANT-DATE =
               WS-RH-PRIOR-DATES - WS-RUNS-BACK + 1
             PERFORM WALK-RUNHIST-DATES
             MOVE 'Y' TO WS-SNAP-INCL-FLAG
             CLOSE RUNHIST-FILE
           END-IF.

       WALK-RUNHIST-DATES.
      *    RUNS ON FILE BEFORE THE LATEST, IN RUN ORDER. BUSINESS
      *    DATES NEVER GO BACKWARDS FROM ONE RUN TO THE NEXT, SO A
      *    CHANGE OF DATE IS A NEW BUSINESS DAY. WITH A DATE NUMBER
      *    WANTED THE WALK STOPS THERE AND TAKES IT AS THE SNAPSHOT
      *    LIMIT; WITH ZERO IT JUST COUNTS THE DATES.
           MOVE 'N' TO WS-RH-EOF-FLAG
           MOVE ZERO TO WS-RH-DATE-COUNT
           MOVE SPACES TO WS-RH-LAST-DATE
           MOVE ZERO TO RH-RUN-NUMBER
           START RUNHIST-FILE KEY IS NOT LESS THAN RH-RUN-NUMBER
             INVALID KEY MOVE 'Y' TO WS-RH-EOF-FLAG
           END-START
           IF WS-RUNHIST-STATUS NOT = '00'
             AND WS-RUNHIST-STATUS NOT = '23'
             MOVE 'RUNHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-RUNHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-RH-EOF-FLAG = 'Y'
             READ RUNHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RH-EOF-FLAG
             END-READ
             IF WS-RUNHIST-STATUS NOT = '00'
               AND WS-RUNHIST-STATUS NOT = '10'
               MOVE 'RUNHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-RUNHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-RH-EOF-FLAG NOT = 'Y'
               IF RH-RUN-NUMBER NOT < WS-RUN-NUMBER
                 OR RH-RUN-DATE NOT < WS-RUN-DATE
                 MOVE 'Y' TO WS-RH-EOF-FLAG
               ELSE
                 IF RH-RUN-DATE NOT = WS-RH-LAST-DATE
                   ADD 1 TO WS-RH-DATE-COUNT
                   MOVE RH-RUN-DATE TO WS-RH-LAST-DATE
                   IF WS-RH-DATE-COUNT = WS-RH-WANT-DATE
                     MOVE RH-RUN-DATE TO WS-SNAP-LIMIT-DATE
                     MOVE 'Y' TO WS-RH-EOF-FLAG
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       WRITE-RECOVERY-HEADER.
           STRING 'FORWARD RECOVERY  MODE: ' WS-MODE
                  ' LATEST RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  ' STATUS: ' WS-RUN-STATUS
                  DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-SNAP-INCL-FLAG = 'Y'
             STRING 'BASE SNAPSHOTS DATED ON OR BEFORE '
                    WS-SNAP-LIMIT-DATE
                    '  RUNS BACK: ' WS-RUNS-BACK
                    DELIMITED BY SIZE
                    INTO RECOVERY-REPORT-RECORD
           ELSE
             STRING 'BASE SNAPSHOTS DATED BEFORE '
                    WS-SNAP-LIMIT-DATE
                    '  RUNS BACK: ' WS-RUNS-BACK
                    DELIMITED BY SIZE
                    INTO RECOVERY-REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * MATCHED PASS - ONE ACCOUNT AT A TIME ACROSS ALL INPUTS
      *----------------------------------------------------------
       RECOVER-ALL-ACCOUNTS.
           PERFORM READ-NEXT-BACKUP
           PERFORM START-BALHIST
           PERFORM START-JOURNAL
           IF WS-MODE = 'VERIFY'
             PERFORM START-LIVE-LEDGER
           ELSE
             MOVE HIGH-VALUES TO WS-LED-NEXT-ACCOUNT
           END-IF
           PERFORM FIND-LOWEST-ACCOUNT
           PERFORM UNTIL WS-CUR-ACCOUNT = HIGH-VALUES
             PERFORM RECOVER-ONE-ACCOUNT
             PERFORM FIND-LOWEST-ACCOUNT
           END-PERFORM.

       FIND-LOWEST-ACCOUNT.
           MOVE WS-BKP-NEXT-ACCOUNT TO WS-CUR-ACCOUNT
           IF WS-BH-NEXT-ACCOUNT < WS-CUR-ACCOUNT
             MOVE WS-BH-NEXT-ACCOUNT TO WS-CUR-ACCOUNT
           END-IF
           IF WS-JRN-NEXT-ACCOUNT < WS-CUR-ACCOUNT
             MOVE WS-JRN-NEXT-ACCOUNT TO WS-CUR-ACCOUNT
           END-IF
           IF WS-LED-NEXT-ACCOUNT < WS-CUR-ACCOUNT
             MOVE WS-LED-NEXT-ACCOUNT TO WS-CUR-ACCOUNT
           END-IF.

       RECOVER-ONE-ACCOUNT.
      *    THE BACKUP AND SNAPSHOTS ARE TAKEN FIRST SO EVERY ASSET'S
      *    BASE DATE IS KNOWN BEFORE ANY OF THE ACCOUNT'S JOURNAL
      *    LEGS ARE APPLIED.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-RA-COUNT
           PERFORM UNTIL WS-BKP-NEXT-ACCOUNT NOT = WS-CUR-ACCOUNT
             MOVE BKP-ASSET TO WS-FIND-ASSET
             PERFORM FIND-RECOVERY-ASSET
             MOVE 'Y' TO WS-RA-BKP-FLAG(WS-RA-IDX)
             MOVE BACKUP-RECORD TO WS-RA-BKP-IMAGE(WS-RA-IDX)
             PERFORM READ-NEXT-BACKUP
           END-PERFORM
           PERFORM UNTIL WS-BH-NEXT-ACCOUNT NOT = WS-CUR-ACCOUNT
             PERFORM TAKE-ONE-SNAPSHOT
             PERFORM READ-NEXT-BALHIST
           END-PERFORM
           PERFORM UNTIL WS-JRN-NEXT-ACCOUNT NOT = WS-CUR-ACCOUNT
             PERFORM APPLY-ONE-LEG
             PERFORM READ-NEXT-JOURNAL
           END-PERFORM
           PERFORM UNTIL WS-LED-NEXT-ACCOUNT NOT = WS-CUR-ACCOUNT
             MOVE LED-ASSET TO WS-FIND-ASSET
             PERFORM FIND-RECOVERY-ASSET
             MOVE 'Y' TO WS-RA-LIVE-FLAG(WS-RA-IDX)
             MOVE LED-BALANCE TO WS-RA-LIVE-BALANCE(WS-RA-IDX)
             PERFORM READ-NEXT-LIVE-LEDGER
           END-PERFORM
           PERFORM FINISH-ONE-ASSET
             VARYING WS-RA-IDX FROM 1 BY 1
             UNTIL WS-RA-IDX > WS-RA-COUNT.

       FIND-RECOVERY-ASSET.
      *    POINT WS-RA-IDX AT WS-FIND-ASSET'S ENTRY, ADDING A CLEAR
      *    ENTRY THE FIRST TIME THE ASSET IS SEEN FOR THE ACCOUNT
           SET WS-RA-IDX TO 1
           SEARCH WS-RA-ENTRY
             AT END
               PERFORM ADD-RECOVERY-ASSET
             WHEN WS-RA-IDX > WS-RA-COUNT
               PERFORM ADD-RECOVERY-ASSET
             WHEN WS-RA-ASSET(WS-RA-IDX) = WS-FIND-ASSET
               CONTINUE
           END-SEARCH.

       ADD-RECOVERY-ASSET.
           IF WS-RA-COUNT >= WS-MAX-RA-ASSET
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE 'FT' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-RA-COUNT
           SET WS-RA-IDX TO WS-RA-COUNT
           MOVE WS-FIND-ASSET TO WS-RA-ASSET(WS-RA-IDX)
           MOVE 'N' TO WS-RA-BKP-FLAG(WS-RA-IDX)
           MOVE SPACES TO WS-RA-BKP-IMAGE(WS-RA-IDX)
           MOVE 'N' TO WS-RA-BASE-FLAG(WS-RA-IDX)
           MOVE LOW-VALUES TO WS-RA-BASE-DATE(WS-RA-IDX)
           MOVE SPACES TO WS-RA-BASE-STATUS(WS-RA-IDX)
           MOVE ZERO TO WS-RA-BASE-BALANCE(WS-RA-IDX)
           MOVE ZERO TO WS-RA-REBUILT(WS-RA-IDX)
           MOVE ZERO TO WS-RA-LEG-COUNT(WS-RA-IDX)
           MOVE SPACES TO WS-RA-FIRST-TYPE(WS-RA-IDX)
           MOVE SPACES TO WS-RA-FIRST-DATE(WS-RA-IDX)
           MOVE 'N' TO WS-RA-LIVE-FLAG(WS-RA-IDX)
           MOVE ZERO TO WS-RA-LIVE-BALANCE(WS-RA-IDX).

       TAKE-ONE-SNAPSHOT.
      *    BALHIST IS IN DATE ORDER WITHIN ACCOUNT/ASSET, SO THE
      *    LAST USABLE SNAPSHOT SEEN IS THE LATEST ONE
           MOVE 'N' TO WS-SNAP-OK-FLAG
           IF BH-DATE IS NUMERIC
             IF BH-DATE < WS-SNAP-LIMIT-DATE
               MOVE 'Y' TO WS-SNAP-OK-FLAG
             END-IF
             IF BH-DATE = WS-SNAP-LIMIT-DATE
               AND WS-SNAP-INCL-FLAG = 'Y'
               MOVE 'Y' TO WS-SNAP-OK-FLAG
             END-IF
           END-IF
           MOVE BH-ASSET TO WS-FIND-ASSET
           PERFORM FIND-RECOVERY-ASSET
           IF WS-SNAP-OK-FLAG = 'Y'
             MOVE 'Y' TO WS-RA-BASE-FLAG(WS-RA-IDX)
             MOVE BH-DATE TO WS-RA-BASE-DATE(WS-RA-IDX)
             MOVE BH-STATUS TO WS-RA-BASE-STATUS(WS-RA-IDX)
             MOVE BH-BALANCE TO WS-RA-BASE-BALANCE(WS-RA-IDX)
           END-IF.

       APPLY-ONE-LEG.
      *    ONLY LEGS DATED AFTER THE ASSET'S BASE SNAPSHOT MOVE THE
      *    RECOVERED BALANCE - THE SNAPSHOT ALREADY HOLDS THE REST.
      *    THE FIRST LEG ON FILE FOR AN ASSET IS REMEMBERED IN CASE
      *    THE RECORD HAS TO BE GIVEN DEFAULT ATTRIBUTES.
           MOVE JRN-ASSET TO WS-FIND-ASSET
           PERFORM FIND-RECOVERY-ASSET
           IF WS-RA-FIRST-TYPE(WS-RA-IDX) = SPACES
             MOVE JRN-TYPE TO WS-RA-FIRST-TYPE(WS-RA-IDX)
             MOVE JRN-DATE TO WS-RA-FIRST-DATE(WS-RA-IDX)
           END-IF
           IF JRN-DATE > WS-RA-BASE-DATE(WS-RA-IDX)
             IF JRN-DRCR = 'C'
               ADD JRN-AMOUNT TO WS-RA-REBUILT(WS-RA-IDX)
             ELSE
               SUBTRACT JRN-AMOUNT FROM WS-RA-REBUILT(WS-RA-IDX)
             END-IF
             ADD 1 TO WS-RA-LEG-COUNT(WS-RA-IDX)
             ADD 1 TO WS-LEG-COUNT
           END-IF.

       FINISH-ONE-ASSET.
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-RA-BASE-BALANCE(WS-RA-IDX)
             TO WS-RA-REBUILT(WS-RA-IDX)
           IF WS-RA-BASE-FLAG(WS-RA-IDX) = 'N'
             ADD 1 TO WS-NO-SNAP-COUNT
             STRING 'NO SNAPSHOT: ' WS-CUR-ACCOUNT
                    ' ' WS-RA-ASSET(WS-RA-IDX)
                    ' REBUILT: ' WS-RA-REBUILT(WS-RA-IDX)
                    ' LEGS: ' WS-RA-LEG-COUNT(WS-RA-IDX)
                    ' - FROM ZERO PLUS EVERY LEG ON FILE'
                    DELIMITED BY SIZE
                    INTO RECOVERY-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           ELSE
             IF WS-CUTOFF-KNOWN-FLAG = 'Y'
               AND WS-RA-BASE-DATE(WS-RA-IDX) < WS-CUTOFF-DATE
               ADD 1 TO WS-CUTOFF-WARN-COUNT
               STRING 'BASE BEFORE CUTOFF: ' WS-CUR-ACCOUNT
                      ' ' WS-RA-ASSET(WS-RA-IDX)
                      ' BASE: ' WS-RA-BASE-DATE(WS-RA-IDX)
                      ' CUTOFF: ' WS-CUTOFF-DATE
                      ' - ARCHIVED LEGS NOT APPLIED'
                      DELIMITED BY SIZE
                      INTO RECOVERY-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF
           IF WS-MODE = 'VERIFY'
             PERFORM VERIFY-ONE-ASSET
           ELSE
             PERFORM REBUILD-ONE-ASSET
           END-IF.

       VERIFY-ONE-ASSET.
      *    A RECORD MISSING FROM THE LIVE LEDGER IS ONLY A FINDING
      *    IF SOMETHING SAYS IT SHOULD EXIST - IT IS ON THE BACKUP
      *    OR RECOVERS TO A NON-ZERO BALANCE. ONE ON THE LIVE
      *    LEDGER ALONE RECOVERS TO ZERO AND IS CAUGHT BY THE
      *    BALANCE COMPARE WHENEVER IT HOLDS MONEY.
           IF WS-RA-LIVE-FLAG(WS-RA-IDX) = 'Y'
             IF WS-RA-LIVE-BALANCE(WS-RA-IDX)
                = WS-RA-REBUILT(WS-RA-IDX)
               ADD 1 TO WS-MATCHED-COUNT
             ELSE
               ADD 1 TO WS-DIFFER-COUNT
               COMPUTE WS-DIFFERENCE = WS-RA-LIVE-BALANCE(WS-RA-IDX)
                 - WS-RA-REBUILT(WS-RA-IDX)
               STRING 'DIFFERS: ' WS-CUR-ACCOUNT
                      ' ' WS-RA-ASSET(WS-RA-IDX)
                      ' LIVE: ' WS-RA-LIVE-BALANCE(WS-RA-IDX)
                      ' REBUILT: ' WS-RA-REBUILT(WS-RA-IDX)
                      ' DIFF: ' WS-DIFFERENCE
                      ' BASE: ' WS-RA-BASE-DATE(WS-RA-IDX)
                      DELIMITED BY SIZE
                      INTO RECOVERY-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
             END-IF
           ELSE
             IF WS-RA-BKP-FLAG(WS-RA-IDX) = 'Y'
               OR WS-RA-REBUILT(WS-RA-IDX) NOT = ZERO
               ADD 1 TO WS-DIFFER-COUNT
               STRING 'NOT ON LEDGER: ' WS-CUR-ACCOUNT
                      ' ' WS-RA-ASSET(WS-RA-IDX)
                      ' REBUILT: ' WS-RA-REBUILT(WS-RA-IDX)
                      ' ON BACKUP: ' WS-RA-BKP-FLAG(WS-RA-IDX)
                      ' BASE: ' WS-RA-BASE-DATE(WS-RA-IDX)
                      DELIMITED BY SIZE
                      INTO RECOVERY-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF.

       REBUILD-ONE-ASSET.
           IF WS-RA-BKP-FLAG(WS-RA-IDX) = 'Y'
             MOVE WS-RA-BKP-IMAGE(WS-RA-IDX) TO NEW-LEDGER-RECORD
           ELSE
             PERFORM DEFAULT-NEW-ATTRIBUTES
           END-IF
           MOVE WS-RA-REBUILT(WS-RA-IDX) TO NLD-BALANCE
           WRITE NEW-LEDGER-RECORD
           IF WS-NEWLEDG-STATUS NOT = '00'
             MOVE 'NEWLEDG-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-NEWLEDG-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

       DEFAULT-NEW-ATTRIBUTES.
      *    THE ATTRIBUTES THE POSTING THAT CREATED THE RECORD WOULD
      *    HAVE GIVEN IT: LEDGERUPD OPENS A DEPOSIT OR REWARD
      *    ACCOUNT AS 'RW', THE HOUSE FEE, YIELD AND CLOSURE RECORDS
      *    ARE 'HS', AND LEDGERFIN RE-CREATES A LOST ACCOUNT WITH
      *    NO TYPE. A RECORD WITH NO LEG TO GO ON IS LEFT UNTYPED.
           EVALUATE WS-RA-FIRST-TYPE(WS-RA-IDX)
             WHEN 'D'
               MOVE 'RW' TO WS-DEFAULT-TYPE
             WHEN 'R'
               MOVE 'RW' TO WS-DEFAULT-TYPE
             WHEN 'F'
               MOVE 'HS' TO WS-DEFAULT-TYPE
             WHEN 'Y'
               MOVE 'HS' TO WS-DEFAULT-TYPE
             WHEN 'C'
               MOVE 'HS' TO WS-DEFAULT-TYPE
             WHEN OTHER
               MOVE SPACES TO WS-DEFAULT-TYPE
           END-EVALUATE
           MOVE SPACES TO NEW-LEDGER-RECORD
           MOVE WS-CUR-ACCOUNT TO NLD-ACCOUNT
           MOVE WS-RA-ASSET(WS-RA-IDX) TO NLD-ASSET
           IF WS-RA-BASE-STATUS(WS-RA-IDX) NOT = SPACES
             MOVE WS-RA-BASE-STATUS(WS-RA-IDX) TO NLD-STATUS
           ELSE
             MOVE 'A' TO NLD-STATUS
           END-IF
           MOVE WS-DEFAULT-TYPE TO NLD-ACCT-TYPE
           IF WS-RA-FIRST-DATE(WS-RA-IDX) NOT = SPACES
             MOVE WS-RA-FIRST-DATE(WS-RA-IDX) TO NLD-OPEN-DATE
           ELSE
             MOVE WS-RA-BASE-DATE(WS-RA-IDX) TO NLD-OPEN-DATE
           END-IF
           MOVE ZERO TO NLD-WDRL-LIMIT
           ADD 1 TO WS-DEFAULTED-COUNT
           STRING 'DEFAULTED: ' WS-CUR-ACCOUNT
                  ' ' WS-RA-ASSET(WS-RA-IDX)
                  ' STATUS: ' NLD-STATUS
                  ' TYPE: ' NLD-ACCT-TYPE
                  ' OPENED: ' NLD-OPEN-DATE
                  ' - NOT ON BACKUP, CHECK WITH LEDGERMNT'
                  DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * INPUT CURSORS
      *----------------------------------------------------------
       READ-NEXT-BACKUP.
           READ BACKUP-FILE
             AT END MOVE HIGH-VALUES TO WS-BKP-NEXT-ACCOUNT
           END-READ
           IF WS-BACKUP-STATUS NOT = '00'
             AND WS-BACKUP-STATUS NOT = '10'
             MOVE 'BACKUP-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-BACKUP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF WS-BACKUP-STATUS = '00'
             MOVE BKP-ACCOUNT TO WS-BKP-NEXT-ACCOUNT
           END-IF.

       START-BALHIST.
           MOVE HIGH-VALUES TO WS-BH-NEXT-ACCOUNT
           IF WS-BALHIST-OPEN-FLAG = 'Y'
             MOVE LOW-VALUES TO BH-KEY
             START BALHIST-FILE KEY IS NOT LESS THAN BH-KEY
               INVALID KEY CONTINUE
             END-START
             IF WS-BALHIST-STATUS = '00'
               PERFORM READ-NEXT-BALHIST
             ELSE
               IF WS-BALHIST-STATUS NOT = '23'
                 MOVE 'BALHIST-FILE' TO WS-ABEND-FILE-ID
                 MOVE WS-BALHIST-STATUS TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
               END-IF
             END-IF
           END-IF.

       READ-NEXT-BALHIST.
           READ BALHIST-FILE NEXT RECORD
             AT END MOVE HIGH-VALUES TO WS-BH-NEXT-ACCOUNT
           END-READ
           IF WS-BALHIST-STATUS NOT = '00'
             AND WS-BALHIST-STATUS NOT = '10'
             MOVE 'BALHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-BALHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF WS-BALHIST-STATUS = '00'
             MOVE BH-ACCOUNT TO WS-BH-NEXT-ACCOUNT
           END-IF.

       START-JOURNAL.
           MOVE HIGH-VALUES TO WS-JRN-NEXT-ACCOUNT
           MOVE LOW-VALUES TO JRN-KEY
           START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
             INVALID KEY CONTINUE
           END-START
           IF WS-JOURNAL-STATUS = '00'
             PERFORM READ-NEXT-JOURNAL
           ELSE
             IF WS-JOURNAL-STATUS NOT = '23'
               MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       READ-NEXT-JOURNAL.
           READ JOURNAL-FILE NEXT RECORD
             AT END MOVE HIGH-VALUES TO WS-JRN-NEXT-ACCOUNT
           END-READ
           IF WS-JOURNAL-STATUS NOT = '00'
             AND WS-JOURNAL-STATUS NOT = '10'
             MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF WS-JOURNAL-STATUS = '00'
             MOVE JRN-ACCOUNT TO WS-JRN-NEXT-ACCOUNT
           END-IF.

       START-LIVE-LEDGER.
           MOVE HIGH-VALUES TO WS-LED-NEXT-ACCOUNT
           MOVE LOW-VALUES TO LED-KEY
           START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
             INVALID KEY CONTINUE
           END-START
           IF WS-LEDGER-STATUS = '00'
             PERFORM READ-NEXT-LIVE-LEDGER
           ELSE
             IF WS-LEDGER-STATUS NOT = '23'
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       READ-NEXT-LIVE-LEDGER.
           READ LEDGER-FILE NEXT RECORD
             AT END MOVE HIGH-VALUES TO WS-LED-NEXT-ACCOUNT
           END-READ
           IF WS-LEDGER-STATUS NOT = '00'
             AND WS-LEDGER-STATUS NOT = '10'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF WS-LEDGER-STATUS = '00'
             MOVE LED-ACCOUNT TO WS-LED-NEXT-ACCOUNT
           END-IF.

       WRITE-RECOVERY-SUMMARY.
           STRING 'SUMMARY - ACCOUNTS: ' WS-ACCOUNT-COUNT
                  ' RECORDS: ' WS-RECORD-COUNT
                  ' LEGS APPLIED: ' WS-LEG-COUNT
                  ' NO SNAPSHOT: ' WS-NO-SNAP-COUNT
                  ' BASE BEFORE CUTOFF: ' WS-CUTOFF-WARN-COUNT
                  DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-MODE = 'VERIFY'
             STRING 'SUMMARY - MATCHED: ' WS-MATCHED-COUNT
                    ' DIFFERENCES: ' WS-DIFFER-COUNT
                    DELIMITED BY SIZE
                    INTO RECOVERY-REPORT-RECORD
           ELSE
             STRING 'SUMMARY - WRITTEN TO NEWLEDG: ' WS-WRITTEN-COUNT
                    ' DEFAULTED ATTRIBUTES: ' WS-DEFAULTED-COUNT
                    DELIMITED BY SIZE
                    INTO RECOVERY-REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'RCVRPT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO RECOVERY-REPORT-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           CLOSE BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE BACKUP-FILE STATUS'
               ' ' WS-BACKUP-STATUS
           END-IF
           IF WS-BALHIST-OPEN-FLAG = 'Y'
             CLOSE BALHIST-FILE
             IF WS-BALHIST-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE BALHIST-FILE STATUS'
                 ' ' WS-BALHIST-STATUS
             END-IF
           END-IF
           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE JOURNAL-FILE STATUS'
               ' ' WS-JOURNAL-STATUS
           END-IF
           IF WS-MODE = 'VERIFY'
             CLOSE LEDGER-FILE
             IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE LEDGER-FILE STATUS'
                 ' ' WS-LEDGER-STATUS
             END-IF
           END-IF
           IF WS-MODE = 'REBUILD'
             CLOSE NEW-LEDGER-FILE
             IF WS-NEWLEDG-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE NEWLEDG-FILE STATUS'
                 ' ' WS-NEWLEDG-STATUS
             END-IF
           END-IF
           CLOSE RECOVERY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE RCVRPT-FILE STATUS'
               ' ' WS-REPORT-STATUS
           END-IF
           CLOSE ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE ERROR-LOG-FILE STATUS'
               ' ' WS-ERRLOG-STATUS
           END-IF.

       ABEND-ROUTINE.
      *    BUILD A ONE-LINE DIAGNOSTIC FOR THE OFFENDING FILE/STATUS,
      *    WRITE IT TO THE ERROR LOG AND TO SYSOUT, THEN TERMINATE THE
      *    RUN WITH A NON-ZERO RETURN CODE SO A DRIVER JOB STOPS.
           STRING 'LEDGERFRC ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
