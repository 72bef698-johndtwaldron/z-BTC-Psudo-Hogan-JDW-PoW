       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERADJ.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Manual Adjustment Program
      * Posts two-sided balance corrections under a two-person
      * control, replacing the two bad habits it exists to end:
      * keying a fake 'D' or 'W' through TRANXIN (which charges
      * FEESCHED fees and prints on statements as real customer
      * activity) and hand-editing PROD.LEDGER.MASTER (which
      * leaves no journal leg at all). EVERY POSTED ADJUSTMENT
      * MOVES THE AMOUNT BETWEEN THE ACCOUNT AND ITS OFFSET
      * ACCOUNT IN THE SAME ASSET, AND BOTH LEGS JOURNAL UNDER
      * JRN-TYPE 'A' WITH THE SHARED TRX-ID 'AJ' PLUS THE
      * ADJUSTMENT ID - SO LEDGERTBL PAIRS THEM, LEDGERREC FOLDS
      * THEM INTO ITS EXPECTED TOTALS AND LEDGERSTM PRINTS THEM
      * AS ADJUSTMENTS.
      *
      * TWO-PERSON CONTROL: A 'K' CARD ONLY QUEUES THE ITEM ON
      * THE PERMANENT KEYED ADJPEND FILE. NOTHING POSTS UNTIL AN
      * 'R' CARD RELEASES IT UNDER AN APPROVER ID DIFFERENT FROM
      * THE KEYER'S. A RELEASE THAT FAILS ITS CHECKS LEAVES THE
      * ITEM PENDING. AN 'X' CARD CANCELS A PENDING ITEM. EVERY
      * ITEM STILL PENDING MORE THAN THE SYSIN LIMIT OF RUNS
      * AFTER IT WAS KEYED IS LISTED ON THE ADJEXCP EXCEPTION
      * REPORT EACH RUN UNTIL IT IS RELEASED OR CANCELLED.
      *
      * ADJCARDS CARD LAYOUT:
      *   COL  1      CARD TYPE:
      *                 K = KEY A NEW ADJUSTMENT (ALL FIELDS
      *                     EXCEPT THE APPROVER)
      *                 R = RELEASE (POST) A PENDING ADJUSTMENT -
      *                     ID AND APPROVER ONLY
      *                 X = CANCEL A PENDING ADJUSTMENT - ID AND
      *                     APPROVER (THE PERSON CANCELLING) ONLY
      *   COLS  2-9   ADJUSTMENT ID - UNIQUE FOR ALL TIME
      *   COLS 10-21  ACCOUNT NUMBER
      *   COLS 22-24  ASSET CODE
      *   COL  25     D = DEBIT THE ACCOUNT, C = CREDIT IT (THE
      *               OFFSET ACCOUNT TAKES THE OPPOSITE SIDE)
      *   COLS 26-37  AMOUNT (12 DIGITS, LAST TWO ARE CENTS)
      *   COLS 38-49  OFFSET ACCOUNT NUMBER
      *   COLS 50-52  REASON CODE
      *   COLS 53-60  KEYER ID
      *   COLS 61-68  APPROVER ID
      * EVERY CARD IS REPORTED AS APPLIED OR REJECTED ON ADJRPT.
      *
      * SYSIN CARRIES THE UNRELEASED AGE LIMIT (RUNS) IN COLUMNS
      * 1-3. BLANK OR MISSING DEFAULTS TO 3 RUNS (SAME CONVENTION
      * AS LEDGERUNC'S AGE LIMIT).
      *
      * POSTING RULES: BOTH ACCOUNTS MUST BE ON LEDGER IN THE
      * ADJUSTMENT'S ASSET AND NEITHER MAY BE CLOSED. FROZEN AND
      * DORMANT ACCOUNTS CAN BE ADJUSTED - A TWO-PERSON APPROVED
      * CORRECTION IS EXACTLY HOW THEIR BALANCES GET PUT RIGHT.
      * A DEBIT MAY NOT TAKE A NON-HOUSE ACCOUNT BELOW ZERO.
      *
      * RESTART-SAFE: A 'K' OR 'R' CARD ALREADY APPLIED UNDER
      * THIS RUN NUMBER IS SKIPPED, AND BEFORE EACH LEG POSTS THE
      * JOURNAL IS CHECKED FOR THAT LEG UNDER TODAY'S BUSINESS
      * DATE. EACH LEG IS JOURNALLED BEFORE THE BALANCE REWRITE IT
      * DESCRIBES, SO AN ABEND CAN ONLY UNDER-POST (THE SAME
      * ORDERING PRINCIPLE AS LEDGERACR'S POST-ONE-ACCRUAL).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-PARM-FILE ASSIGN TO "SYSIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT ADJ-CARD-FILE ASSIGN TO "ADJCARDS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.

           SELECT ADJPEND-FILE ASSIGN TO "ADJPEND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADJ-ID
                  FILE STATUS IS WS-ADJPEND-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LED-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JRN-KEY
                  FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ADJ-REPORT-FILE ASSIGN TO "ADJRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT ADJ-EXCP-FILE ASSIGN TO "ADJEXCP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-EXCP-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-PARM-FILE.
       01  AGING-PARM-RECORD.
           05  PARM-MAX-AGE        PIC 9(03).
           05  FILLER              PIC X(77).

       FD  ADJ-CARD-FILE.
       01  ADJ-CARD-RECORD.
           05  ADC-CARD-TYPE       PIC X(01).
           05  ADC-ADJ-ID          PIC X(08).
           05  ADC-ACCOUNT         PIC X(12).
           05  ADC-ASSET           PIC X(03).
           05  ADC-DRCR            PIC X(01).
           05  ADC-AMOUNT          PIC 9(10)V99.
           05  ADC-OFFSET          PIC X(12).
           05  ADC-REASON          PIC X(03).
           05  ADC-KEYER           PIC X(08).
           05  ADC-APPROVER        PIC X(08).
           05  FILLER              PIC X(12).

       FD  ADJPEND-FILE.
       01  ADJPEND-RECORD.
      *    ONE RECORD PER ADJUSTMENT EVER KEYED - PENDING ITEMS
      *    WAIT HERE FOR RELEASE, AND RELEASED OR CANCELLED ITEMS
      *    STAY ON FILE AS THE RECORD OF WHO KEYED AND WHO
      *    APPROVED EACH CORRECTION. NEVER PRUNED.
           05  ADJ-ID              PIC X(08).
           05  ADJ-ACCOUNT         PIC X(12).
           05  ADJ-ASSET           PIC X(03).
           05  ADJ-DRCR            PIC X(01).
           05  ADJ-AMOUNT          PIC 9(10)V99.
           05  ADJ-OFFSET          PIC X(12).
           05  ADJ-REASON          PIC X(03).
           05  ADJ-KEYER           PIC X(08).
           05  ADJ-APPROVER        PIC X(08).
           05  ADJ-STATUS          PIC X(01).
      *        P = PENDING RELEASE, R = RELEASED AND POSTED,
      *        X = CANCELLED
               88  ADJ-PENDING     VALUE 'P'.
               88  ADJ-RELEASED    VALUE 'R'.
               88  ADJ-CANCELLED   VALUE 'X'.
           05  ADJ-KEY-RUN         PIC 9(06).
           05  ADJ-KEY-DATE        PIC X(08).
           05  ADJ-DONE-RUN        PIC 9(06).
           05  ADJ-DONE-DATE       PIC X(08).
      *        RUN AND BUSINESS DATE OF THE RELEASE OR CANCEL
           05  FILLER              PIC X(04).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LED-KEY.
               10  LED-ACCOUNT     PIC X(12).
               10  LED-ASSET       PIC X(03).
      *            ASSET CODE - ONE ACCOUNT HOLDS A DISTINCT
      *            BALANCE RECORD PER ASSET IT SETTLES
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
      *        PER-TRANSACTION WITHDRAWAL/TRANSFER CEILING - ZERO
      *        MEANS NO PER-ACCOUNT LIMIT IS SET
           05  FILLER              PIC X(40).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
      *    PERMANENT MULTI-DAY POSTING HISTORY - BOTH ADJUSTMENT
      *    LEGS JOURNAL UNDER TYPE 'A', SO HISTORY READERS SEE
      *    CORRECTIONS APART FROM CUSTOMER ACTIVITY AND THE TRIAL
      *    BALANCE CAN PROVE THE TWO SIDES PAIR OFF.
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

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
      *    LEDGRUN STREAM - ALSO THE AGE BASELINE
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  ADJ-REPORT-FILE.
       01  ADJ-REPORT-RECORD      PIC X(132).

       FD  ADJ-EXCP-FILE.
       01  ADJ-EXCP-RECORD        PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-CARD-STATUS         PIC XX.
       01  WS-ADJPEND-STATUS      PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-RUNCTL-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-EXCP-STATUS         PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-RUN-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE            PIC X(08).
       01  WS-RUN-STATUS          PIC X(01).
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-ABEND-STATUS        PIC XX.
       01  WS-ABEND-LINE          PIC X(132).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-JRN-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-JRN-SEQ             PIC 9(06) VALUE ZERO.
       01  WS-MAX-AGE             PIC 9(03) VALUE 003.
       01  WS-ITEM-AGE            PIC S9(06).
       01  WS-CARD-OK-FLAG        PIC X VALUE 'Y'.
       01  WS-CARD-ERROR          PIC X(30).
       01  WS-CARD-ACTION         PIC X(10).
       01  WS-ADJ-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-ADJ-TRX-ID          PIC X(10).
      *    BOTH LEGS OF ONE ADJUSTMENT SHARE THE TRX-ID 'AJ' PLUS
      *    THE ADJUSTMENT ID - UNIQUE FOR ALL TIME BECAUSE ADJPEND
      *    IS KEYED ON THE ID AND NEVER PRUNED
       01  WS-LEG-ACCOUNT         PIC X(12).
       01  WS-LEG-COUNTERPARTY    PIC X(12).
       01  WS-LEG-DRCR            PIC X(01).
       01  WS-LEG-SIDE            PIC X(07).
       01  WS-LEG-DONE-FLAG       PIC X VALUE 'N'.
       01  WS-ACCT-DONE-FLAG      PIC X VALUE 'N'.
       01  WS-OFFS-DONE-FLAG      PIC X VALUE 'N'.
       01  WS-OFFSET-DRCR         PIC X(01).
       01  WS-CARD-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-KEYED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-RELEASED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-CANCELLED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-ALREADY-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-PENDING-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-AGED-COUNT          PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-ADJUST-HEADER
           PERFORM PROCESS-ADJUST-CARDS
           PERFORM LIST-UNRELEASED-ITEMS
           PERFORM WRITE-ADJUST-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           PERFORM READ-AGE-LIMIT
           OPEN INPUT ADJ-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
             MOVE 'ADJCARDS' TO WS-ABEND-FILE-ID
             MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM OPEN-ADJPEND-FILE
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
             MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT ADJ-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'ADJ-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT ADJ-EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
             MOVE 'ADJ-EXCP' TO WS-ABEND-FILE-ID
             MOVE WS-EXCP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM LOAD-RUN-CONTROL.

       READ-AGE-LIMIT.
      *    FILE STATUS 35 (NO SYSIN SUPPLIED) AND A BLANK CARD BOTH
      *    FALL BACK TO THE DEFAULT LIMIT RATHER THAN FAILING THE
      *    RUN OVER A MISSING TUNING PARM (SAME CONVENTION AS
      *    LEDGERUNC'S READ-AGE-LIMIT).
           OPEN INPUT AGING-PARM-FILE
           IF WS-PARM-STATUS = '00'
             READ AGING-PARM-FILE
               AT END CONTINUE
             END-READ
             IF WS-PARM-STATUS = '00'
               AND PARM-MAX-AGE IS NUMERIC
               AND PARM-MAX-AGE > ZERO
               MOVE PARM-MAX-AGE TO WS-MAX-AGE
             END-IF
             CLOSE AGING-PARM-FILE
           ELSE
             IF WS-PARM-STATUS NOT = '35'
               MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       OPEN-ADJPEND-FILE.
      *    NO ADJPEND YET (STATUS 35) MEANS THE FIRST RUN EVER -
      *    CREATE IT. A FILE OPENED OUTPUT IS IN LOAD MODE, WHICH
      *    FORBIDS THE KEYED READS EVERY CARD NEEDS, AND AN EMPTY
      *    KEYED DATASET CANNOT BE OPENED I-O - SO THE NEW FILE IS
      *    PRIMED WITH A SINGLE HIGH-VALUES SENTINEL RECORD AND
      *    REOPENED I-O (SAME CONVENTION AS LEDGERTBL'S PAIR WORK
      *    CLUSTER). THE SENTINEL CAN NEVER MATCH A REAL ID AND THE
      *    AGING SWEEP SKIPS IT.
           OPEN I-O ADJPEND-FILE
           IF WS-ADJPEND-STATUS = '35'
             OPEN OUTPUT ADJPEND-FILE
             IF WS-ADJPEND-STATUS NOT = '00'
               MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE SPACES TO ADJPEND-RECORD
             MOVE HIGH-VALUES TO ADJ-ID
             MOVE ZERO TO ADJ-AMOUNT
             MOVE ZERO TO ADJ-KEY-RUN
             MOVE ZERO TO ADJ-DONE-RUN
             WRITE ADJPEND-RECORD
             IF WS-ADJPEND-STATUS NOT = '00'
               MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             CLOSE ADJPEND-FILE
             OPEN I-O ADJPEND-FILE
           END-IF
           IF WS-ADJPEND-STATUS NOT = '00'
             MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       LOAD-RUN-CONTROL.
      *    THE RUN NUMBER AND BUSINESS DATE COME FROM THE RUN
      *    CONTROL RECORD LEDGERRUN WROTE AT THE TOP OF THE STREAM.
      *    A MISSING OR UNOPENED RUN MEANS THIS STEP IS RUNNING
      *    OUTSIDE AN OPEN LEDGRUN STREAM - STOP.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
             MOVE 'RUNCTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-RUNCTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM READ-RUNCTL-RECORDS
           IF WS-RUN-STATUS NOT = 'O'
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

       WRITE-ADJUST-HEADER.
           STRING 'MANUAL ADJUSTMENTS  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO ADJ-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'UNRELEASED ADJUSTMENTS  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  ' AGE LIMIT: ' WS-MAX-AGE ' RUNS'
                  DELIMITED BY SIZE
                  INTO ADJ-EXCP-RECORD
           PERFORM WRITE-EXCP-LINE.

       PROCESS-ADJUST-CARDS.
           READ ADJ-CARD-FILE
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '10'
             MOVE 'ADJCARDS' TO WS-ABEND-FILE-ID
             MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             ADD 1 TO WS-CARD-COUNT
             PERFORM APPLY-ADJUST-CARD
             READ ADJ-CARD-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-CARD-STATUS NOT = '00'
               AND WS-CARD-STATUS NOT = '10'
               MOVE 'ADJCARDS' TO WS-ABEND-FILE-ID
               MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM.

       APPLY-ADJUST-CARD.
           MOVE 'Y' TO WS-CARD-OK-FLAG
           MOVE SPACES TO WS-CARD-ERROR
           MOVE SPACES TO WS-CARD-ACTION
           IF ADC-ADJ-ID = SPACES
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'ADJUSTMENT ID BLANK' TO WS-CARD-ERROR
           ELSE
             EVALUATE ADC-CARD-TYPE
               WHEN 'K'
                 PERFORM KEY-ADJUSTMENT
               WHEN 'R'
                 PERFORM RELEASE-ADJUSTMENT
               WHEN 'X'
                 PERFORM CANCEL-ADJUSTMENT
               WHEN OTHER
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-ERROR
             END-EVALUATE
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             STRING 'APPLIED: ' ADC-CARD-TYPE
                    ' ID: ' ADC-ADJ-ID
                    ' ' WS-CARD-ACTION
                    ' ACCOUNT: ' ADJ-ACCOUNT
                    ' ' ADJ-ASSET
                    ' ' ADJ-DRCR
                    ' AMT: ' ADJ-AMOUNT
                    ' OFFSET: ' ADJ-OFFSET
                    ' RSN: ' ADJ-REASON
                    ' BY: ' ADJ-KEYER
                    '/' ADJ-APPROVER
                    DELIMITED BY SIZE
                    INTO ADJ-REPORT-RECORD
           ELSE
             ADD 1 TO WS-REJECTED-COUNT
             STRING 'REJECTED: ' ADC-CARD-TYPE
                    ' ID: ' ADC-ADJ-ID
                    ' ACCOUNT: ' ADC-ACCOUNT
                    ' ASSET: ' ADC-ASSET
                    ' - ' WS-CARD-ERROR
                    DELIMITED BY SIZE
                    INTO ADJ-REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * 'K' - QUEUE A NEW ADJUSTMENT FOR RELEASE
      *----------------------------------------------------------
       KEY-ADJUSTMENT.
      *    EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE, SO THE
      *    REPORT CARRIES THE FIRST THING TO FIX (THE LEDGEREDT
      *    VALIDATE-TRANSACTION RULE).
           PERFORM EDIT-KEY-CARD
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM READ-ADJPEND-RECORD
             IF WS-ADJ-FOUND-FLAG = 'Y'
               IF ADJ-KEY-RUN = WS-RUN-NUMBER
      *            ALREADY KEYED BY THIS RUN BEFORE A RESTART -
      *            NOT AN ERROR, AND NOT KEYED A SECOND TIME
                 MOVE 'ALREADY' TO WS-CARD-ACTION
                 ADD 1 TO WS-ALREADY-COUNT
               ELSE
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'ADJUSTMENT ID ALREADY USED' TO WS-CARD-ERROR
               END-IF
             ELSE
               PERFORM WRITE-PENDING-ADJUSTMENT
             END-IF
           END-IF.

       EDIT-KEY-CARD.
           IF ADC-ACCOUNT = SPACES
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'ACCOUNT BLANK' TO WS-CARD-ERROR
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF ADC-ASSET = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'ASSET BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF ADC-DRCR NOT = 'D' AND ADC-DRCR NOT = 'C'
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'DEBIT/CREDIT NOT D/C' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF ADC-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'AMOUNT NOT NUMERIC' TO WS-CARD-ERROR
             ELSE
               IF ADC-AMOUNT = ZERO
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'AMOUNT ZERO' TO WS-CARD-ERROR
               END-IF
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF ADC-OFFSET = SPACES
               OR ADC-OFFSET = ADC-ACCOUNT
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'OFFSET BLANK OR SAME ACCOUNT' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF ADC-REASON = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'REASON CODE BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF ADC-KEYER = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'KEYER ID BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE ADC-ACCOUNT TO LED-ACCOUNT
             MOVE ADC-ASSET TO LED-ASSET
             PERFORM READ-LEDGER-FOR-EDIT
             IF WS-CARD-OK-FLAG = 'N'
               MOVE 'ACCOUNT NOT FOUND' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE ADC-OFFSET TO LED-ACCOUNT
             MOVE ADC-ASSET TO LED-ASSET
             PERFORM READ-LEDGER-FOR-EDIT
             IF WS-CARD-OK-FLAG = 'N'
               MOVE 'OFFSET ACCOUNT NOT FOUND' TO WS-CARD-ERROR
             END-IF
           END-IF.

       READ-LEDGER-FOR-EDIT.
           READ LEDGER-FILE
             INVALID KEY
               MOVE 'N' TO WS-CARD-OK-FLAG
           END-READ
           IF WS-LEDGER-STATUS NOT = '00'
             AND WS-LEDGER-STATUS NOT = '23'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-PENDING-ADJUSTMENT.
      *    THE APPROVER COLUMN OF A 'K' CARD IS NOT TAKEN - THE
      *    RELEASE MUST ARRIVE ON ITS OWN 'R' CARD.
           MOVE SPACES TO ADJPEND-RECORD
           MOVE ADC-ADJ-ID TO ADJ-ID
           MOVE ADC-ACCOUNT TO ADJ-ACCOUNT
           MOVE ADC-ASSET TO ADJ-ASSET
           MOVE ADC-DRCR TO ADJ-DRCR
           MOVE ADC-AMOUNT TO ADJ-AMOUNT
           MOVE ADC-OFFSET TO ADJ-OFFSET
           MOVE ADC-REASON TO ADJ-REASON
           MOVE ADC-KEYER TO ADJ-KEYER
           MOVE SPACES TO ADJ-APPROVER
           MOVE 'P' TO ADJ-STATUS
           MOVE WS-RUN-NUMBER TO ADJ-KEY-RUN
           MOVE WS-RUN-DATE TO ADJ-KEY-DATE
           MOVE ZERO TO ADJ-DONE-RUN
           MOVE SPACES TO ADJ-DONE-DATE
           WRITE ADJPEND-RECORD
           IF WS-ADJPEND-STATUS NOT = '00'
             MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE 'KEYED' TO WS-CARD-ACTION
           ADD 1 TO WS-KEYED-COUNT.

       READ-ADJPEND-RECORD.
           MOVE 'N' TO WS-ADJ-FOUND-FLAG
           MOVE ADC-ADJ-ID TO ADJ-ID
           READ ADJPEND-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-ADJ-FOUND-FLAG
           END-READ
           IF WS-ADJPEND-STATUS NOT = '00'
             AND WS-ADJPEND-STATUS NOT = '23'
             MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

      *----------------------------------------------------------
      * 'R' - RELEASE A PENDING ADJUSTMENT AND POST BOTH LEGS
      *----------------------------------------------------------
       RELEASE-ADJUSTMENT.
           PERFORM READ-ADJPEND-RECORD
           IF WS-ADJ-FOUND-FLAG = 'N'
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'ADJUSTMENT NOT ON FILE' TO WS-CARD-ERROR
           ELSE
             IF ADJ-RELEASED AND ADJ-DONE-RUN = WS-RUN-NUMBER
      *          RELEASED BY THIS RUN BEFORE A RESTART - ALREADY
      *          POSTED, NOTHING MORE TO DO
               MOVE 'ALREADY' TO WS-CARD-ACTION
               ADD 1 TO WS-ALREADY-COUNT
             ELSE
               IF NOT ADJ-PENDING
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'ADJUSTMENT NOT PENDING' TO WS-CARD-ERROR
               ELSE
                 PERFORM CHECK-RELEASE-APPROVER
                 IF WS-CARD-OK-FLAG = 'Y'
                   PERFORM CHECK-RELEASE-ACCOUNTS
                 END-IF
                 IF WS-CARD-OK-FLAG = 'Y'
                   PERFORM POST-ADJUSTMENT
                 END-IF
               END-IF
             END-IF
           END-IF.

       CHECK-RELEASE-APPROVER.
      *    THE WHOLE POINT OF THE CONTROL - THE PERSON RELEASING
      *    MUST BE NAMED AND MUST NOT BE THE PERSON WHO KEYED IT.
           IF ADC-APPROVER = SPACES
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'APPROVER ID BLANK' TO WS-CARD-ERROR
           ELSE
             IF ADC-APPROVER = ADJ-KEYER
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'APPROVER SAME AS KEYER' TO WS-CARD-ERROR
             END-IF
           END-IF.

       CHECK-RELEASE-ACCOUNTS.
      *    A LEG ALREADY JOURNALLED TODAY (AN ABENDED RELEASE
      *    BEING RESTARTED) HAS ALREADY MOVED ITS BALANCE, SO ONLY
      *    THE LEGS STILL TO POST ARE CHECKED.
           MOVE SPACES TO WS-ADJ-TRX-ID
           STRING 'AJ' ADJ-ID
                  DELIMITED BY SIZE
                  INTO WS-ADJ-TRX-ID
           IF ADJ-DRCR = 'D'
             MOVE 'C' TO WS-OFFSET-DRCR
           ELSE
             MOVE 'D' TO WS-OFFSET-DRCR
           END-IF
           MOVE ADJ-ACCOUNT TO WS-LEG-ACCOUNT
           PERFORM CHECK-LEG-JOURNALLED
           MOVE WS-LEG-DONE-FLAG TO WS-ACCT-DONE-FLAG
           IF WS-ACCT-DONE-FLAG = 'N'
             MOVE ADJ-DRCR TO WS-LEG-DRCR
             MOVE 'ACCOUNT' TO WS-LEG-SIDE
             PERFORM CHECK-ONE-LEG-ACCOUNT
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE ADJ-OFFSET TO WS-LEG-ACCOUNT
             PERFORM CHECK-LEG-JOURNALLED
             MOVE WS-LEG-DONE-FLAG TO WS-OFFS-DONE-FLAG
             IF WS-OFFS-DONE-FLAG = 'N'
               MOVE WS-OFFSET-DRCR TO WS-LEG-DRCR
               MOVE 'OFFSET' TO WS-LEG-SIDE
               PERFORM CHECK-ONE-LEG-ACCOUNT
             END-IF
           END-IF.

       CHECK-ONE-LEG-ACCOUNT.
           MOVE WS-LEG-ACCOUNT TO LED-ACCOUNT
           MOVE ADJ-ASSET TO LED-ASSET
           READ LEDGER-FILE
             INVALID KEY
               MOVE 'N' TO WS-CARD-OK-FLAG
               STRING WS-LEG-SIDE DELIMITED BY SPACE
                      ' NOT FOUND' DELIMITED BY SIZE
                      INTO WS-CARD-ERROR
             NOT INVALID KEY
               IF LED-CLOSED
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 STRING WS-LEG-SIDE DELIMITED BY SPACE
                        ' CLOSED' DELIMITED BY SIZE
                        INTO WS-CARD-ERROR
               ELSE
                 IF WS-LEG-DRCR = 'D'
                   AND LED-ACCT-TYPE NOT = 'HS'
                   AND LED-BALANCE < ADJ-AMOUNT
                   MOVE 'N' TO WS-CARD-OK-FLAG
                   STRING WS-LEG-SIDE DELIMITED BY SPACE
                          ' WOULD GO NEGATIVE' DELIMITED BY SIZE
                          INTO WS-CARD-ERROR
                 END-IF
               END-IF
           END-READ
           IF WS-LEDGER-STATUS NOT = '00'
             AND WS-LEDGER-STATUS NOT = '23'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       CHECK-LEG-JOURNALLED.
      *    A TYPE 'A' LEG WITH THIS ADJUSTMENT'S TRX-ID ALREADY
      *    JOURNALLED TO THE LEG ACCOUNT UNDER TODAY'S BUSINESS
      *    DATE MEANS A PRIOR (ABENDED) PASS POSTED IT. THE WALK IS
      *    THE USUAL START AT ACCOUNT/DATE, STOP WHEN EITHER
      *    CHANGES (LEDGERACR'S CHECK-ALREADY-ACCRUED).
           MOVE 'N' TO WS-LEG-DONE-FLAG
           MOVE 'N' TO WS-JRN-EOF-FLAG
           MOVE WS-LEG-ACCOUNT TO JRN-ACCOUNT
           MOVE WS-RUN-DATE TO JRN-DATE
           MOVE ZERO TO JRN-SEQ
           START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
             INVALID KEY MOVE 'Y' TO WS-JRN-EOF-FLAG
           END-START
           IF WS-JOURNAL-STATUS NOT = '00'
             AND WS-JOURNAL-STATUS NOT = '23'
             MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-JRN-EOF-FLAG = 'Y'
             READ JOURNAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-JRN-EOF-FLAG
             END-READ
             IF WS-JOURNAL-STATUS NOT = '00'
               AND WS-JOURNAL-STATUS NOT = '10'
               MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-JRN-EOF-FLAG NOT = 'Y'
               IF JRN-ACCOUNT NOT = WS-LEG-ACCOUNT
                 OR JRN-DATE NOT = WS-RUN-DATE
                 MOVE 'Y' TO WS-JRN-EOF-FLAG
               ELSE
                 IF JRN-TYPE = 'A'
                   AND JRN-TRX-ID = WS-ADJ-TRX-ID
                   AND JRN-ASSET = ADJ-ASSET
                   MOVE 'Y' TO WS-LEG-DONE-FLAG
                   MOVE 'Y' TO WS-JRN-EOF-FLAG
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       POST-ADJUSTMENT.
      *    ACCOUNT LEG FIRST, THEN THE OFFSET LEG, EACH JOURNALLED
      *    BEFORE ITS OWN BALANCE REWRITE. THE ADJPEND RECORD IS
      *    MARKED RELEASED ONLY AFTER BOTH LEGS ARE ON, SO A
      *    RESTART FINDS IT STILL PENDING AND FINISHES WHATEVER
      *    LEG THE ABEND CUT OFF.
           IF WS-ACCT-DONE-FLAG = 'N'
             MOVE ADJ-ACCOUNT TO WS-LEG-ACCOUNT
             MOVE ADJ-OFFSET TO WS-LEG-COUNTERPARTY
             MOVE ADJ-DRCR TO WS-LEG-DRCR
             PERFORM POST-ONE-ADJUST-LEG
           END-IF
           IF WS-OFFS-DONE-FLAG = 'N'
             MOVE ADJ-OFFSET TO WS-LEG-ACCOUNT
             MOVE ADJ-ACCOUNT TO WS-LEG-COUNTERPARTY
             MOVE WS-OFFSET-DRCR TO WS-LEG-DRCR
             PERFORM POST-ONE-ADJUST-LEG
           END-IF
           MOVE ADC-APPROVER TO ADJ-APPROVER
           MOVE 'R' TO ADJ-STATUS
           MOVE WS-RUN-NUMBER TO ADJ-DONE-RUN
           MOVE WS-RUN-DATE TO ADJ-DONE-DATE
           PERFORM REWRITE-ADJPEND-RECORD
           MOVE 'RELEASED' TO WS-CARD-ACTION
           ADD 1 TO WS-RELEASED-COUNT.

       POST-ONE-ADJUST-LEG.
           MOVE WS-LEG-ACCOUNT TO JRN-ACCOUNT
           MOVE WS-LEG-DRCR TO JRN-DRCR
           MOVE WS-LEG-COUNTERPARTY TO JRN-COUNTERPARTY
           PERFORM WRITE-ADJUST-JOURNAL-LEG
           MOVE WS-LEG-ACCOUNT TO LED-ACCOUNT
           MOVE ADJ-ASSET TO LED-ASSET
           READ LEDGER-FILE
             INVALID KEY
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
           END-READ
           IF WS-LEDGER-STATUS NOT = '00'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF WS-LEG-DRCR = 'C'
             ADD ADJ-AMOUNT TO LED-BALANCE
           ELSE
             SUBTRACT ADJ-AMOUNT FROM LED-BALANCE
           END-IF
           REWRITE LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = '00'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-ADJUST-JOURNAL-LEG.
      *    BOTH LEGS JOURNAL UNDER TYPE 'A' WITH THE ADJUSTMENT'S
      *    SHARED TRX-ID. THE SEQUENCE NUMBER RESTARTS AT ZERO EACH
      *    INVOCATION, SO STATUS 22 JUST MEANS THAT SLOT IS TAKEN -
      *    STEP PAST IT UNTIL A FREE SEQUENCE IS FOUND (SAME
      *    CONVENTION AS LEDGERUPD'S WRITE-JOURNAL-KEYED).
           MOVE WS-RUN-DATE TO JRN-DATE
           MOVE ADJ-ASSET TO JRN-ASSET
           MOVE WS-ADJ-TRX-ID TO JRN-TRX-ID
           MOVE 'A' TO JRN-TYPE
           MOVE ADJ-AMOUNT TO JRN-AMOUNT
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-JRN-SEQ TO JRN-SEQ
           WRITE JOURNAL-RECORD
           PERFORM UNTIL WS-JOURNAL-STATUS NOT = '22'
             ADD 1 TO WS-JRN-SEQ
             MOVE WS-JRN-SEQ TO JRN-SEQ
             WRITE JOURNAL-RECORD
           END-PERFORM
           IF WS-JOURNAL-STATUS NOT = '00'
             MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       REWRITE-ADJPEND-RECORD.
           REWRITE ADJPEND-RECORD
           IF WS-ADJPEND-STATUS NOT = '00'
             MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

      *----------------------------------------------------------
      * 'X' - CANCEL A PENDING ADJUSTMENT
      *----------------------------------------------------------
       CANCEL-ADJUSTMENT.
      *    A CANCEL POSTS NOTHING, SO ANYONE NAMED MAY MAKE IT -
      *    INCLUDING THE KEYER WITHDRAWING THEIR OWN MISTAKE.
           PERFORM READ-ADJPEND-RECORD
           IF WS-ADJ-FOUND-FLAG = 'N'
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'ADJUSTMENT NOT ON FILE' TO WS-CARD-ERROR
           ELSE
             IF ADJ-CANCELLED AND ADJ-DONE-RUN = WS-RUN-NUMBER
               MOVE 'ALREADY' TO WS-CARD-ACTION
               ADD 1 TO WS-ALREADY-COUNT
             ELSE
               IF NOT ADJ-PENDING
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'ADJUSTMENT NOT PENDING' TO WS-CARD-ERROR
               ELSE
                 IF ADC-APPROVER = SPACES
                   MOVE 'N' TO WS-CARD-OK-FLAG
                   MOVE 'CANCELLED-BY ID BLANK' TO WS-CARD-ERROR
                 ELSE
                   MOVE ADC-APPROVER TO ADJ-APPROVER
                   MOVE 'X' TO ADJ-STATUS
                   MOVE WS-RUN-NUMBER TO ADJ-DONE-RUN
                   MOVE WS-RUN-DATE TO ADJ-DONE-DATE
                   PERFORM REWRITE-ADJPEND-RECORD
                   MOVE 'CANCELLED' TO WS-CARD-ACTION
                   ADD 1 TO WS-CANCELLED-COUNT
                 END-IF
               END-IF
             END-IF
           END-IF.

      *----------------------------------------------------------
      * AGE EVERY ITEM STILL WAITING FOR RELEASE
      *----------------------------------------------------------
       LIST-UNRELEASED-ITEMS.
      *    ADJPEND IS KEYED BY ADJUSTMENT ID, NOT AGE, SO THE AGING
      *    PASS IS A FULL SWEEP. THE HIGH-VALUES SENTINEL PRIMED ON
      *    THE FIRST RUN SORTS LAST AND IS SKIPPED.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO ADJ-ID
           START ADJPEND-FILE KEY IS NOT LESS THAN ADJ-ID
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-ADJPEND-STATUS NOT = '00'
             AND WS-ADJPEND-STATUS NOT = '23'
             MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ ADJPEND-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-ADJPEND-STATUS NOT = '00'
               AND WS-ADJPEND-STATUS NOT = '10'
               MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND ADJ-ID NOT = HIGH-VALUES
               AND ADJ-PENDING
               PERFORM AGE-ONE-ADJUSTMENT
             END-IF
           END-PERFORM.

       AGE-ONE-ADJUSTMENT.
           ADD 1 TO WS-PENDING-COUNT
           COMPUTE WS-ITEM-AGE = WS-RUN-NUMBER - ADJ-KEY-RUN
           IF WS-ITEM-AGE > WS-MAX-AGE
             ADD 1 TO WS-AGED-COUNT
             STRING 'UNRELEASED: ' ADJ-ID
                    ' ' ADJ-ACCOUNT
                    ' ' ADJ-ASSET
                    ' ' ADJ-DRCR
                    ' ' ADJ-AMOUNT
                    ' OFFSET: ' ADJ-OFFSET
                    ' RSN: ' ADJ-REASON
                    ' KEYER: ' ADJ-KEYER
                    ' KEYED: ' ADJ-KEY-DATE
                    ' AGE: ' WS-ITEM-AGE
                    DELIMITED BY SIZE
                    INTO ADJ-EXCP-RECORD
             PERFORM WRITE-EXCP-LINE
           END-IF.

       WRITE-ADJUST-SUMMARY.
           STRING 'SUMMARY - CARDS: ' WS-CARD-COUNT
                  ' KEYED: ' WS-KEYED-COUNT
                  ' RELEASED: ' WS-RELEASED-COUNT
                  ' CANCELLED: ' WS-CANCELLED-COUNT
                  ' REJECTED: ' WS-REJECTED-COUNT
                  ' ALREADY APPLIED: ' WS-ALREADY-COUNT
                  DELIMITED BY SIZE
                  INTO ADJ-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'SUMMARY - STILL PENDING: ' WS-PENDING-COUNT
                  ' OVER LIMIT: ' WS-AGED-COUNT
                  DELIMITED BY SIZE
                  INTO ADJ-EXCP-RECORD
           PERFORM WRITE-EXCP-LINE.

       WRITE-REPORT-LINE.
           WRITE ADJ-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'ADJ-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO ADJ-REPORT-RECORD.

       WRITE-EXCP-LINE.
           WRITE ADJ-EXCP-RECORD
           IF WS-EXCP-STATUS NOT = '00'
             MOVE 'ADJ-EXCP' TO WS-ABEND-FILE-ID
             MOVE WS-EXCP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO ADJ-EXCP-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           CLOSE ADJ-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE ADJCARDS STATUS ' WS-CARD-STATUS
           END-IF
           CLOSE ADJPEND-FILE
           IF WS-ADJPEND-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE ADJPEND-FILE STATUS'
               ' ' WS-ADJPEND-STATUS
           END-IF
           CLOSE LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE LEDGER-FILE STATUS'
               ' ' WS-LEDGER-STATUS
           END-IF
           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE JOURNAL-FILE STATUS'
               ' ' WS-JOURNAL-STATUS
           END-IF
           CLOSE ADJ-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE ADJ-REPORT STATUS'
               ' ' WS-REPORT-STATUS
           END-IF
           CLOSE ADJ-EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE ADJ-EXCP STATUS'
               ' ' WS-EXCP-STATUS
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
           STRING 'LEDGERADJ ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
