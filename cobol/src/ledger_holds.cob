       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERHLD.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Funds Hold Maintenance Program
      * Places, changes and releases holds that ring-fence part of
      * an account's balance in one asset - for a legal order, a
      * dispute, or a withdrawal the wallet desk has not yet sent -
      * without the full LEDGERMNT freeze, which also blocks
      * deposits. HOLDS ARE KEPT ON THE PERMANENT KEYED HOLDS FILE
      * (ACCOUNT/ASSET/HOLD NUMBER). LEDGERUPD'S APPLY-DEBIT TESTS
      * FUNDS AGAINST THE BALANCE LESS EVERY ACTIVE HOLD AND
      * REJECTS A DEBIT THAT WOULD DIP INTO HELD FUNDS WITH REASON
      * 'HLD'; LEDGERINQ AND LEDGERSTM SHOW LEDGER BALANCE, TOTAL
      * HELD AND AVAILABLE BALANCE SIDE BY SIDE.
      *
      * A HOLD IS ACTIVE WHILE ITS STATUS IS 'A' AND THE BUSINESS
      * DATE HAS NOT REACHED ITS EXPIRY DATE - IT DROPS OFF ON THE
      * EXPIRY DATE ITSELF. EVERY PROGRAM READING HOLDS APPLIES
      * THAT SAME DATE TEST, SO AN EXPIRED HOLD NEVER BLOCKS A
      * POSTING EVEN BEFORE THIS JOB'S SWEEP HAS MARKED IT 'E'.
      * A BLANK EXPIRY DATE MEANS THE HOLD STAYS UNTIL RELEASED.
      *
      * HLDCARDS CARD LAYOUT:
      *   COL  1      CARD TYPE:
      *                 P = PLACE A NEW HOLD (ALL FIELDS; EXPIRY
      *                     OPTIONAL)
      *                 C = CHANGE AN ACTIVE HOLD - A NON-ZERO
      *                     AMOUNT, NON-BLANK REASON OR EXPIRY
      *                     REPLACES THE FIELD ON FILE; BLANK OR
      *                     ZERO LEAVES IT AS IS
      *                 L = RELEASE AN ACTIVE HOLD
      *   COLS  2-13  ACCOUNT NUMBER
      *   COLS 14-16  ASSET CODE
      *   COLS 17-22  HOLD NUMBER - UNIQUE WITHIN ACCOUNT/ASSET
      *   COLS 23-34  AMOUNT (12 DIGITS, LAST TWO ARE CENTS)
      *   COLS 35-37  REASON CODE (E.G. LEG, DSP, WDL)
      *   COLS 38-45  EXPIRY DATE (YYYYMMDD) - BLANK = NO EXPIRY
      *   COLS 46-53  REQUESTER ID
      * EVERY CARD IS REPORTED AS APPLIED OR REJECTED ON HLDRPT,
      * FOLLOWED BY THE HOLDS THAT EXPIRED TODAY.
      *
      * TWO WAYS TO RUN:
      *   - IN THE LEDGRUN STREAM (STEP018), WHILE THE RUNCTL RUN
      *     IS OPEN ('O') - CARDS ARE DATED WITH THE RUN'S BUSINESS
      *     DATE AND STAMPED WITH ITS RUN NUMBER, THEN THE EXPIRY
      *     SWEEP RUNS
      *   - ON ITS OWN FROM THE LEDGHLD JOB BETWEEN RUNS (RUNCTL
      *     COMPLETE, BACKED OUT OR NOT YET CREATED) - CARDS ARE
      *     DATED FROM THE CLOCK AND STAMPED RUN ZERO, THE SAME AS
      *     LEDGERMNT AND LEDGERSIM, SO A LEGAL ORDER NEED NOT WAIT
      *     FOR TONIGHT'S RUN. THE EXPIRY SWEEP IS LEFT TO THE
      *     STREAM, WHICH DATES IT WITH THE BUSINESS DATE.
      *
      * RESTART-SAFE: A 'P' OR 'L' CARD ALREADY APPLIED UNDER THIS
      * RUN NUMBER AND DATE IS REPORTED 'ALREADY' AND NOT APPLIED
      * TWICE; A 'C' CARD REPLACES FIELDS AND SO IS SAFE TO APPLY
      * AGAIN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CARD-FILE ASSIGN TO "HLDCARDS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS WS-HOLDS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LED-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HOLD-REPORT-FILE ASSIGN TO "HLDRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-CARD-FILE.
       01  HOLD-CARD-RECORD.
           05  HDC-CARD-TYPE       PIC X(01).
           05  HDC-ACCOUNT         PIC X(12).
           05  HDC-ASSET           PIC X(03).
           05  HDC-HOLD-NUMBER     PIC X(06).
           05  HDC-AMOUNT          PIC 9(10)V99.
           05  HDC-AMOUNT-X REDEFINES HDC-AMOUNT
                                   PIC X(12).
           05  HDC-REASON          PIC X(03).
           05  HDC-EXPIRY-DATE     PIC X(08).
           05  HDC-REQUESTER       PIC X(08).
           05  FILLER              PIC X(27).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
      *    ONE RECORD PER HOLD EVER PLACED - RELEASED AND EXPIRED
      *    HOLDS STAY ON FILE AS THE HISTORY OF WHO HELD WHAT
           05  HLD-KEY.
               10  HLD-ACCOUNT     PIC X(12).
               10  HLD-ASSET       PIC X(03).
               10  HLD-NUMBER      PIC X(06).
           05  HLD-AMOUNT          PIC 9(10)V99.
           05  HLD-REASON          PIC X(03).
           05  HLD-PLACED-DATE     PIC X(08).
           05  HLD-EXPIRY-DATE     PIC X(08).
      *        SPACES = NO EXPIRY, HELD UNTIL RELEASED
           05  HLD-STATUS          PIC X(01).
      *        A = ACTIVE, R = RELEASED, E = EXPIRED
           05  HLD-PLACED-BY       PIC X(08).
           05  HLD-CHANGED-BY      PIC X(08).
      *        WHO LAST CHANGED OR RELEASED IT
           05  HLD-LAST-RUN        PIC 9(06).
      *        THE RUN THAT LAST PLACED, CHANGED, RELEASED OR
      *        EXPIRED IT
           05  HLD-END-DATE        PIC X(08).
      *        BUSINESS DATE IT WAS RELEASED OR EXPIRED
           05  FILLER              PIC X(07).

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

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
      *    LEDGRUN STREAM
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-RECORD     PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS         PIC XX.
       01  WS-HOLDS-STATUS        PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-RUNCTL-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-RUN-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE            PIC X(08).
       01  WS-RUN-STATUS          PIC X(01).
       01  WS-IN-STREAM-FLAG      PIC X VALUE 'Y'.
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-ABEND-STATUS        PIC XX.
       01  WS-ABEND-LINE          PIC X(132).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-CARD-OK-FLAG        PIC X VALUE 'Y'.
       01  WS-CARD-ERROR          PIC X(30).
       01  WS-CARD-ACTION         PIC X(10).
       01  WS-HOLD-FOUND-FLAG     PIC X VALUE 'N'.
       01  WS-CARD-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-PLACED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-CHANGED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-RELEASED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-ALREADY-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-EXPIRED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-ACTIVE-COUNT        PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-HOLD-HEADER
           PERFORM PROCESS-HOLD-CARDS
           IF WS-IN-STREAM-FLAG = 'Y'
             PERFORM EXPIRE-HOLDS
           END-IF
           PERFORM WRITE-HOLD-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           OPEN INPUT HOLD-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
             MOVE 'HLDCARDS' TO WS-ABEND-FILE-ID
             MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM OPEN-HOLDS-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT HOLD-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'HOLD-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM LOAD-RUN-CONTROL.

       OPEN-HOLDS-FILE.
      *    NO HOLDS FILE YET (STATUS 35) MEANS THE FIRST RUN EVER -
      *    CREATE IT. A FILE OPENED OUTPUT IS IN LOAD MODE, WHICH
      *    FORBIDS THE KEYED READS THE CARDS NEED, AND AN EMPTY
      *    KEYED DATASET CANNOT BE OPENED I-O - SO THE NEW FILE IS
      *    PRIMED WITH A SINGLE HIGH-VALUES SENTINEL RECORD AND
      *    REOPENED I-O (SAME CONVENTION AS LEDGERADJ'S ADJPEND).
      *    THE SENTINEL CARRIES STATUS 'R', SO NO PROGRAM EVER
      *    COUNTS IT AS A HOLD.
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = '35'
             OPEN OUTPUT HOLDS-FILE
             IF WS-HOLDS-STATUS NOT = '00'
               MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE SPACES TO HOLDS-RECORD
             MOVE HIGH-VALUES TO HLD-KEY
             MOVE ZERO TO HLD-AMOUNT
             MOVE 'R' TO HLD-STATUS
             MOVE ZERO TO HLD-LAST-RUN
             WRITE HOLDS-RECORD
             IF WS-HOLDS-STATUS NOT = '00'
               MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             CLOSE HOLDS-FILE
             OPEN I-O HOLDS-FILE
           END-IF
           IF WS-HOLDS-STATUS NOT = '00'
             MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       LOAD-RUN-CONTROL.
      *    THE RUN NUMBER AND BUSINESS DATE COME FROM THE RUN
      *    CONTROL RECORD LEDGERRUN WROTE AT THE TOP OF THE STREAM.
      *    NO RUNCTL YET (STATUS 35) OR A RUN NOT OPEN MEANS THE
      *    LEDGHLD JOB IS RUNNING BETWEEN RUNS - THE CARDS TAKE
      *    THE CLOCK DATE AND RUN NUMBER ZERO (THE MSTHIST
      *    CONVENTION FOR A CHANGE MADE OUTSIDE THE LEDGRUN STREAM).
           MOVE 'N' TO WS-RUN-STATUS
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
             AND WS-RUNCTL-STATUS NOT = '35'
             MOVE 'RUNCTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-RUNCTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF WS-RUNCTL-STATUS = '00'
             PERFORM READ-RUNCTL-RECORDS
             CLOSE RUNCTL-FILE
           END-IF
           IF WS-RUN-STATUS NOT = 'O'
             MOVE 'N' TO WS-IN-STREAM-FLAG
             MOVE ZERO TO WS-RUN-NUMBER
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

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

       WRITE-HOLD-HEADER.
           IF WS-IN-STREAM-FLAG = 'Y'
             STRING 'FUNDS HOLD MAINTENANCE  RUN: ' WS-RUN-NUMBER
                    ' BUSINESS DATE: ' WS-RUN-DATE
                    DELIMITED BY SIZE
                    INTO HOLD-REPORT-RECORD
           ELSE
             STRING 'FUNDS HOLD MAINTENANCE  BETWEEN RUNS'
                    '  DATE: ' WS-RUN-DATE
                    '  - NO EXPIRY SWEEP'
                    DELIMITED BY SIZE
                    INTO HOLD-REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PROCESS-HOLD-CARDS.
           READ HOLD-CARD-FILE
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '10'
             MOVE 'HLDCARDS' TO WS-ABEND-FILE-ID
             MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             ADD 1 TO WS-CARD-COUNT
             PERFORM APPLY-HOLD-CARD
             READ HOLD-CARD-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-CARD-STATUS NOT = '00'
               AND WS-CARD-STATUS NOT = '10'
               MOVE 'HLDCARDS' TO WS-ABEND-FILE-ID
               MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM.

       APPLY-HOLD-CARD.
           MOVE 'Y' TO WS-CARD-OK-FLAG
           MOVE SPACES TO WS-CARD-ERROR
           MOVE SPACES TO WS-CARD-ACTION
           IF HDC-ACCOUNT = SPACES
             OR HDC-ASSET = SPACES
             OR HDC-HOLD-NUMBER = SPACES
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'ACCOUNT/ASSET/HOLD NO BLANK' TO WS-CARD-ERROR
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF HDC-REQUESTER = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'REQUESTER ID BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             EVALUATE HDC-CARD-TYPE
               WHEN 'P'
                 PERFORM PLACE-HOLD
               WHEN 'C'
                 PERFORM CHANGE-HOLD
               WHEN 'L'
                 PERFORM RELEASE-HOLD
               WHEN OTHER
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-ERROR
             END-EVALUATE
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             STRING 'APPLIED: ' HDC-CARD-TYPE
                    ' ' WS-CARD-ACTION
                    ' ACCOUNT: ' HLD-ACCOUNT
                    ' ' HLD-ASSET
                    ' HOLD: ' HLD-NUMBER
                    ' AMT: ' HLD-AMOUNT
                    ' RSN: ' HLD-REASON
                    ' EXPIRES: ' HLD-EXPIRY-DATE
                    ' BY: ' HDC-REQUESTER
                    DELIMITED BY SIZE
                    INTO HOLD-REPORT-RECORD
           ELSE
             ADD 1 TO WS-REJECTED-COUNT
             STRING 'REJECTED: ' HDC-CARD-TYPE
                    ' ACCOUNT: ' HDC-ACCOUNT
                    ' ASSET: ' HDC-ASSET
                    ' HOLD: ' HDC-HOLD-NUMBER
                    ' BY: ' HDC-REQUESTER
                    ' - ' WS-CARD-ERROR
                    DELIMITED BY SIZE
                    INTO HOLD-REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE.

       READ-HOLD-RECORD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG
           MOVE HDC-ACCOUNT TO HLD-ACCOUNT
           MOVE HDC-ASSET TO HLD-ASSET
           MOVE HDC-HOLD-NUMBER TO HLD-NUMBER
           READ HOLDS-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-HOLD-FOUND-FLAG
           END-READ
           IF WS-HOLDS-STATUS NOT = '00'
             AND WS-HOLDS-STATUS NOT = '23'
             MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

      *----------------------------------------------------------
      * 'P' - PLACE A NEW HOLD
      *----------------------------------------------------------
       PLACE-HOLD.
      *    EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE, SO THE
      *    REPORT CARRIES THE FIRST THING TO FIX (THE LEDGEREDT
      *    VALIDATE-TRANSACTION RULE).
           IF HDC-AMOUNT IS NOT NUMERIC
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'AMOUNT NOT NUMERIC' TO WS-CARD-ERROR
           ELSE
             IF HDC-AMOUNT = ZERO
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'AMOUNT ZERO' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF HDC-REASON = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'REASON CODE BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM EDIT-EXPIRY-DATE
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE HDC-ACCOUNT TO LED-ACCOUNT
             MOVE HDC-ASSET TO LED-ASSET
             READ LEDGER-FILE
               INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'ACCOUNT NOT FOUND' TO WS-CARD-ERROR
               NOT INVALID KEY
                 IF LED-CLOSED
                   MOVE 'N' TO WS-CARD-OK-FLAG
                   MOVE 'ACCOUNT CLOSED' TO WS-CARD-ERROR
                 END-IF
             END-READ
             IF WS-LEDGER-STATUS NOT = '00'
               AND WS-LEDGER-STATUS NOT = '23'
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM READ-HOLD-RECORD
             IF WS-HOLD-FOUND-FLAG = 'Y'
               IF HLD-LAST-RUN = WS-RUN-NUMBER
                 AND HLD-PLACED-DATE = WS-RUN-DATE
      *            ALREADY PLACED BY THIS RUN BEFORE A RESTART -
      *            NOT AN ERROR, AND NOT PLACED A SECOND TIME
                 MOVE 'ALREADY' TO WS-CARD-ACTION
                 ADD 1 TO WS-ALREADY-COUNT
               ELSE
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'HOLD NUMBER ALREADY USED' TO WS-CARD-ERROR
               END-IF
             ELSE
               PERFORM WRITE-NEW-HOLD
             END-IF
           END-IF.

       EDIT-EXPIRY-DATE.
      *    AN EXPIRY ON OR BEFORE TODAY WOULD NEVER BE IN FORCE
           IF HDC-EXPIRY-DATE NOT = SPACES
             IF HDC-EXPIRY-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-CARD-ERROR
             ELSE
               IF HDC-EXPIRY-DATE NOT > WS-RUN-DATE
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'EXPIRY DATE NOT AFTER TODAY' TO WS-CARD-ERROR
               END-IF
             END-IF
           END-IF.

       WRITE-NEW-HOLD.
           MOVE SPACES TO HOLDS-RECORD
           MOVE HDC-ACCOUNT TO HLD-ACCOUNT
           MOVE HDC-ASSET TO HLD-ASSET
           MOVE HDC-HOLD-NUMBER TO HLD-NUMBER
           MOVE HDC-AMOUNT TO HLD-AMOUNT
           MOVE HDC-REASON TO HLD-REASON
           MOVE WS-RUN-DATE TO HLD-PLACED-DATE
           MOVE HDC-EXPIRY-DATE TO HLD-EXPIRY-DATE
           MOVE 'A' TO HLD-STATUS
           MOVE HDC-REQUESTER TO HLD-PLACED-BY
           MOVE SPACES TO HLD-CHANGED-BY
           MOVE WS-RUN-NUMBER TO HLD-LAST-RUN
           MOVE SPACES TO HLD-END-DATE
           WRITE HOLDS-RECORD
           IF WS-HOLDS-STATUS NOT = '00'
             MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE 'PLACED' TO WS-CARD-ACTION
           ADD 1 TO WS-PLACED-COUNT.

      *----------------------------------------------------------
      * 'C' - CHANGE AN ACTIVE HOLD
      *----------------------------------------------------------
       CHANGE-HOLD.
           IF HDC-AMOUNT-X NOT = SPACES
             AND HDC-AMOUNT IS NOT NUMERIC
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'AMOUNT NOT NUMERIC' TO WS-CARD-ERROR
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM EDIT-EXPIRY-DATE
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM READ-HOLD-RECORD
             IF WS-HOLD-FOUND-FLAG = 'N'
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'HOLD NOT ON FILE' TO WS-CARD-ERROR
             ELSE
               IF HLD-STATUS NOT = 'A'
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'HOLD NOT ACTIVE' TO WS-CARD-ERROR
               END-IF
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF HDC-AMOUNT-X NOT = SPACES
               AND HDC-AMOUNT > ZERO
               MOVE HDC-AMOUNT TO HLD-AMOUNT
             END-IF
             IF HDC-REASON NOT = SPACES
               MOVE HDC-REASON TO HLD-REASON
             END-IF
             IF HDC-EXPIRY-DATE NOT = SPACES
               MOVE HDC-EXPIRY-DATE TO HLD-EXPIRY-DATE
             END-IF
             MOVE HDC-REQUESTER TO HLD-CHANGED-BY
             MOVE WS-RUN-NUMBER TO HLD-LAST-RUN
             PERFORM REWRITE-HOLD-RECORD
             MOVE 'CHANGED' TO WS-CARD-ACTION
             ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      *----------------------------------------------------------
      * 'L' - RELEASE AN ACTIVE HOLD
      *----------------------------------------------------------
       RELEASE-HOLD.
           PERFORM READ-HOLD-RECORD
           IF WS-HOLD-FOUND-FLAG = 'N'
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'HOLD NOT ON FILE' TO WS-CARD-ERROR
           ELSE
             IF HLD-STATUS = 'R'
               AND HLD-LAST-RUN = WS-RUN-NUMBER
               AND HLD-END-DATE = WS-RUN-DATE
      *          ALREADY RELEASED BY THIS RUN BEFORE A RESTART
               MOVE 'ALREADY' TO WS-CARD-ACTION
               ADD 1 TO WS-ALREADY-COUNT
             ELSE
               IF HLD-STATUS NOT = 'A'
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'HOLD NOT ACTIVE' TO WS-CARD-ERROR
               ELSE
                 MOVE 'R' TO HLD-STATUS
                 MOVE HDC-REQUESTER TO HLD-CHANGED-BY
                 MOVE WS-RUN-NUMBER TO HLD-LAST-RUN
                 MOVE WS-RUN-DATE TO HLD-END-DATE
                 PERFORM REWRITE-HOLD-RECORD
                 MOVE 'RELEASED' TO WS-CARD-ACTION
                 ADD 1 TO WS-RELEASED-COUNT
               END-IF
             END-IF
           END-IF.

       REWRITE-HOLD-RECORD.
           REWRITE HOLDS-RECORD
           IF WS-HOLDS-STATUS NOT = '00'
             MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

      *----------------------------------------------------------
      * EXPIRY SWEEP - MARK EVERY HOLD WHOSE DATE HAS COME
      *----------------------------------------------------------
       EXPIRE-HOLDS.
      *    THE POSTING AND REPORTING PROGRAMS ALREADY IGNORE A HOLD
      *    ON OR PAST ITS EXPIRY DATE; THIS SWEEP MAKES THE FILE
      *    SAY SO AND LISTS WHAT DROPPED OFF TODAY.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO HLD-KEY
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-HOLDS-STATUS NOT = '00'
             AND WS-HOLDS-STATUS NOT = '23'
             MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ HOLDS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-HOLDS-STATUS NOT = '00'
               AND WS-HOLDS-STATUS NOT = '10'
               MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND HLD-STATUS = 'A'
               PERFORM EXPIRE-ONE-HOLD
             END-IF
           END-PERFORM.

       EXPIRE-ONE-HOLD.
           IF HLD-EXPIRY-DATE NOT = SPACES
             AND HLD-EXPIRY-DATE NOT > WS-RUN-DATE
             MOVE 'E' TO HLD-STATUS
             MOVE WS-RUN-NUMBER TO HLD-LAST-RUN
             MOVE WS-RUN-DATE TO HLD-END-DATE
             PERFORM REWRITE-HOLD-RECORD
             ADD 1 TO WS-EXPIRED-COUNT
             STRING 'EXPIRED: ACCOUNT: ' HLD-ACCOUNT
                    ' ' HLD-ASSET
                    ' HOLD: ' HLD-NUMBER
                    ' AMT: ' HLD-AMOUNT
                    ' RSN: ' HLD-REASON
                    ' EXPIRY: ' HLD-EXPIRY-DATE
                    ' PLACED BY: ' HLD-PLACED-BY
                    DELIMITED BY SIZE
                    INTO HOLD-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           ELSE
             ADD 1 TO WS-ACTIVE-COUNT
           END-IF.

       WRITE-HOLD-SUMMARY.
           STRING 'SUMMARY - CARDS: ' WS-CARD-COUNT
                  ' PLACED: ' WS-PLACED-COUNT
                  ' CHANGED: ' WS-CHANGED-COUNT
                  ' RELEASED: ' WS-RELEASED-COUNT
                  ' ALREADY: ' WS-ALREADY-COUNT
                  ' REJECTED: ' WS-REJECTED-COUNT
                  ' EXPIRED: ' WS-EXPIRED-COUNT
                  ' ACTIVE: ' WS-ACTIVE-COUNT
                  DELIMITED BY SIZE
                  INTO HOLD-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE HOLD-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'HOLD-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO HOLD-REPORT-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           CLOSE HOLD-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE HLDCARDS STATUS'
               ' ' WS-CARD-STATUS
           END-IF
           CLOSE HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE HOLDS-FILE STATUS'
               ' ' WS-HOLDS-STATUS
           END-IF
           CLOSE LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE LEDGER-FILE STATUS'
               ' ' WS-LEDGER-STATUS
           END-IF
           CLOSE HOLD-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE HOLD-REPORT STATUS'
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
           STRING 'LEDGERHLD ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
