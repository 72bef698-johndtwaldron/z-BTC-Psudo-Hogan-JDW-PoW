       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERVAL.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Holdings Valuation Program
      * Values every account/asset holding in the reporting
      * currency from the end-of-day balance snapshots LEDGERSNP
      * writes to BALHIST and a daily asset price file, so
      * management can see what the book is worth rather than the
      * raw unit totals CTLRPT and the LEDGERSTM control page
      * print. THE REPORT GIVES THE VALUE PER ACCOUNT AND ASSET,
      * TOTAL VALUE PER ASSET AND PER ACCOUNT TYPE, AND THE
      * DAY-OVER-DAY CHANGE SPLIT INTO:
      *   BALANCE MOVEMENT = (UNITS - PRIOR UNITS) * PRIOR PRICE
      *   PRICE MOVEMENT   = UNITS * (PRICE - PRIOR PRICE)
      * WHICH TOGETHER MAKE UP THE WHOLE CHANGE IN VALUE. "PRIOR"
      * IS THE HOLDING'S LATEST SNAPSHOT BEFORE THE VALUATION DATE;
      * A HOLDING WITH NO EARLIER SNAPSHOT IS ALL BALANCE MOVEMENT.
      * WHEN THE PRIOR DATE HAS NO PRICE ON FILE THE WHOLE CHANGE
      * IS SHOWN AS BALANCE MOVEMENT AT TODAY'S PRICE AND COUNTED
      * ON THE SUMMARY.
      *
      * PRICES: THE DAILY PRICEIN FEED (ASSET, BUSINESS DATE,
      * PRICE, SOURCE) IS FIRST LOADED ONTO THE PERMANENT KEYED
      * PRICEHST FILE, WHICH ACCUMULATES LIKE BALHIST SO ANY PAST
      * DATE CAN BE REVALUED. A FEED RECORD FOR AN ASSET/DATE
      * ALREADY ON FILE IS A CORRECTION AND REPLACES THE EARLIER
      * PRICE. AN ASSET WITH NO PRICE FOR THE VALUATION DATE IS
      * REFUSED - NEVER VALUED AT AN OLDER PRICE CARRIED FORWARD -
      * AND LISTED WITH ITS UNIT TOTAL; THE RUN THEN ENDS RETURN
      * CODE 4 (A WARNING THE DRIVER STREAM'S COND=(4,LT) STEPS RUN
      * THROUGH).
      *
      * ACCOUNT TYPE IS NOT CARRIED ON BALHIST, SO IT IS TAKEN
      * FROM THE ACCOUNT'S CURRENT LEDGER RECORD.
      *
      * SYSIN CARD LAYOUT:
      *   COLS  1-8   VALUATION DATE (YYYYMMDD) - OPTIONAL, BLANK
      *               MEANS THE RUN'S BUSINESS DATE. ANY DATE WITH
      *               SNAPSHOTS ON BALHIST MAY BE REVALUED (THE
      *               LEDGVAL JOB), E.G. FOR MONTH-END REPORTING.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAL-PARM-FILE ASSIGN TO "SYSIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT PRICE-FEED-FILE ASSIGN TO "PRICEIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRICEIN-STATUS.

           SELECT PRICE-HIST-FILE ASSIGN TO "PRICEHST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  FILE STATUS IS WS-PRICEHST-STATUS.

           SELECT BALHIST-FILE ASSIGN TO "BALHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BH-KEY
                  FILE STATUS IS WS-BALHIST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LED-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT VAL-REPORT-FILE ASSIGN TO "VALRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAL-PARM-FILE.
       01  VAL-PARM-RECORD.
           05  PARM-VAL-DATE       PIC X(08).
           05  FILLER              PIC X(72).

       FD  PRICE-FEED-FILE.
       01  PRICE-FEED-RECORD.
      *    ONE PRICE PER ASSET PER BUSINESS DATE, IN THE REPORTING
      *    CURRENCY PER UNIT OF THE ASSET
           05  PRC-ASSET           PIC X(03).
           05  PRC-DATE            PIC X(08).
           05  PRC-PRICE           PIC 9(09)V9(06).
           05  PRC-SOURCE          PIC X(10).
      *        WHERE THE PRICE CAME FROM (VENDOR, EXCHANGE, DESK)
           05  FILLER              PIC X(44).

       FD  PRICE-HIST-FILE.
       01  PRICE-HIST-RECORD.
      *    PERMANENT PRICE HISTORY, ONE RECORD PER ASSET/BUSINESS
      *    DATE. NEVER TRUNCATED - IT ACCUMULATES LIKE BALHIST SO
      *    ANY SNAPSHOT DATE CAN BE REVALUED.
           05  PH-KEY.
               10  PH-ASSET        PIC X(03).
               10  PH-DATE         PIC X(08).
           05  PH-PRICE            PIC 9(09)V9(06).
           05  PH-SOURCE           PIC X(10).
           05  PH-RUN-NUMBER       PIC 9(06).
      *        THE RUN THAT LOADED (OR LAST CORRECTED) THE PRICE
           05  FILLER              PIC X(08).

       FD  BALHIST-FILE.
       01  BALHIST-RECORD.
      *    PERMANENT END-OF-DAY BALANCE HISTORY WRITTEN BY
      *    LEDGERSNP, ONE RECORD PER ACCOUNT/ASSET/BUSINESS-DATE
           05  BH-KEY.
               10  BH-ACCOUNT      PIC X(12).
               10  BH-ASSET        PIC X(03).
               10  BH-DATE         PIC X(08).
           05  BH-BALANCE          PIC S9(12)V99.
           05  BH-STATUS           PIC X(01).
      *        THE ACCOUNT'S LED-STATUS AS OF THE SNAPSHOT
           05  BH-RUN-NUMBER       PIC 9(06).
      *        THE RUN THAT WROTE THE SNAPSHOT

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
      *    READ HERE ONLY FOR EACH HOLDING'S LED-ACCT-TYPE
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

       FD  VAL-REPORT-FILE.
       01  VAL-REPORT-RECORD      PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-PRICEIN-STATUS      PIC XX.
       01  WS-PRICEHST-STATUS     PIC XX.
       01  WS-BALHIST-STATUS      PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
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
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-VAL-DATE            PIC X(08).
       01  WS-PRICE-FOUND-FLAG    PIC X VALUE 'N'.
       01  WS-FEED-LOADED-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-FEED-REPLACED-COUNT PIC 9(06) VALUE ZERO.
       01  WS-FEED-REJECTED-COUNT PIC 9(06) VALUE ZERO.

      *    ONE HOLDING (ACCOUNT/ASSET) AT A TIME - BALHIST IS KEYED
      *    ACCOUNT/ASSET/DATE, SO A HOLDING'S SNAPSHOTS ARRIVE
      *    TOGETHER IN DATE ORDER AND THE LAST ONE BEFORE THE
      *    VALUATION DATE IS THE PRIOR-DAY FIGURE
       01  WS-HOLD-KEY            PIC X(15) VALUE SPACES.
       01  WS-HOLD-CURR-FLAG      PIC X VALUE 'N'.
       01  WS-HOLD-PRIOR-FLAG     PIC X VALUE 'N'.
       01  WS-HOLD-BALANCE        PIC S9(12)V99.
       01  WS-HOLD-PRIOR-BALANCE  PIC S9(12)V99.
       01  WS-HOLD-PRIOR-DATE     PIC X(08).
       01  WS-HOLD-ACCT-TYPE      PIC X(02).
       01  WS-HOLD-VALUE          PIC S9(15)V99.
       01  WS-HOLD-BAL-MVT        PIC S9(15)V99.
       01  WS-HOLD-PRC-MVT        PIC S9(15)V99.
       01  WS-PRICE               PIC 9(09)V9(06).
       01  WS-PRIOR-PRICE         PIC 9(09)V9(06).
       01  WS-HOLDING-COUNT       PIC 9(08) VALUE ZERO.
       01  WS-VALUED-COUNT        PIC 9(08) VALUE ZERO.
       01  WS-UNVALUED-COUNT      PIC 9(08) VALUE ZERO.
       01  WS-NO-PRIOR-PRICE-COUNT PIC 9(08) VALUE ZERO.
       01  WS-UNPRICED-ASSETS     PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-VALUE         PIC S9(15)V99 VALUE ZERO.
       01  WS-TOTAL-BAL-MVT       PIC S9(15)V99 VALUE ZERO.
       01  WS-TOTAL-PRC-MVT       PIC S9(15)V99 VALUE ZERO.

      *    PER-ASSET PRICE AND TOTALS. DISTINCT ASSETS ARE FEW
      *    (SAME SIZING AS LEDGERSTM'S AGGREGATE TABLE); OVERFLOW
      *    MEANS BALHIST CARRIES ASSETS NOBODY SET UP, SO ABEND
      *    RATHER THAN PUBLISH A PARTIAL VALUATION. EACH ASSET'S
      *    PRIOR-DATE PRICE IS KEPT FOR THE LAST PRIOR DATE LOOKED
      *    UP, SINCE NEARLY EVERY HOLDING SHARES THE SAME ONE.
       01  WS-MAX-AST             PIC 9(03) VALUE 050.
       01  WS-AST-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-AST-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-AST-TABLE.
           05  WS-AST-ENTRY       OCCURS 50 TIMES
                                  INDEXED BY WS-AST-IDX.
               10  WS-AST-ASSET   PIC X(03).
               10  WS-AST-PRICED  PIC X(01).
               10  WS-AST-PRICE   PIC 9(09)V9(06).
               10  WS-AST-SOURCE  PIC X(10).
               10  WS-AST-PR-DATE PIC X(08).
               10  WS-AST-PR-FOUND PIC X(01).
               10  WS-AST-PR-PRICE PIC 9(09)V9(06).
               10  WS-AST-HOLDINGS PIC 9(08).
               10  WS-AST-UNITS   PIC S9(13)V99.
               10  WS-AST-VALUE   PIC S9(15)V99.
               10  WS-AST-BAL-MVT PIC S9(15)V99.
               10  WS-AST-PRC-MVT PIC S9(15)V99.

      *    PER-ACCOUNT-TYPE TOTALS - SAME SIZING RULE
       01  WS-TYP-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-TYP-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-TYP-TABLE.
           05  WS-TYP-ENTRY       OCCURS 50 TIMES
                                  INDEXED BY WS-TYP-IDX.
               10  WS-TYP-TYPE    PIC X(02).
               10  WS-TYP-HOLDINGS PIC 9(08).
               10  WS-TYP-VALUE   PIC S9(15)V99.
               10  WS-TYP-BAL-MVT PIC S9(15)V99.
               10  WS-TYP-PRC-MVT PIC S9(15)V99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-VALUATION-HEADER
           PERFORM LOAD-PRICE-FEED
           PERFORM VALUE-ALL-HOLDINGS
           PERFORM WRITE-VALUATION-TOTALS
           PERFORM CLOSE-FILES
           IF WS-UNPRICED-ASSETS > ZERO
             OR WS-FEED-REJECTED-COUNT > ZERO
      *        PART OF THE BOOK WENT UNVALUED OR A PRICE WAS
      *        REFUSED - WARN WITHOUT STOPPING THE STREAM
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           PERFORM OPEN-PRICE-HIST-FILE
           OPEN INPUT BALHIST-FILE
           IF WS-BALHIST-STATUS NOT = '00'
             MOVE 'BALHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-BALHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT VAL-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'VAL-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM LOAD-RUN-CONTROL
           PERFORM READ-VALUATION-DATE.

       OPEN-PRICE-HIST-FILE.
      *    NO PRICEHST YET (STATUS 35) MEANS THE FIRST RUN EVER -
      *    CREATE IT. A FILE OPENED OUTPUT IS IN LOAD MODE, WHICH
      *    FORBIDS THE KEYED READS THE VALUATION NEEDS, AND AN
      *    EMPTY KEYED DATASET CANNOT BE OPENED I-O - SO THE NEW
      *    FILE IS PRIMED WITH A SINGLE HIGH-VALUES SENTINEL RECORD
      *    AND REOPENED I-O (SAME CONVENTION AS LEDGERADJ'S ADJPEND).
      *    THE SENTINEL CAN NEVER MATCH A REAL ASSET/DATE.
           OPEN I-O PRICE-HIST-FILE
           IF WS-PRICEHST-STATUS = '35'
             OPEN OUTPUT PRICE-HIST-FILE
             IF WS-PRICEHST-STATUS NOT = '00'
               MOVE 'PRICEHST' TO WS-ABEND-FILE-ID
               MOVE WS-PRICEHST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE SPACES TO PRICE-HIST-RECORD
             MOVE HIGH-VALUES TO PH-KEY
             MOVE ZERO TO PH-PRICE
             MOVE ZERO TO PH-RUN-NUMBER
             WRITE PRICE-HIST-RECORD
             IF WS-PRICEHST-STATUS NOT = '00'
               MOVE 'PRICEHST' TO WS-ABEND-FILE-ID
               MOVE WS-PRICEHST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             CLOSE PRICE-HIST-FILE
             OPEN I-O PRICE-HIST-FILE
           END-IF
           IF WS-PRICEHST-STATUS NOT = '00'
             MOVE 'PRICEHST' TO WS-ABEND-FILE-ID
             MOVE WS-PRICEHST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       LOAD-RUN-CONTROL.
      *    THE RUN NUMBER AND BUSINESS DATE COME FROM THE RUN
      *    CONTROL RECORD LEDGERRUN WROTE AT THE TOP OF THE STREAM.
      *    A CLOSED RUN IS ACCEPTABLE HERE - REVALUING A PAST DATE
      *    FROM THE LEDGVAL JOB AFTER THE STREAM FINISHES IS STILL
      *    A GOOD ANSWER (SAME RULE AS LEDGERINQ) - BUT THE FILE
      *    ITSELF MUST EXIST.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
             MOVE 'RUNCTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-RUNCTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM READ-RUNCTL-RECORDS
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

       READ-VALUATION-DATE.
      *    FILE STATUS 35 (NO SYSIN SUPPLIED) AND A BLANK CARD BOTH
      *    MEAN THE RUN'S OWN BUSINESS DATE (SAME CONVENTION AS
      *    LEDGERUNC'S READ-AGE-LIMIT).
           MOVE WS-RUN-DATE TO WS-VAL-DATE
           OPEN INPUT VAL-PARM-FILE
           IF WS-PARM-STATUS = '00'
             READ VAL-PARM-FILE
               AT END CONTINUE
             END-READ
             IF WS-PARM-STATUS = '00'
               AND PARM-VAL-DATE IS NUMERIC
               MOVE PARM-VAL-DATE TO WS-VAL-DATE
             END-IF
             CLOSE VAL-PARM-FILE
           ELSE
             IF WS-PARM-STATUS NOT = '35'
               MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       WRITE-VALUATION-HEADER.
           STRING 'HOLDINGS VALUATION  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  ' VALUATION DATE: ' WS-VAL-DATE
                  DELIMITED BY SIZE
                  INTO VAL-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * PASS 1 - LOAD THE DAY'S PRICE FEED ONTO PRICE HISTORY
      *----------------------------------------------------------
       LOAD-PRICE-FEED.
      *    THE FEED IS OPTIONAL HERE - A REVALUATION OF A PAST DATE
      *    RUNS WITH NO FEED (DD DUMMY, OR STATUS 35) AND PRICES
      *    STRAIGHT OFF PRICEHST.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRICE-FEED-FILE
           IF WS-PRICEIN-STATUS = '35'
             MOVE 'Y' TO WS-EOF-FLAG
           ELSE
             IF WS-PRICEIN-STATUS NOT = '00'
               MOVE 'PRICEIN' TO WS-ABEND-FILE-ID
               MOVE WS-PRICEIN-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             READ PRICE-FEED-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-PRICEIN-STATUS NOT = '00'
               AND WS-PRICEIN-STATUS NOT = '10'
               MOVE 'PRICEIN' TO WS-ABEND-FILE-ID
               MOVE WS-PRICEIN-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             PERFORM LOAD-ONE-PRICE
             READ PRICE-FEED-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-PRICEIN-STATUS NOT = '00'
               AND WS-PRICEIN-STATUS NOT = '10'
               MOVE 'PRICEIN' TO WS-ABEND-FILE-ID
               MOVE WS-PRICEIN-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM
           IF WS-PRICEIN-STATUS NOT = '35'
             CLOSE PRICE-FEED-FILE
           END-IF
           STRING 'PRICE FEED - LOADED: ' WS-FEED-LOADED-COUNT
                  ' REPLACED: ' WS-FEED-REPLACED-COUNT
                  ' REJECTED: ' WS-FEED-REJECTED-COUNT
                  DELIMITED BY SIZE
                  INTO VAL-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       LOAD-ONE-PRICE.
      *    A PRICE THAT IS NOT A POSITIVE NUMBER FOR A NAMED ASSET
      *    AND A REAL DATE IS REFUSED AND LISTED - A ZERO PRICE
      *    WOULD VALUE THE ASSET AT NOTHING WITHOUT ANYONE NOTICING.
           IF PRC-ASSET = SPACES
             OR PRC-DATE IS NOT NUMERIC
             OR PRC-PRICE IS NOT NUMERIC
             OR PRC-PRICE = ZERO
             ADD 1 TO WS-FEED-REJECTED-COUNT
             STRING 'PRICE REJECTED: ' PRICE-FEED-RECORD(1:36)
                    DELIMITED BY SIZE
                    INTO VAL-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE PRC-ASSET TO PH-ASSET
             MOVE PRC-DATE TO PH-DATE
             MOVE PRC-PRICE TO PH-PRICE
             MOVE PRC-SOURCE TO PH-SOURCE
             MOVE WS-RUN-NUMBER TO PH-RUN-NUMBER
             WRITE PRICE-HIST-RECORD
             IF WS-PRICEHST-STATUS = '22'
      *          ASSET/DATE ALREADY PRICED - A CORRECTED PRICE
      *          REPLACES THE EARLIER ONE (SAME RULE AS LEDGERSNP'S
      *          RERUN SNAPSHOT)
               REWRITE PRICE-HIST-RECORD
               IF WS-PRICEHST-STATUS NOT = '00'
                 MOVE 'PRICEHST' TO WS-ABEND-FILE-ID
                 MOVE WS-PRICEHST-STATUS TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
               END-IF
               ADD 1 TO WS-FEED-REPLACED-COUNT
             ELSE
               IF WS-PRICEHST-STATUS NOT = '00'
                 MOVE 'PRICEHST' TO WS-ABEND-FILE-ID
                 MOVE WS-PRICEHST-STATUS TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
               END-IF
               ADD 1 TO WS-FEED-LOADED-COUNT
             END-IF
           END-IF.

      *----------------------------------------------------------
      * PASS 2 - VALUE EVERY HOLDING SNAPSHOTTED ON THE DATE
      *----------------------------------------------------------
       VALUE-ALL-HOLDINGS.
           STRING 'ACCOUNT      AST TP'
                  '          UNITS           PRICE'
                  '              VALUE     BALANCE MOVEMENT'
                  '       PRICE MOVEMENT'
                  DELIMITED BY SIZE
                  INTO VAL-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO BH-KEY
           START BALHIST-FILE KEY IS NOT LESS THAN BH-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-BALHIST-STATUS NOT = '00'
             AND WS-BALHIST-STATUS NOT = '23'
             MOVE 'BALHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-BALHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ BALHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-BALHIST-STATUS NOT = '00'
               AND WS-BALHIST-STATUS NOT = '10'
               MOVE 'BALHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-BALHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               PERFORM COLLECT-ONE-SNAPSHOT
             END-IF
           END-PERFORM
           PERFORM FINISH-ONE-HOLDING.

       COLLECT-ONE-SNAPSHOT.
      *    A NEW ACCOUNT/ASSET CLOSES OUT THE HOLDING BEFORE IT.
      *    WITHIN A HOLDING THE SNAPSHOTS ARE IN DATE ORDER, SO THE
      *    LAST ONE SEEN BEFORE THE VALUATION DATE IS THE PRIOR
      *    FIGURE; SNAPSHOTS AFTER THE VALUATION DATE (A PAST-DATE
      *    RERUN) ARE IGNORED.
           IF BH-KEY(1:15) NOT = WS-HOLD-KEY
             PERFORM FINISH-ONE-HOLDING
             MOVE BH-KEY(1:15) TO WS-HOLD-KEY
             MOVE 'N' TO WS-HOLD-CURR-FLAG
             MOVE 'N' TO WS-HOLD-PRIOR-FLAG
             MOVE ZERO TO WS-HOLD-BALANCE
             MOVE ZERO TO WS-HOLD-PRIOR-BALANCE
             MOVE SPACES TO WS-HOLD-PRIOR-DATE
           END-IF
           IF BH-DATE < WS-VAL-DATE
             MOVE 'Y' TO WS-HOLD-PRIOR-FLAG
             MOVE BH-BALANCE TO WS-HOLD-PRIOR-BALANCE
             MOVE BH-DATE TO WS-HOLD-PRIOR-DATE
           END-IF
           IF BH-DATE = WS-VAL-DATE
             MOVE 'Y' TO WS-HOLD-CURR-FLAG
             MOVE BH-BALANCE TO WS-HOLD-BALANCE
           END-IF.

       FINISH-ONE-HOLDING.
      *    ONLY A HOLDING SNAPSHOTTED ON THE VALUATION DATE IS
      *    VALUED. ONE ZERO THEN AND ZERO BEFORE HAS NOTHING TO SAY
      *    AND IS LEFT OFF THE DETAIL.
           IF WS-HOLD-CURR-FLAG = 'Y'
             AND (WS-HOLD-BALANCE NOT = ZERO
                  OR WS-HOLD-PRIOR-BALANCE NOT = ZERO)
             ADD 1 TO WS-HOLDING-COUNT
             PERFORM FIND-ASSET-PRICE
             IF WS-AST-PRICED(WS-AST-IDX) = 'Y'
               PERFORM VALUE-ONE-HOLDING
             ELSE
               ADD 1 TO WS-UNVALUED-COUNT
               ADD 1 TO WS-AST-HOLDINGS(WS-AST-IDX)
               ADD WS-HOLD-BALANCE TO WS-AST-UNITS(WS-AST-IDX)
             END-IF
           END-IF
           MOVE 'N' TO WS-HOLD-CURR-FLAG.

       FIND-ASSET-PRICE.
      *    FIRST SIGHT OF AN ASSET LOOKS UP ITS VALUATION-DATE
      *    PRICE ONCE AND KEEPS IT (OR ITS ABSENCE) IN THE TABLE.
           MOVE 'N' TO WS-AST-FOUND-FLAG
           IF WS-AST-COUNT > ZERO
             SET WS-AST-IDX TO 1
             SEARCH WS-AST-ENTRY
               AT END
                 CONTINUE
               WHEN WS-AST-ASSET(WS-AST-IDX) = WS-HOLD-KEY(13:3)
                 MOVE 'Y' TO WS-AST-FOUND-FLAG
             END-SEARCH
           END-IF
           IF WS-AST-FOUND-FLAG = 'N'
             IF WS-AST-COUNT >= WS-MAX-AST
               MOVE 'BALHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE 'FT' TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             ADD 1 TO WS-AST-COUNT
             SET WS-AST-IDX TO WS-AST-COUNT
             MOVE WS-HOLD-KEY(13:3) TO WS-AST-ASSET(WS-AST-IDX)
             MOVE SPACES TO WS-AST-PR-DATE(WS-AST-IDX)
             MOVE 'N' TO WS-AST-PR-FOUND(WS-AST-IDX)
             MOVE ZERO TO WS-AST-PR-PRICE(WS-AST-IDX)
             MOVE ZERO TO WS-AST-HOLDINGS(WS-AST-IDX)
             MOVE ZERO TO WS-AST-UNITS(WS-AST-IDX)
             MOVE ZERO TO WS-AST-VALUE(WS-AST-IDX)
             MOVE ZERO TO WS-AST-BAL-MVT(WS-AST-IDX)
             MOVE ZERO TO WS-AST-PRC-MVT(WS-AST-IDX)
             MOVE WS-HOLD-KEY(13:3) TO PH-ASSET
             MOVE WS-VAL-DATE TO PH-DATE
             PERFORM READ-PRICE-HIST
             IF WS-PRICE-FOUND-FLAG = 'Y'
               MOVE 'Y' TO WS-AST-PRICED(WS-AST-IDX)
               MOVE PH-PRICE TO WS-AST-PRICE(WS-AST-IDX)
               MOVE PH-SOURCE TO WS-AST-SOURCE(WS-AST-IDX)
             ELSE
               MOVE 'N' TO WS-AST-PRICED(WS-AST-IDX)
               MOVE ZERO TO WS-AST-PRICE(WS-AST-IDX)
               MOVE SPACES TO WS-AST-SOURCE(WS-AST-IDX)
               ADD 1 TO WS-UNPRICED-ASSETS
             END-IF
           END-IF.

       READ-PRICE-HIST.
           MOVE 'N' TO WS-PRICE-FOUND-FLAG
           READ PRICE-HIST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-PRICE-FOUND-FLAG
           END-READ
           IF WS-PRICEHST-STATUS NOT = '00'
             AND WS-PRICEHST-STATUS NOT = '23'
             MOVE 'PRICEHST' TO WS-ABEND-FILE-ID
             MOVE WS-PRICEHST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       FIND-PRIOR-PRICE.
      *    THE PRICE ON THE HOLDING'S PRIOR SNAPSHOT DATE. THE
      *    ASSET'S ENTRY REMEMBERS THE LAST PRIOR DATE LOOKED UP,
      *    SO THE KEYED READ HAPPENS ONCE PER ASSET IN PRACTICE.
           IF WS-AST-PR-DATE(WS-AST-IDX) NOT = WS-HOLD-PRIOR-DATE
             MOVE WS-HOLD-KEY(13:3) TO PH-ASSET
             MOVE WS-HOLD-PRIOR-DATE TO PH-DATE
             PERFORM READ-PRICE-HIST
             MOVE WS-HOLD-PRIOR-DATE TO WS-AST-PR-DATE(WS-AST-IDX)
             MOVE WS-PRICE-FOUND-FLAG TO WS-AST-PR-FOUND(WS-AST-IDX)
             IF WS-PRICE-FOUND-FLAG = 'Y'
               MOVE PH-PRICE TO WS-AST-PR-PRICE(WS-AST-IDX)
             ELSE
               MOVE ZERO TO WS-AST-PR-PRICE(WS-AST-IDX)
             END-IF
           END-IF
           MOVE WS-AST-PR-PRICE(WS-AST-IDX) TO WS-PRIOR-PRICE.

       VALUE-ONE-HOLDING.
           MOVE WS-AST-PRICE(WS-AST-IDX) TO WS-PRICE
           COMPUTE WS-HOLD-VALUE ROUNDED =
             WS-HOLD-BALANCE * WS-PRICE
           IF WS-HOLD-PRIOR-FLAG = 'N'
      *        NEW HOLDING - ALL OF ITS VALUE ARRIVED AS BALANCE
             MOVE WS-HOLD-VALUE TO WS-HOLD-BAL-MVT
             MOVE ZERO TO WS-HOLD-PRC-MVT
           ELSE
             PERFORM FIND-PRIOR-PRICE
             IF WS-AST-PR-FOUND(WS-AST-IDX) = 'Y'
               COMPUTE WS-HOLD-BAL-MVT ROUNDED =
                 (WS-HOLD-BALANCE - WS-HOLD-PRIOR-BALANCE)
                 * WS-PRIOR-PRICE
               COMPUTE WS-HOLD-PRC-MVT ROUNDED =
                 WS-HOLD-BALANCE * (WS-PRICE - WS-PRIOR-PRICE)
             ELSE
      *          NO PRICE ON THE PRIOR DATE - THE PRICE EFFECT
      *          CANNOT BE SEPARATED, SO THE UNIT CHANGE IS VALUED
      *          AT TODAY'S PRICE AND COUNTED ON THE SUMMARY
               ADD 1 TO WS-NO-PRIOR-PRICE-COUNT
               COMPUTE WS-HOLD-BAL-MVT ROUNDED =
                 (WS-HOLD-BALANCE - WS-HOLD-PRIOR-BALANCE)
                 * WS-PRICE
               MOVE ZERO TO WS-HOLD-PRC-MVT
             END-IF
           END-IF
           PERFORM LOOKUP-HOLDING-TYPE
           ADD 1 TO WS-VALUED-COUNT
           ADD 1 TO WS-AST-HOLDINGS(WS-AST-IDX)
           ADD WS-HOLD-BALANCE TO WS-AST-UNITS(WS-AST-IDX)
           ADD WS-HOLD-VALUE TO WS-AST-VALUE(WS-AST-IDX)
           ADD WS-HOLD-BAL-MVT TO WS-AST-BAL-MVT(WS-AST-IDX)
           ADD WS-HOLD-PRC-MVT TO WS-AST-PRC-MVT(WS-AST-IDX)
           ADD WS-HOLD-VALUE TO WS-TOTAL-VALUE
           ADD WS-HOLD-BAL-MVT TO WS-TOTAL-BAL-MVT
           ADD WS-HOLD-PRC-MVT TO WS-TOTAL-PRC-MVT
           PERFORM ADD-TO-TYPE-TOTALS
           STRING WS-HOLD-KEY(1:12)
                  ' ' WS-HOLD-KEY(13:3)
                  ' ' WS-HOLD-ACCT-TYPE
                  ' ' WS-HOLD-BALANCE
                  ' ' WS-PRICE
                  ' ' WS-HOLD-VALUE
                  ' ' WS-HOLD-BAL-MVT
                  ' ' WS-HOLD-PRC-MVT
                  DELIMITED BY SIZE
                  INTO VAL-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       LOOKUP-HOLDING-TYPE.
      *    AN ACCOUNT SINCE REMOVED FROM LEDGER STILL VALUES, UNDER
      *    ACCOUNT TYPE '??'
           MOVE WS-HOLD-KEY TO LED-KEY
           READ LEDGER-FILE
             INVALID KEY
               MOVE '??' TO WS-HOLD-ACCT-TYPE
             NOT INVALID KEY
               MOVE LED-ACCT-TYPE TO WS-HOLD-ACCT-TYPE
           END-READ
           IF WS-LEDGER-STATUS NOT = '00'
             AND WS-LEDGER-STATUS NOT = '23'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       ADD-TO-TYPE-TOTALS.
           MOVE 'N' TO WS-TYP-FOUND-FLAG
           IF WS-TYP-COUNT > ZERO
             SET WS-TYP-IDX TO 1
             SEARCH WS-TYP-ENTRY
               AT END
                 CONTINUE
               WHEN WS-TYP-TYPE(WS-TYP-IDX) = WS-HOLD-ACCT-TYPE
                 MOVE 'Y' TO WS-TYP-FOUND-FLAG
             END-SEARCH
           END-IF
           IF WS-TYP-FOUND-FLAG = 'N'
             IF WS-TYP-COUNT >= WS-MAX-AST
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE 'FT' TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             ADD 1 TO WS-TYP-COUNT
             SET WS-TYP-IDX TO WS-TYP-COUNT
             MOVE WS-HOLD-ACCT-TYPE TO WS-TYP-TYPE(WS-TYP-IDX)
             MOVE ZERO TO WS-TYP-HOLDINGS(WS-TYP-IDX)
             MOVE ZERO TO WS-TYP-VALUE(WS-TYP-IDX)
             MOVE ZERO TO WS-TYP-BAL-MVT(WS-TYP-IDX)
             MOVE ZERO TO WS-TYP-PRC-MVT(WS-TYP-IDX)
           END-IF
           ADD 1 TO WS-TYP-HOLDINGS(WS-TYP-IDX)
           ADD WS-HOLD-VALUE TO WS-TYP-VALUE(WS-TYP-IDX)
           ADD WS-HOLD-BAL-MVT TO WS-TYP-BAL-MVT(WS-TYP-IDX)
           ADD WS-HOLD-PRC-MVT TO WS-TYP-PRC-MVT(WS-TYP-IDX).

      *----------------------------------------------------------
      * TOTALS PER ASSET, PER ACCOUNT TYPE AND FOR THE BOOK
      *----------------------------------------------------------
       WRITE-VALUATION-TOTALS.
           IF WS-HOLDING-COUNT = ZERO
      *        NOTHING SNAPSHOTTED ON THE VALUATION DATE - SAY SO
      *        RATHER THAN PRINT A BOOK WORTH ZERO
             STRING 'NO BALHIST SNAPSHOTS FOR VALUATION DATE '
                    WS-VAL-DATE
                    DELIMITED BY SIZE
                    INTO VAL-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-AST-COUNT > ZERO
             PERFORM VARYING WS-AST-IDX FROM 1 BY 1
               UNTIL WS-AST-IDX > WS-AST-COUNT
               PERFORM WRITE-ONE-ASSET-TOTAL
             END-PERFORM
           END-IF
           IF WS-TYP-COUNT > ZERO
             PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
               UNTIL WS-TYP-IDX > WS-TYP-COUNT
               STRING 'TOTAL ACCT TYPE ' WS-TYP-TYPE(WS-TYP-IDX)
                      ' HOLDINGS: ' WS-TYP-HOLDINGS(WS-TYP-IDX)
                      ' VALUE: ' WS-TYP-VALUE(WS-TYP-IDX)
                      ' BAL MVT: ' WS-TYP-BAL-MVT(WS-TYP-IDX)
                      ' PRICE MVT: ' WS-TYP-PRC-MVT(WS-TYP-IDX)
                      DELIMITED BY SIZE
                      INTO VAL-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
             END-PERFORM
           END-IF
           STRING 'TOTAL BOOK VALUE: ' WS-TOTAL-VALUE
                  ' BAL MVT: ' WS-TOTAL-BAL-MVT
                  ' PRICE MVT: ' WS-TOTAL-PRC-MVT
                  DELIMITED BY SIZE
                  INTO VAL-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'SUMMARY - HOLDINGS: ' WS-HOLDING-COUNT
                  ' VALUED: ' WS-VALUED-COUNT
                  ' NOT VALUED: ' WS-UNVALUED-COUNT
                  ' ASSETS WITHOUT PRICE: ' WS-UNPRICED-ASSETS
                  ' NO PRIOR PRICE: ' WS-NO-PRIOR-PRICE-COUNT
                  DELIMITED BY SIZE
                  INTO VAL-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-ASSET-TOTAL.
           IF WS-AST-PRICED(WS-AST-IDX) = 'Y'
             STRING 'TOTAL ASSET ' WS-AST-ASSET(WS-AST-IDX)
                    ' UNITS: ' WS-AST-UNITS(WS-AST-IDX)
                    ' VALUE: ' WS-AST-VALUE(WS-AST-IDX)
                    ' BAL MVT: ' WS-AST-BAL-MVT(WS-AST-IDX)
                    ' PRICE MVT: ' WS-AST-PRC-MVT(WS-AST-IDX)
                    DELIMITED BY SIZE
                    INTO VAL-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
             STRING '      PRICE ' WS-AST-ASSET(WS-AST-IDX)
                    ': ' WS-AST-PRICE(WS-AST-IDX)
                    ' SOURCE: ' WS-AST-SOURCE(WS-AST-IDX)
                    ' HOLDINGS: ' WS-AST-HOLDINGS(WS-AST-IDX)
                    DELIMITED BY SIZE
                    INTO VAL-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           ELSE
             STRING 'NOT VALUED: ASSET ' WS-AST-ASSET(WS-AST-IDX)
                    ' - NO PRICE FOR ' WS-VAL-DATE
                    ' HOLDINGS: ' WS-AST-HOLDINGS(WS-AST-IDX)
                    ' UNITS: ' WS-AST-UNITS(WS-AST-IDX)
                    DELIMITED BY SIZE
                    INTO VAL-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE VAL-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'VAL-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO VAL-REPORT-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           CLOSE PRICE-HIST-FILE
           IF WS-PRICEHST-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE PRICEHST STATUS'
               ' ' WS-PRICEHST-STATUS
           END-IF
           CLOSE BALHIST-FILE
           IF WS-BALHIST-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE BALHIST-FILE STATUS'
               ' ' WS-BALHIST-STATUS
           END-IF
           CLOSE LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE LEDGER-FILE STATUS'
               ' ' WS-LEDGER-STATUS
           END-IF
           CLOSE VAL-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE VAL-REPORT STATUS'
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
           STRING 'LEDGERVAL ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
