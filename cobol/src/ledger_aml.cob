       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERAML.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Velocity And Large-Transaction Monitoring Program
      * LED-WDRL-LIMIT only caps a single posting, so money can be
      * moved through many small withdrawals or transfers without
      * anything noticing. This step reads each customer account's
      * JOURNAL legs over a rolling window of business days and
      * tests them against compliance-owned thresholds per asset
      * and account type. RULES (EACH SWITCHED OFF BY A ZERO
      * THRESHOLD ON THE AMLRULE ENTRY):
      *   S SINGLE     - ONE LEG AT OR ABOVE THE SINGLE-ITEM
      *                  THRESHOLD
      *   I CUM-INFLOW - CREDIT LEGS TOTALLING AT OR ABOVE THE
      *                  INFLOW THRESHOLD OVER THE WINDOW
      *   O CUM-OUTFLW - DEBIT LEGS TOTALLING AT OR ABOVE THE
      *                  OUTFLOW THRESHOLD OVER THE WINDOW
      *   N STRUCTURNG - AT LEAST THE SET COUNT OF LEGS "JUST
      *                  UNDER" THE SINGLE-ITEM THRESHOLD (WITHIN
      *                  THE ENTRY'S BAND PERCENT BELOW IT)
      * ONLY CUSTOMER MONEY MOVEMENT IS MONITORED - DEPOSIT ('D'),
      * WITHDRAWAL ('W') AND TRANSFER ('T') LEGS. FEES, YIELD,
      * ADJUSTMENTS AND REVERSALS ARE THE HOUSE'S OWN POSTINGS, AND
      * HOUSE ('HS') ACCOUNTS ARE NOT MONITORED AT ALL.
      *
      * EVERY HIT IS WRITTEN TO THE PERMANENT KEYED AMLALERT FILE,
      * KEYED BY ACCOUNT, ASSET, RULE AND THE JOURNAL KEY OF THE
      * LEG THAT TRIGGERED IT (THE LATEST QUALIFYING LEG IN THE
      * WINDOW). WHILE NO NEW QUALIFYING LEG ARRIVES THE SAME
      * ACTIVITY PRODUCES THE SAME KEY, SO A LATER RUN FINDS IT ON
      * FILE AND DOES NOT RAISE IT AGAIN; ONLY NEW ACTIVITY THAT
      * KEEPS THE ACCOUNT OVER A THRESHOLD RAISES A NEW ALERT.
      * THE AMLRPT REPORT LISTS THE ALERTS RAISED THIS RUN, THEN
      * EVERY ALERT STILL OPEN FROM EARLIER RUNS. COMPLIANCE CLOSES
      * A REVIEWED ALERT WITH A CARD ON THE OPTIONAL AMLCLOSE DECK.
      *
      * THE WINDOW IS THE LAST N BUSINESS DAYS INCLUDING TODAY.
      * BUSINESS DATES ARE NOT CALENDAR DAYS, AND A BACKED-OUT
      * RUN USES UP A RUN NUMBER WITHOUT ADDING A DAY, SO THE
      * WINDOW START IS FOUND BY COUNTING THE DISTINCT BUSINESS
      * DATES ON LEDGERCTL'S PERMANENT RUNHIST FILE (WHICH ONLY
      * HOLDS RUNS THAT STOOD - LEDGERBKO REMOVES A BACKED-OUT
      * RUN'S RECORD): TODAY PLUS THE N - 1 LATEST EARLIER DATES.
      * WITH LESS HISTORY THAN THAT THE WINDOW STARTS AT THE
      * EARLIEST DATE ON FILE, OR TODAY.
      *
      * SYSIN CARD LAYOUT:
      *   COLS  1-3   WINDOW IN BUSINESS DAYS (DEFAULT 005)
      *
      * AMLCLOSE CARD LAYOUT:
      *   COLS  1-30  ALERT KEY EXACTLY AS PRINTED ON AMLRPT
      *   COLS 31-38  ID OF THE ANALYST CLOSING IT
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-PARM-FILE ASSIGN TO "SYSIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT AML-RULE-FILE ASSIGN TO "AMLRULE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AMLRULE-STATUS.

           SELECT AML-CLOSE-FILE ASSIGN TO "AMLCLOSE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AMLCLOSE-STATUS.

           SELECT AML-ALERT-FILE ASSIGN TO "AMLALERT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-KEY
                  FILE STATUS IS WS-AMLALERT-STATUS.

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

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RH-RUN-NUMBER
                  FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AML-REPORT-FILE ASSIGN TO "AMLRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AML-PARM-FILE.
       01  AML-PARM-RECORD.
           05  PARM-WINDOW-DAYS    PIC X(03).
           05  FILLER              PIC X(77).

       FD  AML-RULE-FILE.
       01  AML-RULE-RECORD.
      *    THRESHOLDS MAINTAINED BY COMPLIANCE - SAME CONFIG STYLE
      *    AS FEESCHED AND RATESCHED. RECORD TYPES:
      *      'T' - ONE THRESHOLD SET FOR AN ASSET AND LED-ACCT-TYPE:
      *            SINGLE-ITEM AMOUNT, CUMULATIVE INFLOW AND
      *            OUTFLOW OVER THE WINDOW, THE STRUCTURING BAND
      *            (PERCENT BELOW THE SINGLE-ITEM AMOUNT THAT
      *            COUNTS AS "JUST UNDER") AND THE NUMBER OF
      *            JUST-UNDER ITEMS THAT MAKES A HIT. FIRST
      *            MATCHING ASSET/TYPE ENTRY WINS; A COMBINATION
      *            WITH NO ENTRY IS NOT MONITORED.
           05  AMR-REC-TYPE        PIC X(01).
           05  AMR-ENTRY-DATA.
               10  AMR-ASSET       PIC X(03).
               10  AMR-ACCT-TYPE   PIC X(02).
               10  AMR-SINGLE      PIC 9(10)V99.
               10  AMR-CUM-IN      PIC 9(12)V99.
               10  AMR-CUM-OUT     PIC 9(12)V99.
               10  AMR-BAND-PCT    PIC 9(03).
               10  AMR-STRUCT-COUNT PIC 9(03).
               10  FILLER          PIC X(28).

       FD  AML-CLOSE-FILE.
       01  AML-CLOSE-RECORD.
           05  ACL-ALERT-KEY       PIC X(30).
           05  ACL-CLOSED-BY       PIC X(08).
           05  FILLER              PIC X(42).

       FD  AML-ALERT-FILE.
       01  AML-ALERT-RECORD.
      *    PERMANENT ALERT HISTORY - NEVER TRUNCATED BY THE DAILY
      *    STREAM. THE KEY NAMES THE ACTIVITY, SO THE SAME ACTIVITY
      *    CAN ONLY EVER BE ALERTED ONCE.
           05  AL-KEY.
               10  AL-ACCOUNT      PIC X(12).
               10  AL-ASSET        PIC X(03).
               10  AL-RULE         PIC X(01).
      *            S = SINGLE, I = CUM INFLOW, O = CUM OUTFLOW,
      *            N = STRUCTURING
               10  AL-TRIG-DATE    PIC X(08).
               10  AL-TRIG-SEQ     PIC 9(06).
      *            JOURNAL KEY (DATE/SEQ) OF THE TRIGGERING LEG
           05  AL-ACCT-TYPE        PIC X(02).
           05  AL-STATUS           PIC X(01).
      *        O = OPEN, C = CLOSED BY COMPLIANCE
           05  AL-RAISED-RUN       PIC 9(06).
           05  AL-RAISED-DATE      PIC X(08).
           05  AL-WINDOW-START     PIC X(08).
           05  AL-AMOUNT           PIC 9(13)V99.
      *        THE LEG AMOUNT (S) OR THE WINDOW TOTAL (I/O/N)
           05  AL-THRESHOLD        PIC 9(12)V99.
           05  AL-ITEM-COUNT       PIC 9(05).
           05  AL-TRX-ID-LIST.
      *        THE FIRST TEN TRX-IDS INVOLVED - AL-ITEM-COUNT
      *        SAYS HOW MANY THERE WERE IN ALL
               10  AL-TRX-ID       PIC X(10) OCCURS 10 TIMES.
           05  AL-CLOSED-BY        PIC X(08).
           05  AL-CLOSED-DATE      PIC X(08).
           05  FILLER              PIC X(15).

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
      *    PERMANENT MULTI-DAY POSTING HISTORY, ONE RECORD PER LEG,
      *    KEYED ACCOUNT/DATE/SEQ - SO ONE ACCOUNT'S LEGS FOR THE
      *    WINDOW ARE A SINGLE CONTIGUOUS KEY RANGE
           05  JRN-KEY.
               10  JRN-ACCOUNT     PIC X(12).
               10  JRN-DATE        PIC X(08).
               10  JRN-SEQ         PIC 9(06).
           05  JRN-ASSET           PIC X(03).
           05  JRN-TRX-ID          PIC X(10).
           05  JRN-TYPE            PIC X(01).
           05  JRN-DRCR            PIC X(01).
      *        D = THIS LEG DEBITS JRN-ACCOUNT, C = CREDITS IT
           05  JRN-AMOUNT          PIC 9(10)V99.
           05  JRN-COUNTERPARTY    PIC X(12).
      *        THE OTHER ACCOUNT ON A TRANSFER, SPACES OTHERWISE

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

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
      *    LEDGRUN STREAM
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  AML-REPORT-FILE.
       01  AML-REPORT-RECORD      PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-AMLRULE-STATUS      PIC XX.
       01  WS-AMLRULE-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-AMLCLOSE-STATUS     PIC XX.
       01  WS-AMLALERT-STATUS     PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-RUNHIST-STATUS      PIC XX.
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
       01  WS-JRN-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-CLOSE-EOF-FLAG      PIC X VALUE 'N'.
       01  WS-WINDOW-DAYS         PIC 9(03) VALUE 005.
       01  WS-WINDOW-START        PIC X(08).

      *    RUNHIST DATE WALK FOR THE WINDOW START
       01  WS-RH-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-RH-LAST-DATE        PIC X(08).
       01  WS-RH-DATE-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-RH-PRIOR-DATES      PIC 9(06) VALUE ZERO.
       01  WS-RH-WANT-DATE        PIC 9(06) VALUE ZERO.

      *    THRESHOLD TABLE LOADED FROM AMLRULE
       01  WS-MAX-RULE            PIC 9(03) VALUE 050.
       01  WS-RULE-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-RULE-FOUND-FLAG     PIC X VALUE 'N'.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY      OCCURS 50 TIMES
                                  INDEXED BY WS-RULE-IDX.
               10  WS-RULE-ASSET  PIC X(03).
               10  WS-RULE-TYPE   PIC X(02).
               10  WS-RULE-SINGLE PIC 9(10)V99.
               10  WS-RULE-CUM-IN PIC 9(12)V99.
               10  WS-RULE-CUM-OUT PIC 9(12)V99.
               10  WS-RULE-BAND-PCT PIC 9(03).
               10  WS-RULE-STRUCT-COUNT PIC 9(03).

      *    THE MATCHED THRESHOLDS FOR THE ACCOUNT/ASSET IN HAND
       01  WS-SINGLE-LIMIT        PIC 9(10)V99.
       01  WS-CUM-IN-LIMIT        PIC 9(12)V99.
       01  WS-CUM-OUT-LIMIT       PIC 9(12)V99.
       01  WS-STRUCT-COUNT-LIMIT  PIC 9(03).
       01  WS-STRUCT-FLOOR        PIC 9(10)V99.

      *    ONE ACCOUNT/ASSET'S WINDOW TOTALS. EACH DIRECTION KEEPS
      *    ITS FIRST TEN TRX-IDS AND THE JOURNAL KEY OF ITS LATEST
      *    LEG, WHICH BECOMES THE TRIGGER IN THE ALERT KEY.
       01  WS-IN-TOTAL            PIC 9(13)V99.
       01  WS-IN-COUNT            PIC 9(05).
       01  WS-IN-LAST-DATE        PIC X(08).
       01  WS-IN-LAST-SEQ         PIC 9(06).
       01  WS-IN-ID-LIST.
           05  WS-IN-ID           PIC X(10) OCCURS 10 TIMES.
       01  WS-OUT-TOTAL           PIC 9(13)V99.
       01  WS-OUT-COUNT           PIC 9(05).
       01  WS-OUT-LAST-DATE       PIC X(08).
       01  WS-OUT-LAST-SEQ        PIC 9(06).
       01  WS-OUT-ID-LIST.
           05  WS-OUT-ID          PIC X(10) OCCURS 10 TIMES.
       01  WS-STR-TOTAL           PIC 9(13)V99.
       01  WS-STR-COUNT           PIC 9(05).
       01  WS-STR-LAST-DATE       PIC X(08).
       01  WS-STR-LAST-SEQ        PIC 9(06).
       01  WS-STR-ID-LIST.
           05  WS-STR-ID          PIC X(10) OCCURS 10 TIMES.

      *    THE ALERT BEING RAISED
       01  WS-NEW-RULE            PIC X(01).
       01  WS-NEW-TRIG-DATE       PIC X(08).
       01  WS-NEW-TRIG-SEQ        PIC 9(06).
       01  WS-NEW-AMOUNT          PIC 9(13)V99.
       01  WS-NEW-THRESHOLD       PIC 9(12)V99.
       01  WS-NEW-COUNT           PIC 9(05).
       01  WS-NEW-ID-LIST         PIC X(100).
       01  WS-RULE-NAME           PIC X(10).
       01  WS-ALERT-TAG           PIC X(05).
       01  WS-ID-IDX              PIC 9(02).

       01  WS-MONITORED-COUNT     PIC 9(08) VALUE ZERO.
       01  WS-LEG-COUNT           PIC 9(08) VALUE ZERO.
       01  WS-NEW-ALERT-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-REPEAT-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-OPEN-ALERT-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-CLOSED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-CLOSE-REJECT-COUNT  PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-AML-HEADER
           PERFORM APPLY-CLOSE-CARDS
           PERFORM MONITOR-ALL-ACCOUNTS
           PERFORM LIST-OPEN-ALERTS
           PERFORM WRITE-AML-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           PERFORM LOAD-AML-RULES
           PERFORM OPEN-ALERT-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
             MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT AML-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'AML-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM LOAD-RUN-CONTROL
           PERFORM READ-WINDOW-DAYS
           PERFORM FIND-WINDOW-START.

       LOAD-AML-RULES.
      *    THE THRESHOLD FILE IS REQUIRED - RUNNING WITHOUT IT WOULD
      *    SILENTLY MONITOR NOTHING. AN EMPTY FILE IS THE DELIBERATE
      *    WAY TO SWITCH MONITORING OFF. SAME LOADING DISCIPLINE AS
      *    LEDGERACR'S LOAD-RATE-SCHEDULE.
           OPEN INPUT AML-RULE-FILE
           IF WS-AMLRULE-STATUS NOT = '00'
             MOVE 'AMLRULE' TO WS-ABEND-FILE-ID
             MOVE WS-AMLRULE-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           READ AML-RULE-FILE
             AT END MOVE 'Y' TO WS-AMLRULE-EOF-FLAG
           END-READ
           IF WS-AMLRULE-STATUS NOT = '00'
             AND WS-AMLRULE-STATUS NOT = '10'
             MOVE 'AMLRULE' TO WS-ABEND-FILE-ID
             MOVE WS-AMLRULE-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-AMLRULE-EOF-FLAG = 'Y'
             EVALUATE AMR-REC-TYPE
               WHEN 'T'
                 PERFORM LOAD-AML-RULE-ENTRY
               WHEN OTHER
      *          A RECORD TYPE THIS PROGRAM DOES NOT KNOW MEANS THE
      *          FILE IS NEWER THAN THE CODE - STOP RATHER THAN
      *          MONITOR FROM A FILE ONLY PARTLY UNDERSTOOD.
                 MOVE 'AMLRULE' TO WS-ABEND-FILE-ID
                 MOVE 'FR' TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
             END-EVALUATE
             READ AML-RULE-FILE
               AT END MOVE 'Y' TO WS-AMLRULE-EOF-FLAG
             END-READ
             IF WS-AMLRULE-STATUS NOT = '00'
               AND WS-AMLRULE-STATUS NOT = '10'
               MOVE 'AMLRULE' TO WS-ABEND-FILE-ID
               MOVE WS-AMLRULE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM
           CLOSE AML-RULE-FILE.

       LOAD-AML-RULE-ENTRY.
           IF WS-RULE-COUNT >= WS-MAX-RULE
             MOVE 'AMLRULE' TO WS-ABEND-FILE-ID
             MOVE 'FT' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF AMR-SINGLE IS NOT NUMERIC
             OR AMR-CUM-IN IS NOT NUMERIC
             OR AMR-CUM-OUT IS NOT NUMERIC
             OR AMR-BAND-PCT IS NOT NUMERIC
             OR AMR-STRUCT-COUNT IS NOT NUMERIC
             OR AMR-BAND-PCT > 100
             MOVE 'AMLRULE' TO WS-ABEND-FILE-ID
             MOVE 'FN' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE AMR-ASSET TO WS-RULE-ASSET(WS-RULE-COUNT)
           MOVE AMR-ACCT-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT)
           MOVE AMR-SINGLE TO WS-RULE-SINGLE(WS-RULE-COUNT)
           MOVE AMR-CUM-IN TO WS-RULE-CUM-IN(WS-RULE-COUNT)
           MOVE AMR-CUM-OUT TO WS-RULE-CUM-OUT(WS-RULE-COUNT)
           MOVE AMR-BAND-PCT TO WS-RULE-BAND-PCT(WS-RULE-COUNT)
           MOVE AMR-STRUCT-COUNT
             TO WS-RULE-STRUCT-COUNT(WS-RULE-COUNT).

       OPEN-ALERT-FILE.
      *    NO AMLALERT YET (STATUS 35) MEANS THE FIRST RUN EVER -
      *    CREATE IT. A FILE OPENED OUTPUT IS IN LOAD MODE, WHICH
      *    FORBIDS THE KEYED READS THE REPEAT CHECK NEEDS, AND AN
      *    EMPTY KEYED DATASET CANNOT BE OPENED I-O - SO THE NEW
      *    FILE IS PRIMED WITH A SINGLE HIGH-VALUES SENTINEL RECORD
      *    AND REOPENED I-O (SAME CONVENTION AS LEDGERADJ'S ADJPEND).
      *    THE OPEN-ALERT SWEEP SKIPS THE SENTINEL.
           OPEN I-O AML-ALERT-FILE
           IF WS-AMLALERT-STATUS = '35'
             OPEN OUTPUT AML-ALERT-FILE
             IF WS-AMLALERT-STATUS NOT = '00'
               MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
               MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE SPACES TO AML-ALERT-RECORD
             MOVE HIGH-VALUES TO AL-KEY
             MOVE 'C' TO AL-STATUS
             MOVE ZERO TO AL-RAISED-RUN
             MOVE ZERO TO AL-AMOUNT
             MOVE ZERO TO AL-THRESHOLD
             MOVE ZERO TO AL-ITEM-COUNT
             WRITE AML-ALERT-RECORD
             IF WS-AMLALERT-STATUS NOT = '00'
               MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
               MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             CLOSE AML-ALERT-FILE
             OPEN I-O AML-ALERT-FILE
           END-IF
           IF WS-AMLALERT-STATUS NOT = '00'
             MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
             MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
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

       READ-WINDOW-DAYS.
      *    FILE STATUS 35 (NO SYSIN SUPPLIED) AND A BLANK OR ZERO
      *    CARD BOTH FALL BACK TO THE DEFAULT WINDOW (SAME
      *    CONVENTION AS LEDGERUNC'S READ-AGE-LIMIT).
           OPEN INPUT AML-PARM-FILE
           IF WS-PARM-STATUS = '00'
             READ AML-PARM-FILE
               AT END CONTINUE
             END-READ
             IF WS-PARM-STATUS = '00'
               AND PARM-WINDOW-DAYS IS NUMERIC
               AND PARM-WINDOW-DAYS NOT = '000'
               MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
             END-IF
             CLOSE AML-PARM-FILE
           ELSE
             IF WS-PARM-STATUS NOT = '35'
               MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       FIND-WINDOW-START.
      *    TODAY IS THE FIRST OF THE N DAYS, SO THE WINDOW OPENS ON
      *    THE (N - 1)TH DISTINCT BUSINESS DATE BEFORE TODAY. RUNHIST
      *    ONLY READS FORWARD, SO ONE PASS COUNTS THE EARLIER DATES
      *    AND A SECOND STOPS ON THE ONE WANTED. LEDGERCTL WRITES
      *    TODAY'S RECORD ONLY AT THE END OF THE STREAM, A RUN
      *    REOPENED ON THE SAME DATE AFTER A BACK-OUT ADDS NO NEW
      *    DATE, AND NO HISTORY AT ALL LEAVES A WINDOW OF TODAY
      *    ONLY.
           MOVE WS-RUN-DATE TO WS-WINDOW-START
           IF WS-WINDOW-DAYS > 1
             OPEN INPUT RUNHIST-FILE
             IF WS-RUNHIST-STATUS = '00'
               MOVE ZERO TO WS-RH-WANT-DATE
               PERFORM WALK-RUNHIST-DATES
               MOVE WS-RH-DATE-COUNT TO WS-RH-PRIOR-DATES
               IF WS-RH-PRIOR-DATES > ZERO
                 IF WS-RH-PRIOR-DATES >= WS-WINDOW-DAYS
                   COMPUTE WS-RH-WANT-DATE =
                     WS-RH-PRIOR-DATES - WS-WINDOW-DAYS + 2
                 ELSE
                   MOVE 1 TO WS-RH-WANT-DATE
                 END-IF
                 PERFORM WALK-RUNHIST-DATES
               END-IF
               CLOSE RUNHIST-FILE
             ELSE
               IF WS-RUNHIST-STATUS NOT = '35'
                 MOVE 'RUNHIST-FILE' TO WS-ABEND-FILE-ID
                 MOVE WS-RUNHIST-STATUS TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
               END-IF
             END-IF
           END-IF.

       WALK-RUNHIST-DATES.
      *    RUNS ON FILE BEFORE TODAY'S, IN RUN ORDER. BUSINESS
      *    DATES NEVER GO BACKWARDS FROM ONE RUN TO THE NEXT, SO A
      *    CHANGE OF DATE IS A NEW BUSINESS DAY. WITH A DATE NUMBER
      *    WANTED THE WALK STOPS THERE AND OPENS THE WINDOW ON IT;
      *    WITH ZERO IT JUST COUNTS THE DATES.
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
                     MOVE RH-RUN-DATE TO WS-WINDOW-START
                     MOVE 'Y' TO WS-RH-EOF-FLAG
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       WRITE-AML-HEADER.
           STRING 'TRANSACTION MONITORING  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  ' WINDOW DAYS: ' WS-WINDOW-DAYS
                  ' FROM: ' WS-WINDOW-START
                  ' RULES: ' WS-RULE-COUNT
                  DELIMITED BY SIZE
                  INTO AML-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * CLOSE REVIEWED ALERTS FROM THE OPTIONAL AMLCLOSE DECK
      *----------------------------------------------------------
       APPLY-CLOSE-CARDS.
      *    THE DECK IS OPTIONAL - NO CARDS (STATUS 35 OR DD DUMMY)
      *    SIMPLY CLOSES NOTHING. AN UNKNOWN OR ALREADY-CLOSED KEY
      *    IS LISTED, NOT FATAL.
           MOVE 'N' TO WS-CLOSE-EOF-FLAG
           OPEN INPUT AML-CLOSE-FILE
           IF WS-AMLCLOSE-STATUS = '35'
             MOVE 'Y' TO WS-CLOSE-EOF-FLAG
           ELSE
             IF WS-AMLCLOSE-STATUS NOT = '00'
               MOVE 'AMLCLOSE' TO WS-ABEND-FILE-ID
               MOVE WS-AMLCLOSE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             READ AML-CLOSE-FILE
               AT END MOVE 'Y' TO WS-CLOSE-EOF-FLAG
             END-READ
             IF WS-AMLCLOSE-STATUS NOT = '00'
               AND WS-AMLCLOSE-STATUS NOT = '10'
               MOVE 'AMLCLOSE' TO WS-ABEND-FILE-ID
               MOVE WS-AMLCLOSE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           PERFORM UNTIL WS-CLOSE-EOF-FLAG = 'Y'
             IF ACL-ALERT-KEY NOT = SPACES
               PERFORM CLOSE-ONE-ALERT
             END-IF
             READ AML-CLOSE-FILE
               AT END MOVE 'Y' TO WS-CLOSE-EOF-FLAG
             END-READ
             IF WS-AMLCLOSE-STATUS NOT = '00'
               AND WS-AMLCLOSE-STATUS NOT = '10'
               MOVE 'AMLCLOSE' TO WS-ABEND-FILE-ID
               MOVE WS-AMLCLOSE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM
           IF WS-AMLCLOSE-STATUS NOT = '35'
             CLOSE AML-CLOSE-FILE
           END-IF.

       CLOSE-ONE-ALERT.
           MOVE ACL-ALERT-KEY TO AL-KEY
           READ AML-ALERT-FILE
             INVALID KEY
               ADD 1 TO WS-CLOSE-REJECT-COUNT
               STRING 'CLOSE REJECTED - NO SUCH ALERT: '
                      ACL-ALERT-KEY
                      DELIMITED BY SIZE
                      INTO AML-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
             NOT INVALID KEY
               IF AL-STATUS NOT = 'O'
                 OR ACL-CLOSED-BY = SPACES
                 ADD 1 TO WS-CLOSE-REJECT-COUNT
                 STRING 'CLOSE REJECTED - NOT OPEN OR NO ANALYST: '
                        ACL-ALERT-KEY
                        DELIMITED BY SIZE
                        INTO AML-REPORT-RECORD
                 PERFORM WRITE-REPORT-LINE
               ELSE
                 MOVE 'C' TO AL-STATUS
                 MOVE ACL-CLOSED-BY TO AL-CLOSED-BY
                 MOVE WS-RUN-DATE TO AL-CLOSED-DATE
                 REWRITE AML-ALERT-RECORD
                 IF WS-AMLALERT-STATUS NOT = '00'
                   MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
                   MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ROUTINE
                 END-IF
                 ADD 1 TO WS-CLOSED-COUNT
                 STRING 'CLOSED: ' ACL-ALERT-KEY
                        ' BY ' ACL-CLOSED-BY
                        DELIMITED BY SIZE
                        INTO AML-REPORT-RECORD
                 PERFORM WRITE-REPORT-LINE
               END-IF
           END-READ
           IF WS-AMLALERT-STATUS NOT = '00'
             AND WS-AMLALERT-STATUS NOT = '23'
             MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
             MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

      *----------------------------------------------------------
      * TEST EVERY MONITORED ACCOUNT/ASSET OVER THE WINDOW
      *----------------------------------------------------------
       MONITOR-ALL-ACCOUNTS.
           STRING 'NEW ALERTS THIS RUN'
                  DELIMITED BY SIZE
                  INTO AML-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE SPACES TO LED-KEY
           START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-LEDGER-STATUS NOT = '00'
             AND WS-LEDGER-STATUS NOT = '23'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-LEDGER-STATUS NOT = '00'
               AND WS-LEDGER-STATUS NOT = '10'
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND LED-ACCT-TYPE NOT = 'HS'
               PERFORM FIND-AML-RULE
               IF WS-RULE-FOUND-FLAG = 'Y'
                 ADD 1 TO WS-MONITORED-COUNT
                 PERFORM MONITOR-ONE-ACCOUNT
               END-IF
             END-IF
           END-PERFORM.

       FIND-AML-RULE.
      *    FIRST ENTRY MATCHING THE ASSET AND ACCOUNT TYPE WINS. NO
      *    ENTRY MEANS COMPLIANCE HAS NOT ASKED FOR THAT COMBINATION
      *    TO BE MONITORED - NOT AN ERROR.
           MOVE 'N' TO WS-RULE-FOUND-FLAG
           IF WS-RULE-COUNT > ZERO
             SET WS-RULE-IDX TO 1
             SEARCH WS-RULE-ENTRY
               AT END
                 CONTINUE
               WHEN WS-RULE-ASSET(WS-RULE-IDX) = LED-ASSET
                 AND WS-RULE-TYPE(WS-RULE-IDX) = LED-ACCT-TYPE
                 MOVE 'Y' TO WS-RULE-FOUND-FLAG
                 MOVE WS-RULE-SINGLE(WS-RULE-IDX) TO WS-SINGLE-LIMIT
                 MOVE WS-RULE-CUM-IN(WS-RULE-IDX) TO WS-CUM-IN-LIMIT
                 MOVE WS-RULE-CUM-OUT(WS-RULE-IDX)
                   TO WS-CUM-OUT-LIMIT
                 MOVE WS-RULE-STRUCT-COUNT(WS-RULE-IDX)
                   TO WS-STRUCT-COUNT-LIMIT
                 COMPUTE WS-STRUCT-FLOOR ROUNDED =
                   WS-RULE-SINGLE(WS-RULE-IDX)
                   * (100 - WS-RULE-BAND-PCT(WS-RULE-IDX)) / 100
             END-SEARCH
           END-IF.

       MONITOR-ONE-ACCOUNT.
      *    THE JOURNAL IS KEYED ACCOUNT/DATE/SEQ, SO THE ACCOUNT'S
      *    WINDOW IS ONE KEY RANGE FROM THE WINDOW START TO TODAY.
      *    ONE ACCOUNT'S LEGS IN OTHER ASSETS SHARE THE RANGE AND
      *    ARE SKIPPED HERE - THEY ARE TESTED UNDER THEIR OWN
      *    LEDGER RECORD.
           MOVE ZERO TO WS-IN-TOTAL
           MOVE ZERO TO WS-IN-COUNT
           MOVE SPACES TO WS-IN-ID-LIST
           MOVE ZERO TO WS-OUT-TOTAL
           MOVE ZERO TO WS-OUT-COUNT
           MOVE SPACES TO WS-OUT-ID-LIST
           MOVE ZERO TO WS-STR-TOTAL
           MOVE ZERO TO WS-STR-COUNT
           MOVE SPACES TO WS-STR-ID-LIST
           MOVE 'N' TO WS-JRN-EOF-FLAG
           MOVE LED-ACCOUNT TO JRN-ACCOUNT
           MOVE WS-WINDOW-START TO JRN-DATE
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
               IF JRN-ACCOUNT NOT = LED-ACCOUNT
                 OR JRN-DATE > WS-RUN-DATE
                 MOVE 'Y' TO WS-JRN-EOF-FLAG
               ELSE
                 IF JRN-ASSET = LED-ASSET
                   AND (JRN-TYPE = 'D' OR JRN-TYPE = 'W'
                        OR JRN-TYPE = 'T')
                   PERFORM TEST-ONE-LEG
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           PERFORM TEST-WINDOW-TOTALS.

       TEST-ONE-LEG.
           ADD 1 TO WS-LEG-COUNT
           IF JRN-DRCR = 'C'
             ADD JRN-AMOUNT TO WS-IN-TOTAL
             ADD 1 TO WS-IN-COUNT
             MOVE JRN-DATE TO WS-IN-LAST-DATE
             MOVE JRN-SEQ TO WS-IN-LAST-SEQ
             IF WS-IN-COUNT <= 10
               MOVE JRN-TRX-ID TO WS-IN-ID(WS-IN-COUNT)
             END-IF
           ELSE
             ADD JRN-AMOUNT TO WS-OUT-TOTAL
             ADD 1 TO WS-OUT-COUNT
             MOVE JRN-DATE TO WS-OUT-LAST-DATE
             MOVE JRN-SEQ TO WS-OUT-LAST-SEQ
             IF WS-OUT-COUNT <= 10
               MOVE JRN-TRX-ID TO WS-OUT-ID(WS-OUT-COUNT)
             END-IF
           END-IF
           IF WS-SINGLE-LIMIT > ZERO
             IF JRN-AMOUNT >= WS-SINGLE-LIMIT
      *          ONE LARGE ITEM - ITS OWN LEG IS THE TRIGGER
               MOVE 'S' TO WS-NEW-RULE
               MOVE JRN-DATE TO WS-NEW-TRIG-DATE
               MOVE JRN-SEQ TO WS-NEW-TRIG-SEQ
               MOVE JRN-AMOUNT TO WS-NEW-AMOUNT
               MOVE WS-SINGLE-LIMIT TO WS-NEW-THRESHOLD
               MOVE 1 TO WS-NEW-COUNT
               MOVE JRN-TRX-ID TO WS-NEW-ID-LIST
               PERFORM RAISE-ALERT
             ELSE
               IF JRN-AMOUNT >= WS-STRUCT-FLOOR
                 AND WS-STRUCT-COUNT-LIMIT > ZERO
                 ADD JRN-AMOUNT TO WS-STR-TOTAL
                 ADD 1 TO WS-STR-COUNT
                 MOVE JRN-DATE TO WS-STR-LAST-DATE
                 MOVE JRN-SEQ TO WS-STR-LAST-SEQ
                 IF WS-STR-COUNT <= 10
                   MOVE JRN-TRX-ID TO WS-STR-ID(WS-STR-COUNT)
                 END-IF
               END-IF
             END-IF
           END-IF.

       TEST-WINDOW-TOTALS.
      *    THE WINDOW RULES TRIGGER ON THE LATEST QUALIFYING LEG, SO
      *    THE SAME WINDOW ON A LATER RUN RE-FINDS THE SAME ALERT
           IF WS-CUM-IN-LIMIT > ZERO
             AND WS-IN-TOTAL >= WS-CUM-IN-LIMIT
             MOVE 'I' TO WS-NEW-RULE
             MOVE WS-IN-LAST-DATE TO WS-NEW-TRIG-DATE
             MOVE WS-IN-LAST-SEQ TO WS-NEW-TRIG-SEQ
             MOVE WS-IN-TOTAL TO WS-NEW-AMOUNT
             MOVE WS-CUM-IN-LIMIT TO WS-NEW-THRESHOLD
             MOVE WS-IN-COUNT TO WS-NEW-COUNT
             MOVE WS-IN-ID-LIST TO WS-NEW-ID-LIST
             PERFORM RAISE-ALERT
           END-IF
           IF WS-CUM-OUT-LIMIT > ZERO
             AND WS-OUT-TOTAL >= WS-CUM-OUT-LIMIT
             MOVE 'O' TO WS-NEW-RULE
             MOVE WS-OUT-LAST-DATE TO WS-NEW-TRIG-DATE
             MOVE WS-OUT-LAST-SEQ TO WS-NEW-TRIG-SEQ
             MOVE WS-OUT-TOTAL TO WS-NEW-AMOUNT
             MOVE WS-CUM-OUT-LIMIT TO WS-NEW-THRESHOLD
             MOVE WS-OUT-COUNT TO WS-NEW-COUNT
             MOVE WS-OUT-ID-LIST TO WS-NEW-ID-LIST
             PERFORM RAISE-ALERT
           END-IF
           IF WS-STRUCT-COUNT-LIMIT > ZERO
             AND WS-STR-COUNT >= WS-STRUCT-COUNT-LIMIT
             MOVE 'N' TO WS-NEW-RULE
             MOVE WS-STR-LAST-DATE TO WS-NEW-TRIG-DATE
             MOVE WS-STR-LAST-SEQ TO WS-NEW-TRIG-SEQ
             MOVE WS-STR-TOTAL TO WS-NEW-AMOUNT
             MOVE WS-SINGLE-LIMIT TO WS-NEW-THRESHOLD
             MOVE WS-STR-COUNT TO WS-NEW-COUNT
             MOVE WS-STR-ID-LIST TO WS-NEW-ID-LIST
             PERFORM RAISE-ALERT
           END-IF.

       RAISE-ALERT.
      *    AN ALERT ALREADY ON FILE FOR THIS ACTIVITY IS NOT RAISED
      *    AGAIN - UNLESS IT WAS RAISED BY THIS SAME RUN (A RESTART
      *    OF THE STEP), IN WHICH CASE IT IS STILL TODAY'S NEWS AND
      *    IS LISTED AGAIN WITH THE NEW ALERTS.
           MOVE LED-ACCOUNT TO AL-ACCOUNT
           MOVE LED-ASSET TO AL-ASSET
           MOVE WS-NEW-RULE TO AL-RULE
           MOVE WS-NEW-TRIG-DATE TO AL-TRIG-DATE
           MOVE WS-NEW-TRIG-SEQ TO AL-TRIG-SEQ
           READ AML-ALERT-FILE
             INVALID KEY
               PERFORM WRITE-NEW-ALERT
             NOT INVALID KEY
               IF AL-RAISED-RUN = WS-RUN-NUMBER
                 ADD 1 TO WS-NEW-ALERT-COUNT
                 MOVE 'NEW  ' TO WS-ALERT-TAG
                 PERFORM LIST-ONE-ALERT
               ELSE
                 ADD 1 TO WS-REPEAT-COUNT
               END-IF
           END-READ
           IF WS-AMLALERT-STATUS NOT = '00'
             AND WS-AMLALERT-STATUS NOT = '23'
             MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
             MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-NEW-ALERT.
           MOVE SPACES TO AML-ALERT-RECORD
           MOVE LED-ACCOUNT TO AL-ACCOUNT
           MOVE LED-ASSET TO AL-ASSET
           MOVE WS-NEW-RULE TO AL-RULE
           MOVE WS-NEW-TRIG-DATE TO AL-TRIG-DATE
           MOVE WS-NEW-TRIG-SEQ TO AL-TRIG-SEQ
           MOVE LED-ACCT-TYPE TO AL-ACCT-TYPE
           MOVE 'O' TO AL-STATUS
           MOVE WS-RUN-NUMBER TO AL-RAISED-RUN
           MOVE WS-RUN-DATE TO AL-RAISED-DATE
           MOVE WS-WINDOW-START TO AL-WINDOW-START
           MOVE WS-NEW-AMOUNT TO AL-AMOUNT
           MOVE WS-NEW-THRESHOLD TO AL-THRESHOLD
           MOVE WS-NEW-COUNT TO AL-ITEM-COUNT
           MOVE WS-NEW-ID-LIST TO AL-TRX-ID-LIST
           WRITE AML-ALERT-RECORD
           IF WS-AMLALERT-STATUS NOT = '00'
             MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
             MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-NEW-ALERT-COUNT
           MOVE 'NEW  ' TO WS-ALERT-TAG
           PERFORM LIST-ONE-ALERT.

       LIST-ONE-ALERT.
      *    TWO LINES PER ALERT: THE KEY (AS A CLOSE CARD WANTS IT)
      *    WITH THE FIGURES, THEN THE TRX-IDS INVOLVED
           EVALUATE AL-RULE
             WHEN 'S'
               MOVE 'SINGLE' TO WS-RULE-NAME
             WHEN 'I'
               MOVE 'CUM-INFLOW' TO WS-RULE-NAME
             WHEN 'O'
               MOVE 'CUM-OUTFLW' TO WS-RULE-NAME
             WHEN 'N'
               MOVE 'STRUCTURNG' TO WS-RULE-NAME
             WHEN OTHER
               MOVE 'UNKNOWN' TO WS-RULE-NAME
           END-EVALUATE
           STRING WS-ALERT-TAG AL-KEY
                  ' TP ' AL-ACCT-TYPE
                  ' ' WS-RULE-NAME
                  ' AMT ' AL-AMOUNT
                  ' LIMIT ' AL-THRESHOLD
                  ' ITEMS ' AL-ITEM-COUNT
                  ' RAISED ' AL-RAISED-DATE
                  DELIMITED BY SIZE
                  INTO AML-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING '      TRX-IDS:'
                  DELIMITED BY SIZE
                  INTO AML-REPORT-RECORD
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
             UNTIL WS-ID-IDX > 10
             IF AL-TRX-ID(WS-ID-IDX) NOT = SPACES
               MOVE AL-TRX-ID(WS-ID-IDX)
                 TO AML-REPORT-RECORD(5 + WS-ID-IDX * 11:10)
             END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * ALERTS STILL OPEN FROM EARLIER RUNS
      *----------------------------------------------------------
       LIST-OPEN-ALERTS.
           STRING 'ALERTS STILL OPEN FROM EARLIER RUNS'
                  DELIMITED BY SIZE
                  INTO AML-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO AL-KEY
           START AML-ALERT-FILE KEY IS NOT LESS THAN AL-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-AMLALERT-STATUS NOT = '00'
             AND WS-AMLALERT-STATUS NOT = '23'
             MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
             MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ AML-ALERT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-AMLALERT-STATUS NOT = '00'
               AND WS-AMLALERT-STATUS NOT = '10'
               MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
               MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND AL-KEY NOT = HIGH-VALUES
               AND AL-STATUS = 'O'
               AND AL-RAISED-RUN < WS-RUN-NUMBER
               ADD 1 TO WS-OPEN-ALERT-COUNT
               MOVE 'OPEN ' TO WS-ALERT-TAG
               PERFORM LIST-ONE-ALERT
             END-IF
           END-PERFORM.

       WRITE-AML-SUMMARY.
           STRING 'SUMMARY - MONITORED: ' WS-MONITORED-COUNT
                  ' LEGS: ' WS-LEG-COUNT
                  ' NEW ALERTS: ' WS-NEW-ALERT-COUNT
                  ' ALREADY RAISED: ' WS-REPEAT-COUNT
                  ' STILL OPEN: ' WS-OPEN-ALERT-COUNT
                  DELIMITED BY SIZE
                  INTO AML-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'SUMMARY - CLOSED: ' WS-CLOSED-COUNT
                  ' CLOSE CARDS REJECTED: ' WS-CLOSE-REJECT-COUNT
                  DELIMITED BY SIZE
                  INTO AML-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE AML-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'AML-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO AML-REPORT-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           CLOSE AML-ALERT-FILE
           IF WS-AMLALERT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE AMLALERT STATUS'
               ' ' WS-AMLALERT-STATUS
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
           CLOSE AML-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE AML-REPORT STATUS'
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
           STRING 'LEDGERAML ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
