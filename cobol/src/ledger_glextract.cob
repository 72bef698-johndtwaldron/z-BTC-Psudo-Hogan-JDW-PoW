       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERGLX.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger General Ledger Interface Extract
      * Summarizes the business date's journal legs into a balanced
      * general ledger posting file for finance, replacing the
      * daily hand rebuild of the ledger's movement from TBALRPT
      * and ACRRPT. EVERY LEG JOURNALLED UNDER TODAY'S BUSINESS
      * DATE IS SUMMED BY ASSET, JRN-TYPE, JRN-DRCR AND THE
      * ACCOUNT'S LED-ACCT-TYPE, AND EACH SUMMARY LINE IS MAPPED TO
      * A GL ACCOUNT THROUGH THE FINANCE-OWNED GLMAP FILE (SAME
      * CONFIG STYLE AS FEESCHED AND RATESCHED).
      *
      * ONE-SIDED LEG TYPES (DEPOSITS, WITHDRAWALS, REWARDS AND
      * THEIR REVERSALS) HAVE NO SECOND LEG ON THE JOURNAL - THEIR
      * MAPPING ENTRY NAMES AN OFFSET GL ACCOUNT (CUSTODY WALLET,
      * REWARD EXPENSE, ...) AND A BALANCING LINE IS WRITTEN TO IT
      * ON THE OPPOSITE SIDE. TWO-SIDED TYPES (TRANSFERS, FEES,
      * YIELD, ADJUSTMENTS) ALREADY BALANCE LEG FOR LEG - LEDGERTBL
      * PROVED IT IN THE STEP BEFORE THIS ONE - AND LEAVE THE
      * OFFSET BLANK.
      *
      * NOTHING CAN SILENTLY DROP OUT OF THE GL: A COMBINATION THE
      * MAPPING DOES NOT COVER IS POSTED TO THE GL SUSPENSE ACCOUNT
      * NAMED ON GLMAP AND LISTED ON THE GLEXCP EXCEPTION REPORT,
      * AND ANY ASSET WHOSE GL DEBITS AND CREDITS STILL DIFFER IS
      * BALANCED TO SUSPENSE AND LISTED THE SAME WAY - SO THE FILE
      * ALWAYS BALANCES AND FINANCE ALWAYS SEES WHAT WAS PARKED.
      * A RUN WITH ANY EXCEPTION ENDS RETURN CODE 4 (A WARNING THE
      * DRIVER STREAM'S COND=(4,LT) STEPS RUN THROUGH).
      *
      * THE GLOUT FILE CARRIES A LEADING 'HDR,' RECORD STAMPED
      * WITH THE RUN'S BUSINESS DATE AND NUMBER AND A TRAILING
      * 'TRL,' RECORD WITH THE LINE COUNT AND DEBIT AND CREDIT
      * TOTALS (SAME CONTROL RECORD CONVENTION AS LEDGERUPD'S
      * WORKFILE).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GLMAP-STATUS.

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

           SELECT GL-WORK-FILE ASSIGN TO "GLWORK"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GW-KEY
                  FILE STATUS IS WS-GLWORK-STATUS.

           SELECT GL-OUT-FILE ASSIGN TO "GLOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GLOUT-STATUS.

           SELECT GL-EXCP-FILE ASSIGN TO "GLEXCP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-EXCP-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
      *    CHART-OF-ACCOUNTS MAPPING MAINTAINED BY FINANCE - SAME
      *    CONFIG STYLE AS LEDGERUPD'S FEESCHED. RECORD TYPES:
      *      'S' - NAMES THE GL SUSPENSE ACCOUNT UNMAPPED AND
      *            OUT-OF-BALANCE AMOUNTS ARE PARKED IN
      *      'M' - ONE MAPPING: ASSET, JRN-TYPE, JRN-DRCR AND
      *            LED-ACCT-TYPE, THE GL ACCOUNT THE LEGS POST TO,
      *            AND - FOR ONE-SIDED LEG TYPES ONLY - THE OFFSET
      *            GL ACCOUNT THAT TAKES THE OPPOSITE SIDE. FIRST
      *            MATCHING ENTRY WINS.
           05  GLM-REC-TYPE        PIC X(01).
           05  GLM-SUSPENSE-DATA.
               10  GLM-SUSPENSE-GL PIC X(10).
               10  FILLER          PIC X(29).
           05  GLM-ENTRY-DATA REDEFINES GLM-SUSPENSE-DATA.
               10  GLM-ASSET       PIC X(03).
               10  GLM-JRN-TYPE    PIC X(01).
               10  GLM-DRCR        PIC X(01).
               10  GLM-ACCT-TYPE   PIC X(02).
               10  GLM-GL-ACCOUNT  PIC X(10).
               10  GLM-OFFSET-GL   PIC X(10).
               10  FILLER          PIC X(12).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
      *    READ HERE ONLY FOR EACH LEG'S LED-ACCT-TYPE
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
      *    PERMANENT MULTI-DAY POSTING HISTORY - ONLY LEGS DATED
      *    THE RUN'S BUSINESS DATE ARE EXTRACTED
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
      *    LEDGRUN STREAM - STAMPED ON THE GL HEADER RECORD
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  GL-WORK-FILE.
       01  GL-WORK-RECORD.
      *    ONE KEYED RECORD PER ASSET/JRN-TYPE/DRCR/ACCOUNT-TYPE
      *    COMBINATION JOURNALLED TODAY, CARRYING ITS LEG COUNT AND
      *    AMOUNT - A KEYED WORK FILE RATHER THAN AN IN-CORE TABLE
      *    SO THERE IS NO VOLUME CEILING (SAME CONVENTION AS
      *    LEDGERTBL'S TBLWORK), AND ITS KEY ORDER GROUPS THE
      *    OUTPUT BY ASSET FOR THE PER-ASSET BALANCE CHECK.
           05  GW-KEY.
               10  GW-ASSET        PIC X(03).
               10  GW-JRN-TYPE     PIC X(01).
               10  GW-DRCR         PIC X(01).
               10  GW-ACCT-TYPE    PIC X(02).
           05  GW-LEG-COUNT        PIC 9(08).
           05  GW-AMOUNT           PIC 9(13)V99.

       FD  GL-OUT-FILE.
       01  GL-OUT-RECORD          PIC X(80).

       FD  GL-EXCP-FILE.
       01  GL-EXCP-RECORD         PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GLMAP-STATUS        PIC XX.
       01  WS-GLMAP-EOF-FLAG      PIC X VALUE 'N'.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-RUNCTL-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-GLWORK-STATUS       PIC XX.
       01  WS-GLOUT-STATUS        PIC XX.
       01  WS-EXCP-STATUS         PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-RUN-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE            PIC X(08).
       01  WS-RUN-STATUS          PIC X(01).
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-ABEND-STATUS        PIC XX.
       01  WS-ABEND-LINE          PIC X(132).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-SUSPENSE-GL         PIC X(10) VALUE SPACES.
       01  WS-LAST-LED-KEY        PIC X(15) VALUE SPACES.
       01  WS-LAST-ACCT-TYPE      PIC X(02) VALUE SPACES.
      *    THE JOURNAL SWEEP RUNS IN ACCOUNT ORDER, SO AN
      *    ACCOUNT'S LEGS ARRIVE TOGETHER - THE LAST ACCOUNT TYPE
      *    LOOKED UP IS KEPT TO SAVE A LEDGER READ PER LEG
       01  WS-GL-ACCOUNT          PIC X(10).
       01  WS-GL-ASSET            PIC X(03).
       01  WS-GL-JRN-TYPE         PIC X(01).
       01  WS-GL-ACCT-TYPE        PIC X(02).
       01  WS-GL-LEG-COUNT        PIC 9(08).
       01  WS-GL-DRCR             PIC X(01).
       01  WS-GL-AMOUNT           PIC 9(13)V99.
       01  WS-OFFSET-DRCR         PIC X(01).
       01  WS-CURRENT-ASSET       PIC X(03) VALUE SPACES.
       01  WS-ASSET-DEBITS        PIC S9(13)V99 VALUE ZERO.
       01  WS-ASSET-CREDITS       PIC S9(13)V99 VALUE ZERO.
       01  WS-ASSET-DIFF          PIC S9(13)V99 VALUE ZERO.
       01  WS-LEG-COUNT           PIC 9(08) VALUE ZERO.
       01  WS-SUMMARY-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-GL-LINE-COUNT       PIC 9(08) VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL      PIC 9(15)V99 VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL     PIC 9(15)V99 VALUE ZERO.
       01  WS-UNMAPPED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-OOB-COUNT           PIC 9(06) VALUE ZERO.

      *    MAPPING ENTRIES LOADED FROM GLMAP AT STARTUP. ONE ENTRY
      *    PER ASSET/TYPE/SIDE/ACCOUNT-TYPE RUNS TO HUNDREDS, SO
      *    THE TABLE IS SIZED WELL ABOVE THE FEE AND RATE TABLES;
      *    OVERFLOW STILL MEANS THE FILE IS DAMAGED, SO ABEND
      *    RATHER THAN MAP FROM HALF A CHART OF ACCOUNTS.
       01  WS-MAX-MAP             PIC 9(03) VALUE 500.
       01  WS-MAP-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-MAP-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY       OCCURS 500 TIMES
                                  INDEXED BY WS-MAP-IDX.
               10  WS-MAP-ASSET   PIC X(03).
               10  WS-MAP-JRN-TYPE PIC X(01).
               10  WS-MAP-DRCR    PIC X(01).
               10  WS-MAP-ACCT-TYPE PIC X(02).
               10  WS-MAP-GL      PIC X(10).
               10  WS-MAP-OFFSET  PIC X(10).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-EXCP-HEADER
           PERFORM SUMMARIZE-JOURNAL-LEGS
           PERFORM WRITE-GL-HEADER
           PERFORM WRITE-GL-DETAIL
           PERFORM WRITE-GL-TRAILER
           PERFORM WRITE-EXCP-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-UNMAPPED-COUNT > ZERO OR WS-OOB-COUNT > ZERO
      *        THE FILE STILL BALANCES, BUT SOMETHING WAS PARKED IN
      *        SUSPENSE - WARN WITHOUT STOPPING THE STREAM
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           PERFORM LOAD-GL-MAP
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
           OPEN OUTPUT GL-OUT-FILE
           IF WS-GLOUT-STATUS NOT = '00'
             MOVE 'GL-OUT' TO WS-ABEND-FILE-ID
             MOVE WS-GLOUT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT GL-EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
             MOVE 'GL-EXCP' TO WS-ABEND-FILE-ID
             MOVE WS-EXCP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
      *    THE SUMMARY WORK CLUSTER IS DELETE/DEFINED FRESH BY THE
      *    DRIVER JOB EACH RUN, AND AN EMPTY KEYED DATASET CANNOT
      *    BE OPENED I-O - SO IT IS PRIMED IN LOAD MODE WITH A
      *    SINGLE HIGH-VALUES SENTINEL RECORD AND REOPENED I-O
      *    (SAME CONVENTION AS LEDGERTBL). THE SENTINEL KEY CAN
      *    NEVER MATCH A REAL COMBINATION; THE OUTPUT PASS SKIPS IT.
           OPEN OUTPUT GL-WORK-FILE
           IF WS-GLWORK-STATUS NOT = '00'
             MOVE 'GL-WORK' TO WS-ABEND-FILE-ID
             MOVE WS-GLWORK-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE HIGH-VALUES TO GW-KEY
           MOVE ZERO TO GW-LEG-COUNT
           MOVE ZERO TO GW-AMOUNT
           WRITE GL-WORK-RECORD
           IF WS-GLWORK-STATUS NOT = '00'
             MOVE 'GL-WORK' TO WS-ABEND-FILE-ID
             MOVE WS-GLWORK-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           CLOSE GL-WORK-FILE
           OPEN I-O GL-WORK-FILE
           IF WS-GLWORK-STATUS NOT = '00'
             MOVE 'GL-WORK' TO WS-ABEND-FILE-ID
             MOVE WS-GLWORK-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM LOAD-RUN-CONTROL.

       LOAD-GL-MAP.
      *    THE MAPPING IS REQUIRED, AND SO IS ITS SUSPENSE ACCOUNT
      *    - WITHOUT ONE THERE IS NOWHERE TO PARK AN UNMAPPED
      *    COMBINATION EXCEPT OUT OF THE FILE, WHICH IS EXACTLY
      *    WHAT THIS EXTRACT MUST NEVER DO. SAME LOADING DISCIPLINE
      *    AS LEDGERUPD'S LOAD-FEE-SCHEDULE.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
             MOVE 'GLMAP' TO WS-ABEND-FILE-ID
             MOVE WS-GLMAP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           READ GL-MAP-FILE
             AT END MOVE 'Y' TO WS-GLMAP-EOF-FLAG
           END-READ
           IF WS-GLMAP-STATUS NOT = '00'
             AND WS-GLMAP-STATUS NOT = '10'
             MOVE 'GLMAP' TO WS-ABEND-FILE-ID
             MOVE WS-GLMAP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-GLMAP-EOF-FLAG = 'Y'
             EVALUATE GLM-REC-TYPE
               WHEN 'S'
                 MOVE GLM-SUSPENSE-GL TO WS-SUSPENSE-GL
               WHEN 'M'
                 PERFORM LOAD-MAP-ENTRY
               WHEN OTHER
      *          A RECORD TYPE THIS PROGRAM DOES NOT KNOW MEANS THE
      *          MAPPING IS NEWER THAN THE CODE - STOP RATHER THAN
      *          MAP FROM A FILE ONLY PARTLY UNDERSTOOD.
                 MOVE 'GLMAP' TO WS-ABEND-FILE-ID
                 MOVE 'FR' TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
             END-EVALUATE
             READ GL-MAP-FILE
               AT END MOVE 'Y' TO WS-GLMAP-EOF-FLAG
             END-READ
             IF WS-GLMAP-STATUS NOT = '00'
               AND WS-GLMAP-STATUS NOT = '10'
               MOVE 'GLMAP' TO WS-ABEND-FILE-ID
               MOVE WS-GLMAP-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM
           CLOSE GL-MAP-FILE
           IF WS-SUSPENSE-GL = SPACES
             MOVE 'GLMAP' TO WS-ABEND-FILE-ID
             MOVE 'FA' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       LOAD-MAP-ENTRY.
           IF WS-MAP-COUNT >= WS-MAX-MAP
             MOVE 'GLMAP' TO WS-ABEND-FILE-ID
             MOVE 'FT' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF GLM-GL-ACCOUNT = SPACES
      *        A MAPPING WITH NO GL ACCOUNT IS A DAMAGED ENTRY
             MOVE 'GLMAP' TO WS-ABEND-FILE-ID
             MOVE 'FN' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GLM-ASSET TO WS-MAP-ASSET(WS-MAP-COUNT)
           MOVE GLM-JRN-TYPE TO WS-MAP-JRN-TYPE(WS-MAP-COUNT)
           MOVE GLM-DRCR TO WS-MAP-DRCR(WS-MAP-COUNT)
           MOVE GLM-ACCT-TYPE TO WS-MAP-ACCT-TYPE(WS-MAP-COUNT)
           MOVE GLM-GL-ACCOUNT TO WS-MAP-GL(WS-MAP-COUNT)
           MOVE GLM-OFFSET-GL TO WS-MAP-OFFSET(WS-MAP-COUNT).

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

       WRITE-EXCP-HEADER.
           STRING 'GL EXTRACT EXCEPTIONS  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  ' MAPPINGS: ' WS-MAP-COUNT
                  ' SUSPENSE GL: ' WS-SUSPENSE-GL
                  DELIMITED BY SIZE
                  INTO GL-EXCP-RECORD
           PERFORM WRITE-EXCP-LINE.

      *----------------------------------------------------------
      * PASS 1 - SUM THE BUSINESS DATE'S LEGS INTO THE WORK FILE
      *----------------------------------------------------------
       SUMMARIZE-JOURNAL-LEGS.
      *    THE JOURNAL KEY LEADS WITH ACCOUNT, NOT DATE, SO A
      *    DATE-FILTERED PASS IS A FULL SWEEP (SAME ACCESS PATTERN
      *    AS LEDGERTBL).
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO JRN-KEY
           START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-JOURNAL-STATUS NOT = '00'
             AND WS-JOURNAL-STATUS NOT = '23'
             MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ JOURNAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-JOURNAL-STATUS NOT = '00'
               AND WS-JOURNAL-STATUS NOT = '10'
               MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND JRN-DATE = WS-RUN-DATE
               ADD 1 TO WS-LEG-COUNT
               PERFORM LOOKUP-LEG-ACCT-TYPE
               PERFORM ADD-LEG-TO-SUMMARY
             END-IF
           END-PERFORM.

       LOOKUP-LEG-ACCT-TYPE.
      *    A LEG WHOSE ACCOUNT/ASSET IS NOT ON LEDGER CANNOT BE
      *    CLASSIFIED - IT SUMMARIZES UNDER ACCOUNT TYPE '??', WHICH
      *    NO MAPPING COVERS, SO IT LANDS IN SUSPENSE AND ON THE
      *    EXCEPTION REPORT RATHER THAN DROPPING OUT.
           IF JRN-ACCOUNT NOT = WS-LAST-LED-KEY(1:12)
             OR JRN-ASSET NOT = WS-LAST-LED-KEY(13:3)
             MOVE JRN-ACCOUNT TO LED-ACCOUNT
             MOVE JRN-ASSET TO LED-ASSET
             READ LEDGER-FILE
               INVALID KEY
                 MOVE '??' TO WS-LAST-ACCT-TYPE
               NOT INVALID KEY
                 MOVE LED-ACCT-TYPE TO WS-LAST-ACCT-TYPE
             END-READ
             IF WS-LEDGER-STATUS NOT = '00'
               AND WS-LEDGER-STATUS NOT = '23'
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE JRN-ACCOUNT TO WS-LAST-LED-KEY(1:12)
             MOVE JRN-ASSET TO WS-LAST-LED-KEY(13:3)
           END-IF.

       ADD-LEG-TO-SUMMARY.
           MOVE JRN-ASSET TO GW-ASSET
           MOVE JRN-TYPE TO GW-JRN-TYPE
           MOVE JRN-DRCR TO GW-DRCR
           MOVE WS-LAST-ACCT-TYPE TO GW-ACCT-TYPE
           READ GL-WORK-FILE
             INVALID KEY
               MOVE 1 TO GW-LEG-COUNT
               MOVE JRN-AMOUNT TO GW-AMOUNT
               WRITE GL-WORK-RECORD
               IF WS-GLWORK-STATUS NOT = '00'
                 MOVE 'GL-WORK' TO WS-ABEND-FILE-ID
                 MOVE WS-GLWORK-STATUS TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
               END-IF
             NOT INVALID KEY
               ADD 1 TO GW-LEG-COUNT
               ADD JRN-AMOUNT TO GW-AMOUNT
               REWRITE GL-WORK-RECORD
               IF WS-GLWORK-STATUS NOT = '00'
                 MOVE 'GL-WORK' TO WS-ABEND-FILE-ID
                 MOVE WS-GLWORK-STATUS TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
               END-IF
           END-READ
           IF WS-GLWORK-STATUS NOT = '00'
             AND WS-GLWORK-STATUS NOT = '23'
             MOVE 'GL-WORK' TO WS-ABEND-FILE-ID
             MOVE WS-GLWORK-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

      *----------------------------------------------------------
      * PASS 2 - MAP EACH SUMMARY LINE AND WRITE THE GL FILE
      *----------------------------------------------------------
       WRITE-GL-HEADER.
      *    LEADING CONTROL RECORD SO FINANCE CAN VERIFY THE RUN AND
      *    BUSINESS DATE THIS FILE CAME FROM BEFORE POSTING ANY
      *    DETAIL (SAME CONVENTION AS LEDGERUPD'S WORKFILE HEADER).
           STRING 'HDR,' WS-RUN-DATE ',' WS-RUN-NUMBER ',' 'LEDGERGL'
                  DELIMITED BY SIZE
                  INTO GL-OUT-RECORD
           PERFORM WRITE-GL-RECORD.

       WRITE-GL-DETAIL.
      *    THE WORK FILE'S KEY ORDER GROUPS EVERY ASSET'S LINES
      *    TOGETHER, SO EACH ASSET IS BALANCE-CHECKED ON THE
      *    CONTROL BREAK. THE HIGH-VALUES SENTINEL SORTS LAST AND
      *    IS SKIPPED.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO GW-KEY
           START GL-WORK-FILE KEY IS NOT LESS THAN GW-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-GLWORK-STATUS NOT = '00'
             AND WS-GLWORK-STATUS NOT = '23'
             MOVE 'GL-WORK' TO WS-ABEND-FILE-ID
             MOVE WS-GLWORK-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ GL-WORK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-GLWORK-STATUS NOT = '00'
               AND WS-GLWORK-STATUS NOT = '10'
               MOVE 'GL-WORK' TO WS-ABEND-FILE-ID
               MOVE WS-GLWORK-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND GW-KEY NOT = HIGH-VALUES
               IF GW-ASSET NOT = WS-CURRENT-ASSET
                 PERFORM CHECK-ASSET-BALANCE
                 MOVE GW-ASSET TO WS-CURRENT-ASSET
               END-IF
               ADD 1 TO WS-SUMMARY-COUNT
               PERFORM MAP-SUMMARY-LINE
             END-IF
           END-PERFORM
           PERFORM CHECK-ASSET-BALANCE.

       MAP-SUMMARY-LINE.
           PERFORM FIND-MAP-ENTRY
           MOVE GW-ASSET TO WS-GL-ASSET
           MOVE GW-JRN-TYPE TO WS-GL-JRN-TYPE
           MOVE GW-ACCT-TYPE TO WS-GL-ACCT-TYPE
           MOVE GW-LEG-COUNT TO WS-GL-LEG-COUNT
           MOVE GW-DRCR TO WS-GL-DRCR
           MOVE GW-AMOUNT TO WS-GL-AMOUNT
           IF WS-MAP-FOUND-FLAG = 'Y'
             MOVE WS-MAP-GL(WS-MAP-IDX) TO WS-GL-ACCOUNT
             PERFORM WRITE-GL-LINE
             IF WS-MAP-OFFSET(WS-MAP-IDX) NOT = SPACES
      *          ONE-SIDED LEG TYPE - THE OFFSET GL ACCOUNT TAKES
      *          THE OPPOSITE SIDE OF THE SAME AMOUNT
               IF GW-DRCR = 'D'
                 MOVE 'C' TO WS-GL-DRCR
               ELSE
                 MOVE 'D' TO WS-GL-DRCR
               END-IF
               MOVE WS-MAP-OFFSET(WS-MAP-IDX) TO WS-GL-ACCOUNT
               PERFORM WRITE-GL-LINE
             END-IF
           ELSE
             ADD 1 TO WS-UNMAPPED-COUNT
             MOVE WS-SUSPENSE-GL TO WS-GL-ACCOUNT
             PERFORM WRITE-GL-LINE
             STRING 'UNMAPPED: ASSET ' GW-ASSET
                    ' JRN-TYPE ' GW-JRN-TYPE
                    ' DRCR ' GW-DRCR
                    ' ACCT-TYPE ' GW-ACCT-TYPE
                    ' LEGS: ' GW-LEG-COUNT
                    ' AMOUNT: ' GW-AMOUNT
                    ' - POSTED TO SUSPENSE ' WS-SUSPENSE-GL
                    DELIMITED BY SIZE
                    INTO GL-EXCP-RECORD
             PERFORM WRITE-EXCP-LINE
           END-IF.

       FIND-MAP-ENTRY.
      *    FIRST ENTRY MATCHING ALL FOUR KEYS WINS.
           MOVE 'N' TO WS-MAP-FOUND-FLAG
           IF WS-MAP-COUNT > ZERO
             SET WS-MAP-IDX TO 1
             SEARCH WS-MAP-ENTRY
               AT END
                 CONTINUE
               WHEN WS-MAP-ASSET(WS-MAP-IDX) = GW-ASSET
                 AND WS-MAP-JRN-TYPE(WS-MAP-IDX) = GW-JRN-TYPE
                 AND WS-MAP-DRCR(WS-MAP-IDX) = GW-DRCR
                 AND WS-MAP-ACCT-TYPE(WS-MAP-IDX) = GW-ACCT-TYPE
                 MOVE 'Y' TO WS-MAP-FOUND-FLAG
             END-SEARCH
           END-IF.

       CHECK-ASSET-BALANCE.
      *    CLOSE OUT THE ASSET JUST FINISHED. ITS GL DEBITS AND
      *    CREDITS DIFFER ONLY WHEN A ONE-SIDED TYPE IS UNMAPPED OR
      *    MAPPED WITHOUT AN OFFSET - THE DIFFERENCE IS BALANCED TO
      *    SUSPENSE AND LISTED, SO THE FILE STILL BALANCES AND THE
      *    GAP IS VISIBLE TO FINANCE. THE NEXT ASSET'S FIRST WORK
      *    RECORD IS ALREADY IN THE BUFFER, SO THE BALANCING LINE
      *    IS BUILT ENTIRELY FROM WORKING STORAGE.
           IF WS-CURRENT-ASSET NOT = SPACES
             COMPUTE WS-ASSET-DIFF =
               WS-ASSET-DEBITS - WS-ASSET-CREDITS
             IF WS-ASSET-DIFF NOT = ZERO
               ADD 1 TO WS-OOB-COUNT
               MOVE WS-CURRENT-ASSET TO WS-GL-ASSET
               MOVE SPACES TO WS-GL-JRN-TYPE
               MOVE SPACES TO WS-GL-ACCT-TYPE
               MOVE ZERO TO WS-GL-LEG-COUNT
               MOVE WS-SUSPENSE-GL TO WS-GL-ACCOUNT
               IF WS-ASSET-DIFF > ZERO
                 MOVE 'C' TO WS-GL-DRCR
                 MOVE WS-ASSET-DIFF TO WS-GL-AMOUNT
               ELSE
                 MOVE 'D' TO WS-GL-DRCR
                 COMPUTE WS-GL-AMOUNT = ZERO - WS-ASSET-DIFF
               END-IF
               PERFORM WRITE-GL-LINE
               STRING 'OUT OF BALANCE: ASSET ' WS-CURRENT-ASSET
                      ' DEBITS: ' WS-ASSET-DEBITS
                      ' CREDITS: ' WS-ASSET-CREDITS
                      ' - BALANCED TO SUSPENSE ' WS-SUSPENSE-GL
                      ' ' WS-GL-DRCR
                      DELIMITED BY SIZE
                      INTO GL-EXCP-RECORD
               PERFORM WRITE-EXCP-LINE
             END-IF
           END-IF
           MOVE ZERO TO WS-ASSET-DEBITS
           MOVE ZERO TO WS-ASSET-CREDITS.

       WRITE-GL-LINE.
      *    ONE GL POSTING LINE: GL ACCOUNT, ASSET, SIDE AND AMOUNT,
      *    WITH THE SOURCE COMBINATION AND LEG COUNT CARRIED FOR
      *    FINANCE'S DRILL-BACK TO THE JOURNAL.
           STRING 'GLD,' WS-GL-ACCOUNT ',' WS-GL-ASSET
                  ',' WS-GL-DRCR ',' WS-GL-AMOUNT
                  ',' WS-GL-LEG-COUNT
                  ',' WS-GL-JRN-TYPE ',' WS-GL-ACCT-TYPE
                  DELIMITED BY SIZE
                  INTO GL-OUT-RECORD
           PERFORM WRITE-GL-RECORD
           ADD 1 TO WS-GL-LINE-COUNT
           IF WS-GL-DRCR = 'D'
             ADD WS-GL-AMOUNT TO WS-ASSET-DEBITS
             ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
             ADD WS-GL-AMOUNT TO WS-ASSET-CREDITS
             ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.

       WRITE-GL-TRAILER.
      *    TRAILING CONTROL RECORD CARRYING THE DETAIL LINE COUNT
      *    AND THE DEBIT AND CREDIT TOTALS, WHICH ALWAYS AGREE, SO
      *    FINANCE CAN PROVE THE FILE COMPLETE AND BALANCED BEFORE
      *    POSTING IT.
           STRING 'TRL,' WS-GL-LINE-COUNT ',' WS-GL-DEBIT-TOTAL
                  ',' WS-GL-CREDIT-TOTAL
                  DELIMITED BY SIZE
                  INTO GL-OUT-RECORD
           PERFORM WRITE-GL-RECORD.

       WRITE-GL-RECORD.
           WRITE GL-OUT-RECORD
           IF WS-GLOUT-STATUS NOT = '00'
             MOVE 'GL-OUT' TO WS-ABEND-FILE-ID
             MOVE WS-GLOUT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO GL-OUT-RECORD.

       WRITE-EXCP-SUMMARY.
           STRING 'SUMMARY - LEGS: ' WS-LEG-COUNT
                  ' SUMMARY LINES: ' WS-SUMMARY-COUNT
                  ' GL LINES: ' WS-GL-LINE-COUNT
                  ' UNMAPPED: ' WS-UNMAPPED-COUNT
                  ' OUT OF BALANCE ASSETS: ' WS-OOB-COUNT
                  DELIMITED BY SIZE
                  INTO GL-EXCP-RECORD
           PERFORM WRITE-EXCP-LINE
           STRING 'GL TOTALS - DEBITS: ' WS-GL-DEBIT-TOTAL
                  ' CREDITS: ' WS-GL-CREDIT-TOTAL
                  DELIMITED BY SIZE
                  INTO GL-EXCP-RECORD
           PERFORM WRITE-EXCP-LINE.

       WRITE-EXCP-LINE.
           WRITE GL-EXCP-RECORD
           IF WS-EXCP-STATUS NOT = '00'
             MOVE 'GL-EXCP' TO WS-ABEND-FILE-ID
             MOVE WS-EXCP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO GL-EXCP-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
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
           CLOSE GL-WORK-FILE
           IF WS-GLWORK-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE GL-WORK STATUS'
               ' ' WS-GLWORK-STATUS
           END-IF
           CLOSE GL-OUT-FILE
           IF WS-GLOUT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE GL-OUT STATUS'
               ' ' WS-GLOUT-STATUS
           END-IF
           CLOSE GL-EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE GL-EXCP STATUS'
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
           STRING 'LEDGERGLX ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
