       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERCLS.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Account Closure Program
      * Closes customer accounts from request cards with a final
      * settlement, instead of LEDGERMNT flipping LED-STATUS to 'C'
      * over a balance nothing will ever move again. EVERY ASSET
      * BALANCE ON THE ACCOUNT IS SWEPT TO THE PAYOUT ACCOUNT LESS
      * ANY CLOSURE FEE FROM FEESCHED, THE SWEEP AND FEE LEGS ARE
      * JOURNALLED UNDER JRN-TYPE 'C', EVERY ASSET RECORD IS SET
      * CLOSED, AND A FINAL STATEMENT FOR THE ACCOUNT IS WRITTEN
      * TO FINALSTM IN THE LEDGERSTM LAYOUT.
      *
      * A CLOSURE IS REFUSED (REJECTED ON CLSRPT, NOTHING POSTED)
      * WHILE ANYTHING CAN STILL MOVE MONEY ON THE ACCOUNT:
      *   - A TRXDTL POSTING TO OR FROM IT STILL CARRYING
      *     DTL-CONF-SEEN 'N' (NEVER HEARD FROM THE CHAIN)
      *   - A POSTING TO OR FROM IT IN TODAY'S MERGED CONFIRMATION
      *     STREAM - LEDGERFIN RUNS AFTER THIS STEP AND COULD STILL
      *     REVERSE IT AGAINST THE SWEPT BALANCE
      *   - AN ITEM TO OR FROM IT IN EITHER SUSPENSE QUEUE (EDIT
      *     OR RUNTIME) AWAITING LEDGRPR REPAIR
      * A NEGATIVE OR UNSWEEPABLE BALANCE - THE ACCOUNT FROZEN, AN
      * ACTIVE FUNDS HOLD, A BALANCE TOO LARGE FOR ONE JOURNAL LEG,
      * OR NO OPEN PAYOUT RECORD IN THAT ASSET - IS LISTED ON THE
      * CLSEXCP CLOSURE EXCEPTIONS REPORT INSTEAD, AND NOTHING ON
      * THE ACCOUNT IS POSTED OR CLOSED: AN ACCOUNT IS CLOSED
      * WHOLE OR NOT AT ALL. ANY EXCEPTION ENDS THE STEP RC 4.
      *
      * CLSCARDS CARD LAYOUT:
      *   COLS  1-8   CLOSURE ID - UNIQUE FOR ALL TIME. THE SWEEP
      *               LEGS JOURNAL UNDER TRX-ID 'CL' + THE ID AND
      *               THE FEE LEGS UNDER 'CF' + THE ID
      *   COLS  9-20  ACCOUNT TO CLOSE
      *   COLS 21-32  PAYOUT ACCOUNT - A LEDGER ACCOUNT HOLDING
      *               EVERY ASSET SWEPT (BLANK WHEN A METHOD IS
      *               GIVEN)
      *   COLS 33-35  PAYOUT METHOD (BLANK WHEN AN ACCOUNT IS
      *               GIVEN): WAL = TO THE CUSTOMER'S EXTERNAL
      *               WALLET, BNK = BY BANK TRANSFER. THE SWEEP
      *               CREDITS THE HOUSE CLOSURE CLEARING ACCOUNT
      *               AND IS LISTED ON CLSRPT FOR PAYMENT
      *   COLS 36-43  REQUESTER ID
      *   COLS 44-80  PAYOUT REFERENCE - WALLET ADDRESS OR BANK
      *               DETAILS, REQUIRED WITH A PAYOUT METHOD
      * EVERY CARD IS REPORTED ON CLSRPT AS CLOSED, ALREADY,
      * EXCEPTION OR REJECTED. EVERY ASSET RECORD SET CLOSED ALSO
      * GOES ON THE PERMANENT MSTHIST MASTER-CHANGE HISTORY WITH
      * ITS PRIOR STATUS AND THE REQUESTER (SAME RECORD AS
      * LEDGERMNT WRITES), AHEAD OF THE REWRITE AND ONLY IF THIS
      * RUN HAS NOT ALREADY RECORDED IT.
      *
      * EVERY LIVE (ACTIVE OR SUSPENDED) STANDING INSTRUCTION ON
      * SIMAST WHOSE FROM OR TO ACCOUNT IS THE ACCOUNT CLOSED IS
      * CANCELLED ('X') AND LISTED ON CLSRPT, SO LEDGERSIG DOES NOT
      * GO ON GENERATING TRANSFERS THAT LEDGERUPD CAN ONLY REJECT.
      * THE CARD'S REQUESTER IS STAMPED AS THE MAINTAINER, AS A
      * LEDGSIM CANCEL CARD WOULD. A BACK-OUT LEAVES THEM
      * CANCELLED - THE RESUBMITTED CLOSURE CARD CLOSES THE
      * ACCOUNT AGAIN.
      *
      * SYSIN CARRIES THE HOUSE CLOSURE CLEARING ACCOUNT IN
      * COLUMNS 1-12. BLANK OR MISSING IS ONLY AN ERROR FOR A CARD
      * THAT NAMES A PAYOUT METHOD.
      *
      * THE CLOSURE FEE IS THE FEESCHED 'F' TIER WITH TRX-TYPE 'C'
      * WHOSE BOUND COVERS THE ASSET BALANCE (SAME FIRST-MATCH
      * RULE AS LEDGERUPD'S COMPUTE-FEE-AMOUNT), CAPPED AT THE
      * BALANCE. NO 'C' TIER MEANS NO CLOSURE FEE.
      *
      * RESTART-SAFE: EACH LEG IS JOURNALLED BEFORE THE BALANCE
      * REWRITE IT DESCRIBES, AND BEFORE EACH LEG POSTS THE
      * JOURNAL IS CHECKED FOR IT UNDER TODAY'S BUSINESS DATE. THE
      * CLOSING ACCOUNT'S LEGS AND ITS CLOSED STATUS GO ON IN ONE
      * REWRITE, SO AN ASSET RECORD STILL OPEN WITH ITS LEGS
      * ALREADY JOURNALLED IS FINISHED FROM THE JOURNALLED AMOUNTS,
      * AND A CLOSED ONE WITH LEGS TODAY ONLY HAS ITS CREDIT LEGS
      * CHECKED (SAME ORDERING PRINCIPLE AS LEDGERADJ).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO "SYSIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT CLOSE-CARD-FILE ASSIGN TO "CLSCARDS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.

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

           SELECT TRXDTL-FILE ASSIGN TO "TRXDTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DTL-TRX-ID
                  FILE STATUS IS WS-TRXDTL-STATUS.

           SELECT CONFIRM-FILE ASSIGN TO "CONFIRMIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CONFIRM-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FEESCH-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS WS-HOLDS-STATUS.

           SELECT SI-MASTER-FILE ASSIGN TO "SIMAST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SI-ID
                  FILE STATUS IS WS-SIMAST-STATUS.

           SELECT CUTOFF-PARM-FILE ASSIGN TO "ARCCUTF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CUTOFF-STATUS.

           SELECT MSTHIST-FILE ASSIGN TO "MSTHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MH-KEY
                  FILE STATUS IS WS-MSTHIST-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLSRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT CLOSE-EXCP-FILE ASSIGN TO "CLSEXCP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-EXCP-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "FINALSTM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STMT-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE.
       01  CLOSE-PARM-RECORD.
           05  PARM-CLEARING-ACCOUNT PIC X(12).
           05  FILLER              PIC X(68).

       FD  CLOSE-CARD-FILE.
       01  CLOSE-CARD-RECORD.
           05  CLC-CLOSE-ID        PIC X(08).
           05  CLC-ACCOUNT         PIC X(12).
           05  CLC-PAYOUT-ACCOUNT  PIC X(12).
           05  CLC-PAYOUT-METHOD   PIC X(03).
           05  CLC-REQUESTER       PIC X(08).
           05  CLC-PAYOUT-REF      PIC X(37).

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
      *    PERMANENT MULTI-DAY POSTING HISTORY - EVERY CLOSURE LEG
      *    JOURNALS UNDER TYPE 'C', SO LEDGERTBL PAIRS THEM,
      *    LEDGERREC FOLDS THEM INTO ITS EXPECTED TOTALS AND
      *    LEDGERSTM PRINTS THEM AS THE CLOSURE.
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

       FD  TRXDTL-FILE.
       01  TRXDTL-RECORD.
      *    FULL POSTING DETAIL KEYED BY TRX-ID WRITTEN BY LEDGERUPD -
      *    READ ONLY HERE
           05  DTL-TRX-ID          PIC X(10).
           05  DTL-AMOUNT          PIC 9(10)V99.
           05  DTL-ACCOUNT         PIC X(12).
           05  DTL-TYPE            PIC X(01).
           05  DTL-TO-ACCOUNT      PIC X(12).
           05  DTL-ASSET           PIC X(03).
           05  DTL-FEE-AMOUNT      PIC 9(10)V99.
           05  DTL-FEE-ACCOUNT     PIC X(12).
           05  DTL-REVERSED        PIC X(01).
           05  DTL-POST-DATE       PIC X(08).
           05  DTL-POST-RUN        PIC 9(06).
           05  DTL-CONF-SEEN       PIC X(01).
      *        'N' UNTIL LEDGERFIN SEES A CONFIRMATION OF ANY
      *        STATUS FOR THIS TRX-ID

       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           05  CONF-TRX-ID         PIC X(10).
           05  CONF-STATUS         PIC X(12).
           05  CONF-HASH           PIC X(64).
           05  FILLER              PIC X(14).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUS-TRX-DATA.
               10  SUS-TRX-ID      PIC X(10).
               10  SUS-TRX-AMOUNT  PIC 9(10)V99.
               10  SUS-TRX-ACCOUNT PIC X(12).
               10  SUS-TRX-TYPE    PIC X(01).
               10  SUS-TRX-TO-ACCOUNT PIC X(12).
               10  SUS-TRX-ASSET   PIC X(03).
               10  FILLER          PIC X(40).
           05  SUS-REASON          PIC X(03).
           05  SUS-RUN-NUMBER      PIC 9(06).
           05  SUS-RUN-DATE        PIC X(08).

       FD  FEE-SCHEDULE-FILE.
       01  FEE-RECORD.
      *    FEE SCHEDULE MAINTAINED BY FINANCE - SAME FILE LEDGERUPD
      *    ASSESSES FROM. ONLY THE 'C' (CLOSURE) TIERS APPLY HERE.
           05  FEE-REC-TYPE        PIC X(01).
           05  FEE-ACCOUNT-DATA.
               10  FEE-HOUSE-ACCOUNT PIC X(12).
               10  FILLER          PIC X(27).
           05  FEE-TIER-DATA REDEFINES FEE-ACCOUNT-DATA.
               10  FEE-TRX-TYPE    PIC X(01).
               10  FEE-TIER-LIMIT  PIC 9(10)V99.
               10  FEE-FLAT        PIC 9(08)V99.
               10  FEE-PCT         PIC 9(01)V99.
               10  FILLER          PIC X(13).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
      *    FUNDS HOLDS MAINTAINED BY LEDGERHLD - READ ONLY HERE
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
           05  HLD-LAST-RUN        PIC 9(06).
           05  HLD-END-DATE        PIC X(08).
           05  FILLER              PIC X(07).

       FD  SI-MASTER-FILE.
       01  SI-MASTER-RECORD.
      *    STANDING INSTRUCTIONS MAINTAINED BY LEDGERSIM - ONLY THE
      *    STATUS AND MAINTENANCE STAMPS ARE CHANGED HERE
           05  SI-ID               PIC X(04).
           05  SI-FROM-ACCOUNT     PIC X(12).
           05  SI-TO-ACCOUNT       PIC X(12).
           05  SI-ASSET            PIC X(03).
           05  SI-AMOUNT           PIC 9(10)V99.
           05  SI-FREQUENCY        PIC X(01).
           05  SI-DUE-DAY          PIC 9(02).
           05  SI-NEXT-DUE         PIC X(08).
           05  SI-END-DATE         PIC X(08).
           05  SI-STATUS           PIC X(01).
      *        A = ACTIVE, S = SUSPENDED, X = CANCELLED, E = ENDED
           05  SI-SEQ              PIC 9(04).
           05  SI-LAST-TRX-ID      PIC X(10).
           05  SI-LAST-GEN-DATE    PIC X(08).
           05  SI-LAST-GEN-RUN     PIC 9(06).
           05  SI-GEN-FROM-SEQ     PIC 9(04).
           05  SI-GEN-FROM-DUE     PIC X(08).
           05  SI-LAST-RESULT      PIC X(01).
           05  SI-FAIL-COUNT       PIC 9(04).
           05  SI-FAIL-TRX-ID      PIC X(10).
           05  SI-FAIL-REASON      PIC X(03).
           05  SI-FAIL-DATE        PIC X(08).
           05  SI-CREATED-DATE     PIC X(08).
           05  SI-MAINT-BY         PIC X(08).
           05  SI-MAINT-DATE       PIC X(08).
           05  FILLER              PIC X(08).

       FD  CUTOFF-PARM-FILE.
       01  CUTOFF-PARM-RECORD.
      *    THE SAME CUTOFF CARD LEDGERARC SWEEPS WITH - A FINAL
      *    STATEMENT REACHING PAST IT IS FLAGGED (SEE LEDGERSTM)
           05  CUT-CUTOFF-DATE     PIC X(08).
           05  FILLER              PIC X(72).

       FD  MSTHIST-FILE.
       01  MASTER-HISTORY-RECORD.
      *    PERMANENT ACCOUNT MASTER CHANGE HISTORY - ONE RECORD PER
      *    ATTRIBUTE CHANGE, WRITTEN BY EVERY PROGRAM THAT CHANGES
      *    A LEDGER RECORD'S ATTRIBUTES. THE SEQUENCE ORDERS THE
      *    CHANGES MADE TO ONE ACCOUNT/ASSET ON ONE DATE.
           05  MH-KEY.
               10  MH-ACCOUNT      PIC X(12).
               10  MH-ASSET        PIC X(03).
               10  MH-CHG-DATE     PIC X(08).
               10  MH-SEQ          PIC 9(06).
           05  MH-FIELD            PIC X(01).
      *        LEDGERMNT FIELD CODE: N = OPENED, S = STATUS,
      *        T = ACCOUNT TYPE, O = OPEN DATE, L = WDRL LIMIT
           05  MH-BEFORE           PIC X(12).
           05  MH-AFTER            PIC X(12).
           05  MH-RUN-NUMBER       PIC 9(06).
      *        RUNCTL RUN NUMBER - ZERO FOR A CHANGE MADE BY A JOB
      *        OUTSIDE THE LEDGRUN STREAM
           05  MH-JOB-NAME         PIC X(08).
           05  MH-CHG-TIME         PIC X(06).
           05  MH-PROGRAM          PIC X(10).
           05  MH-REQUESTER        PIC X(08).
           05  MH-SIGNOFF-RUN      PIC 9(06).
      *        RUN WHOSE SUPERVISOR SIGN-OFF LISTING (LEDGERMHR)
      *        CARRIED THIS CHANGE - ZERO UNTIL THEN
           05  FILLER              PIC X(18).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
      *    LEDGRUN STREAM
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-RECORD    PIC X(132).

       FD  CLOSE-EXCP-FILE.
       01  CLOSE-EXCP-RECORD      PIC X(132).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD       PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-CARD-STATUS         PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-TRXDTL-STATUS       PIC XX.
       01  WS-CONFIRM-STATUS      PIC XX.
       01  WS-SUSPENSE-STATUS     PIC XX.
       01  WS-FEESCH-STATUS       PIC XX.
       01  WS-FEESCH-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-HOLDS-STATUS        PIC XX.
       01  WS-HOLDS-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-HOLDS-EOF-FLAG      PIC X VALUE 'N'.
       01  WS-SIMAST-STATUS       PIC XX.
       01  WS-SIMAST-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-SI-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-CUTOFF-STATUS       PIC XX.
       01  WS-CUTOFF-KNOWN-FLAG   PIC X VALUE 'N'.
       01  WS-CUTOFF-DATE         PIC X(08).
       01  WS-MSTHIST-STATUS      PIC XX.
       01  WS-HIST-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-HIST-DONE-FLAG      PIC X VALUE 'N'.
       01  WS-HIST-BEFORE         PIC X(12).
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-RUNCTL-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-EXCP-STATUS         PIC XX.
       01  WS-STMT-STATUS         PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-RUN-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE            PIC X(08).
       01  WS-RUN-STATUS          PIC X(01).
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-ABEND-STATUS        PIC XX.
       01  WS-ABEND-LINE          PIC X(132).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-SCAN-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-JRN-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-JRN-SEQ             PIC 9(06) VALUE ZERO.
       01  WS-CLEARING-ACCOUNT    PIC X(12) VALUE SPACES.
       01  WS-CARD-OK-FLAG        PIC X VALUE 'Y'.
       01  WS-CARD-ERROR          PIC X(30).
       01  WS-CARD-ACTION         PIC X(10).
       01  WS-EXCP-FLAG           PIC X VALUE 'N'.
       01  WS-EXCP-REASON         PIC X(30).
       01  WS-CLOSE-TRX-ID        PIC X(10).
       01  WS-FEE-TRX-ID          PIC X(10).
      *    THE SWEEP LEGS SHARE 'CL' + THE CLOSURE ID AND THE FEE
      *    LEGS 'CF' + THE CLOSURE ID, SO EACH PAIRS OFF ON ITS
      *    OWN IN LEDGERTBL AND THE TWO ACCOUNT-SIDE DEBITS CAN BE
      *    TOLD APART ON A RESTART
       01  WS-PAYOUT-ACCOUNT      PIC X(12).
       01  WS-LEG-ACCOUNT         PIC X(12).
       01  WS-LEG-COUNTERPARTY    PIC X(12).
       01  WS-LEG-TRX-ID          PIC X(10).
       01  WS-LEG-DRCR            PIC X(01).
       01  WS-LEG-AMOUNT          PIC 9(10)V99 VALUE ZERO.
       01  WS-LEG-DONE-FLAG       PIC X VALUE 'N'.
       01  WS-DAY-ACCOUNT         PIC X(12).
       01  WS-HELD-TOTAL          PIC 9(12)V99 VALUE ZERO.
       01  WS-SWEEP-LIMIT         PIC 9(10)V99 VALUE 9999999999.99.
       01  WS-OPEN-ASSET-COUNT    PIC 9(03) VALUE ZERO.
       01  WS-LEGS-TODAY-COUNT    PIC 9(03) VALUE ZERO.
       01  WS-CARD-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-CLOSED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-ALREADY-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-SWEPT-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-STMT-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-SI-CANCELLED-COUNT  PIC 9(06) VALUE ZERO.

      *    FEE TIERS LOADED FROM FEESCHED AT STARTUP - SAME TABLE
      *    AND CEILING AS LEDGERUPD'S
       01  WS-FEE-ACCOUNT         PIC X(12) VALUE SPACES.
       01  WS-FEE-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-MAX-FEE-TIER        PIC 9(03) VALUE 050.
       01  WS-FEE-TIER-COUNT      PIC 9(03) VALUE ZERO.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY       OCCURS 50 TIMES
                                  INDEXED BY WS-FEE-IDX.
               10  WS-FEE-TYPE    PIC X(01).
               10  WS-FEE-LIMIT   PIC 9(10)V99.
               10  WS-FEE-FLAT    PIC 9(08)V99.
               10  WS-FEE-PCT     PIC 9(01)V99.

      *    ONE ENTRY PER ASSET RECORD THE CLOSING ACCOUNT HOLDS,
      *    LOADED BEFORE ANYTHING IS CHECKED OR POSTED SO THE
      *    KEYED PAYOUT AND HOUSE READS NEVER DISTURB A LEDGER
      *    BROWSE. AN ACCOUNT SETTLES FEW ASSETS (SAME SIZING AS
      *    THE LEDGERSTM AGGREGATE TABLE); MORE THAN THIS MEANS THE
      *    LEDGER CARRIES ASSETS NOBODY SET UP, SO ABEND RATHER
      *    THAN CLOSE PART OF AN ACCOUNT.
       01  WS-MAX-ACCT-ASSET      PIC 9(03) VALUE 050.
       01  WS-ACCT-ASSET-COUNT    PIC 9(03) VALUE ZERO.
       01  WS-ACCT-ASSET-TABLE.
           05  WS-AA-ENTRY        OCCURS 50 TIMES
                                  INDEXED BY WS-AA-IDX.
               10  WS-AA-ASSET    PIC X(03).
               10  WS-AA-BALANCE  PIC S9(12)V99.
               10  WS-AA-STATUS   PIC X(01).
               10  WS-AA-OPEN-DATE PIC X(08).
               10  WS-AA-NET      PIC 9(10)V99.
               10  WS-AA-FEE      PIC 9(10)V99.
               10  WS-AA-LEGS-FLAG PIC X(01).
      *            Y = THIS CLOSURE'S ACCOUNT-SIDE LEGS ARE ALREADY
      *            ON TODAY'S JOURNAL (A RESTART)

      *    FINAL STATEMENT WORK AREAS - SAME LAYOUT AS LEDGERSTM
       01  WS-STMT-LINE           PIC X(132) VALUE SPACES.
       01  WS-STMT-FROM-DATE      PIC X(08).
       01  WS-CONF-STATUS         PIC X(12).
       01  WS-NET-CHANGE          PIC S9(12)V99 VALUE ZERO.
       01  WS-OPEN-BAL            PIC S9(12)V99 VALUE ZERO.
       01  WS-AVAIL-BALANCE       PIC S9(12)V99 VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINES           PIC 9(02) VALUE 55.
       01  WS-PAGE-COUNT          PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-CLOSE-HEADER
           PERFORM PROCESS-CLOSE-CARDS
           PERFORM WRITE-CLOSE-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-EXCEPTION-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           PERFORM READ-CLEARING-ACCOUNT
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM READ-ARCHIVE-CUTOFF
           OPEN INPUT CLOSE-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
             MOVE 'CLSCARDS' TO WS-ABEND-FILE-ID
             MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
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
           PERFORM OPEN-MSTHIST-FILE
           OPEN INPUT TRXDTL-FILE
           IF WS-TRXDTL-STATUS NOT = '00'
             MOVE 'TRXDTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-TRXDTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
      *    NO HOLDS FILE (STATUS 35) MEANS NO HOLD HAS EVER BEEN
      *    PLACED - NOTHING CAN BLOCK A SWEEP.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
             MOVE 'Y' TO WS-HOLDS-OPEN-FLAG
           ELSE
             IF WS-HOLDS-STATUS NOT = '35'
               MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
      *    NO SIMAST (STATUS 35) MEANS THE LEDGSIM JOB HAS NEVER
      *    ADDED AN INSTRUCTION - NOTHING TO CANCEL.
           OPEN I-O SI-MASTER-FILE
           IF WS-SIMAST-STATUS = '00'
             MOVE 'Y' TO WS-SIMAST-OPEN-FLAG
           ELSE
             IF WS-SIMAST-STATUS NOT = '35'
               MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'CLOSE-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT CLOSE-EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
             MOVE 'CLOSE-EXCP' TO WS-ABEND-FILE-ID
             MOVE WS-EXCP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
             MOVE 'STMT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-STMT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-EXCP-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           PERFORM LOAD-RUN-CONTROL.

       OPEN-MSTHIST-FILE.
      *    NO HISTORY FILE YET (STATUS 35) MEANS THE FIRST CHANGE
      *    EVER - CREATE IT, PRIMED WITH A SINGLE HIGH-VALUES
      *    SENTINEL RECORD AND REOPENED I-O (SAME CONVENTION AS
      *    LEDGERHLD'S HOLDS). EVERY READER SKIPS THE SENTINEL.
           OPEN I-O MSTHIST-FILE
           IF WS-MSTHIST-STATUS = '35'
             OPEN OUTPUT MSTHIST-FILE
             IF WS-MSTHIST-STATUS NOT = '00'
               MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE SPACES TO MASTER-HISTORY-RECORD
             MOVE HIGH-VALUES TO MH-KEY
             MOVE ZERO TO MH-RUN-NUMBER
             MOVE ZERO TO MH-SIGNOFF-RUN
             WRITE MASTER-HISTORY-RECORD
             IF WS-MSTHIST-STATUS NOT = '00'
               MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             CLOSE MSTHIST-FILE
             OPEN I-O MSTHIST-FILE
           END-IF
           IF WS-MSTHIST-STATUS NOT = '00'
             MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       READ-CLEARING-ACCOUNT.
      *    FILE STATUS 35 (NO SYSIN SUPPLIED) AND A BLANK CARD BOTH
      *    LEAVE THE CLEARING ACCOUNT BLANK - ONLY A PAYOUT-METHOD
      *    CARD NEEDS IT, AND THAT CARD IS REJECTED ON ITS OWN.
           OPEN INPUT CLOSE-PARM-FILE
           IF WS-PARM-STATUS = '00'
             READ CLOSE-PARM-FILE
               AT END CONTINUE
             END-READ
             IF WS-PARM-STATUS = '00'
               MOVE PARM-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT
             END-IF
             CLOSE CLOSE-PARM-FILE
           ELSE
             IF WS-PARM-STATUS NOT = '35'
               MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       LOAD-FEE-SCHEDULE.
      *    THE SCHEDULE IS REQUIRED, AS IT IS FOR LEDGERUPD -
      *    RUNNING WITHOUT IT WOULD SILENTLY WAIVE THE CLOSURE FEE.
      *    EVERY TIER IS LOADED AND CHECKED SO A DAMAGED SCHEDULE
      *    STOPS THIS STEP THE SAME WAY IT STOPS LEDGERUPD.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEESCH-STATUS NOT = '00'
             MOVE 'FEESCHED' TO WS-ABEND-FILE-ID
             MOVE WS-FEESCH-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           READ FEE-SCHEDULE-FILE
             AT END MOVE 'Y' TO WS-FEESCH-EOF-FLAG
           END-READ
           IF WS-FEESCH-STATUS NOT = '00'
             AND WS-FEESCH-STATUS NOT = '10'
             MOVE 'FEESCHED' TO WS-ABEND-FILE-ID
             MOVE WS-FEESCH-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-FEESCH-EOF-FLAG = 'Y'
             EVALUATE FEE-REC-TYPE
               WHEN 'A'
                 MOVE FEE-HOUSE-ACCOUNT TO WS-FEE-ACCOUNT
               WHEN 'F'
                 PERFORM LOAD-FEE-TIER
               WHEN OTHER
                 MOVE 'FEESCHED' TO WS-ABEND-FILE-ID
                 MOVE 'FR' TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
             END-EVALUATE
             READ FEE-SCHEDULE-FILE
               AT END MOVE 'Y' TO WS-FEESCH-EOF-FLAG
             END-READ
             IF WS-FEESCH-STATUS NOT = '00'
               AND WS-FEESCH-STATUS NOT = '10'
               MOVE 'FEESCHED' TO WS-ABEND-FILE-ID
               MOVE WS-FEESCH-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE
           IF WS-FEE-TIER-COUNT > ZERO
             AND WS-FEE-ACCOUNT = SPACES
             MOVE 'FEESCHED' TO WS-ABEND-FILE-ID
             MOVE 'FA' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       LOAD-FEE-TIER.
           IF WS-FEE-TIER-COUNT >= WS-MAX-FEE-TIER
             MOVE 'FEESCHED' TO WS-ABEND-FILE-ID
             MOVE 'FT' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF FEE-TIER-LIMIT IS NOT NUMERIC
             OR FEE-FLAT IS NOT NUMERIC
             OR FEE-PCT IS NOT NUMERIC
             MOVE 'FEESCHED' TO WS-ABEND-FILE-ID
             MOVE 'FN' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-FEE-TIER-COUNT
           MOVE FEE-TRX-TYPE TO WS-FEE-TYPE(WS-FEE-TIER-COUNT)
           MOVE FEE-TIER-LIMIT TO WS-FEE-LIMIT(WS-FEE-TIER-COUNT)
           MOVE FEE-FLAT TO WS-FEE-FLAT(WS-FEE-TIER-COUNT)
           MOVE FEE-PCT TO WS-FEE-PCT(WS-FEE-TIER-COUNT).

       READ-ARCHIVE-CUTOFF.
      *    STATUS 35 (NO CARD CATALOGUED) OR A NON-NUMERIC CARD
      *    MEANS NO SWEEP IS CONFIGURED AND NO FLAG APPLIES (SAME
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

       WRITE-CLOSE-HEADER.
           STRING 'ACCOUNT CLOSURES  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  ' CLEARING ACCOUNT: ' WS-CLEARING-ACCOUNT
                  DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'CLOSURE EXCEPTIONS  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO CLOSE-EXCP-RECORD
           PERFORM WRITE-EXCP-LINE.

       PROCESS-CLOSE-CARDS.
           READ CLOSE-CARD-FILE
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '10'
             MOVE 'CLSCARDS' TO WS-ABEND-FILE-ID
             MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             ADD 1 TO WS-CARD-COUNT
             PERFORM APPLY-CLOSE-CARD
             READ CLOSE-CARD-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-CARD-STATUS NOT = '00'
               AND WS-CARD-STATUS NOT = '10'
               MOVE 'CLSCARDS' TO WS-ABEND-FILE-ID
               MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM.

       APPLY-CLOSE-CARD.
      *    EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE, SO THE
      *    REPORT CARRIES THE FIRST THING TO FIX. THE REFUSAL
      *    CHECKS COME BEFORE THE BALANCE EXCEPTIONS - THERE IS NO
      *    POINT LISTING A BALANCE THAT CAN STILL MOVE.
           MOVE 'Y' TO WS-CARD-OK-FLAG
           MOVE 'N' TO WS-EXCP-FLAG
           MOVE SPACES TO WS-CARD-ERROR
           MOVE SPACES TO WS-CARD-ACTION
           PERFORM EDIT-CLOSE-CARD
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM LOAD-ACCOUNT-ASSETS
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             AND WS-OPEN-ASSET-COUNT > ZERO
             PERFORM CHECK-UNCONFIRMED-POSTINGS
             IF WS-CARD-OK-FLAG = 'Y'
               PERFORM CHECK-CONFIRM-STREAM
             END-IF
             IF WS-CARD-OK-FLAG = 'Y'
               PERFORM CHECK-SUSPENSE-ITEMS
             END-IF
             IF WS-CARD-OK-FLAG = 'Y'
               PERFORM CHECK-SWEEP-EXCEPTIONS
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             AND WS-EXCP-FLAG = 'N'
             PERFORM REPORT-CLOSE-APPLIED
             PERFORM SETTLE-ACCOUNT
             PERFORM WRITE-FINAL-STATEMENT
           ELSE
             IF WS-EXCP-FLAG = 'Y'
               ADD 1 TO WS-EXCEPTION-COUNT
               STRING 'EXCEPTION: ' CLC-CLOSE-ID
                      ' ACCOUNT: ' CLC-ACCOUNT
                      ' BY: ' CLC-REQUESTER
                      ' - NOT CLOSED, SEE CLOSURE EXCEPTIONS'
                      DELIMITED BY SIZE
                      INTO CLOSE-REPORT-RECORD
             ELSE
               ADD 1 TO WS-REJECTED-COUNT
               STRING 'REJECTED: ' CLC-CLOSE-ID
                      ' ACCOUNT: ' CLC-ACCOUNT
                      ' BY: ' CLC-REQUESTER
                      ' - ' WS-CARD-ERROR
                      DELIMITED BY SIZE
                      INTO CLOSE-REPORT-RECORD
             END-IF
             PERFORM WRITE-REPORT-LINE
           END-IF.

       EDIT-CLOSE-CARD.
           IF CLC-CLOSE-ID = SPACES
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'CLOSURE ID BLANK' TO WS-CARD-ERROR
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF CLC-ACCOUNT = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'ACCOUNT BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF CLC-REQUESTER = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'REQUESTER ID BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF CLC-PAYOUT-ACCOUNT = SPACES
               AND CLC-PAYOUT-METHOD = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'NO PAYOUT ACCOUNT OR METHOD' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF CLC-PAYOUT-ACCOUNT NOT = SPACES
               AND CLC-PAYOUT-METHOD NOT = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'BOTH PAYOUT ACCOUNT AND METHOD' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             AND CLC-PAYOUT-ACCOUNT NOT = SPACES
             IF CLC-PAYOUT-ACCOUNT = CLC-ACCOUNT
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'PAYOUT ACCOUNT IS THE ACCOUNT' TO WS-CARD-ERROR
             ELSE
               MOVE CLC-PAYOUT-ACCOUNT TO WS-PAYOUT-ACCOUNT
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             AND CLC-PAYOUT-METHOD NOT = SPACES
             PERFORM EDIT-PAYOUT-METHOD
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE SPACES TO WS-CLOSE-TRX-ID
             STRING 'CL' CLC-CLOSE-ID
                    DELIMITED BY SIZE
                    INTO WS-CLOSE-TRX-ID
             MOVE SPACES TO WS-FEE-TRX-ID
             STRING 'CF' CLC-CLOSE-ID
                    DELIMITED BY SIZE
                    INTO WS-FEE-TRX-ID
           END-IF.

       EDIT-PAYOUT-METHOD.
           IF CLC-PAYOUT-METHOD NOT = 'WAL'
             AND CLC-PAYOUT-METHOD NOT = 'BNK'
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'PAYOUT METHOD NOT WAL/BNK' TO WS-CARD-ERROR
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF CLC-PAYOUT-REF = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'PAYOUT REFERENCE BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF WS-CLEARING-ACCOUNT = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'NO CLEARING ACCOUNT ON SYSIN' TO WS-CARD-ERROR
             ELSE
               IF WS-CLEARING-ACCOUNT = CLC-ACCOUNT
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'ACCOUNT IS THE CLEARING ACCT' TO WS-CARD-ERROR
               ELSE
                 MOVE WS-CLEARING-ACCOUNT TO WS-PAYOUT-ACCOUNT
               END-IF
             END-IF
           END-IF.

      *----------------------------------------------------------
      * GATHER THE ACCOUNT'S ASSET RECORDS
      *----------------------------------------------------------
       LOAD-ACCOUNT-ASSETS.
      *    EVERY ASSET RECORD OF THE ACCOUNT, OPEN OR ALREADY
      *    CLOSED. A CLOSED RECORD MATTERS ONLY WHEN THIS CLOSURE'S
      *    LEGS ARE ON TODAY'S JOURNAL (A RESTART, WITH CREDIT LEGS
      *    STILL TO CHECK) - ONE CLOSED EARLIER IS LEFT ALONE.
           MOVE ZERO TO WS-ACCT-ASSET-COUNT
           MOVE ZERO TO WS-OPEN-ASSET-COUNT
           MOVE ZERO TO WS-LEGS-TODAY-COUNT
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE CLC-ACCOUNT TO LED-ACCOUNT
           MOVE LOW-VALUES TO LED-ASSET
           START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
             INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           IF WS-LEDGER-STATUS NOT = '00'
             AND WS-LEDGER-STATUS NOT = '23'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
             READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
             END-READ
             IF WS-LEDGER-STATUS NOT = '00'
               AND WS-LEDGER-STATUS NOT = '10'
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-SCAN-EOF-FLAG NOT = 'Y'
               IF LED-ACCOUNT NOT = CLC-ACCOUNT
                 MOVE 'Y' TO WS-SCAN-EOF-FLAG
               ELSE
                 PERFORM ADD-ACCOUNT-ASSET
               END-IF
             END-IF
           END-PERFORM
           IF WS-ACCT-ASSET-COUNT = ZERO
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'ACCOUNT NOT FOUND' TO WS-CARD-ERROR
           ELSE
             PERFORM FIND-TODAYS-ACCOUNT-LEGS
               VARYING WS-AA-IDX FROM 1 BY 1
               UNTIL WS-AA-IDX > WS-ACCT-ASSET-COUNT
             IF WS-OPEN-ASSET-COUNT = ZERO
               IF WS-LEGS-TODAY-COUNT = ZERO
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'ACCOUNT ALREADY CLOSED' TO WS-CARD-ERROR
               END-IF
             END-IF
           END-IF.

       ADD-ACCOUNT-ASSET.
           IF LED-ACCT-TYPE = 'HS'
      *        THE HOUSE ACCOUNTS ARE OURS - NEVER CLOSED THIS WAY
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'HOUSE ACCOUNT' TO WS-CARD-ERROR
             MOVE 'Y' TO WS-SCAN-EOF-FLAG
           ELSE
             IF WS-ACCT-ASSET-COUNT >= WS-MAX-ACCT-ASSET
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE 'FT' TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             ADD 1 TO WS-ACCT-ASSET-COUNT
             SET WS-AA-IDX TO WS-ACCT-ASSET-COUNT
             MOVE LED-ASSET TO WS-AA-ASSET(WS-AA-IDX)
             MOVE LED-BALANCE TO WS-AA-BALANCE(WS-AA-IDX)
             MOVE LED-STATUS TO WS-AA-STATUS(WS-AA-IDX)
             MOVE LED-OPEN-DATE TO WS-AA-OPEN-DATE(WS-AA-IDX)
             MOVE ZERO TO WS-AA-NET(WS-AA-IDX)
             MOVE ZERO TO WS-AA-FEE(WS-AA-IDX)
             MOVE 'N' TO WS-AA-LEGS-FLAG(WS-AA-IDX)
             IF NOT LED-CLOSED
               ADD 1 TO WS-OPEN-ASSET-COUNT
             END-IF
           END-IF.

       FIND-TODAYS-ACCOUNT-LEGS.
      *    THIS CLOSURE'S ACCOUNT-SIDE LEGS ALREADY ON TODAY'S
      *    JOURNAL MEAN A PRIOR (ABENDED) PASS GOT AS FAR AS
      *    POSTING THIS ASSET. ONCE ITS RECORD IS CLOSED THE
      *    AMOUNTS ARE TAKEN FROM THOSE LEGS, NOT RECOMPUTED FROM
      *    A BALANCE THE REWRITE HAS ALREADY MOVED. THE WALK
      *    IS THE USUAL START AT ACCOUNT/DATE, STOP WHEN EITHER
      *    CHANGES (LEDGERADJ'S CHECK-LEG-JOURNALLED).
           MOVE 'N' TO WS-JRN-EOF-FLAG
           MOVE CLC-ACCOUNT TO WS-DAY-ACCOUNT
           MOVE CLC-ACCOUNT TO JRN-ACCOUNT
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
             PERFORM READ-NEXT-DAY-LEG
             IF WS-JRN-EOF-FLAG NOT = 'Y'
               AND JRN-TYPE = 'C'
               AND JRN-DRCR = 'D'
               AND JRN-ASSET = WS-AA-ASSET(WS-AA-IDX)
               IF JRN-TRX-ID = WS-CLOSE-TRX-ID
                 MOVE JRN-AMOUNT TO WS-AA-NET(WS-AA-IDX)
                 MOVE 'Y' TO WS-AA-LEGS-FLAG(WS-AA-IDX)
               END-IF
               IF JRN-TRX-ID = WS-FEE-TRX-ID
                 MOVE JRN-AMOUNT TO WS-AA-FEE(WS-AA-IDX)
                 MOVE 'Y' TO WS-AA-LEGS-FLAG(WS-AA-IDX)
               END-IF
             END-IF
           END-PERFORM
           IF WS-AA-LEGS-FLAG(WS-AA-IDX) = 'Y'
             ADD 1 TO WS-LEGS-TODAY-COUNT
           END-IF.

       READ-NEXT-DAY-LEG.
      *    NEXT JOURNAL LEG OF WS-DAY-ACCOUNT AS STARTED, ENDING
      *    THE WALK AT THE FIRST LEG OF ANOTHER ACCOUNT OR DAY
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
             IF JRN-ACCOUNT NOT = WS-DAY-ACCOUNT
               OR JRN-DATE NOT = WS-RUN-DATE
               MOVE 'Y' TO WS-JRN-EOF-FLAG
             END-IF
           END-IF.

      *----------------------------------------------------------
      * REFUSALS - ANYTHING THAT CAN STILL MOVE MONEY
      *----------------------------------------------------------
       CHECK-UNCONFIRMED-POSTINGS.
      *    TRXDTL IS KEYED BY TRX-ID, NOT ACCOUNT, SO THIS IS A
      *    FULL SWEEP (THE LEDGERUNC ACCESS PATTERN). CLOSURES ARE
      *    FEW, AND THE SWEEP STOPS AT THE FIRST HIT. A REVERSED
      *    POSTING IS SETTLED WHATEVER ITS FLAG SAYS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO DTL-TRX-ID
           START TRXDTL-FILE KEY IS NOT LESS THAN DTL-TRX-ID
             INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           IF WS-TRXDTL-STATUS NOT = '00'
             AND WS-TRXDTL-STATUS NOT = '23'
             MOVE 'TRXDTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-TRXDTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
             READ TRXDTL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
             END-READ
             IF WS-TRXDTL-STATUS NOT = '00'
               AND WS-TRXDTL-STATUS NOT = '10'
               MOVE 'TRXDTL-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-TRXDTL-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-SCAN-EOF-FLAG NOT = 'Y'
               AND DTL-CONF-SEEN = 'N'
               AND DTL-REVERSED NOT = 'Y'
               AND (DTL-ACCOUNT = CLC-ACCOUNT
                 OR DTL-TO-ACCOUNT = CLC-ACCOUNT)
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'UNCONFIRMED POSTINGS ON FILE' TO WS-CARD-ERROR
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
             END-IF
           END-PERFORM.

       CHECK-CONFIRM-STREAM.
      *    TODAY'S MERGED CONFIRMATION STREAM (CONFMRG) IS PROCESSED
      *    BY LEDGERFIN AFTER THIS STEP. A FAILED, ORPHANED OR
      *    DOUBLE-SPENT ITEM THERE IS REVERSED AGAINST THE LEDGER,
      *    AND A PENDING ONE MAY STILL BE - SO ANY ITEM FOR THE
      *    ACCOUNT DEFERS THE CLOSURE TO A LATER RUN.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           OPEN INPUT CONFIRM-FILE
           IF WS-CONFIRM-STATUS NOT = '00'
             MOVE 'CONFIRM-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-CONFIRM-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
             READ CONFIRM-FILE
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
             END-READ
             IF WS-CONFIRM-STATUS NOT = '00'
               AND WS-CONFIRM-STATUS NOT = '10'
               MOVE 'CONFIRM-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-CONFIRM-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-SCAN-EOF-FLAG NOT = 'Y'
               PERFORM CHECK-ONE-CONFIRMATION
             END-IF
           END-PERFORM
           CLOSE CONFIRM-FILE.

       CHECK-ONE-CONFIRMATION.
           MOVE CONF-TRX-ID TO DTL-TRX-ID
           READ TRXDTL-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF DTL-REVERSED NOT = 'Y'
                 AND (DTL-ACCOUNT = CLC-ACCOUNT
                   OR DTL-TO-ACCOUNT = CLC-ACCOUNT)
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'CONFIRMATION DUE TODAY' TO WS-CARD-ERROR
                 MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-IF
           END-READ
           IF WS-TRXDTL-STATUS NOT = '00'
             AND WS-TRXDTL-STATUS NOT = '23'
             MOVE 'TRXDTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-TRXDTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       CHECK-SUSPENSE-ITEMS.
      *    SUSPENSE IS THE EDIT QUEUE CONCATENATED WITH THE RUNTIME
      *    QUEUE (SUSPRUN) IN THE JCL, THE SAME WAY LEDGRPR AND
      *    LEDGERSAG READ THEM. EVERY RECORD ON EITHER IS STILL
      *    AWAITING REPAIR OR WRITE-OFF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
             MOVE 'SUSPENSE' TO WS-ABEND-FILE-ID
             MOVE WS-SUSPENSE-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
             READ SUSPENSE-FILE
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
             END-READ
             IF WS-SUSPENSE-STATUS NOT = '00'
               AND WS-SUSPENSE-STATUS NOT = '10'
               MOVE 'SUSPENSE' TO WS-ABEND-FILE-ID
               MOVE WS-SUSPENSE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-SCAN-EOF-FLAG NOT = 'Y'
               AND (SUS-TRX-ACCOUNT = CLC-ACCOUNT
                 OR SUS-TRX-TO-ACCOUNT = CLC-ACCOUNT)
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'ITEMS IN SUSPENSE' TO WS-CARD-ERROR
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
             END-IF
           END-PERFORM
           CLOSE SUSPENSE-FILE.

      *----------------------------------------------------------
      * EXCEPTIONS - BALANCES THAT CANNOT BE SWEPT
      *----------------------------------------------------------
       CHECK-SWEEP-EXCEPTIONS.
      *    EVERY OPEN ASSET IS CHECKED AND EVERY PROBLEM LISTED,
      *    SO ONE PASS OF THE REPORT SHOWS ALL THAT MUST BE PUT
      *    RIGHT BEFORE THE CARD IS RESUBMITTED.
           PERFORM CHECK-ONE-ASSET-SWEEP
             VARYING WS-AA-IDX FROM 1 BY 1
             UNTIL WS-AA-IDX > WS-ACCT-ASSET-COUNT.

       CHECK-ONE-ASSET-SWEEP.
      *    AN ASSET WHOSE LEGS ARE ALREADY ON TODAY'S JOURNAL WAS
      *    CLEARED BY THE PASS THAT POSTED THEM - IT IS FINISHED,
      *    NOT CHECKED AGAIN.
           IF WS-AA-STATUS(WS-AA-IDX) NOT = 'C'
             AND WS-AA-LEGS-FLAG(WS-AA-IDX) = 'N'
             IF WS-AA-STATUS(WS-AA-IDX) = 'F'
               MOVE 'ACCOUNT FROZEN' TO WS-EXCP-REASON
               PERFORM WRITE-SWEEP-EXCEPTION
             END-IF
             IF WS-AA-BALANCE(WS-AA-IDX) < ZERO
               MOVE 'NEGATIVE BALANCE' TO WS-EXCP-REASON
               PERFORM WRITE-SWEEP-EXCEPTION
             END-IF
             IF WS-AA-BALANCE(WS-AA-IDX) > WS-SWEEP-LIMIT
               MOVE 'BALANCE TOO LARGE FOR ONE LEG' TO WS-EXCP-REASON
               PERFORM WRITE-SWEEP-EXCEPTION
             END-IF
             MOVE CLC-ACCOUNT TO LED-ACCOUNT
             MOVE WS-AA-ASSET(WS-AA-IDX) TO LED-ASSET
             PERFORM SUM-ACTIVE-HOLDS
             IF WS-HELD-TOTAL > ZERO
               MOVE 'ACTIVE FUNDS HOLD' TO WS-EXCP-REASON
               PERFORM WRITE-SWEEP-EXCEPTION
             END-IF
             IF WS-AA-BALANCE(WS-AA-IDX) > ZERO
               AND WS-AA-BALANCE(WS-AA-IDX) NOT > WS-SWEEP-LIMIT
               PERFORM COMPUTE-CLOSURE-FEE
               IF WS-AA-NET(WS-AA-IDX) > ZERO
                 AND CLC-PAYOUT-ACCOUNT NOT = SPACES
                 PERFORM CHECK-PAYOUT-RECORD
               END-IF
             END-IF
           END-IF.

       CHECK-PAYOUT-RECORD.
      *    A LEDGER PAYOUT ACCOUNT MUST ALREADY SETTLE THE ASSET
      *    AND BE ABLE TO TAKE A CREDIT - CLOSED AND FROZEN
      *    ACCOUNTS TAKE NO POSTINGS (SAME RULE AS
      *    CHECK-CREDIT-STATUS); A DORMANT ONE MAY RECEIVE MONEY.
      *    THE HOUSE CLEARING ACCOUNT IS OURS AND IS CREATED ON
      *    FIRST USE, SO A METHOD PAYOUT NEEDS NO CHECK.
           MOVE WS-PAYOUT-ACCOUNT TO LED-ACCOUNT
           MOVE WS-AA-ASSET(WS-AA-IDX) TO LED-ASSET
           READ LEDGER-FILE
             INVALID KEY
               MOVE 'NO PAYOUT RECORD FOR ASSET' TO WS-EXCP-REASON
               PERFORM WRITE-SWEEP-EXCEPTION
             NOT INVALID KEY
               IF LED-CLOSED OR LED-FROZEN
                 MOVE 'PAYOUT ACCOUNT CLOSED/FROZEN'
                   TO WS-EXCP-REASON
                 PERFORM WRITE-SWEEP-EXCEPTION
               END-IF
           END-READ
           IF WS-LEDGER-STATUS NOT = '00'
             AND WS-LEDGER-STATUS NOT = '23'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-SWEEP-EXCEPTION.
           MOVE 'Y' TO WS-EXCP-FLAG
           STRING 'EXCEPTION: ' CLC-CLOSE-ID
                  ' ACCOUNT: ' CLC-ACCOUNT
                  ' ASSET: ' WS-AA-ASSET(WS-AA-IDX)
                  ' BALANCE: ' WS-AA-BALANCE(WS-AA-IDX)
                  ' PAYOUT: ' WS-PAYOUT-ACCOUNT
                  ' - ' WS-EXCP-REASON
                  DELIMITED BY SIZE
                  INTO CLOSE-EXCP-RECORD
           PERFORM WRITE-EXCP-LINE.

       COMPUTE-CLOSURE-FEE.
      *    FIRST 'C' TIER WHOSE BOUND COVERS THE BALANCE WINS, THE
      *    SAME RULE AS LEDGERUPD'S COMPUTE-FEE-AMOUNT. THE FEE
      *    CANNOT TAKE MORE THAN THE BALANCE - A BALANCE SMALLER
      *    THAN THE FEE IS TAKEN WHOLE AND NOTHING IS PAID OUT.
           MOVE ZERO TO WS-AA-FEE(WS-AA-IDX)
           MOVE 'N' TO WS-FEE-FOUND-FLAG
           IF WS-FEE-TIER-COUNT > ZERO
             PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-TIER-COUNT
               OR WS-FEE-FOUND-FLAG = 'Y'
               IF WS-FEE-TYPE(WS-FEE-IDX) = 'C'
                 AND WS-AA-BALANCE(WS-AA-IDX)
                     <= WS-FEE-LIMIT(WS-FEE-IDX)
                 COMPUTE WS-AA-FEE(WS-AA-IDX) ROUNDED =
                   WS-FEE-FLAT(WS-FEE-IDX)
                   + (WS-AA-BALANCE(WS-AA-IDX)
                      * WS-FEE-PCT(WS-FEE-IDX) / 100)
                 MOVE 'Y' TO WS-FEE-FOUND-FLAG
               END-IF
             END-PERFORM
           END-IF
           IF WS-AA-FEE(WS-AA-IDX) > WS-AA-BALANCE(WS-AA-IDX)
             MOVE WS-AA-BALANCE(WS-AA-IDX) TO WS-AA-FEE(WS-AA-IDX)
           END-IF
           COMPUTE WS-AA-NET(WS-AA-IDX) =
             WS-AA-BALANCE(WS-AA-IDX) - WS-AA-FEE(WS-AA-IDX).

       SUM-ACTIVE-HOLDS.
      *    TOTAL THE ACTIVE HOLDS ON THE ACCOUNT/ASSET IN LED-KEY -
      *    THE SAME RULE LEDGERUPD POSTS AGAINST: A HOLD COUNTS
      *    WHILE ITS STATUS IS 'A' AND THE BUSINESS DATE IS BEFORE
      *    ITS EXPIRY DATE (A BLANK EXPIRY NEVER LAPSES).
           MOVE ZERO TO WS-HELD-TOTAL
           IF WS-HOLDS-OPEN-FLAG = 'Y'
             MOVE 'N' TO WS-HOLDS-EOF-FLAG
             MOVE LED-ACCOUNT TO HLD-ACCOUNT
             MOVE LED-ASSET TO HLD-ASSET
             MOVE LOW-VALUES TO HLD-NUMBER
             START HOLDS-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF-FLAG
             END-START
             IF WS-HOLDS-STATUS NOT = '00'
               AND WS-HOLDS-STATUS NOT = '23'
               MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             PERFORM UNTIL WS-HOLDS-EOF-FLAG = 'Y'
               READ HOLDS-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-HOLDS-EOF-FLAG
               END-READ
               IF WS-HOLDS-STATUS NOT = '00'
                 AND WS-HOLDS-STATUS NOT = '10'
                 MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
                 MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
               END-IF
               IF WS-HOLDS-EOF-FLAG NOT = 'Y'
                 IF HLD-ACCOUNT NOT = LED-ACCOUNT
                   OR HLD-ASSET NOT = LED-ASSET
                   MOVE 'Y' TO WS-HOLDS-EOF-FLAG
                 ELSE
                   IF HLD-STATUS = 'A'
                     AND (HLD-EXPIRY-DATE = SPACES
                       OR HLD-EXPIRY-DATE > WS-RUN-DATE)
                     ADD HLD-AMOUNT TO WS-HELD-TOTAL
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

      *----------------------------------------------------------
      * SETTLEMENT - SWEEP, CHARGE AND CLOSE EVERY ASSET
      *----------------------------------------------------------
       REPORT-CLOSE-APPLIED.
           IF WS-OPEN-ASSET-COUNT = ZERO
      *        EVERY ASSET WAS CLOSED BY THIS CLOSURE BEFORE A
      *        RESTART - ONLY ITS CREDIT LEGS ARE RECHECKED
             MOVE 'ALREADY' TO WS-CARD-ACTION
             ADD 1 TO WS-ALREADY-COUNT
           ELSE
             MOVE 'CLOSED' TO WS-CARD-ACTION
             ADD 1 TO WS-CLOSED-COUNT
           END-IF
           STRING 'APPLIED: ' CLC-CLOSE-ID
                  ' ' WS-CARD-ACTION
                  ' ACCOUNT: ' CLC-ACCOUNT
                  ' PAYOUT: ' WS-PAYOUT-ACCOUNT
                  ' ' CLC-PAYOUT-METHOD
                  ' BY: ' CLC-REQUESTER
                  DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       SETTLE-ACCOUNT.
           PERFORM SETTLE-ONE-ASSET
             VARYING WS-AA-IDX FROM 1 BY 1
             UNTIL WS-AA-IDX > WS-ACCT-ASSET-COUNT
           IF WS-SIMAST-OPEN-FLAG = 'Y'
             PERFORM CANCEL-STANDING-INSTRUCTIONS
           END-IF.

       CANCEL-STANDING-INSTRUCTIONS.
      *    FULL SWEEP - SIMAST IS KEYED BY INSTRUCTION ID, NOT BY
      *    ACCOUNT. AN INSTRUCTION ALREADY CANCELLED OR ENDED IS
      *    PASSED OVER, SO A RESTART CANCELS NOTHING TWICE. THE
      *    SENTINEL CARRIES STATUS 'X' AND IS NEVER MATCHED.
           MOVE 'N' TO WS-SI-EOF-FLAG
           MOVE LOW-VALUES TO SI-ID
           START SI-MASTER-FILE KEY IS NOT LESS THAN SI-ID
             INVALID KEY MOVE 'Y' TO WS-SI-EOF-FLAG
           END-START
           IF WS-SIMAST-STATUS NOT = '00'
             AND WS-SIMAST-STATUS NOT = '23'
             MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
             MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-SI-EOF-FLAG = 'Y'
             READ SI-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SI-EOF-FLAG
             END-READ
             IF WS-SIMAST-STATUS NOT = '00'
               AND WS-SIMAST-STATUS NOT = '10'
               MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-SI-EOF-FLAG NOT = 'Y'
               AND (SI-STATUS = 'A' OR SI-STATUS = 'S')
               AND (SI-FROM-ACCOUNT = CLC-ACCOUNT
                 OR SI-TO-ACCOUNT = CLC-ACCOUNT)
               PERFORM CANCEL-ONE-INSTRUCTION
             END-IF
           END-PERFORM.

       CANCEL-ONE-INSTRUCTION.
           STRING 'CANCELLED INSTRUCTION: ' SI-ID
                  ' WAS: ' SI-STATUS
                  ' FROM: ' SI-FROM-ACCOUNT
                  ' TO: ' SI-TO-ACCOUNT
                  ' ' SI-ASSET
                  ' AMT: ' SI-AMOUNT
                  ' ' SI-FREQUENCY
                  ' CLOSURE: ' CLC-CLOSE-ID
                  DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'X' TO SI-STATUS
           MOVE CLC-REQUESTER TO SI-MAINT-BY
           MOVE WS-RUN-DATE TO SI-MAINT-DATE
           REWRITE SI-MASTER-RECORD
           IF WS-SIMAST-STATUS NOT = '00'
             MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
             MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-SI-CANCELLED-COUNT.

       SETTLE-ONE-ASSET.
      *    THE CLOSING ACCOUNT'S DEBIT LEGS ARE JOURNALLED FIRST
      *    AND THEN ONE REWRITE TAKES THE BALANCE TO ZERO AND SETS
      *    THE RECORD CLOSED. THE PAYOUT AND HOUSE FEE CREDITS
      *    FOLLOW, EACH JOURNALLED BEFORE ITS OWN REWRITE. EVERY
      *    LEG IS SKIPPED IF IT IS ALREADY ON TODAY'S JOURNAL. A
      *    RECORD NOT YET CLOSED STILL HOLDS ITS FULL BALANCE, SO
      *    ITS FEE IS SAFELY (RE)COMPUTED FROM IT.
           IF WS-AA-STATUS(WS-AA-IDX) NOT = 'C'
             OR WS-AA-LEGS-FLAG(WS-AA-IDX) = 'Y'
             IF WS-AA-STATUS(WS-AA-IDX) NOT = 'C'
               MOVE ZERO TO WS-AA-NET(WS-AA-IDX)
               MOVE ZERO TO WS-AA-FEE(WS-AA-IDX)
               IF WS-AA-BALANCE(WS-AA-IDX) > ZERO
                 PERFORM COMPUTE-CLOSURE-FEE
               END-IF
               PERFORM JOURNAL-ACCOUNT-DEBITS
               PERFORM CLOSE-ACCOUNT-RECORD
               ADD 1 TO WS-SWEPT-COUNT
             END-IF
             IF WS-AA-NET(WS-AA-IDX) > ZERO
               MOVE WS-PAYOUT-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE WS-CLOSE-TRX-ID TO WS-LEG-TRX-ID
               MOVE WS-AA-NET(WS-AA-IDX) TO WS-LEG-AMOUNT
               MOVE CLC-ACCOUNT TO WS-LEG-COUNTERPARTY
               PERFORM POST-CREDIT-LEG
             END-IF
             IF WS-AA-FEE(WS-AA-IDX) > ZERO
               MOVE WS-FEE-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE WS-FEE-TRX-ID TO WS-LEG-TRX-ID
               MOVE WS-AA-FEE(WS-AA-IDX) TO WS-LEG-AMOUNT
               MOVE CLC-ACCOUNT TO WS-LEG-COUNTERPARTY
               PERFORM POST-CREDIT-LEG
             END-IF
             STRING '  SWEPT: ' WS-AA-ASSET(WS-AA-IDX)
                    ' BALANCE: ' WS-AA-BALANCE(WS-AA-IDX)
                    ' FEE: ' WS-AA-FEE(WS-AA-IDX)
                    ' PAID: ' WS-AA-NET(WS-AA-IDX)
                    ' TO: ' WS-PAYOUT-ACCOUNT
                    DELIMITED BY SIZE
                    INTO CLOSE-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
             IF CLC-PAYOUT-METHOD NOT = SPACES
               AND WS-AA-NET(WS-AA-IDX) > ZERO
      *          THE CLEARING ACCOUNT NOW OWES THE CUSTOMER THIS
      *          AMOUNT - THIS LINE IS THE PAYMENT INSTRUCTION
               STRING '  PAY OUT: ' CLC-PAYOUT-METHOD
                      ' ' WS-AA-ASSET(WS-AA-IDX)
                      ' ' WS-AA-NET(WS-AA-IDX)
                      ' REF: ' CLC-PAYOUT-REF
                      DELIMITED BY SIZE
                      INTO CLOSE-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF.

       JOURNAL-ACCOUNT-DEBITS.
           MOVE CLC-ACCOUNT TO WS-LEG-ACCOUNT
           MOVE 'D' TO WS-LEG-DRCR
           IF WS-AA-NET(WS-AA-IDX) > ZERO
             MOVE WS-CLOSE-TRX-ID TO WS-LEG-TRX-ID
             MOVE WS-AA-NET(WS-AA-IDX) TO WS-LEG-AMOUNT
             MOVE WS-PAYOUT-ACCOUNT TO WS-LEG-COUNTERPARTY
             PERFORM CHECK-LEG-JOURNALLED
             IF WS-LEG-DONE-FLAG = 'N'
               PERFORM WRITE-CLOSE-JOURNAL-LEG
             END-IF
           END-IF
           IF WS-AA-FEE(WS-AA-IDX) > ZERO
             MOVE WS-FEE-TRX-ID TO WS-LEG-TRX-ID
             MOVE WS-AA-FEE(WS-AA-IDX) TO WS-LEG-AMOUNT
             MOVE WS-FEE-ACCOUNT TO WS-LEG-COUNTERPARTY
             PERFORM CHECK-LEG-JOURNALLED
             IF WS-LEG-DONE-FLAG = 'N'
               PERFORM WRITE-CLOSE-JOURNAL-LEG
             END-IF
           END-IF.

       CLOSE-ACCOUNT-RECORD.
           MOVE CLC-ACCOUNT TO LED-ACCOUNT
           MOVE WS-AA-ASSET(WS-AA-IDX) TO LED-ASSET
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
           MOVE LED-STATUS TO WS-HIST-BEFORE
           PERFORM CHECK-CLOSE-HISTORY
           IF WS-HIST-DONE-FLAG = 'N'
             PERFORM WRITE-MASTER-HISTORY
           END-IF
           SUBTRACT WS-AA-NET(WS-AA-IDX) FROM LED-BALANCE
           SUBTRACT WS-AA-FEE(WS-AA-IDX) FROM LED-BALANCE
           MOVE 'C' TO LED-STATUS
           REWRITE LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = '00'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE 'C' TO WS-AA-STATUS(WS-AA-IDX).

       CHECK-CLOSE-HISTORY.
      *    A RESTART THAT STOPPED BETWEEN THE HISTORY WRITE AND THE
      *    LEDGER REWRITE FINDS THIS RUN'S CLOSED ENTRY FOR THE
      *    ACCOUNT/ASSET ALREADY ON FILE - ONE BOUNDED WALK OVER
      *    THE RECORD'S CHANGES DATED TODAY.
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE CLC-ACCOUNT TO MH-ACCOUNT
           MOVE WS-AA-ASSET(WS-AA-IDX) TO MH-ASSET
           MOVE WS-RUN-DATE TO MH-CHG-DATE
           MOVE ZERO TO MH-SEQ
           START MSTHIST-FILE KEY IS NOT LESS THAN MH-KEY
             INVALID KEY MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           IF WS-MSTHIST-STATUS NOT = '00'
             AND WS-MSTHIST-STATUS NOT = '23'
             MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-HIST-EOF-FLAG = 'Y'
             READ MSTHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
             END-READ
             IF WS-MSTHIST-STATUS NOT = '00'
               AND WS-MSTHIST-STATUS NOT = '10'
               MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-HIST-EOF-FLAG NOT = 'Y'
               IF MH-ACCOUNT NOT = CLC-ACCOUNT
                 OR MH-ASSET NOT = WS-AA-ASSET(WS-AA-IDX)
                 OR MH-CHG-DATE NOT = WS-RUN-DATE
                 MOVE 'Y' TO WS-HIST-EOF-FLAG
               ELSE
                 IF MH-PROGRAM = 'LEDGERCLS'
                   AND MH-RUN-NUMBER = WS-RUN-NUMBER
                   AND MH-FIELD = 'S'
                   AND MH-AFTER(1:1) = 'C'
                   MOVE 'Y' TO WS-HIST-DONE-FLAG
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       WRITE-MASTER-HISTORY.
      *    RECORD THE CLOSE UNDER THE RUN'S BUSINESS DATE. THE
      *    SEQUENCE IS THE NEXT ONE FREE FOR THE ACCOUNT/ASSET ON
      *    THIS DATE - A DUPLICATE KEY (22) MEANS THAT NUMBER IS
      *    ALREADY TAKEN, SO TRY THE NEXT.
           MOVE SPACES TO MASTER-HISTORY-RECORD
           MOVE CLC-ACCOUNT TO MH-ACCOUNT
           MOVE WS-AA-ASSET(WS-AA-IDX) TO MH-ASSET
           MOVE WS-RUN-DATE TO MH-CHG-DATE
           MOVE 'S' TO MH-FIELD
           MOVE WS-HIST-BEFORE TO MH-BEFORE
           MOVE 'C' TO MH-AFTER
           MOVE WS-RUN-NUMBER TO MH-RUN-NUMBER
           MOVE 'LEDGRUN' TO MH-JOB-NAME
           MOVE FUNCTION CURRENT-DATE(9:6) TO MH-CHG-TIME
           MOVE 'LEDGERCLS' TO MH-PROGRAM
           MOVE CLC-REQUESTER TO MH-REQUESTER
           MOVE ZERO TO MH-SIGNOFF-RUN
           MOVE ZERO TO MH-SEQ
           MOVE '22' TO WS-MSTHIST-STATUS
           PERFORM UNTIL WS-MSTHIST-STATUS NOT = '22'
             ADD 1 TO MH-SEQ
             WRITE MASTER-HISTORY-RECORD
           END-PERFORM
           IF WS-MSTHIST-STATUS NOT = '00'
             MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       POST-CREDIT-LEG.
      *    WS-LEG-ACCOUNT IS CREDITED WS-LEG-AMOUNT UNDER
      *    WS-LEG-TRX-ID UNLESS THAT LEG IS ALREADY ON TODAY'S
      *    JOURNAL. THE HOUSE FEE AND CLEARING RECORDS ARE OURS, SO
      *    THEY ARE CREATED ON FIRST USE PER ASSET AND NO STATUS
      *    CHECK APPLIES (SAME RULES AS POST-FEE-TO-HOUSE); A
      *    LEDGER PAYOUT ACCOUNT WAS CHECKED BEFORE ANYTHING POSTED.
           MOVE 'C' TO WS-LEG-DRCR
           PERFORM CHECK-LEG-JOURNALLED
           IF WS-LEG-DONE-FLAG = 'N'
             PERFORM WRITE-CLOSE-JOURNAL-LEG
             MOVE WS-LEG-ACCOUNT TO LED-ACCOUNT
             MOVE WS-AA-ASSET(WS-AA-IDX) TO LED-ASSET
             READ LEDGER-FILE
               INVALID KEY
                 MOVE WS-LEG-AMOUNT TO LED-BALANCE
                 MOVE 'A' TO LED-STATUS
                 MOVE 'HS' TO LED-ACCT-TYPE
                 MOVE WS-RUN-DATE TO LED-OPEN-DATE
                 MOVE ZERO TO LED-WDRL-LIMIT
                 WRITE LEDGER-RECORD
                 IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
                   MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ROUTINE
                 END-IF
               NOT INVALID KEY
                 ADD WS-LEG-AMOUNT TO LED-BALANCE
                 REWRITE LEDGER-RECORD
                 IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
                   MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ROUTINE
                 END-IF
             END-READ
             IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       CHECK-LEG-JOURNALLED.
      *    IS THE WS-LEG-DRCR LEG OF WS-LEG-TRX-ID IN THIS ASSET
      *    ALREADY ON WS-LEG-ACCOUNT'S JOURNAL FOR TODAY?
           MOVE 'N' TO WS-LEG-DONE-FLAG
           MOVE 'N' TO WS-JRN-EOF-FLAG
           MOVE WS-LEG-ACCOUNT TO WS-DAY-ACCOUNT
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
             PERFORM READ-NEXT-DAY-LEG
             IF WS-JRN-EOF-FLAG NOT = 'Y'
               AND JRN-TYPE = 'C'
               AND JRN-TRX-ID = WS-LEG-TRX-ID
               AND JRN-ASSET = WS-AA-ASSET(WS-AA-IDX)
               AND JRN-DRCR = WS-LEG-DRCR
               MOVE 'Y' TO WS-LEG-DONE-FLAG
               MOVE 'Y' TO WS-JRN-EOF-FLAG
             END-IF
           END-PERFORM.

       WRITE-CLOSE-JOURNAL-LEG.
      *    EVERY CLOSURE LEG JOURNALS UNDER TYPE 'C'. THE SEQUENCE
      *    NUMBER RESTARTS AT ZERO EACH INVOCATION, SO STATUS 22
      *    JUST MEANS THAT SLOT IS TAKEN - STEP PAST IT UNTIL A
      *    FREE SEQUENCE IS FOUND (SAME CONVENTION AS LEDGERUPD'S
      *    WRITE-JOURNAL-KEYED).
           MOVE WS-LEG-ACCOUNT TO JRN-ACCOUNT
           MOVE WS-RUN-DATE TO JRN-DATE
           MOVE WS-AA-ASSET(WS-AA-IDX) TO JRN-ASSET
           MOVE WS-LEG-TRX-ID TO JRN-TRX-ID
           MOVE 'C' TO JRN-TYPE
           MOVE WS-LEG-DRCR TO JRN-DRCR
           MOVE WS-LEG-AMOUNT TO JRN-AMOUNT
           MOVE WS-LEG-COUNTERPARTY TO JRN-COUNTERPARTY
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

      *----------------------------------------------------------
      * FINAL STATEMENT - LEDGERSTM LAYOUT, ONE PER ASSET RECORD
      *----------------------------------------------------------
       WRITE-FINAL-STATEMENT.
           PERFORM WRITE-ONE-FINAL-STATEMENT
             VARYING WS-AA-IDX FROM 1 BY 1
             UNTIL WS-AA-IDX > WS-ACCT-ASSET-COUNT.

       WRITE-ONE-FINAL-STATEMENT.
      *    THE PERIOD RUNS FROM THE ASSET RECORD'S OPEN DATE TO
      *    TODAY, SO THE CUSTOMER'S LAST STATEMENT COVERS THE WHOLE
      *    LIFE OF THE ACCOUNT THAT IS STILL ON THE ONLINE JOURNAL.
      *    THE OPENING BALANCE IS DERIVED THE LEDGERSTM WAY - THE
      *    PERIOD'S NET JOURNALLED ACTIVITY BACKED OUT OF THE
      *    CLOSING BALANCE.
           MOVE CLC-ACCOUNT TO LED-ACCOUNT
           MOVE WS-AA-ASSET(WS-AA-IDX) TO LED-ASSET
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
           IF LED-OPEN-DATE IS NUMERIC
             AND LED-OPEN-DATE NOT > WS-RUN-DATE
             MOVE LED-OPEN-DATE TO WS-STMT-FROM-DATE
           ELSE
             MOVE WS-RUN-DATE TO WS-STMT-FROM-DATE
           END-IF
           PERFORM COMPUTE-NET-CHANGE
           COMPUTE WS-OPEN-BAL = LED-BALANCE - WS-NET-CHANGE
           MOVE ZERO TO WS-PAGE-COUNT
           PERFORM START-STATEMENT-PAGE
           STRING 'OPENING BALANCE: ' WS-OPEN-BAL
                  DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF WS-CUTOFF-KNOWN-FLAG = 'Y'
             AND WS-STMT-FROM-DATE < WS-CUTOFF-DATE
             STRING '** PERIOD BEGINS BEFORE ONLINE CUTOFF '
                    WS-CUTOFF-DATE
                    ' - ARCHIVED ACTIVITY EXCLUDED **'
                    DELIMITED BY SIZE
                    INTO WS-STMT-LINE
             PERFORM WRITE-STATEMENT-LINE
           END-IF
           PERFORM PRINT-JOURNAL-LEGS
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAIL-BALANCE = LED-BALANCE - WS-HELD-TOTAL
           STRING 'CLOSING BALANCE: ' LED-BALANCE
                  '   HELD: ' WS-HELD-TOTAL
                  '   AVAILABLE: ' WS-AVAIL-BALANCE
                  DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           PERFORM WRITE-STATEMENT-LINE
           STRING 'FINAL STATEMENT - ACCOUNT CLOSED ' WS-RUN-DATE
                  ' UNDER CLOSURE ' CLC-CLOSE-ID
                  DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF CLC-PAYOUT-METHOD NOT = SPACES
             STRING 'PAID OUT VIA ' CLC-PAYOUT-METHOD
                    ' TO ' CLC-PAYOUT-REF
                    DELIMITED BY SIZE
                    INTO WS-STMT-LINE
             PERFORM WRITE-STATEMENT-LINE
           END-IF
           ADD 1 TO WS-STMT-COUNT.

       COMPUTE-NET-CHANGE.
           MOVE ZERO TO WS-NET-CHANGE
           MOVE 'N' TO WS-JRN-EOF-FLAG
           PERFORM START-JOURNAL-AT-PERIOD
           PERFORM UNTIL WS-JRN-EOF-FLAG = 'Y'
             PERFORM READ-NEXT-STATEMENT-LEG
             IF WS-JRN-EOF-FLAG NOT = 'Y'
               AND JRN-ASSET = LED-ASSET
               IF JRN-DRCR = 'C'
                 ADD JRN-AMOUNT TO WS-NET-CHANGE
               ELSE
                 SUBTRACT JRN-AMOUNT FROM WS-NET-CHANGE
               END-IF
             END-IF
           END-PERFORM.

       PRINT-JOURNAL-LEGS.
           MOVE 'N' TO WS-JRN-EOF-FLAG
           PERFORM START-JOURNAL-AT-PERIOD
           PERFORM UNTIL WS-JRN-EOF-FLAG = 'Y'
             PERFORM READ-NEXT-STATEMENT-LEG
             IF WS-JRN-EOF-FLAG NOT = 'Y'
               AND JRN-ASSET = LED-ASSET
               PERFORM PRINT-ONE-LEG
             END-IF
           END-PERFORM.

       START-JOURNAL-AT-PERIOD.
           MOVE LED-ACCOUNT TO JRN-ACCOUNT
           MOVE WS-STMT-FROM-DATE TO JRN-DATE
           MOVE ZERO TO JRN-SEQ
           START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
             INVALID KEY MOVE 'Y' TO WS-JRN-EOF-FLAG
           END-START
           IF WS-JOURNAL-STATUS NOT = '00'
             AND WS-JOURNAL-STATUS NOT = '23'
             MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       READ-NEXT-STATEMENT-LEG.
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
             END-IF
           END-IF.

       PRINT-ONE-LEG.
      *    LEDGERSTM TAKES A LEG'S STATUS FROM THE DAY'S
      *    CONFIRMATION STREAM. A FINAL STATEMENT SPANS MANY DAYS,
      *    SO THE STATUS COMES FROM THE LEG'S TRXDTL POSTING
      *    INSTEAD - AND SINCE THE ACCOUNT COULD ONLY CLOSE ONCE
      *    THE CHAIN HAD SETTLED EVERY POSTING, A POSTING IS EITHER
      *    REVERSED OR CONFIRMED. LEGS THAT NEVER GO TO THE CHAIN
      *    (ADJUSTMENTS, THE CLOSURE ITSELF, YIELD) ARE LABELLED
      *    FOR WHAT THEY ARE.
           EVALUATE JRN-TYPE
             WHEN 'A'
               MOVE 'ADJUSTMENT' TO WS-CONF-STATUS
             WHEN 'C'
               MOVE 'CLOSURE' TO WS-CONF-STATUS
             WHEN 'Y'
               MOVE 'YIELD' TO WS-CONF-STATUS
             WHEN OTHER
               PERFORM LOOKUP-POSTING-STATUS
           END-EVALUATE
           STRING JRN-DATE
                  ' ' JRN-TRX-ID
                  ' ' JRN-TYPE
                  ' ' JRN-DRCR
                  ' ' JRN-AMOUNT
                  ' ' JRN-COUNTERPARTY
                  ' ' WS-CONF-STATUS
                  DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       LOOKUP-POSTING-STATUS.
           MOVE 'POSTED' TO WS-CONF-STATUS
           MOVE JRN-TRX-ID TO DTL-TRX-ID
           READ TRXDTL-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF DTL-REVERSED = 'Y'
                 MOVE 'REVERSED' TO WS-CONF-STATUS
               ELSE
                 IF DTL-CONF-SEEN = 'Y'
                   MOVE 'CONFIRMED' TO WS-CONF-STATUS
                 END-IF
               END-IF
           END-READ
           IF WS-TRXDTL-STATUS NOT = '00'
             AND WS-TRXDTL-STATUS NOT = '23'
             MOVE 'TRXDTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-TRXDTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       START-STATEMENT-PAGE.
           ADD 1 TO WS-PAGE-COUNT
           STRING 'FINAL STATEMENT OF ACCOUNT  RUN: ' WS-RUN-NUMBER
                  '  BUSINESS DATE: ' WS-RUN-DATE
                  '  PAGE: ' WS-PAGE-COUNT
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           PERFORM WRITE-RAW-LINE
           STRING 'ACCOUNT: ' LED-ACCOUNT
                  '  ASSET: ' LED-ASSET
                  '  PERIOD: ' WS-STMT-FROM-DATE ' - ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           PERFORM WRITE-RAW-LINE
           STRING 'DATE     TRX-ID     T C AMOUNT      '
                  '  COUNTERPARTY STATUS'
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           PERFORM WRITE-RAW-LINE
           MOVE 4 TO WS-LINE-COUNT.

       WRITE-STATEMENT-LINE.
      *    A FULL PAGE ROLLS TO A CONTINUATION PAGE WITH THE SAME
      *    ACCOUNT HEADING BEFORE THE LINE PRINTS (SAME RULE AS
      *    LEDGERSTM'S WRITE-STATEMENT-LINE).
           IF WS-LINE-COUNT >= WS-MAX-LINES
             PERFORM START-STATEMENT-PAGE
           END-IF
           MOVE WS-STMT-LINE TO STATEMENT-RECORD
           PERFORM WRITE-RAW-LINE
           MOVE SPACES TO WS-STMT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RAW-LINE.
           WRITE STATEMENT-RECORD
           IF WS-STMT-STATUS NOT = '00'
             MOVE 'STMT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-STMT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO STATEMENT-RECORD.

       WRITE-CLOSE-SUMMARY.
           STRING 'SUMMARY - CARDS: ' WS-CARD-COUNT
                  ' CLOSED: ' WS-CLOSED-COUNT
                  ' ALREADY APPLIED: ' WS-ALREADY-COUNT
                  ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
                  ' REJECTED: ' WS-REJECTED-COUNT
                  ' ASSETS SWEPT: ' WS-SWEPT-COUNT
                  DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'SUMMARY - FINAL STATEMENTS: ' WS-STMT-COUNT
                  ' STANDING INSTRUCTIONS CANCELLED: '
                  WS-SI-CANCELLED-COUNT
                  DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'SUMMARY - ACCOUNTS NOT CLOSED: '
                  WS-EXCEPTION-COUNT
                  DELIMITED BY SIZE
                  INTO CLOSE-EXCP-RECORD
           PERFORM WRITE-EXCP-LINE.

       WRITE-REPORT-LINE.
           WRITE CLOSE-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'CLOSE-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO CLOSE-REPORT-RECORD.

       WRITE-EXCP-LINE.
           WRITE CLOSE-EXCP-RECORD
           IF WS-EXCP-STATUS NOT = '00'
             MOVE 'CLOSE-EXCP' TO WS-ABEND-FILE-ID
             MOVE WS-EXCP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO CLOSE-EXCP-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           CLOSE CLOSE-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE CLSCARDS STATUS ' WS-CARD-STATUS
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
           CLOSE MSTHIST-FILE
           IF WS-MSTHIST-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE MSTHIST-FILE STATUS'
               ' ' WS-MSTHIST-STATUS
           END-IF
           CLOSE TRXDTL-FILE
           IF WS-TRXDTL-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE TRXDTL-FILE STATUS'
               ' ' WS-TRXDTL-STATUS
           END-IF
           IF WS-HOLDS-OPEN-FLAG = 'Y'
             CLOSE HOLDS-FILE
             IF WS-HOLDS-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE HOLDS-FILE STATUS'
                 ' ' WS-HOLDS-STATUS
             END-IF
           END-IF
           IF WS-SIMAST-OPEN-FLAG = 'Y'
             CLOSE SI-MASTER-FILE
             IF WS-SIMAST-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE SI-MASTER STATUS'
                 ' ' WS-SIMAST-STATUS
             END-IF
           END-IF
           CLOSE CLOSE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE CLOSE-REPORT STATUS'
               ' ' WS-REPORT-STATUS
           END-IF
           CLOSE CLOSE-EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE CLOSE-EXCP STATUS'
               ' ' WS-EXCP-STATUS
           END-IF
           CLOSE STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE STMT-FILE STATUS'
               ' ' WS-STMT-STATUS
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
           STRING 'LEDGERCLS ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
