       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERSIG.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Standing Instruction Program
      * Turns the standing-instruction master (SIMAST, maintained by
      * the LEDGSIM card job) into the day's recurring transfers,
      * so nobody has to key a weekly sweep or a monthly house
      * transfer into TRANXIN by hand on the day it falls due.
      * Run twice in the LEDGRUN stream, selected by the SYSIN
      * function card:
      *
      *   GENERATE - AHEAD OF LEDGEREDT. EVERY ACTIVE INSTRUCTION
      *              DUE ON OR BEFORE THE RUNCTL BUSINESS DATE GETS
      *              ONE 'T' RECORD APPENDED TO TRANXIN PER DUE
      *              OCCURRENCE (A DUE DATE THAT FELL ON A NON-
      *              BUSINESS DAY IS CAUGHT UP ON THE NEXT RUN),
      *              AND ITS NEXT-DUE DATE IS ADVANCED BY ITS
      *              FREQUENCY. AN INSTRUCTION PAST ITS END DATE
      *              IS MARKED ENDED. THE GENERATED ITEMS ARE
      *              LISTED ON SIGRPT.
      *   REPORT   - AFTER LEDGERUPD. EVERY GENERATED ITEM THIS
      *              RUN QUEUED TO EITHER SUSPENSE FILE (AN EDIT
      *              REJECT OR A POSTING REJECT SUCH AS NSF, FRZ,
      *              DOR OR HLD) MARKS ITS INSTRUCTION FAILED ON
      *              THE MASTER, AND THE DAILY INSTRUCTION REPORT
      *              SIRPT LISTS TODAY'S FAILURES, TODAY'S
      *              GENERATED ITEMS AND ANY INSTRUCTION WHOSE LAST
      *              OCCURRENCE IS STILL FAILED.
      *
      * GENERATED TRX-IDS ARE 'SI' + THE 4-CHARACTER INSTRUCTION ID
      * + THE 4-DIGIT OCCURRENCE NUMBER, WHICH ONLY EVER GOES UP -
      * SO NO TWO OCCURRENCES SHARE A TRX-ID AND TRXSEEN NEVER
      * SEES A COLLISION. THE OCCURRENCE NUMBER IS ADVANCED ON THE
      * MASTER ONLY AFTER THE TRANXIN RECORDS ARE WRITTEN, SO A
      * RERUN AFTER AN ABEND REGENERATES THE SAME TRX-IDS AND
      * LEDGERUPD'S DUPLICATE CHECK POSTS EACH ONLY ONCE. AN
      * INSTRUCTION ALREADY GENERATED UNDER THIS RUN IS NOT DUE
      * AGAIN. ONE GENERATED UNDER AN EARLIER RUN ON THE SAME
      * BUSINESS DATE CAN ONLY MEAN THAT RUN WAS BACKED OUT BY
      * LEDGBKO (A COMPLETED DATE CANNOT REOPEN) - ITS POSTINGS
      * AND TRXSEEN ENTRIES ARE GONE, SO THE INSTRUCTION IS WOUND
      * BACK TO ITS STATE BEFORE THAT RUN AND GENERATED AGAIN.
      *
      * SYSIN CARD: 'GENERATE' OR 'REPORT' IN COLUMNS 1-8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SI-PARM-FILE ASSIGN TO "SYSIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT SI-MASTER-FILE ASSIGN TO "SIMAST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SI-ID
                  FILE STATUS IS WS-SIMAST-STATUS.

           SELECT TRANX-FILE ASSIGN TO "TRANXIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TRANX-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SUSP-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SI-REPORT-FILE ASSIGN TO "SIRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SI-PARM-FILE.
       01  SI-PARM-RECORD.
           05  PARM-FUNCTION       PIC X(08).
           05  FILLER              PIC X(72).

       FD  SI-MASTER-FILE.
       01  SI-MASTER-RECORD.
      *    ONE RECORD PER STANDING INSTRUCTION - CANCELLED AND ENDED
      *    INSTRUCTIONS STAY ON FILE AS HISTORY
           05  SI-ID               PIC X(04).
           05  SI-FROM-ACCOUNT     PIC X(12).
           05  SI-TO-ACCOUNT       PIC X(12).
           05  SI-ASSET            PIC X(03).
           05  SI-AMOUNT           PIC 9(10)V99.
           05  SI-FREQUENCY        PIC X(01).
      *        D = DAILY, W = WEEKLY, M = MONTHLY
           05  SI-DUE-DAY          PIC 9(02).
      *        DAY OF MONTH A MONTHLY INSTRUCTION FALLS ON - A
      *        SHORTER MONTH USES ITS LAST DAY
           05  SI-NEXT-DUE         PIC X(08).
           05  SI-END-DATE         PIC X(08).
      *        SPACES = NO END DATE
           05  SI-STATUS           PIC X(01).
      *        A = ACTIVE, S = SUSPENDED, X = CANCELLED, E = ENDED
           05  SI-SEQ              PIC 9(04).
      *        OCCURRENCES GENERATED SO FAR - THE LAST FOUR
      *        CHARACTERS OF THE NEXT GENERATED TRX-ID ARE SI-SEQ+1
           05  SI-LAST-TRX-ID      PIC X(10).
           05  SI-LAST-GEN-DATE    PIC X(08).
           05  SI-LAST-GEN-RUN     PIC 9(06).
           05  SI-GEN-FROM-SEQ     PIC 9(04).
           05  SI-GEN-FROM-DUE     PIC X(08).
      *        SI-SEQ AND SI-NEXT-DUE AS THEY STOOD BEFORE THE LAST
      *        GENERATING RUN - WHAT A BACKED-OUT RUN IS WOUND
      *        BACK TO
           05  SI-LAST-RESULT      PIC X(01).
      *        G = LAST OCCURRENCE GENERATED, F = IT FAILED,
      *        SPACE = NEVER GENERATED
           05  SI-FAIL-COUNT       PIC 9(04).
           05  SI-FAIL-TRX-ID      PIC X(10).
           05  SI-FAIL-REASON      PIC X(03).
           05  SI-FAIL-DATE        PIC X(08).
           05  SI-CREATED-DATE     PIC X(08).
           05  SI-MAINT-BY         PIC X(08).
           05  SI-MAINT-DATE       PIC X(08).
           05  FILLER              PIC X(08).

       FD  TRANX-FILE.
       01  TRANX-RECORD.
           05  TRX-ID              PIC X(10).
           05  TRX-AMOUNT          PIC 9(10)V99.
           05  TRX-ACCOUNT         PIC X(12).
           05  TRX-TYPE            PIC X(01).
      *        D = DEPOSIT, W = WITHDRAWAL, T = TRANSFER, R = REWARD
           05  TRX-TO-ACCOUNT      PIC X(12).
      *        DESTINATION ACCOUNT, USED ONLY WHEN TRX-TYPE = 'T'
           05  TRX-ASSET           PIC X(03).
      *        ASSET CODE THIS TRANSACTION SETTLES IN
           05  TRX-DEST-ADDRESS    PIC X(40).
      *        WITHDRAWAL DESTINATION, USED ONLY WHEN TRX-TYPE = 'W'
      *        - ALWAYS SPACES ON A GENERATED TRANSFER

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
      *    EDIT SUSPENSE (LEDGEREDT) AND RUNTIME SUSPENSE (LEDGERUPD)
      *    CONCATENATED - BOTH SHARE THIS LAYOUT
           05  SUS-TRX-DATA.
               10  SUS-TRX-ID      PIC X(10).
               10  SUS-TRX-AMOUNT  PIC 9(10)V99.
               10  SUS-TRX-ACCOUNT PIC X(12).
               10  SUS-TRX-TYPE    PIC X(01).
               10  SUS-TRX-TO-ACCOUNT
                                   PIC X(12).
               10  SUS-TRX-ASSET   PIC X(03).
               10  FILLER          PIC X(40).
           05  SUS-REASON          PIC X(03).
           05  SUS-RUN-NUMBER      PIC 9(06).
           05  SUS-RUN-NUMBER-X REDEFINES SUS-RUN-NUMBER
                                   PIC X(06).
           05  SUS-RUN-DATE        PIC X(08).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
      *    LEDGRUN STREAM
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  SI-REPORT-FILE.
       01  SI-REPORT-RECORD       PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-SIMAST-STATUS       PIC XX.
       01  WS-TRANX-STATUS        PIC XX.
       01  WS-SUSP-STATUS         PIC XX.
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
       01  WS-FUNCTION            PIC X(08).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-SIMAST-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-TRANX-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-SUSP-OPEN-FLAG      PIC X VALUE 'N'.
       01  WS-SI-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-GEN-DONE-FLAG       PIC X VALUE 'N'.
       01  WS-SI-CHANGED-FLAG     PIC X VALUE 'N'.
       01  WS-SI-GEN-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-SI-LABEL            PIC X(13).
       01  WS-GEN-TRX-ID.
           05  FILLER             PIC X(02) VALUE 'SI'.
           05  WS-GEN-SI-ID       PIC X(04).
           05  WS-GEN-SEQ         PIC 9(04).
       01  WS-INSTR-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-GENERATED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-GENERATED-TOTAL     PIC 9(12)V99 VALUE ZERO.
       01  WS-DUE-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-ENDED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-REWOUND-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-EXHAUSTED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-STILL-FAILED-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-ACTIVE-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-SUSPENDED-COUNT     PIC 9(06) VALUE ZERO.

      *    DATE ARITHMETIC FOR ADVANCING A NEXT-DUE DATE. DAILY AND
      *    WEEKLY STEPS GO THROUGH THE INTEGER DATE FUNCTIONS (SAME
      *    AS LEDGERDOR'S IDLE CUTOFF); A MONTHLY STEP MOVES TO THE
      *    SAME DAY NEXT MONTH, HELD TO THAT MONTH'S LAST DAY.
       01  WS-DATE-WORK.
           05  WS-DW-YYYY         PIC 9(04).
           05  WS-DW-MM           PIC 9(02).
           05  WS-DW-DD           PIC 9(02).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                  PIC 9(08).
       01  WS-DATE-INT            PIC 9(08) VALUE ZERO.
       01  WS-MONTH-LAST-DAY      PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT       PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-4          PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-100        PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-400        PIC 9(04) VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES   PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN OUTPUT ERROR-LOG-FILE
           PERFORM READ-FUNCTION-CARD
           PERFORM LOAD-RUN-CONTROL
           EVALUATE WS-FUNCTION
             WHEN 'GENERATE'
               PERFORM INITIALIZE-GENERATE
               PERFORM WRITE-REPORT-HEADER
               PERFORM GENERATE-INSTRUCTIONS
               PERFORM WRITE-GENERATE-SUMMARY
             WHEN 'REPORT  '
               PERFORM INITIALIZE-REPORT
               PERFORM WRITE-REPORT-HEADER
               PERFORM MARK-FAILED-INSTRUCTIONS
               PERFORM LIST-INSTRUCTIONS
               PERFORM WRITE-REPORT-SUMMARY
             WHEN OTHER
               MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
               MOVE 'FN' TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
           END-EVALUATE
           IF WS-EXHAUSTED-COUNT > ZERO
      *        AN INSTRUCTION HAS RUN OUT OF OCCURRENCE NUMBERS -
      *        THE STREAM GOES ON, BUT SOMEONE MUST REPLACE IT
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           GOBACK.

       READ-FUNCTION-CARD.
           OPEN INPUT SI-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           READ SI-PARM-FILE
             AT END MOVE SPACES TO PARM-FUNCTION
           END-READ
           IF WS-PARM-STATUS NOT = '00' AND WS-PARM-STATUS NOT = '10'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE PARM-FUNCTION TO WS-FUNCTION
           CLOSE SI-PARM-FILE.

       INITIALIZE-GENERATE.
           PERFORM OPEN-SI-MASTER
      *    GENERATED TRANSFERS ARE APPENDED TO THE DAY'S RAW FEED SO
      *    THEY ARE EDITED AND POSTED EXACTLY LIKE KEYED ONES
           OPEN EXTEND TRANX-FILE
           IF WS-TRANX-STATUS NOT = '00'
             MOVE 'TRANX-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-TRANX-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE 'Y' TO WS-TRANX-OPEN-FLAG
           PERFORM OPEN-REPORT-FILE.

       INITIALIZE-REPORT.
           PERFORM OPEN-SI-MASTER
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = '00'
             MOVE 'SUSPENSE-FIL' TO WS-ABEND-FILE-ID
             MOVE WS-SUSP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE 'Y' TO WS-SUSP-OPEN-FLAG
           PERFORM OPEN-REPORT-FILE.

       OPEN-SI-MASTER.
      *    NO MASTER YET (STATUS 35) MEANS THE LEDGSIM JOB HAS NEVER
      *    ADDED AN INSTRUCTION - NOTHING IS DUE AND NOTHING CAN
      *    HAVE FAILED, SO BOTH FUNCTIONS JUST REPORT ZEROS.
           OPEN I-O SI-MASTER-FILE
           IF WS-SIMAST-STATUS = '00'
             MOVE 'Y' TO WS-SIMAST-OPEN-FLAG
           ELSE
             IF WS-SIMAST-STATUS NOT = '35'
               MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT SI-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'SI-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO SI-REPORT-RECORD.

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

       WRITE-REPORT-HEADER.
           IF WS-FUNCTION = 'GENERATE'
             STRING 'STANDING INSTRUCTION GENERATION  RUN: '
                    WS-RUN-NUMBER
                    ' BUSINESS DATE: ' WS-RUN-DATE
                    DELIMITED BY SIZE
                    INTO SI-REPORT-RECORD
           ELSE
             STRING 'STANDING INSTRUCTION REPORT  RUN: '
                    WS-RUN-NUMBER
                    ' BUSINESS DATE: ' WS-RUN-DATE
                    DELIMITED BY SIZE
                    INTO SI-REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * GENERATE - WRITE THE DAY'S DUE OCCURRENCES TO TRANXIN
      *----------------------------------------------------------
       GENERATE-INSTRUCTIONS.
           IF WS-SIMAST-OPEN-FLAG = 'Y'
             MOVE 'N' TO WS-EOF-FLAG
             MOVE LOW-VALUES TO SI-ID
             START SI-MASTER-FILE KEY IS NOT LESS THAN SI-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
             END-START
             IF WS-SIMAST-STATUS NOT = '00'
               AND WS-SIMAST-STATUS NOT = '23'
               MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SI-MASTER-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-SIMAST-STATUS NOT = '00'
                 AND WS-SIMAST-STATUS NOT = '10'
                 MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
                 MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
               END-IF
      *          THE HIGH-VALUES SENTINEL LEDGERSIM PRIMED THE
      *          MASTER WITH IS NOT AN INSTRUCTION
               IF WS-EOF-FLAG NOT = 'Y'
                 AND SI-ID NOT = HIGH-VALUES
                 ADD 1 TO WS-INSTR-COUNT
                 PERFORM GENERATE-ONE-INSTRUCTION
               END-IF
             END-PERFORM
           END-IF.

       GENERATE-ONE-INSTRUCTION.
           MOVE 'N' TO WS-SI-CHANGED-FLAG
           MOVE ZERO TO WS-SI-GEN-COUNT
           IF SI-LAST-GEN-DATE = WS-RUN-DATE
             AND SI-LAST-GEN-RUN NOT = WS-RUN-NUMBER
             AND (SI-STATUS = 'A' OR SI-STATUS = 'E')
      *        GENERATED TODAY UNDER A RUN SINCE BACKED OUT - WIND
      *        BACK TO THE STATE BEFORE THAT RUN AND GENERATE AGAIN
             MOVE SI-GEN-FROM-SEQ TO SI-SEQ
             MOVE SI-GEN-FROM-DUE TO SI-NEXT-DUE
             MOVE 'A' TO SI-STATUS
             MOVE 'Y' TO WS-SI-CHANGED-FLAG
             ADD 1 TO WS-REWOUND-COUNT
           END-IF
           IF SI-STATUS = 'A'
             IF SI-NEXT-DUE NOT > WS-RUN-DATE
               ADD 1 TO WS-DUE-COUNT
               MOVE SI-SEQ TO SI-GEN-FROM-SEQ
               MOVE SI-NEXT-DUE TO SI-GEN-FROM-DUE
             END-IF
             MOVE 'N' TO WS-GEN-DONE-FLAG
             PERFORM UNTIL WS-GEN-DONE-FLAG = 'Y'
               EVALUATE TRUE
                 WHEN SI-END-DATE NOT = SPACES
                   AND SI-NEXT-DUE > SI-END-DATE
      *              NO OCCURRENCE LEFT BEFORE THE END DATE
                   MOVE 'E' TO SI-STATUS
                   MOVE 'Y' TO WS-SI-CHANGED-FLAG
                   MOVE 'Y' TO WS-GEN-DONE-FLAG
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE 'ENDED:' TO WS-SI-LABEL
                   PERFORM WRITE-INSTRUCTION-LINE
                 WHEN SI-NEXT-DUE > WS-RUN-DATE
                   MOVE 'Y' TO WS-GEN-DONE-FLAG
                 WHEN SI-SEQ = 9999
      *              EVERY OCCURRENCE NUMBER IS USED - A FURTHER
      *              TRX-ID WOULD REPEAT ONE ALREADY ON TRXSEEN.
      *              LEAVE IT DUE AND SAY SO; IT MUST BE CANCELLED
      *              AND REPLACED UNDER A NEW INSTRUCTION ID.
                   MOVE 'Y' TO WS-GEN-DONE-FLAG
                   ADD 1 TO WS-EXHAUSTED-COUNT
                   MOVE 'EXHAUSTED:' TO WS-SI-LABEL
                   PERFORM WRITE-INSTRUCTION-LINE
                 WHEN OTHER
                   PERFORM WRITE-INSTRUCTION-TRX
                   PERFORM ADVANCE-NEXT-DUE
                   MOVE 'Y' TO WS-SI-CHANGED-FLAG
               END-EVALUATE
             END-PERFORM
           END-IF
           IF WS-SI-GEN-COUNT > ZERO
             MOVE WS-RUN-DATE TO SI-LAST-GEN-DATE
             MOVE WS-RUN-NUMBER TO SI-LAST-GEN-RUN
             MOVE 'G' TO SI-LAST-RESULT
           END-IF
           IF WS-SI-CHANGED-FLAG = 'Y'
             PERFORM REWRITE-SI-RECORD
           END-IF.

       WRITE-INSTRUCTION-TRX.
      *    THE TRANXIN RECORD IS WRITTEN BEFORE THE MASTER IS
      *    REWRITTEN WITH THE NEW OCCURRENCE NUMBER - SEE THE RERUN
      *    NOTE IN THE PROGRAM HEADER.
           ADD 1 TO SI-SEQ
           MOVE SI-ID TO WS-GEN-SI-ID
           MOVE SI-SEQ TO WS-GEN-SEQ
           MOVE SPACES TO TRANX-RECORD
           MOVE WS-GEN-TRX-ID TO TRX-ID
           MOVE SI-AMOUNT TO TRX-AMOUNT
           MOVE SI-FROM-ACCOUNT TO TRX-ACCOUNT
           MOVE 'T' TO TRX-TYPE
           MOVE SI-TO-ACCOUNT TO TRX-TO-ACCOUNT
           MOVE SI-ASSET TO TRX-ASSET
           WRITE TRANX-RECORD
           IF WS-TRANX-STATUS NOT = '00'
             MOVE 'TRANX-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-TRANX-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE WS-GEN-TRX-ID TO SI-LAST-TRX-ID
           ADD 1 TO WS-SI-GEN-COUNT
           ADD 1 TO WS-GENERATED-COUNT
           ADD SI-AMOUNT TO WS-GENERATED-TOTAL
           STRING 'GENERATED: ' WS-GEN-TRX-ID
                  ' SI: ' SI-ID
                  ' FROM: ' SI-FROM-ACCOUNT
                  ' TO: ' SI-TO-ACCOUNT
                  ' ' SI-ASSET
                  ' AMT: ' SI-AMOUNT
                  ' DUE: ' SI-NEXT-DUE
                  ' FREQ: ' SI-FREQUENCY
                  DELIMITED BY SIZE
                  INTO SI-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       ADVANCE-NEXT-DUE.
           MOVE SI-NEXT-DUE TO WS-DATE-WORK
           EVALUATE SI-FREQUENCY
             WHEN 'D'
               COMPUTE WS-DATE-INT =
                 FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N) + 1)
               MOVE WS-DATE-INT TO WS-DATE-WORK-N
             WHEN 'W'
               COMPUTE WS-DATE-INT =
                 FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N) + 7)
               MOVE WS-DATE-INT TO WS-DATE-WORK-N
             WHEN OTHER
      *          MONTHLY - LEDGERSIM ONLY ACCEPTS D, W OR M
               ADD 1 TO WS-DW-MM
               IF WS-DW-MM > 12
                 MOVE 1 TO WS-DW-MM
                 ADD 1 TO WS-DW-YYYY
               END-IF
               PERFORM SET-MONTH-LAST-DAY
               IF SI-DUE-DAY > WS-MONTH-LAST-DAY
                 MOVE WS-MONTH-LAST-DAY TO WS-DW-DD
               ELSE
                 MOVE SI-DUE-DAY TO WS-DW-DD
               END-IF
           END-EVALUATE
           MOVE WS-DATE-WORK TO SI-NEXT-DUE.

       SET-MONTH-LAST-DAY.
           MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-MONTH-LAST-DAY
           IF WS-DW-MM = 2
             DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4
             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100
             DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400
             IF WS-LEAP-REM-4 = ZERO
               AND (WS-LEAP-REM-100 NOT = ZERO
                 OR WS-LEAP-REM-400 = ZERO)
               MOVE 29 TO WS-MONTH-LAST-DAY
             END-IF
           END-IF.

       WRITE-GENERATE-SUMMARY.
           STRING 'SUMMARY - INSTRUCTIONS: ' WS-INSTR-COUNT
                  ' DUE: ' WS-DUE-COUNT
                  ' GENERATED: ' WS-GENERATED-COUNT
                  ' AMOUNT: ' WS-GENERATED-TOTAL
                  ' ENDED: ' WS-ENDED-COUNT
                  ' REWOUND: ' WS-REWOUND-COUNT
                  ' EXHAUSTED: ' WS-EXHAUSTED-COUNT
                  DELIMITED BY SIZE
                  INTO SI-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * REPORT - MARK TODAY'S REJECTED OCCURRENCES FAILED
      *----------------------------------------------------------
       MARK-FAILED-INSTRUCTIONS.
      *    ONLY REJECTS QUEUED UNDER THIS RUN MATTER - THE QUEUES
      *    ARE DURABLE AND STILL HOLD EARLIER DAYS' ITEMS UNTIL
      *    LEDGRPR WORKS THEM. RECORDS QUEUED BEFORE THE RUN STAMP
      *    EXISTED CARRY SPACES THERE AND ARE PASSED OVER.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-SUSPENSE-RECORD
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             IF SUS-RUN-NUMBER-X IS NUMERIC
               AND SUS-RUN-NUMBER = WS-RUN-NUMBER
               AND SUS-TRX-ID(1:2) = 'SI'
               PERFORM MARK-ONE-FAILURE
             END-IF
             PERFORM READ-SUSPENSE-RECORD
           END-PERFORM.

       READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '10'
             MOVE 'SUSPENSE-FIL' TO WS-ABEND-FILE-ID
             MOVE WS-SUSP-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       MARK-ONE-FAILURE.
      *    A TRX-ID THAT MERELY STARTS 'SI' IS ONLY TAKEN AS OURS
      *    WHEN THE INSTRUCTION IT NAMES EXISTS AND CARRIES THE
      *    SAME ACCOUNTS AND ASSET.
           MOVE 'N' TO WS-SI-FOUND-FLAG
           IF WS-SIMAST-OPEN-FLAG = 'Y'
             MOVE SUS-TRX-ID(3:4) TO SI-ID
             READ SI-MASTER-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF SI-FROM-ACCOUNT = SUS-TRX-ACCOUNT
                   AND SI-TO-ACCOUNT = SUS-TRX-TO-ACCOUNT
                   AND SI-ASSET = SUS-TRX-ASSET
                   MOVE 'Y' TO WS-SI-FOUND-FLAG
                 END-IF
             END-READ
             IF WS-SIMAST-STATUS NOT = '00'
               AND WS-SIMAST-STATUS NOT = '23'
               MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           IF WS-SI-FOUND-FLAG = 'Y'
      *        A RERUN OF THIS STEP FINDS THE SAME REJECT AGAIN -
      *        LIST IT, BUT COUNT IT ON THE MASTER ONLY ONCE
             IF SI-FAIL-TRX-ID NOT = SUS-TRX-ID
               OR SI-FAIL-DATE NOT = WS-RUN-DATE
               ADD 1 TO SI-FAIL-COUNT
               MOVE SUS-TRX-ID TO SI-FAIL-TRX-ID
               MOVE SUS-REASON TO SI-FAIL-REASON
               MOVE WS-RUN-DATE TO SI-FAIL-DATE
               MOVE 'F' TO SI-LAST-RESULT
               PERFORM REWRITE-SI-RECORD
             END-IF
             ADD 1 TO WS-FAILED-COUNT
             STRING 'FAILED: ' SUS-TRX-ID
                    ' SI: ' SI-ID
                    ' FROM: ' SI-FROM-ACCOUNT
                    ' TO: ' SI-TO-ACCOUNT
                    ' ' SI-ASSET
                    ' AMT: ' SUS-TRX-AMOUNT
                    ' REASON: ' SUS-REASON
                    ' FAILS: ' SI-FAIL-COUNT
                    DELIMITED BY SIZE
                    INTO SI-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-INSTRUCTIONS.
      *    TODAY'S GENERATED INSTRUCTIONS, THEN EVERY INSTRUCTION
      *    WHOSE LAST OCCURRENCE FAILED ON AN EARLIER DAY AND HAS
      *    NOT BEEN SUCCEEDED BY A GOOD ONE - THE DESK FOLLOWS THOSE
      *    UP WITH THE CUSTOMER OR TREASURY.
           IF WS-SIMAST-OPEN-FLAG = 'Y'
             MOVE 'N' TO WS-EOF-FLAG
             MOVE LOW-VALUES TO SI-ID
             START SI-MASTER-FILE KEY IS NOT LESS THAN SI-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
             END-START
             IF WS-SIMAST-STATUS NOT = '00'
               AND WS-SIMAST-STATUS NOT = '23'
               MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SI-MASTER-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-SIMAST-STATUS NOT = '00'
                 AND WS-SIMAST-STATUS NOT = '10'
                 MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
                 MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
                 PERFORM ABEND-ROUTINE
               END-IF
               IF WS-EOF-FLAG NOT = 'Y'
                 AND SI-ID NOT = HIGH-VALUES
                 PERFORM LIST-ONE-INSTRUCTION
               END-IF
             END-PERFORM
           END-IF.

       LIST-ONE-INSTRUCTION.
           ADD 1 TO WS-INSTR-COUNT
           EVALUATE SI-STATUS
             WHEN 'A'
               ADD 1 TO WS-ACTIVE-COUNT
             WHEN 'S'
               ADD 1 TO WS-SUSPENDED-COUNT
           END-EVALUATE
           IF SI-LAST-GEN-RUN = WS-RUN-NUMBER
             AND SI-LAST-RESULT = 'G'
             ADD 1 TO WS-GENERATED-COUNT
             MOVE 'GENERATED:' TO WS-SI-LABEL
             PERFORM WRITE-INSTRUCTION-LINE
           END-IF
           IF SI-LAST-RESULT = 'F'
             AND SI-FAIL-DATE NOT = WS-RUN-DATE
             ADD 1 TO WS-STILL-FAILED-COUNT
             MOVE 'STILL FAILED:' TO WS-SI-LABEL
             PERFORM WRITE-INSTRUCTION-LINE
           END-IF.

       WRITE-INSTRUCTION-LINE.
           STRING WS-SI-LABEL
                  ' SI: ' SI-ID
                  ' FROM: ' SI-FROM-ACCOUNT
                  ' TO: ' SI-TO-ACCOUNT
                  ' ' SI-ASSET
                  ' AMT: ' SI-AMOUNT
                  ' LAST: ' SI-LAST-TRX-ID
                  ' NEXT: ' SI-NEXT-DUE
                  ' ST: ' SI-STATUS
                  DELIMITED BY SIZE
                  INTO SI-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF SI-LAST-RESULT = 'F'
             AND SI-FAIL-DATE NOT = WS-RUN-DATE
             AND WS-FUNCTION = 'REPORT  '
             STRING '              FAILED TRX: ' SI-FAIL-TRX-ID
                    ' ON: ' SI-FAIL-DATE
                    ' REASON: ' SI-FAIL-REASON
                    ' FAILS: ' SI-FAIL-COUNT
                    DELIMITED BY SIZE
                    INTO SI-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-SUMMARY.
           STRING 'SUMMARY - INSTRUCTIONS: ' WS-INSTR-COUNT
                  ' ACTIVE: ' WS-ACTIVE-COUNT
                  ' SUSPENDED: ' WS-SUSPENDED-COUNT
                  ' GENERATED: ' WS-GENERATED-COUNT
                  ' FAILED TODAY: ' WS-FAILED-COUNT
                  ' STILL FAILED: ' WS-STILL-FAILED-COUNT
                  DELIMITED BY SIZE
                  INTO SI-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       REWRITE-SI-RECORD.
           REWRITE SI-MASTER-RECORD
           IF WS-SIMAST-STATUS NOT = '00'
             MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
             MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE SI-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'SI-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO SI-REPORT-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE. ONLY THE FILES THE
      *    SELECTED FUNCTION OPENED ARE CLOSED.
           IF WS-SIMAST-OPEN-FLAG = 'Y'
             CLOSE SI-MASTER-FILE
             IF WS-SIMAST-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE SI-MASTER STATUS'
                 ' ' WS-SIMAST-STATUS
             END-IF
           END-IF
           IF WS-TRANX-OPEN-FLAG = 'Y'
             CLOSE TRANX-FILE
             IF WS-TRANX-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE TRANX-FILE STATUS'
                 ' ' WS-TRANX-STATUS
             END-IF
           END-IF
           IF WS-SUSP-OPEN-FLAG = 'Y'
             CLOSE SUSPENSE-FILE
             IF WS-SUSP-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE SUSPENSE-FIL STATUS'
                 ' ' WS-SUSP-STATUS
             END-IF
           END-IF
           CLOSE SI-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE SI-REPORT STATUS'
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
           STRING 'LEDGERSIG ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
