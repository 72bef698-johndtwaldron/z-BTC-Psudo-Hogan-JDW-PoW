       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERPAY.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Withdrawal Payout Extract Program
      * Builds the day's payout instruction file for the wallet
      * desk's broadcast system from the permanent PAYOUTS file.
      * LEDGERUPD writes one PAYOUTS record (status 'P') for every
      * withdrawal it posts, carrying the destination address the
      * customer gave on TRANXIN. This program extracts every 'P'
      * record, one batch per asset, and marks each one extracted
      * ('E') with this run's number, so the same withdrawal is
      * never handed to the desk twice.
      *
      * PAYOUT FILE LAYOUT (100 BYTES, ONE BATCH PER ASSET):
      *   'H' HEADER  - ASSET, RUN NUMBER, BUSINESS DATE, SOURCE
      *   'D' DETAIL  - ASSET, TRX-ID, ACCOUNT, AMOUNT, DESTINATION
      *   'T' TRAILER - ASSET, DETAIL COUNT, AMOUNT TOTAL
      * AN ASSET WITH NOTHING TO PAY OUT TODAY GETS NO BATCH. THE
      * DESK RETURNS ONE ACKNOWLEDGEMENT PER DETAIL BY TRX-ID, WHICH
      * LEDGERPAK MATCHES BACK ONTO PAYOUTS.
      *
      * RERUN: A RECORD ALREADY MARKED 'E' BY THIS SAME RUN NUMBER
      * IS EXTRACTED AGAIN, SO A RERUN OF THE STEP REBUILDS THE
      * SAME FILE INSTEAD OF AN EMPTY ONE. A RECORD EXTRACTED BY AN
      * EARLIER RUN IS NEVER RE-SENT - IF THE DESK HAS NOT ANSWERED
      * IT, LEDGERPAG REPORTS IT ONCE IT AGES PAST ITS LIMIT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYOUTS-FILE ASSIGN TO "PAYOUTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAY-KEY
                  FILE STATUS IS WS-PAYOUTS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PAYOUT-FILE ASSIGN TO "PAYOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PAYOUT-STATUS.

           SELECT PAYOUT-REPORT-FILE ASSIGN TO "PAYRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYOUTS-FILE.
       01  PAYOUTS-RECORD.
      *    PERMANENT OUTBOUND PAYOUT FILE WRITTEN BY LEDGERUPD -
      *    KEYED ASSET FIRST SO A SEQUENTIAL PASS ARRIVES IN ASSET
      *    BATCHES
           05  PAY-KEY.
               10  PAY-ASSET       PIC X(03).
               10  PAY-TRX-ID      PIC X(10).
           05  PAY-ACCOUNT         PIC X(12).
           05  PAY-AMOUNT          PIC 9(10)V99.
           05  PAY-DEST-ADDRESS    PIC X(40).
           05  PAY-POST-DATE       PIC X(08).
           05  PAY-POST-RUN        PIC 9(06).
           05  PAY-STATUS          PIC X(01).
      *        P = POSTED, AWAITING EXTRACT
      *        E = EXTRACTED TO THE DESK, AWAITING ACKNOWLEDGEMENT
      *        S = SENT (BROADCAST ACKNOWLEDGED)
      *        F = FAILED (DESK REPORTED THE BROADCAST FAILED)
           05  PAY-EXTRACT-RUN     PIC 9(06).
           05  PAY-EXTRACT-DATE    PIC X(08).
           05  PAY-ACK-HASH        PIC X(64).
           05  PAY-ACK-RUN         PIC 9(06).
           05  PAY-ACK-DATE        PIC X(08).
           05  FILLER              PIC X(16).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
      *    LEDGRUN STREAM - EVERY BATCH HEADER CARRIES IT
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  PAYOUT-FILE.
       01  PAYOUT-RECORD.
           05  POUT-REC-TYPE       PIC X(01).
      *        H = ASSET BATCH HEADER, D = PAYOUT INSTRUCTION,
      *        T = ASSET BATCH TRAILER
           05  POUT-DATA           PIC X(99).
           05  POUT-HEADER REDEFINES POUT-DATA.
               10  POUT-H-ASSET    PIC X(03).
               10  POUT-H-RUN-NUMBER PIC 9(06).
               10  POUT-H-RUN-DATE PIC X(08).
               10  POUT-H-SOURCE   PIC X(08).
               10  FILLER          PIC X(74).
           05  POUT-DETAIL REDEFINES POUT-DATA.
               10  POUT-D-ASSET    PIC X(03).
               10  POUT-D-TRX-ID   PIC X(10).
               10  POUT-D-ACCOUNT  PIC X(12).
               10  POUT-D-AMOUNT   PIC 9(10)V99.
               10  POUT-D-DEST-ADDRESS PIC X(40).
               10  FILLER          PIC X(22).
           05  POUT-TRAILER REDEFINES POUT-DATA.
               10  POUT-T-ASSET    PIC X(03).
               10  POUT-T-COUNT    PIC 9(06).
               10  POUT-T-TOTAL    PIC 9(12)V99.
               10  FILLER          PIC X(76).

       FD  PAYOUT-REPORT-FILE.
       01  PAYOUT-REPORT-RECORD   PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAYOUTS-STATUS      PIC XX.
       01  WS-PAYOUTS-OPEN-FLAG   PIC X VALUE 'N'.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-RUNCTL-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-PAYOUT-STATUS       PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-RUN-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE            PIC X(08).
       01  WS-RUN-STATUS          PIC X(01).
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-ABEND-STATUS        PIC XX.
       01  WS-ABEND-LINE          PIC X(132).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-BATCH-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-BATCH-ASSET         PIC X(03) VALUE SPACES.
       01  WS-BATCH-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-BATCH-TOTAL         PIC 9(12)V99 VALUE ZERO.
       01  WS-BATCHES-WRITTEN     PIC 9(06) VALUE ZERO.
       01  WS-EXTRACTED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-RESENT-COUNT        PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-PAYOUT-HEADER
           IF WS-PAYOUTS-OPEN-FLAG = 'Y'
             PERFORM EXTRACT-PAYOUTS
           END-IF
           IF WS-BATCH-OPEN-FLAG = 'Y'
             PERFORM WRITE-BATCH-TRAILER
           END-IF
           PERFORM WRITE-PAYOUT-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           OPEN I-O PAYOUTS-FILE
           IF WS-PAYOUTS-STATUS = '35'
      *        NO WITHDRAWAL HAS EVER POSTED - AN EMPTY EXTRACT
             MOVE 'N' TO WS-PAYOUTS-OPEN-FLAG
           ELSE
             IF WS-PAYOUTS-STATUS NOT = '00'
               MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-PAYOUTS-OPEN-FLAG
           END-IF
           OPEN OUTPUT PAYOUT-FILE
           IF WS-PAYOUT-STATUS NOT = '00'
             MOVE 'PAYOUT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PAYOUT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT PAYOUT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'PAY-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM LOAD-RUN-CONTROL.

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

       WRITE-PAYOUT-HEADER.
           STRING 'WITHDRAWAL PAYOUT EXTRACT  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       EXTRACT-PAYOUTS.
           MOVE LOW-VALUES TO PAY-KEY
           START PAYOUTS-FILE KEY IS NOT LESS THAN PAY-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-PAYOUTS-STATUS NOT = '00'
             AND WS-PAYOUTS-STATUS NOT = '23'
             MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ PAYOUTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-PAYOUTS-STATUS NOT = '00'
               AND WS-PAYOUTS-STATUS NOT = '10'
               MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               IF PAY-STATUS = 'P'
                 PERFORM EXTRACT-ONE-PAYOUT
               ELSE
                 IF PAY-STATUS = 'E'
                   AND PAY-EXTRACT-RUN = WS-RUN-NUMBER
      *              RERUN OF THIS SAME RUN - REBUILD THE SAME FILE
                   ADD 1 TO WS-RESENT-COUNT
                   PERFORM EXTRACT-ONE-PAYOUT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       EXTRACT-ONE-PAYOUT.
      *    THE DETAIL IS WRITTEN BEFORE THE RECORD IS MARKED, SO AN
      *    ABEND BETWEEN THE TWO LEAVES IT 'P' AND THE RERUN PICKS
      *    IT UP AGAIN RATHER THAN LOSING IT.
           IF WS-BATCH-OPEN-FLAG = 'Y'
             AND PAY-ASSET NOT = WS-BATCH-ASSET
             PERFORM WRITE-BATCH-TRAILER
           END-IF
           IF WS-BATCH-OPEN-FLAG = 'N'
             PERFORM WRITE-BATCH-HEADER
           END-IF
           MOVE SPACES TO PAYOUT-RECORD
           MOVE 'D' TO POUT-REC-TYPE
           MOVE PAY-ASSET TO POUT-D-ASSET
           MOVE PAY-TRX-ID TO POUT-D-TRX-ID
           MOVE PAY-ACCOUNT TO POUT-D-ACCOUNT
           MOVE PAY-AMOUNT TO POUT-D-AMOUNT
           MOVE PAY-DEST-ADDRESS TO POUT-D-DEST-ADDRESS
           PERFORM WRITE-PAYOUT-RECORD
           ADD 1 TO WS-BATCH-COUNT
           ADD PAY-AMOUNT TO WS-BATCH-TOTAL
           ADD 1 TO WS-EXTRACTED-COUNT
           MOVE 'E' TO PAY-STATUS
           MOVE WS-RUN-NUMBER TO PAY-EXTRACT-RUN
           MOVE WS-RUN-DATE TO PAY-EXTRACT-DATE
           REWRITE PAYOUTS-RECORD
           IF WS-PAYOUTS-STATUS NOT = '00'
             MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO PAYOUT-RECORD
           MOVE 'H' TO POUT-REC-TYPE
           MOVE PAY-ASSET TO POUT-H-ASSET
           MOVE WS-RUN-NUMBER TO POUT-H-RUN-NUMBER
           MOVE WS-RUN-DATE TO POUT-H-RUN-DATE
           MOVE 'LEDGERPAY' TO POUT-H-SOURCE
           PERFORM WRITE-PAYOUT-RECORD
           MOVE PAY-ASSET TO WS-BATCH-ASSET
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-TOTAL
           MOVE 'Y' TO WS-BATCH-OPEN-FLAG.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO PAYOUT-RECORD
           MOVE 'T' TO POUT-REC-TYPE
           MOVE WS-BATCH-ASSET TO POUT-T-ASSET
           MOVE WS-BATCH-COUNT TO POUT-T-COUNT
           MOVE WS-BATCH-TOTAL TO POUT-T-TOTAL
           PERFORM WRITE-PAYOUT-RECORD
           ADD 1 TO WS-BATCHES-WRITTEN
           STRING 'BATCH ASSET: ' WS-BATCH-ASSET
                  ' PAYOUTS: ' WS-BATCH-COUNT
                  ' TOTAL: ' WS-BATCH-TOTAL
                  DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.

       WRITE-PAYOUT-RECORD.
           WRITE PAYOUT-RECORD
           IF WS-PAYOUT-STATUS NOT = '00'
             MOVE 'PAYOUT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PAYOUT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-PAYOUT-SUMMARY.
           STRING 'SUMMARY - ASSET BATCHES: ' WS-BATCHES-WRITTEN
                  ' PAYOUTS EXTRACTED: ' WS-EXTRACTED-COUNT
                  ' OF WHICH RE-EXTRACTED ON RERUN: ' WS-RESENT-COUNT
                  DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           DISPLAY 'LEDGERPAY PAYOUTS EXTRACTED ' WS-EXTRACTED-COUNT
             ' IN ' WS-BATCHES-WRITTEN ' ASSET BATCHES'.

       WRITE-REPORT-LINE.
           WRITE PAYOUT-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'PAY-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO PAYOUT-REPORT-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           IF WS-PAYOUTS-OPEN-FLAG = 'Y'
             CLOSE PAYOUTS-FILE
             IF WS-PAYOUTS-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE PAYOUTS-FILE STATUS'
                 ' ' WS-PAYOUTS-STATUS
             END-IF
           END-IF
           CLOSE PAYOUT-FILE
           IF WS-PAYOUT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE PAYOUT-FILE STATUS'
               ' ' WS-PAYOUT-STATUS
           END-IF
           CLOSE PAYOUT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE PAY-REPORT STATUS'
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
           STRING 'LEDGERPAY ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
