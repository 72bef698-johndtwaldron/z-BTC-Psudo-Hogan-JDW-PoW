       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERPAK.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Payout Acknowledgement Matching Program
      * Reads the acknowledgement file the wallet desk returns for
      * the payout instructions LEDGERPAY sent it - one record per
      * payout: TRX-ID, broadcast hash and status - and marks each
      * extracted payout on the permanent PAYOUTS file sent ('S')
      * or failed ('F'). Every failed payout is listed on PAYFAIL
      * for a reversal decision: the customer's account has already
      * been debited for money that never left the house wallet.
      *
      * ACKNOWLEDGEMENT RECORD (ACKIN):
      *   COLS  1-10  TRX-ID OF THE PAYOUT
      *   COLS 11-74  BROADCAST HASH - REQUIRED WHEN SENT
      *   COL  75     S = SENT, F = FAILED
      *
      * THE PAYOUT IS FOUND THROUGH TRXDTL - THE ACKNOWLEDGEMENT
      * CARRIES ONLY THE TRX-ID, AND PAYOUTS IS KEYED ASSET FIRST.
      * AN ACKNOWLEDGEMENT THAT CANNOT BE APPLIED IS LISTED ON
      * PAYACK AS AN EXCEPTION AND THE STEP ENDS RC 4:
      *   UNKNOWN TRX-ID      - NO POSTING DETAIL FOR THE TRX-ID
      *   NOT A WITHDRAWAL    - THE TRX-ID DID NOT POST AS A 'W'
      *   NO PAYOUT RECORD    - POSTED, BUT NEVER RECORDED FOR PAYOUT
      *   BAD ACK STATUS      - STATUS NOT S OR F
      *   NO BROADCAST HASH   - SENT WITH A BLANK HASH
      *   NOT YET EXTRACTED   - THE DESK CANNOT HAVE BEEN SENT IT
      *   ALREADY ACKNOWLEDGED - AN EARLIER RUN ALREADY MARKED IT
      *
      * RERUN: A PAYOUT THIS SAME RUN NUMBER ALREADY MARKED WITH
      * THE SAME STATUS IS COUNTED AS ALREADY APPLIED, NOT LISTED
      * AS AN EXCEPTION, AND A FAILED ONE IS LISTED ON PAYFAIL
      * AGAIN SO THE RERUN'S LISTING IS COMPLETE. NO ACKIN (STATUS
      * 35) MEANS THE DESK RETURNED NOTHING TODAY - NOT AN ERROR;
      * LEDGERPAG REPORTS ANY PAYOUT LEFT UNANSWERED TOO LONG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "ACKIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ACK-STATUS.

           SELECT PAYOUTS-FILE ASSIGN TO "PAYOUTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAY-KEY
                  FILE STATUS IS WS-PAYOUTS-STATUS.

           SELECT TRXDTL-FILE ASSIGN TO "TRXDTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DTL-TRX-ID
                  FILE STATUS IS WS-TRXDTL-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "PAYACK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT FAIL-REPORT-FILE ASSIGN TO "PAYFAIL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FAIL-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05  ACK-TRX-ID          PIC X(10).
           05  ACK-HASH            PIC X(64).
           05  ACK-STATUS          PIC X(01).
      *        S = SENT (BROADCAST), F = FAILED
           05  FILLER              PIC X(05).

       FD  PAYOUTS-FILE.
       01  PAYOUTS-RECORD.
      *    PERMANENT OUTBOUND PAYOUT FILE WRITTEN BY LEDGERUPD AND
      *    EXTRACTED BY LEDGERPAY
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

       FD  TRXDTL-FILE.
       01  TRXDTL-RECORD.
      *    POSTING DETAIL WRITTEN BY LEDGERUPD - READ HERE ONLY TO
      *    TURN THE ACKNOWLEDGED TRX-ID INTO ITS ASSET
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

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
      *    LEDGRUN STREAM - STAMPED ON EVERY PAYOUT MARKED HERE
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-RECORD      PIC X(132).

       FD  FAIL-REPORT-FILE.
       01  FAIL-REPORT-RECORD     PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACK-STATUS          PIC XX.
       01  WS-ACK-OPEN-FLAG       PIC X VALUE 'N'.
       01  WS-PAYOUTS-STATUS      PIC XX.
       01  WS-PAYOUTS-OPEN-FLAG   PIC X VALUE 'N'.
       01  WS-TRXDTL-STATUS       PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-RUNCTL-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-FAIL-STATUS         PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-RUN-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE            PIC X(08).
       01  WS-RUN-STATUS          PIC X(01).
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-ABEND-STATUS        PIC XX.
       01  WS-ABEND-LINE          PIC X(132).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-FOUND-FLAG          PIC X VALUE 'N'.
       01  WS-EXCEPTION-TEXT      PIC X(20).
       01  WS-READ-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-SENT-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-REAPPLIED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-FAILED-LISTED       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-ACK-HEADERS
           IF WS-ACK-OPEN-FLAG = 'Y'
             PERFORM MATCH-ACKNOWLEDGEMENTS
           END-IF
           PERFORM WRITE-ACK-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = '35'
      *        THE DESK RETURNED NOTHING TODAY
             MOVE 'N' TO WS-ACK-OPEN-FLAG
           ELSE
             IF WS-ACK-STATUS NOT = '00'
               MOVE 'ACK-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-ACK-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-ACK-OPEN-FLAG
           END-IF
           OPEN I-O PAYOUTS-FILE
           IF WS-PAYOUTS-STATUS = '35'
      *        NO WITHDRAWAL HAS EVER POSTED - EVERY ACKNOWLEDGEMENT
      *        IS AN EXCEPTION
             MOVE 'N' TO WS-PAYOUTS-OPEN-FLAG
           ELSE
             IF WS-PAYOUTS-STATUS NOT = '00'
               MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-PAYOUTS-OPEN-FLAG
           END-IF
           OPEN INPUT TRXDTL-FILE
           IF WS-TRXDTL-STATUS NOT = '00'
             MOVE 'TRXDTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-TRXDTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT ACK-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'ACK-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT FAIL-REPORT-FILE
           IF WS-FAIL-STATUS NOT = '00'
             MOVE 'FAIL-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-FAIL-STATUS TO WS-ABEND-STATUS
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

       WRITE-ACK-HEADERS.
           STRING 'PAYOUT ACKNOWLEDGEMENT MATCHING  RUN: '
                  WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO ACK-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'FAILED PAYOUTS - REVERSAL DECISION REQUIRED  RUN: '
                  WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO FAIL-REPORT-RECORD
           PERFORM WRITE-FAIL-LINE.

       MATCH-ACKNOWLEDGEMENTS.
           READ ACK-FILE
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-ACK-STATUS NOT = '00' AND WS-ACK-STATUS NOT = '10'
             MOVE 'ACK-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-ACK-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             ADD 1 TO WS-READ-COUNT
             PERFORM MATCH-ONE-ACK
             READ ACK-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-ACK-STATUS NOT = '00'
               AND WS-ACK-STATUS NOT = '10'
               MOVE 'ACK-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-ACK-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM.

       MATCH-ONE-ACK.
      *    THE CHECKS RUN IN ORDER AND STOP AT THE FIRST FAILURE,
      *    SO THE EXCEPTION NAMES THE FIRST THING TO INVESTIGATE.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF ACK-STATUS NOT = 'S' AND ACK-STATUS NOT = 'F'
             MOVE 'BAD ACK STATUS' TO WS-EXCEPTION-TEXT
           END-IF
           IF WS-EXCEPTION-TEXT = SPACES
             AND ACK-STATUS = 'S'
             AND ACK-HASH = SPACES
             MOVE 'NO BROADCAST HASH' TO WS-EXCEPTION-TEXT
           END-IF
           IF WS-EXCEPTION-TEXT = SPACES
             PERFORM FIND-PAYOUT-RECORD
           END-IF
           IF WS-EXCEPTION-TEXT = SPACES
             EVALUATE PAY-STATUS
               WHEN 'E'
                 PERFORM APPLY-ACKNOWLEDGEMENT
               WHEN 'P'
                 MOVE 'NOT YET EXTRACTED' TO WS-EXCEPTION-TEXT
               WHEN OTHER
                 IF PAY-ACK-RUN = WS-RUN-NUMBER
                   AND PAY-STATUS = ACK-STATUS
      *              RERUN OF THIS SAME RUN - ALREADY APPLIED
                   ADD 1 TO WS-REAPPLIED-COUNT
                   IF PAY-STATUS = 'F'
                     PERFORM LIST-FAILED-PAYOUT
                   END-IF
                 ELSE
                   MOVE 'ALREADY ACKNOWLEDGED' TO WS-EXCEPTION-TEXT
                 END-IF
             END-EVALUATE
           END-IF
           IF WS-EXCEPTION-TEXT NOT = SPACES
             PERFORM LIST-ACK-EXCEPTION
           END-IF.

       FIND-PAYOUT-RECORD.
           MOVE ACK-TRX-ID TO DTL-TRX-ID
           MOVE 'Y' TO WS-FOUND-FLAG
           READ TRXDTL-FILE
             INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ
           IF WS-TRXDTL-STATUS NOT = '00'
             AND WS-TRXDTL-STATUS NOT = '23'
             MOVE 'TRXDTL-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-TRXDTL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF WS-FOUND-FLAG = 'N'
             MOVE 'UNKNOWN TRX-ID' TO WS-EXCEPTION-TEXT
           ELSE
             IF DTL-TYPE NOT = 'W'
               MOVE 'NOT A WITHDRAWAL' TO WS-EXCEPTION-TEXT
             ELSE
               PERFORM READ-PAYOUT-RECORD
             END-IF
           END-IF.

       READ-PAYOUT-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-PAYOUTS-OPEN-FLAG = 'Y'
             MOVE DTL-ASSET TO PAY-ASSET
             MOVE ACK-TRX-ID TO PAY-TRX-ID
             MOVE 'Y' TO WS-FOUND-FLAG
             READ PAYOUTS-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
             END-READ
             IF WS-PAYOUTS-STATUS NOT = '00'
               AND WS-PAYOUTS-STATUS NOT = '23'
               MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           IF WS-FOUND-FLAG = 'N'
             MOVE 'NO PAYOUT RECORD' TO WS-EXCEPTION-TEXT
           END-IF.

       APPLY-ACKNOWLEDGEMENT.
           MOVE ACK-STATUS TO PAY-STATUS
           MOVE ACK-HASH TO PAY-ACK-HASH
           MOVE WS-RUN-NUMBER TO PAY-ACK-RUN
           MOVE WS-RUN-DATE TO PAY-ACK-DATE
           REWRITE PAYOUTS-RECORD
           IF WS-PAYOUTS-STATUS NOT = '00'
             MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF PAY-STATUS = 'S'
             ADD 1 TO WS-SENT-COUNT
             STRING 'SENT: ' PAY-TRX-ID
                    ' ASSET: ' PAY-ASSET
                    ' AMOUNT: ' PAY-AMOUNT
                    ' HASH: ' PAY-ACK-HASH
                    DELIMITED BY SIZE
                    INTO ACK-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           ELSE
             ADD 1 TO WS-FAILED-COUNT
             STRING 'FAILED: ' PAY-TRX-ID
                    ' ACCOUNT: ' PAY-ACCOUNT
                    ' ASSET: ' PAY-ASSET
                    ' AMOUNT: ' PAY-AMOUNT
                    ' - SEE PAYFAIL'
                    DELIMITED BY SIZE
                    INTO ACK-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
             PERFORM LIST-FAILED-PAYOUT
           END-IF.

       LIST-FAILED-PAYOUT.
      *    EVERYTHING THE DECISION NEEDS ON ONE LINE: WHOSE MONEY,
      *    HOW MUCH, WHERE IT WAS MEANT TO GO AND WHEN IT POSTED
           ADD 1 TO WS-FAILED-LISTED
           STRING 'FAILED: ' PAY-TRX-ID
                  ' ACCT: ' PAY-ACCOUNT
                  ' ASSET: ' PAY-ASSET
                  ' AMT: ' PAY-AMOUNT
                  ' POSTED: ' PAY-POST-DATE
                  ' DEST: ' PAY-DEST-ADDRESS
                  DELIMITED BY SIZE
                  INTO FAIL-REPORT-RECORD
           PERFORM WRITE-FAIL-LINE.

       LIST-ACK-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           STRING 'EXCEPTION: ' ACK-TRX-ID
                  ' ' WS-EXCEPTION-TEXT
                  ' ACK STATUS: ' ACK-STATUS
                  ' HASH: ' ACK-HASH
                  DELIMITED BY SIZE
                  INTO ACK-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-ACK-SUMMARY.
           IF WS-ACK-OPEN-FLAG = 'N'
             MOVE 'NO ACKNOWLEDGEMENT FILE RECEIVED TODAY'
               TO ACK-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           END-IF
           STRING 'SUMMARY - ACKS READ: ' WS-READ-COUNT
                  ' SENT: ' WS-SENT-COUNT
                  ' FAILED: ' WS-FAILED-COUNT
                  ' ALREADY APPLIED THIS RUN: ' WS-REAPPLIED-COUNT
                  ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
                  DELIMITED BY SIZE
                  INTO ACK-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
      *    A COUNT ONLY - AMOUNTS IN DIFFERENT ASSETS DO NOT ADD
           STRING 'SUMMARY - FAILED PAYOUTS LISTED: '
                  WS-FAILED-LISTED
                  DELIMITED BY SIZE
                  INTO FAIL-REPORT-RECORD
           PERFORM WRITE-FAIL-LINE
           IF WS-EXCEPTION-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ACK-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'ACK-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO ACK-REPORT-RECORD.

       WRITE-FAIL-LINE.
           WRITE FAIL-REPORT-RECORD
           IF WS-FAIL-STATUS NOT = '00'
             MOVE 'FAIL-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-FAIL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO FAIL-REPORT-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           IF WS-ACK-OPEN-FLAG = 'Y'
             CLOSE ACK-FILE
             IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE ACK-FILE STATUS'
                 ' ' WS-ACK-STATUS
             END-IF
           END-IF
           IF WS-PAYOUTS-OPEN-FLAG = 'Y'
             CLOSE PAYOUTS-FILE
             IF WS-PAYOUTS-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE PAYOUTS-FILE STATUS'
                 ' ' WS-PAYOUTS-STATUS
             END-IF
           END-IF
           CLOSE TRXDTL-FILE
           IF WS-TRXDTL-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE TRXDTL-FILE STATUS'
               ' ' WS-TRXDTL-STATUS
           END-IF
           CLOSE ACK-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE ACK-REPORT STATUS'
               ' ' WS-REPORT-STATUS
           END-IF
           CLOSE FAIL-REPORT-FILE
           IF WS-FAIL-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE FAIL-REPORT STATUS'
               ' ' WS-FAIL-STATUS
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
           STRING 'LEDGERPAK ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
