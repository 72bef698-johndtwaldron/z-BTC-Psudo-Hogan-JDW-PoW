       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERPAG.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Unacknowledged Payout Aging Report Program
      * Walks the permanent PAYOUTS file and reports every payout
      * LEDGERPAY handed to the wallet desk that the desk has never
      * acknowledged. The customer's account was debited when the
      * withdrawal posted; until an acknowledgement marks it sent
      * or failed nobody knows whether the money left the house
      * wallet. Anything still extracted-but-unanswered after more
      * than the SYSIN limit of runs is reported here - TRX-ID,
      * ACCOUNT, ASSET, AMOUNT, DESTINATION AND AGE - NEXT TO THE
      * UNCRPT NEVER-CONFIRMED EXCEPTIONS IN THE OPERATIONS REVIEW.
      *
      * THE AGE LIMIT (RUNS) IS SUPPLIED ON SYSIN IN COLUMNS 1-3.
      * BLANK OR MISSING DEFAULTS TO 3 RUNS (SAME CONVENTION AS
      * LEDGERUNC). AGE IS COUNTED FROM THE EXTRACT RUN - THE RUN
      * THE DESK WAS FIRST GIVEN THE INSTRUCTION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-PARM-FILE ASSIGN TO "SYSIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT PAYOUTS-FILE ASSIGN TO "PAYOUTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAY-KEY
                  FILE STATUS IS WS-PAYOUTS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PAYAGE-REPORT-FILE ASSIGN TO "PAYAGE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

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

       FD  PAYOUTS-FILE.
       01  PAYOUTS-RECORD.
      *    PERMANENT OUTBOUND PAYOUT FILE WRITTEN BY LEDGERUPD,
      *    EXTRACTED BY LEDGERPAY AND ACKNOWLEDGED VIA LEDGERPAK
           05  PAY-KEY.
               10  PAY-ASSET       PIC X(03).
               10  PAY-TRX-ID      PIC X(10).
           05  PAY-ACCOUNT         PIC X(12).
           05  PAY-AMOUNT          PIC 9(10)V99.
           05  PAY-DEST-ADDRESS    PIC X(40).
           05  PAY-POST-DATE       PIC X(08).
           05  PAY-POST-RUN        PIC 9(06).
           05  PAY-STATUS          PIC X(01).
      *        'E' - WITH THE DESK, NO ACKNOWLEDGEMENT YET - IS THE
      *        ONLY STATUS AGED HERE
           05  PAY-EXTRACT-RUN     PIC 9(06).
           05  PAY-EXTRACT-DATE    PIC X(08).
           05  PAY-ACK-HASH        PIC X(64).
           05  PAY-ACK-RUN         PIC 9(06).
           05  PAY-ACK-DATE        PIC X(08).
           05  FILLER              PIC X(16).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
      *    LEDGRUN STREAM - THE AGE BASELINE
           05  RUN-NUMBER          PIC 9(06).
           05  RUN-DATE            PIC X(08).
           05  RUN-STATUS          PIC X(01).
      *        O = RUN OPEN, C = RUN COMPLETE, B = RUN BACKED OUT
           05  FILLER              PIC X(65).

       FD  PAYAGE-REPORT-FILE.
       01  PAYAGE-REPORT-RECORD   PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-PAYOUTS-STATUS      PIC XX.
       01  WS-PAYOUTS-OPEN-FLAG   PIC X VALUE 'N'.
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
       01  WS-MAX-AGE             PIC 9(03) VALUE 003.
       01  WS-ITEM-AGE            PIC S9(06).
       01  WS-CHECKED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-REPORTED-COUNT      PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-PAYAGE-HEADER
           IF WS-PAYOUTS-OPEN-FLAG = 'Y'
             PERFORM AGE-PAYOUTS
           END-IF
           PERFORM WRITE-PAYAGE-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           PERFORM READ-AGE-LIMIT
           OPEN INPUT PAYOUTS-FILE
           IF WS-PAYOUTS-STATUS = '35'
      *        NO WITHDRAWAL HAS EVER POSTED - NOTHING TO AGE
             MOVE 'N' TO WS-PAYOUTS-OPEN-FLAG
           ELSE
             IF WS-PAYOUTS-STATUS NOT = '00'
               MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-PAYOUTS-OPEN-FLAG
           END-IF
           OPEN OUTPUT PAYAGE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'PAG-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
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

       WRITE-PAYAGE-HEADER.
           STRING 'UNACKNOWLEDGED PAYOUT AGING  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  ' AGE LIMIT: ' WS-MAX-AGE ' RUNS'
                  DELIMITED BY SIZE
                  INTO PAYAGE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       AGE-PAYOUTS.
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
               AND PAY-STATUS = 'E'
               PERFORM AGE-ONE-PAYOUT
             END-IF
           END-PERFORM.

       AGE-ONE-PAYOUT.
           ADD 1 TO WS-CHECKED-COUNT
           COMPUTE WS-ITEM-AGE = WS-RUN-NUMBER - PAY-EXTRACT-RUN
           IF WS-ITEM-AGE > WS-MAX-AGE
             ADD 1 TO WS-REPORTED-COUNT
             STRING 'NO ACK: ' PAY-TRX-ID
                    ' ACCT: ' PAY-ACCOUNT
                    ' ASSET: ' PAY-ASSET
                    ' AMT: ' PAY-AMOUNT
                    ' AGE: ' WS-ITEM-AGE
                    ' DEST: ' PAY-DEST-ADDRESS
                    DELIMITED BY SIZE
                    INTO PAYAGE-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PAYAGE-SUMMARY.
           STRING 'SUMMARY - PAYOUTS AWAITING ACKNOWLEDGEMENT: '
                  WS-CHECKED-COUNT
                  ' OVER LIMIT: ' WS-REPORTED-COUNT
                  DELIMITED BY SIZE
                  INTO PAYAGE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE PAYAGE-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'PAG-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO PAYAGE-REPORT-RECORD.

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
           CLOSE PAYAGE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE PAG-REPORT STATUS'
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
           STRING 'LEDGERPAG ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
