       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERMHR.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Master Change History Report Program
      * Lists the permanent MSTHIST account master change history
      * that LEDGERMNT, LEDGERDOR and LEDGERCLS write - who changed
      * which attribute of an account, when, from what and to what
      * - long after MNTRPT, DORRPT and CLSRPT have been replaced.
      *
      * THE FIRST SYSIN CARD PICKS THE MODE:
      *   HISTORY - ON-DEMAND INQUIRY (SEE THE LEDGMHI JOB). EVERY
      *             CARD LISTS ONE ACCOUNT'S CHANGES FOR A DATE
      *             RANGE, OLDEST FIRST WITHIN EACH ASSET. READ ONLY.
      *   SIGNOFF - DAILY SUPERVISOR SIGN-OFF LISTING, RUN IN THE
      *             LEDGRUN STREAM. LISTS EVERY STATUS CHANGE TO
      *             FROZEN OR CLOSED NOT YET CARRIED ON AN EARLIER
      *             RUN'S LISTING - WHICHEVER PROGRAM MADE IT AND
      *             WHATEVER DATE IT CARRIES - AND STAMPS EACH WITH
      *             THIS RUN'S NUMBER, SO EVERY SUCH CHANGE IS
      *             SIGNED FOR EXACTLY ONCE. A RERUN OF THE SAME RUN
      *             LISTS THE SAME CHANGES AGAIN. REQUIRES AN OPEN
      *             LEDGRUN RUN.
      *
      * SYSIN CARD LAYOUT:
      *   COLS  1-8   MODE - HISTORY OR SIGNOFF
      *   HISTORY CARDS ONLY:
      *   COLS  9-20  ACCOUNT NUMBER
      *   COLS 21-23  ASSET CODE (BLANK = EVERY ASSET)
      *   COLS 24-31  FROM DATE YYYYMMDD (BLANK = EARLIEST)
      *   COLS 32-39  TO DATE YYYYMMDD (BLANK = LATEST)
      * A HISTORY CARD THAT CANNOT BE USED IS LISTED AS REJECTED
      * AND THE STEP ENDS RC 4. A MODE OTHER THAN HISTORY OR
      * SIGNOFF ON THE FIRST CARD ABENDS THE RUN.
      *
      * NO MSTHIST FILE YET (STATUS 35) SIMPLY MEANS NO CHANGE HAS
      * EVER BEEN RECORDED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-PARM-FILE ASSIGN TO "SYSIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT MSTHIST-FILE ASSIGN TO "MSTHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MH-KEY
                  FILE STATUS IS WS-MSTHIST-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HISTORY-REPORT-FILE ASSIGN TO "MHRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-PARM-FILE.
       01  HISTORY-PARM-RECORD.
           05  PARM-MODE           PIC X(08).
           05  PARM-ACCOUNT        PIC X(12).
           05  PARM-ASSET          PIC X(03).
           05  PARM-FROM-DATE      PIC X(08).
           05  PARM-TO-DATE        PIC X(08).
           05  FILLER              PIC X(41).

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

       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-RECORD  PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-MSTHIST-STATUS      PIC XX.
       01  WS-MSTHIST-OPEN-FLAG   PIC X VALUE 'N'.
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
       01  WS-HIST-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-MODE                PIC X(08).
       01  WS-CARD-OK-FLAG        PIC X VALUE 'Y'.
       01  WS-CARD-ERROR          PIC X(30).
       01  WS-FROM-DATE           PIC X(08).
       01  WS-TO-DATE             PIC X(08).
       01  WS-FIELD-NAME          PIC X(10).
       01  WS-CARD-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-ENTRY-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-LISTED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-FROZEN-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-CLOSED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-EXAMINED-COUNT      PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           IF WS-MODE = 'SIGNOFF'
             PERFORM LIST-SIGNOFF-CHANGES
           ELSE
             PERFORM PROCESS-HISTORY-CARDS
           END-IF
           PERFORM CLOSE-FILES
           IF WS-REJECTED-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           OPEN INPUT HISTORY-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM READ-HISTORY-CARD
           IF WS-EOF-FLAG = 'Y'
             MOVE SPACES TO PARM-MODE
           END-IF
           IF PARM-MODE NOT = 'HISTORY' AND PARM-MODE NOT = 'SIGNOFF'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE 'PM' TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE PARM-MODE TO WS-MODE
           IF WS-MODE = 'SIGNOFF'
             PERFORM LOAD-RUN-CONTROL
             OPEN I-O MSTHIST-FILE
           ELSE
             OPEN INPUT MSTHIST-FILE
           END-IF
           IF WS-MSTHIST-STATUS = '00'
             MOVE 'Y' TO WS-MSTHIST-OPEN-FLAG
           ELSE
             IF WS-MSTHIST-STATUS NOT = '35'
               MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           OPEN OUTPUT HISTORY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'MHRPT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO HISTORY-REPORT-RECORD.

       READ-HISTORY-CARD.
           READ HISTORY-PARM-FILE
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-PARM-STATUS NOT = '00' AND WS-PARM-STATUS NOT = '10'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
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

      *----------------------------------------------------------
      * HISTORY MODE - ONE ACCOUNT PER CARD
      *----------------------------------------------------------
       PROCESS-HISTORY-CARDS.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             PERFORM LIST-ONE-ACCOUNT
             PERFORM READ-HISTORY-CARD
           END-PERFORM
           STRING 'SUMMARY - CARDS: ' WS-CARD-COUNT
                  ' REJECTED: ' WS-REJECTED-COUNT
                  DELIMITED BY SIZE
                  INTO HISTORY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       LIST-ONE-ACCOUNT.
           ADD 1 TO WS-CARD-COUNT
           PERFORM EDIT-HISTORY-CARD
           IF WS-CARD-OK-FLAG = 'N'
             ADD 1 TO WS-REJECTED-COUNT
             STRING 'REJECTED: ' PARM-ACCOUNT
                    ' ASSET: ' PARM-ASSET
                    ' FROM: ' PARM-FROM-DATE
                    ' TO: ' PARM-TO-DATE
                    ' - ' WS-CARD-ERROR
                    DELIMITED BY SIZE
                    INTO HISTORY-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           ELSE
             STRING 'MASTER CHANGE HISTORY  ACCOUNT: ' PARM-ACCOUNT
                    ' ASSET: ' PARM-ASSET
                    ' FROM: ' WS-FROM-DATE
                    ' TO: ' WS-TO-DATE
                    DELIMITED BY SIZE
                    INTO HISTORY-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
             MOVE ZERO TO WS-ENTRY-COUNT
             IF WS-MSTHIST-OPEN-FLAG = 'Y'
               PERFORM WALK-ACCOUNT-HISTORY
             END-IF
             IF WS-ENTRY-COUNT = ZERO
               MOVE '  NO CHANGES ON FILE FOR THIS ACCOUNT AND PERIOD'
                 TO HISTORY-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
             ELSE
               STRING '  CHANGES LISTED: ' WS-ENTRY-COUNT
                      DELIMITED BY SIZE
                      INTO HISTORY-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF.

       EDIT-HISTORY-CARD.
           MOVE 'Y' TO WS-CARD-OK-FLAG
           MOVE SPACES TO WS-CARD-ERROR
           MOVE PARM-FROM-DATE TO WS-FROM-DATE
           MOVE PARM-TO-DATE TO WS-TO-DATE
           IF WS-FROM-DATE = SPACES
             MOVE ZEROS TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
             MOVE ALL '9' TO WS-TO-DATE
           END-IF
           IF PARM-MODE NOT = 'HISTORY'
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'MODE NOT HISTORY' TO WS-CARD-ERROR
           ELSE
           IF PARM-ACCOUNT = SPACES
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'ACCOUNT BLANK' TO WS-CARD-ERROR
           ELSE
           IF WS-FROM-DATE IS NOT NUMERIC
             OR WS-TO-DATE IS NOT NUMERIC
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'DATE NOT NUMERIC' TO WS-CARD-ERROR
           ELSE
           IF WS-FROM-DATE > WS-TO-DATE
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'FROM DATE AFTER TO DATE' TO WS-CARD-ERROR
           END-IF
           END-IF
           END-IF
           END-IF.

       WALK-ACCOUNT-HISTORY.
      *    THE KEY IS ACCOUNT/ASSET/DATE/SEQ. ONE ASSET STARTS AT
      *    ITS FROM DATE AND STOPS PAST ITS TO DATE; EVERY ASSET
      *    WALKS THE WHOLE ACCOUNT AND FILTERS ON THE DATE.
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE PARM-ACCOUNT TO MH-ACCOUNT
           IF PARM-ASSET = SPACES
             MOVE LOW-VALUES TO MH-ASSET
             MOVE LOW-VALUES TO MH-CHG-DATE
           ELSE
             MOVE PARM-ASSET TO MH-ASSET
             MOVE WS-FROM-DATE TO MH-CHG-DATE
           END-IF
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
             PERFORM READ-NEXT-HISTORY
             IF WS-HIST-EOF-FLAG NOT = 'Y'
               IF MH-ACCOUNT NOT = PARM-ACCOUNT
                 MOVE 'Y' TO WS-HIST-EOF-FLAG
               ELSE
                 IF PARM-ASSET NOT = SPACES
                   AND (MH-ASSET NOT = PARM-ASSET
                        OR MH-CHG-DATE > WS-TO-DATE)
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                 ELSE
                   IF MH-CHG-DATE NOT < WS-FROM-DATE
                     AND MH-CHG-DATE NOT > WS-TO-DATE
                     PERFORM PRINT-ONE-CHANGE
                     ADD 1 TO WS-ENTRY-COUNT
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       READ-NEXT-HISTORY.
           READ MSTHIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ
           IF WS-MSTHIST-STATUS NOT = '00'
             AND WS-MSTHIST-STATUS NOT = '10'
             MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
      *    THE HIGH-VALUES SENTINEL THE WRITERS PRIME THE FILE WITH
      *    SORTS LAST - IT ENDS THE WALK
           IF WS-HIST-EOF-FLAG NOT = 'Y'
             AND MH-KEY = HIGH-VALUES
             MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF.

       PRINT-ONE-CHANGE.
           EVALUATE MH-FIELD
             WHEN 'N'
               MOVE 'OPENED' TO WS-FIELD-NAME
             WHEN 'S'
               MOVE 'STATUS' TO WS-FIELD-NAME
             WHEN 'T'
               MOVE 'ACCT TYPE' TO WS-FIELD-NAME
             WHEN 'O'
               MOVE 'OPEN DATE' TO WS-FIELD-NAME
             WHEN 'L'
               MOVE 'WDRL LIMIT' TO WS-FIELD-NAME
             WHEN OTHER
               MOVE MH-FIELD TO WS-FIELD-NAME
           END-EVALUATE
           STRING '  ' MH-CHG-DATE
                  ' ' MH-CHG-TIME
                  ' ' MH-ACCOUNT
                  ' ' MH-ASSET
                  ' ' WS-FIELD-NAME
                  ' ' MH-BEFORE
                  ' -> ' MH-AFTER
                  ' ' MH-PROGRAM
                  ' ' MH-JOB-NAME
                  ' RUN ' MH-RUN-NUMBER
                  ' BY ' MH-REQUESTER
                  DELIMITED BY SIZE
                  INTO HISTORY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * SIGNOFF MODE - FROZEN/CLOSED CHANGES AWAITING SIGN-OFF
      *----------------------------------------------------------
       LIST-SIGNOFF-CHANGES.
           STRING 'FROZEN/CLOSED STATUS CHANGES FOR SUPERVISOR'
                  ' SIGN-OFF  RUN: ' WS-RUN-NUMBER
                  ' BUSINESS DATE: ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO HISTORY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-MSTHIST-OPEN-FLAG = 'Y'
             MOVE 'N' TO WS-HIST-EOF-FLAG
             MOVE LOW-VALUES TO MH-KEY
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
               PERFORM READ-NEXT-HISTORY
               IF WS-HIST-EOF-FLAG NOT = 'Y'
                 ADD 1 TO WS-EXAMINED-COUNT
                 IF MH-FIELD = 'S'
                   AND (MH-AFTER(1:1) = 'F' OR MH-AFTER(1:1) = 'C')
                   AND (MH-SIGNOFF-RUN = ZERO
                        OR MH-SIGNOFF-RUN = WS-RUN-NUMBER)
                   PERFORM LIST-ONE-SIGNOFF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           IF WS-LISTED-COUNT = ZERO
             MOVE '  NO STATUS CHANGES TO FROZEN OR CLOSED TO SIGN OFF'
               TO HISTORY-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
           END-IF
           STRING 'SUMMARY - EXAMINED: ' WS-EXAMINED-COUNT
                  ' LISTED: ' WS-LISTED-COUNT
                  ' TO FROZEN: ' WS-FROZEN-COUNT
                  ' TO CLOSED: ' WS-CLOSED-COUNT
                  DELIMITED BY SIZE
                  INTO HISTORY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'REVIEWED AND SIGNED OFF BY: ____________________'
             TO HISTORY-REPORT-RECORD
           MOVE '  DATE: __________' TO HISTORY-REPORT-RECORD(50:18)
           PERFORM WRITE-REPORT-LINE.

       LIST-ONE-SIGNOFF.
      *    STAMP THE CHANGE WITH THIS RUN SO NO LATER RUN LISTS IT
      *    AGAIN - A RERUN OF THIS RUN STILL FINDS IT
           IF MH-SIGNOFF-RUN = ZERO
             MOVE WS-RUN-NUMBER TO MH-SIGNOFF-RUN
             REWRITE MASTER-HISTORY-RECORD
             IF WS-MSTHIST-STATUS NOT = '00'
               MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           IF MH-AFTER(1:1) = 'F'
             ADD 1 TO WS-FROZEN-COUNT
           ELSE
             ADD 1 TO WS-CLOSED-COUNT
           END-IF
           PERFORM PRINT-ONE-CHANGE.

       WRITE-REPORT-LINE.
           WRITE HISTORY-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'MHRPT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO HISTORY-REPORT-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           CLOSE HISTORY-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE PARM-FILE STATUS ' WS-PARM-STATUS
           END-IF
           IF WS-MSTHIST-OPEN-FLAG = 'Y'
             CLOSE MSTHIST-FILE
             IF WS-MSTHIST-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE MSTHIST-FILE STATUS'
                 ' ' WS-MSTHIST-STATUS
             END-IF
           END-IF
           CLOSE HISTORY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE MHRPT-FILE STATUS'
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
           STRING 'LEDGERMHR ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
