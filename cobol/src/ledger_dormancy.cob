      * THE INACTIVITY THRESHOLD (DAYS) IS SUPPLIED ON SYSIN IN
      * COLUMNS 1-3. A MISSING, NON-NUMERIC OR ZERO THRESHOLD
      * ABENDS THE RUN - SWEEPING WITH A GARBAGE THRESHOLD COULD
      * MARK THE WHOLE BOOK DORMANT. COLUMNS 4-11 MAY CARRY THE ID
      * OF THE PERSON WHO ORDERED THE SWEEP (DEFAULT SYSTEM).
      *
      * EVERY STATUS CHANGE ALSO GOES ON THE PERMANENT MSTHIST
      * MASTER-CHANGE HISTORY (SAME RECORD AS LEDGERMNT WRITES),
      * SO IT OUTLIVES THE NEXT SWEEP'S DORRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS JRN-KEY
                  FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MSTHIST-FILE ASSIGN TO "MSTHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MH-KEY
                  FILE STATUS IS WS-MSTHIST-STATUS.

           SELECT DORMANT-REPORT-FILE ASSIGN TO "DORRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       FD  DORMANT-PARM-FILE.
       01  DORMANT-PARM-RECORD.
           05  PARM-IDLE-DAYS      PIC 9(03).
           05  PARM-REQUESTER      PIC X(08).
           05  FILLER              PIC X(69).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  JRN-AMOUNT          PIC 9(10)V99.
           05  JRN-COUNTERPARTY    PIC X(12).

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

       FD  DORMANT-REPORT-FILE.
       01  DORMANT-REPORT-RECORD  PIC X(132).

       01  WS-PARM-STATUS         PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-MSTHIST-STATUS      PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-IDLE-DAYS           PIC 9(03).
       01  WS-TODAY               PIC X(08).
       01  WS-TODAY-NUM           PIC 9(08).
       01  WS-NOW-TIME            PIC X(06).
       01  WS-REQUESTER           PIC X(08) VALUE 'SYSTEM'.
       01  WS-HIST-BEFORE         PIC X(12).
       01  WS-CUTOFF-DATE         PIC X(08).
       01  WS-CUTOFF-INT          PIC 9(08).
       01  WS-LAST-ACTIVITY       PIC X(08).
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM OPEN-MSTHIST-FILE
           OPEN OUTPUT DORMANT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'DOR-REPORT' TO WS-ABEND-FILE-ID
      *    CLOCK, SAME AS LEDGERMNT - THERE IS NO OPEN RUN TO
      *    CARRY A BUSINESS DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE WS-TODAY TO WS-TODAY-NUM
           COMPUTE WS-CUTOFF-INT =
             FUNCTION DATE-OF-INTEGER
                - WS-IDLE-DAYS)
           MOVE WS-CUTOFF-INT TO WS-CUTOFF-DATE.

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

       READ-IDLE-THRESHOLD.
           OPEN INPUT DORMANT-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE PARM-IDLE-DAYS TO WS-IDLE-DAYS
           IF PARM-REQUESTER NOT = SPACES
             MOVE PARM-REQUESTER TO WS-REQUESTER
           END-IF
           CLOSE DORMANT-PARM-FILE.

       WRITE-SWEEP-HEADER.
           END-PERFORM.

       SET-ACCOUNT-DORMANT.
           MOVE LED-STATUS TO WS-HIST-BEFORE
           MOVE 'D' TO LED-STATUS
           REWRITE LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = '00'
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM WRITE-MASTER-HISTORY
           ADD 1 TO WS-APPLIED-COUNT
           STRING 'APPLIED: ' LED-ACCOUNT
                  ' ASSET: ' LED-ASSET
                  INTO DORMANT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-MASTER-HISTORY.
      *    RECORD THE STATUS FLIP. THE SEQUENCE IS THE NEXT ONE
      *    FREE FOR THE ACCOUNT/ASSET ON THIS DATE - A DUPLICATE
      *    KEY (22) MEANS THAT NUMBER IS ALREADY TAKEN, SO TRY THE
      *    NEXT.
           MOVE SPACES TO MASTER-HISTORY-RECORD
           MOVE LED-ACCOUNT TO MH-ACCOUNT
           MOVE LED-ASSET TO MH-ASSET
           MOVE WS-TODAY TO MH-CHG-DATE
           MOVE 'S' TO MH-FIELD
           MOVE WS-HIST-BEFORE TO MH-BEFORE
           MOVE LED-STATUS TO MH-AFTER
           MOVE ZERO TO MH-RUN-NUMBER
           MOVE 'LEDGDOR' TO MH-JOB-NAME
           MOVE WS-NOW-TIME TO MH-CHG-TIME
           MOVE 'LEDGERDOR' TO MH-PROGRAM
           MOVE WS-REQUESTER TO MH-REQUESTER
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

       WRITE-REPORT-LINE.
           WRITE DORMANT-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE JOURNAL-FILE STATUS'
               ' ' WS-JOURNAL-STATUS
           END-IF
           CLOSE MSTHIST-FILE
           IF WS-MSTHIST-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE MSTHIST-FILE STATUS'
               ' ' WS-MSTHIST-STATUS
           END-IF
           CLOSE DORMANT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE DOR-REPORT STATUS'
