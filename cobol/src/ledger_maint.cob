      *   COL  16     FIELD CODE:
      *                 N = OPEN A NEW ACCOUNT (ZERO BALANCE,
      *                     ACTIVE, TYPE FROM VALUE COLS 17-18)
      *                 S = SET STATUS (VALUE COL 17: A/F/C/D).
      *                     C IS REFUSED WHILE THE RECORD STILL
      *                     CARRIES A BALANCE - SUCH ACCOUNTS ARE
      *                     CLOSED THROUGH LEDGERCLS, WHICH SWEEPS
      *                     THE BALANCE OUT FIRST
      *                 T = SET ACCOUNT TYPE (VALUE COLS 17-18)
      *                 O = SET OPEN DATE (VALUE COLS 17-24,
      *                     YYYYMMDD)
      *                     12 DIGITS, LAST TWO ARE CENTS - ALL
      *                     ZEROS REMOVES THE LIMIT)
      *   COLS 17-28  VALUE (SEE FIELD CODE)
      *   COLS 29-36  REQUESTER ID - REQUIRED, THE PERSON WHO ASKED
      *               FOR THE CHANGE
      * EVERY CARD IS REPORTED AS APPLIED OR REJECTED ON MNTRPT.
      * EVERY APPLIED CARD ALSO GOES ON THE PERMANENT MSTHIST
      * MASTER-CHANGE HISTORY WITH THE FIELD'S BEFORE AND AFTER
      * VALUES AND THE REQUESTER, SO IT SURVIVES THE NEXT
      * SUBMISSION'S MNTRPT (LISTED BY THE LEDGMHI JOB).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS LED-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT MSTHIST-FILE ASSIGN TO "MSTHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MH-KEY
                  FILE STATUS IS WS-MSTHIST-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "MNTRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
               10  FILLER          PIC X(04).
           05  MNT-VALUE-LIMIT REDEFINES MNT-VALUE.
               10  MNT-LIMIT-12    PIC 9(10)V99.
           05  MNT-REQUESTER       PIC X(08).
           05  FILLER              PIC X(44).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
      *        MEANS NO PER-ACCOUNT LIMIT IS SET
           05  FILLER              PIC X(40).

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

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-MSTHIST-STATUS      PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-CARD-OK-FLAG        PIC X VALUE 'Y'.
       01  WS-CARD-ERROR          PIC X(30).
       01  WS-RUN-DATE            PIC X(08).
       01  WS-RUN-TIME            PIC X(06).
       01  WS-HIST-BEFORE         PIC X(12).
       01  WS-HIST-AFTER          PIC X(12).
       01  WS-HIST-LIMIT          PIC 9(10)V99.
       01  WS-HIST-LIMIT-X REDEFINES WS-HIST-LIMIT PIC X(12).
       01  WS-APPLIED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT      PIC 9(6) VALUE ZERO.

             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM OPEN-MSTHIST-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'REPORT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.

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

       PROCESS-MAINT-CARDS.
           READ MAINT-PARM-FILE
           IF MNT-ASSET = SPACES
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'ASSET BLANK' TO WS-CARD-ERROR
           ELSE
           IF MNT-REQUESTER = SPACES
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'REQUESTER ID BLANK' TO WS-CARD-ERROR
           ELSE
             EVALUATE MNT-FIELD
               WHEN 'N'
             END-EVALUATE
           END-IF
           END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM WRITE-MASTER-HISTORY
             ADD 1 TO WS-APPLIED-COUNT
             STRING 'APPLIED: ' MNT-ACCOUNT
                    ' ASSET: ' MNT-ASSET
                    ' FIELD: ' MNT-FIELD
                    ' VALUE: ' MNT-VALUE
                    ' BY: ' MNT-REQUESTER
                    DELIMITED BY SIZE
                    INTO MAINT-REPORT-RECORD
           ELSE
               MOVE MNT-VALUE(1:2) TO LED-ACCT-TYPE
               MOVE WS-RUN-DATE TO LED-OPEN-DATE
               MOVE ZERO TO LED-WDRL-LIMIT
               MOVE SPACES TO WS-HIST-BEFORE
               MOVE LED-ACCT-TYPE TO WS-HIST-AFTER
               WRITE LEDGER-RECORD
               IF WS-LEDGER-STATUS NOT = '00'
                 MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
           ELSE
             PERFORM READ-MAINT-ACCOUNT
             IF WS-CARD-OK-FLAG = 'Y'
               AND MNT-VALUE(1:1) = 'C'
               AND LED-BALANCE NOT = ZERO
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'BALANCE NOT ZERO-USE LEDGERCLS' TO WS-CARD-ERROR
             END-IF
             IF WS-CARD-OK-FLAG = 'Y'
               MOVE LED-STATUS TO WS-HIST-BEFORE
               MOVE MNT-VALUE(1:1) TO LED-STATUS
               MOVE LED-STATUS TO WS-HIST-AFTER
               PERFORM REWRITE-MAINT-ACCOUNT
             END-IF
           END-IF.
       SET-ACCOUNT-TYPE.
           PERFORM READ-MAINT-ACCOUNT
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE LED-ACCT-TYPE TO WS-HIST-BEFORE
             MOVE MNT-VALUE(1:2) TO LED-ACCT-TYPE
             MOVE LED-ACCT-TYPE TO WS-HIST-AFTER
             PERFORM REWRITE-MAINT-ACCOUNT
           END-IF.

           ELSE
             PERFORM READ-MAINT-ACCOUNT
             IF WS-CARD-OK-FLAG = 'Y'
               MOVE LED-OPEN-DATE TO WS-HIST-BEFORE
               MOVE MNT-DATE-8 TO LED-OPEN-DATE
               MOVE LED-OPEN-DATE TO WS-HIST-AFTER
               PERFORM REWRITE-MAINT-ACCOUNT
             END-IF
           END-IF.
           ELSE
             PERFORM READ-MAINT-ACCOUNT
             IF WS-CARD-OK-FLAG = 'Y'
               MOVE LED-WDRL-LIMIT TO WS-HIST-LIMIT
               MOVE WS-HIST-LIMIT-X TO WS-HIST-BEFORE
               MOVE MNT-LIMIT-12 TO LED-WDRL-LIMIT
               MOVE LED-WDRL-LIMIT TO WS-HIST-LIMIT
               MOVE WS-HIST-LIMIT-X TO WS-HIST-AFTER
               PERFORM REWRITE-MAINT-ACCOUNT
             END-IF
           END-IF.
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-MASTER-HISTORY.
      *    RECORD THE APPLIED CARD'S BEFORE/AFTER VALUES. THE
      *    SEQUENCE IS THE NEXT ONE FREE FOR THE ACCOUNT/ASSET ON
      *    THIS DATE - A DUPLICATE KEY (22) MEANS THAT NUMBER IS
      *    ALREADY TAKEN, SO TRY THE NEXT.
           MOVE SPACES TO MASTER-HISTORY-RECORD
           MOVE MNT-ACCOUNT TO MH-ACCOUNT
           MOVE MNT-ASSET TO MH-ASSET
           MOVE WS-RUN-DATE TO MH-CHG-DATE
           MOVE MNT-FIELD TO MH-FIELD
           MOVE WS-HIST-BEFORE TO MH-BEFORE
           MOVE WS-HIST-AFTER TO MH-AFTER
           MOVE ZERO TO MH-RUN-NUMBER
           MOVE 'LEDGMNT' TO MH-JOB-NAME
           MOVE WS-RUN-TIME TO MH-CHG-TIME
           MOVE 'LEDGERMNT' TO MH-PROGRAM
           MOVE MNT-REQUESTER TO MH-REQUESTER
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
           WRITE MAINT-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE LEDGER-FILE STATUS'
               ' ' WS-LEDGER-STATUS
           END-IF
           CLOSE MSTHIST-FILE
           IF WS-MSTHIST-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE MSTHIST-FILE STATUS'
               ' ' WS-MSTHIST-STATUS
           END-IF
           CLOSE MAINT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE REPORT-FILE STATUS'
