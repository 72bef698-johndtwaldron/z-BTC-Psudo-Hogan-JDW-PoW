      * sweep LEDGERREC uses) and produces a formatted statement
      * per account and asset: opening balance, each journalled
      * transaction in the statement period with its confirmation
      * status (manual adjustments are labelled as such), then
      * closing balance - with page headings,
      * continuation pages for busy accounts, and a control total
      * page reporting statements produced and aggregate closing
      * balances.
      * THE PER-LEG LOOKUP IS A KEYED READ WITH NO IN-CORE TABLE
      * CEILING.
      *
      * THE CLOSING LINE ALSO SHOWS THE TOTAL UNDER ACTIVE FUNDS
      * HOLDS (LEDGERHLD) AS OF THE RUN'S BUSINESS DATE AND THE
      * AVAILABLE BALANCE LEFT AFTER THEM.
      *
      * SYSIN CARD LAYOUT:
      *   COLS  1-8   STATEMENT FROM-DATE (YYYYMMDD) - OPTIONAL,
      *               BLANK MEANS THE RUN'S BUSINESS DATE
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STMT-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS WS-HOLDS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD       PIC X(132).

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

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
      *    RUN IDENTITY ASSIGNED BY LEDGERRUN AT THE TOP OF THE
       01  WS-CONF-STATUS         PIC X(12).
       01  WS-NET-CHANGE          PIC S9(12)V99 VALUE ZERO.
       01  WS-OPEN-BAL            PIC S9(12)V99 VALUE ZERO.
       01  WS-HOLDS-STATUS        PIC XX.
       01  WS-HOLDS-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-HOLDS-EOF-FLAG      PIC X VALUE 'N'.
       01  WS-HELD-TOTAL          PIC 9(12)V99 VALUE ZERO.
       01  WS-AVAIL-BALANCE       PIC S9(12)V99 VALUE ZERO.
       01  WS-LINE-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINES           PIC 9(02) VALUE 55.
       01  WS-PAGE-COUNT          PIC 9(04) VALUE ZERO.
             MOVE WS-CONFIRM-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
      *    NO HOLDS FILE (STATUS 35) MEANS NO HOLD HAS EVER BEEN
      *    PLACED - EVERY BALANCE IS FULLY AVAILABLE.
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
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
             MOVE 'STMT-FILE' TO WS-ABEND-FILE-ID
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
           ADD 1 TO WS-STMT-COUNT
           PERFORM ADD-TO-ASSET-AGGREGATE.

       SUM-ACTIVE-HOLDS.
      *    TOTAL THE ACTIVE HOLDS ON THE ACCOUNT/ASSET NOW IN THE
      *    LEDGER RECORD - THE SAME RULE LEDGERUPD POSTS AGAINST: A
      *    HOLD COUNTS WHILE ITS STATUS IS 'A' AND THE BUSINESS DATE
      *    IS BEFORE ITS EXPIRY DATE (A BLANK EXPIRY NEVER LAPSES).
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

       ADD-TO-ASSET-AGGREGATE.
           MOVE 'N' TO WS-AGG-FOUND-FLAG
           IF WS-AGG-ASSET-COUNT > ZERO
           END-IF.

       PRINT-ONE-LEG.
      *    A LEDGERADJ MANUAL ADJUSTMENT NEVER GOES TO THE CHAIN,
      *    SO IT HAS NO CONFIRMATION TO LOOK UP - IT IS LABELLED
      *    AS AN ADJUSTMENT SO THE CUSTOMER DOES NOT READ IT AS A
      *    DEPOSIT OR WITHDRAWAL STILL AWAITING CONFIRMATION. A
      *    LEDGERCLS CLOSURE SWEEP OR FEE IS LABELLED THE SAME WAY.
           EVALUATE JRN-TYPE
             WHEN 'A'
               MOVE 'ADJUSTMENT' TO WS-CONF-STATUS
             WHEN 'C'
               MOVE 'CLOSURE' TO WS-CONF-STATUS
             WHEN OTHER
               PERFORM LOOKUP-CONFIRM-STATUS
           END-EVALUATE
           STRING JRN-DATE
                  ' ' JRN-TRX-ID
                  ' ' JRN-TYPE
                 ' ' WS-CONFWORK-STATUS
             END-IF
           END-IF
           IF WS-HOLDS-OPEN-FLAG = 'Y'
             CLOSE HOLDS-FILE
             IF WS-HOLDS-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE HOLDS-FILE STATUS'
                 ' ' WS-HOLDS-STATUS
             END-IF
           END-IF
           CLOSE STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE STMT-FILE STATUS ' WS-STMT-STATUS
