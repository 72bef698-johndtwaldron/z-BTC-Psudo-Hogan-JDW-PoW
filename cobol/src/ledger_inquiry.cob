      * NEVER MISTAKEN FOR COMPLETE HISTORY, AND ANY ARCHIVE
      * RECORDS STAGED INTO THE ARCHWORK DATASET BY THE LEDGRTV
      * RETRIEVAL JOB ARE LISTED AHEAD OF THE ONLINE HISTORY.
      *
      * EACH ASSET'S BALANCE LINE SHOWS THE LEDGER BALANCE, THE
      * TOTAL UNDER ACTIVE FUNDS HOLDS (LEDGERHLD) AS OF THE RUN'S
      * BUSINESS DATE, AND THE AVAILABLE BALANCE LEFT TO DEBIT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS MW-TRX-ID
                  FILE STATUS IS WS-MWORK-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS WS-HOLDS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
      *    DROPPED FROM THE CONFIRMATION HISTORY.
           05  MW-TRX-ID           PIC X(10).

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
       01  WS-CUTOFF-KNOWN-FLAG   PIC X VALUE 'N'.
       01  WS-CUTOFF-DATE         PIC X(08).
       01  WS-ARCH-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-HOLDS-STATUS        PIC XX.
       01  WS-HOLDS-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-HOLDS-EOF-FLAG      PIC X VALUE 'N'.
       01  WS-HELD-TOTAL          PIC 9(12)V99 VALUE ZERO.
       01  WS-AVAIL-BALANCE       PIC S9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
               PERFORM ABEND-ROUTINE
             END-IF
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
           PERFORM READ-ARCHIVE-CUTOFF
           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
           END-IF.

       WRITE-BALANCE-LINE.
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAIL-BALANCE = LED-BALANCE - WS-HELD-TOTAL
           STRING 'ACCOUNT: ' LED-ACCOUNT
                  ' ASSET: ' LED-ASSET
                  ' BALANCE: ' LED-BALANCE
                  ' HELD: ' WS-HELD-TOTAL
                  ' AVAILABLE: ' WS-AVAIL-BALANCE
                  DELIMITED BY SIZE
                  INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'INQUIRY-REPORT-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING '         ASSET: ' LED-ASSET
                  ' STATUS: ' LED-STATUS
                  ' TYPE: ' LED-ACCT-TYPE
                  ' OPENED: ' LED-OPEN-DATE
             PERFORM ABEND-ROUTINE
           END-IF.

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

       READ-ARCHIVE-CUTOFF.
      *    THE SAME CUTOFF CARD LEDGERARC SWEEPS WITH TELLS THIS
      *    PROGRAM HOW FAR BACK THE ONLINE JOURNAL REACHES. STATUS
                 ' ' WS-MWORK-STATUS
             END-IF
           END-IF
           IF WS-HOLDS-OPEN-FLAG = 'Y'
             CLOSE HOLDS-FILE
             IF WS-HOLDS-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE HOLDS-FILE STATUS'
                 ' ' WS-HOLDS-STATUS
             END-IF
           END-IF
           CLOSE INQUIRY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE INQUIRY-REPORT-FILE STATUS'
