                  RECORD KEY IS JRN-KEY
                  FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS WS-HOLDS-STATUS.

           SELECT PAYOUTS-FILE ASSIGN TO "PAYOUTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAY-KEY
                  FILE STATUS IS WS-PAYOUTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANX-FILE.
      *        ASSET CODE THIS TRANSACTION SETTLES IN - BOTH LEGS
      *        OF A TRANSFER POST IN THIS ONE ASSET, SO A TRANSFER
      *        CAN NEVER CROSS ASSETS
           05  TRX-DEST-ADDRESS    PIC X(40).
      *        WITHDRAWAL DESTINATION (WALLET ADDRESS OR EXCHANGE
      *        REFERENCE), EDITED BY LEDGEREDT - CARRIED ONTO THE
      *        PAYOUTS FILE WHEN A 'W' POSTS

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
      *      'F' - ONE FEE TIER: TRX-TYPE (W/T), THE TIER'S UPPER
      *            AMOUNT BOUND (TIERS LISTED IN ASCENDING ORDER),
      *            A FLAT FEE AND A PERCENTAGE (9V99, E.G. 150 IS
      *            1.50 PERCENT) - BOTH APPLY, EITHER MAY BE ZERO.
      *            TIERS OF TRX-TYPE C PRICE THE ACCOUNT CLOSURE FEE
      *            LEDGERCLS CHARGES AND NEVER MATCH A POSTING HERE
           05  FEE-REC-TYPE        PIC X(01).
           05  FEE-ACCOUNT-DATA.
               10  FEE-HOUSE-ACCOUNT PIC X(12).
           05  JRN-COUNTERPARTY    PIC X(12).
      *        THE OTHER ACCOUNT ON A TRANSFER, SPACES OTHERWISE

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

       FD  PAYOUTS-FILE.
       01  PAYOUTS-RECORD.
      *    PERMANENT OUTBOUND PAYOUT FILE - ONE RECORD PER POSTED
      *    WITHDRAWAL, WRITTEN HERE WITH STATUS 'P'. LEDGERPAY
      *    EXTRACTS IT FOR THE WALLET DESK ('E'), LEDGERPAK MARKS
      *    IT SENT OR FAILED FROM THE DESK'S ACKNOWLEDGEMENT, AND
      *    LEDGERPAG AGES WHAT THE DESK HAS NEVER ANSWERED. KEYED
      *    ASSET FIRST SO THE EXTRACT READS IT IN ASSET BATCHES.
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

       WORKING-STORAGE SECTION.
       01  WS-TRANX-STATUS        PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-TRXSEEN-STATUS      PIC XX.
       01  WS-TRXDTL-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-HOLDS-STATUS        PIC XX.
       01  WS-PAYOUTS-STATUS      PIC XX.
       01  WS-HOLDS-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-HOLDS-EOF-FLAG      PIC X VALUE 'N'.
       01  WS-HELD-TOTAL          PIC 9(12)V99 VALUE ZERO.
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-ABEND-STATUS        PIC XX.
       01  WS-ABEND-LINE          PIC X(132).
             MOVE WS-JOURNAL-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '35'
      *        NO HOLD HAS EVER BEEN PLACED - NOTHING IS HELD
             MOVE 'N' TO WS-HOLDS-OPEN-FLAG
           ELSE
             IF WS-HOLDS-STATUS NOT = '00'
               MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-HOLDS-OPEN-FLAG
           END-IF
           OPEN I-O PAYOUTS-FILE
           IF WS-PAYOUTS-STATUS = '35'
      *        NO WITHDRAWAL HAS EVER POSTED - CREATE THE PAYOUT FILE
             OPEN OUTPUT PAYOUTS-FILE
           END-IF
           IF WS-PAYOUTS-STATUS NOT = '00'
             MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-RUN-CONTROL.

                 IF WS-POST-OK-FLAG = 'Y'
                   PERFORM WRITE-WORK-RECORD
                   PERFORM WRITE-JOURNAL-ENTRIES
                   IF TRX-TYPE = 'W'
                     PERFORM WRITE-PAYOUT-RECORD
                   END-IF
                   IF WS-FEE-AMOUNT > ZERO
                     PERFORM WRITE-FEE-EXTRACT
                   END-IF
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-PAYOUT-RECORD.
      *    THE WITHDRAWN PRINCIPAL IS WHAT LEAVES THE HOUSE WALLET -
      *    THE FEE STAYS ON THE HOUSE FEE ACCOUNT AND IS NOT PAID
      *    OUT. STATUS 22 (KEY ALREADY EXISTS) CAN ONLY ARISE
      *    RE-RUNNING A TRX-ID WHOSE PAYOUT WAS ALREADY CAPTURED -
      *    THE RECORD ON FILE IS THE SAME PAYOUT AND MAY ALREADY
      *    HAVE GONE TO THE DESK, SO IT IS LEFT AS IT STANDS.
           MOVE SPACES TO PAYOUTS-RECORD
           MOVE TRX-ASSET TO PAY-ASSET
           MOVE TRX-ID TO PAY-TRX-ID
           MOVE TRX-ACCOUNT TO PAY-ACCOUNT
           MOVE TRX-AMOUNT TO PAY-AMOUNT
           MOVE TRX-DEST-ADDRESS TO PAY-DEST-ADDRESS
           MOVE WS-RUN-DATE TO PAY-POST-DATE
           MOVE WS-RUN-NUMBER TO PAY-POST-RUN
           MOVE 'P' TO PAY-STATUS
           MOVE ZERO TO PAY-EXTRACT-RUN
           MOVE ZERO TO PAY-ACK-RUN
           WRITE PAYOUTS-RECORD
           IF WS-PAYOUTS-STATUS NOT = '00'
             AND WS-PAYOUTS-STATUS NOT = '22'
             MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       UPDATE-LEDGER.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-FEE-AMOUNT
      *    ACCOUNT THAT CAN COVER THE WITHDRAWAL BUT NOT ITS FEE
      *    TAKES NEITHER. BOTH COME OUT IN THE ONE REWRITE SO THE
      *    FEE CAN NEVER BE STRANDED WITHOUT ITS PRINCIPAL.
      *    FUNDS UNDER AN ACTIVE HOLD ARE NOT AVAILABLE TO DEBIT: A
      *    DEBIT THE LEDGER BALANCE COULD COVER BUT THE AVAILABLE
      *    BALANCE (LEDGER BALANCE LESS ACTIVE HOLDS) CANNOT IS
      *    REJECTED 'HLD' RATHER THAN 'NSF', SO THE REPAIR DESK
      *    KNOWS TO LOOK AT THE HOLD AND NOT AT THE FUNDING.
           PERFORM CHECK-DEBIT-STATUS
           IF WS-POST-OK-FLAG = 'Y'
             PERFORM CHECK-WITHDRAWAL-LIMIT
           END-IF
           IF WS-POST-OK-FLAG = 'Y'
             IF LED-BALANCE < TRX-AMOUNT + WS-FEE-AMOUNT
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'NSF' TO WS-REJECT-REASON
             ELSE
               PERFORM SUM-ACTIVE-HOLDS
               IF LED-BALANCE - WS-HELD-TOTAL
                  < TRX-AMOUNT + WS-FEE-AMOUNT
                 MOVE 'N' TO WS-POST-OK-FLAG
                 MOVE 'HLD' TO WS-REJECT-REASON
               END-IF
             END-IF
           END-IF
           IF WS-POST-OK-FLAG = 'Y'
             COMPUTE LED-BALANCE =
               LED-BALANCE - TRX-AMOUNT - WS-FEE-AMOUNT
             REWRITE LEDGER-RECORD
             IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-IF.

       SUM-ACTIVE-HOLDS.
      *    TOTAL THE ACTIVE HOLDS ON THE ACCOUNT/ASSET NOW IN THE
      *    LEDGER RECORD. HOLDS ARE KEYED ACCOUNT/ASSET/HOLD NUMBER,
      *    SO THEY SIT TOGETHER - POSITION AT THE FIRST AND READ ON
      *    UNTIL THE ACCOUNT OR ASSET CHANGES. A HOLD STOPS COUNTING
      *    ON ITS EXPIRY DATE WHETHER OR NOT LEDGERHLD HAS SWEPT IT.
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

       COMPUTE-FEE-AMOUNT.
             DISPLAY 'WARNING CLOSE JOURNAL-FILE STATUS'
               ' ' WS-JOURNAL-STATUS
           END-IF
           IF WS-HOLDS-OPEN-FLAG = 'Y'
             CLOSE HOLDS-FILE
             IF WS-HOLDS-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE HOLDS-FILE STATUS'
                 ' ' WS-HOLDS-STATUS
             END-IF
           END-IF
           CLOSE PAYOUTS-FILE
           IF WS-PAYOUTS-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE PAYOUTS-FILE STATUS'
               ' ' WS-PAYOUTS-STATUS
           END-IF
           CLOSE ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE ERROR-LOG-FILE STATUS'
