      *     LEDGERRUN OPENS LIKE A COMPLETED EARLIER DATE - THE
      *     NEXT SUBMISSION GETS A CLEAN RUN NUMBER, EVEN SAME-DAY
      *
      *   - DELETES EVERY PAYOUTS RECORD THE RUN POSTED THAT HAS
      *     NOT YET GONE TO THE WALLET DESK ('P'). ONE ALREADY
      *     EXTRACTED OR ACKNOWLEDGED IS KEPT AND LISTED (RC 4) -
      *     THE DESK MAY HAVE BROADCAST IT, AND KEEPING THE RECORD
      *     MAKES THE RESUBMISSION'S LEDGERUPD FIND IT ON FILE
      *     INSTEAD OF QUEUEING THE SAME PAYOUT A SECOND TIME
      *   - PUTS EVERY PAYOUT THE RUN'S LEDGERPAK MARKED SENT OR
      *     FAILED BACK TO 'E' WITH ITS ACKNOWLEDGEMENT CLEARED AND
      *     LISTS IT (RC 4), SO THE RESUBMISSION MATCHES THE SAME
      *     ACKIN AGAIN INSTEAD OF CALLING IT ALREADY ACKNOWLEDGED
      *   - LISTS EVERY EARLIER PAYOUT THE RUN'S LEDGERPAY
      *     EXTRACTED (RC 4). IT STAYS 'E' - WHETHER THE DESK
      *     RECEIVED THAT PAYOUT FILE IS A QUESTION FOR THE DESK,
      *     AND THE RESUBMISSION WILL NOT EXTRACT IT AGAIN
      *   - PUTS EVERY ADJPEND ITEM RELEASED OR CANCELLED BY THE
      *     RUN BACK TO PENDING ('P') AND LISTS IT (RC 4). THE
      *     RESTORED LEDGER NO LONGER CARRIES A RELEASED ITEM'S
      *     LEGS, SO ITS 'R' CARD MUST BE PRESENTED AGAIN IN THE
      *     RESUBMISSION - LEFT RELEASED, IT WOULD BE REJECTED AS
      *     NOT PENDING AND NEVER REACH THE LEDGER
      *   - UNDOES EVERY MSTHIST ENTRY THE RUN WROTE (LEDGERCLS
      *     CLOSES). ONE NOT YET ON A SIGN-OFF LISTING IS DELETED;
      *     ONE THE SUPERVISOR HAS ALREADY SEEN STAYS, AND A
      *     REVERSING ENTRY (AFTER BACK TO BEFORE, PROGRAM
      *     LEDGERBKO, REQUESTER SYSTEM) IS WRITTEN BESIDE IT SO
      *     THE HISTORY AGREES WITH THE RESTORED LEDGER
      *   - REMOVES THE RUN'S RUNHIST RECORD IF LEDGERCTL GOT AS
      *     FAR AS WRITING ONE, SO RUNHIST ONLY EVER HOLDS RUNS
      *     THAT STOOD - LEDGERAML AND LEDGERFRC COUNT BUSINESS
      *     DAYS FROM IT
      *   - DELETES EVERY AMLALERT THE RUN RAISED AND LISTS IT.
      *     THE ACTIVITY THAT TRIPPED IT CAME OFF WITH THE JOURNAL,
      *     AND THE ALERT KEY WOULD OTHERWISE STOP THE RESUBMISSION
      *     RAISING IT AFRESH
      *   - LISTS EVERY HOLD THE RUN PLACED, CHANGED, RELEASED OR
      *     EXPIRED (RC 4). HOLDS ARE NOT PART OF THE RESTORED
      *     LEDGER AND STAND AS APPLIED - THE RESUBMISSION'S
      *     LEDGERHLD WILL REJECT THE SAME 'P' AND 'L' CARDS, SO
      *     THEY ARE NOT TO BE PRESENTED AGAIN
      *
      * EVERY STEP IS SAFE TO REPEAT: A SECOND PASS OVER A RUN
      * ALREADY MARKED 'B' FINDS NOTHING LEFT TO PURGE, RESET OR
      * REOPEN, AND A REVERSING MSTHIST ENTRY ALREADY ON FILE IS
      * NOT WRITTEN AGAIN.
      *
      * RECORDS WRITTEN BEFORE THE DATE STAMPS EXISTED CARRY
      * SPACES IN THE STAMP AND ARE NEVER PURGED. THE SUSPENSE
      * QUEUES ARE NOT TOUCHED - THEY ARE DURABLE REPAIR QUEUES
                  RECORD KEY IS SEEN-HASH
                  FILE STATUS IS WS-HASHSEEN-STATUS.

           SELECT PAYOUTS-FILE ASSIGN TO "PAYOUTS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAY-KEY
                  FILE STATUS IS WS-PAYOUTS-STATUS.

           SELECT ADJPEND-FILE ASSIGN TO "ADJPEND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADJ-ID
                  FILE STATUS IS WS-ADJPEND-STATUS.

           SELECT MSTHIST-FILE ASSIGN TO "MSTHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MH-KEY
                  FILE STATUS IS WS-MSTHIST-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RH-RUN-NUMBER
                  FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT AML-ALERT-FILE ASSIGN TO "AMLALERT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-KEY
                  FILE STATUS IS WS-AMLALERT-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS WS-HOLDS-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
      *        BUSINESS DATE THE HASH WAS MARKED SEEN BY LEDGERFIN
      *        - THE PURGE MATCHES ON THIS STAMP

       FD  PAYOUTS-FILE.
       01  PAYOUTS-RECORD.
      *    PERMANENT OUTBOUND PAYOUT FILE WRITTEN BY LEDGERUPD
           05  PAY-KEY.
               10  PAY-ASSET       PIC X(03).
               10  PAY-TRX-ID      PIC X(10).
           05  PAY-ACCOUNT         PIC X(12).
           05  PAY-AMOUNT          PIC 9(10)V99.
           05  PAY-DEST-ADDRESS    PIC X(40).
           05  PAY-POST-DATE       PIC X(08).
      *        BUSINESS DATE THE WITHDRAWAL POSTED - THE PURGE
      *        MATCHES ON THIS STAMP
           05  PAY-POST-RUN        PIC 9(06).
           05  PAY-STATUS          PIC X(01).
      *        P = POSTED, AWAITING EXTRACT - ONLY THESE ARE PURGED
      *        E = WITH THE DESK, S = SENT, F = FAILED - KEPT
           05  PAY-EXTRACT-RUN     PIC 9(06).
           05  PAY-EXTRACT-DATE    PIC X(08).
           05  PAY-ACK-HASH        PIC X(64).
           05  PAY-ACK-RUN         PIC 9(06).
           05  PAY-ACK-DATE        PIC X(08).
           05  FILLER              PIC X(16).

       FD  ADJPEND-FILE.
       01  ADJPEND-RECORD.
      *    LEDGERADJ'S PERMANENT ADJUSTMENT FILE - ONLY ITEMS THE
      *    BACKED-OUT RUN RELEASED OR CANCELLED ARE TOUCHED
           05  ADJ-ID              PIC X(08).
           05  ADJ-ACCOUNT         PIC X(12).
           05  ADJ-ASSET           PIC X(03).
           05  ADJ-DRCR            PIC X(01).
           05  ADJ-AMOUNT          PIC 9(10)V99.
           05  ADJ-OFFSET          PIC X(12).
           05  ADJ-REASON          PIC X(03).
           05  ADJ-KEYER           PIC X(08).
           05  ADJ-APPROVER        PIC X(08).
           05  ADJ-STATUS          PIC X(01).
      *        P = PENDING RELEASE, R = RELEASED AND POSTED,
      *        X = CANCELLED
           05  ADJ-KEY-RUN         PIC 9(06).
           05  ADJ-KEY-DATE        PIC X(08).
           05  ADJ-DONE-RUN        PIC 9(06).
           05  ADJ-DONE-DATE       PIC X(08).
      *        RUN AND BUSINESS DATE OF THE RELEASE OR CANCEL -
      *        THE REOPEN MATCHES ON THE RUN
           05  FILLER              PIC X(04).

       FD  MSTHIST-FILE.
       01  MASTER-HISTORY-RECORD.
      *    PERMANENT ACCOUNT MASTER CHANGE HISTORY
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
      *        OUTSIDE THE LEDGRUN STREAM. A LEDGERBKO REVERSING
      *        ENTRY CARRIES THE BACKED-OUT RUN IT REVERSES
           05  MH-JOB-NAME         PIC X(08).
           05  MH-CHG-TIME         PIC X(06).
           05  MH-PROGRAM          PIC X(10).
           05  MH-REQUESTER        PIC X(08).
           05  MH-SIGNOFF-RUN      PIC 9(06).
      *        RUN WHOSE SUPERVISOR SIGN-OFF LISTING (LEDGERMHR)
      *        CARRIED THIS CHANGE - ZERO UNTIL THEN
           05  FILLER              PIC X(18).

       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
      *    LEDGERCTL'S PERMANENT RUN-STATISTICS HISTORY - ONLY THE
      *    BACKED-OUT RUN'S OWN RECORD IS REMOVED
           05  RH-RUN-NUMBER       PIC 9(06).
           05  RH-RUN-DATE         PIC X(08).
           05  RH-POSTED           PIC 9(06).
           05  RH-REJECTS          PIC 9(06).
           05  RH-DUPLICATES       PIC 9(06).
           05  RH-CONFIRMED        PIC 9(06).
           05  RH-PENDING          PIC 9(06).
           05  RH-REVERSED         PIC 9(06).
           05  RH-ESCALATED        PIC 9(06).
           05  RH-VARIANCES        PIC 9(06).
           05  RH-SUSP-DEPTH       PIC 9(06).

       FD  AML-ALERT-FILE.
       01  AML-ALERT-RECORD.
      *    LEDGERAML'S PERMANENT ALERT HISTORY - ONLY THE ALERTS
      *    THE BACKED-OUT RUN RAISED COME OFF
           05  AL-KEY.
               10  AL-ACCOUNT      PIC X(12).
               10  AL-ASSET        PIC X(03).
               10  AL-RULE         PIC X(01).
               10  AL-TRIG-DATE    PIC X(08).
               10  AL-TRIG-SEQ     PIC 9(06).
           05  AL-ACCT-TYPE        PIC X(02).
           05  AL-STATUS           PIC X(01).
      *        O = OPEN, C = CLOSED BY COMPLIANCE
           05  AL-RAISED-RUN       PIC 9(06).
           05  AL-RAISED-DATE      PIC X(08).
           05  AL-WINDOW-START     PIC X(08).
           05  AL-AMOUNT           PIC 9(13)V99.
           05  AL-THRESHOLD        PIC 9(12)V99.
           05  AL-ITEM-COUNT       PIC 9(05).
           05  AL-TRX-ID-LIST.
               10  AL-TRX-ID       PIC X(10) OCCURS 10 TIMES.
           05  AL-CLOSED-BY        PIC X(08).
           05  AL-CLOSED-DATE      PIC X(08).
           05  FILLER              PIC X(15).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
      *    LEDGERHLD'S PERMANENT HOLDS FILE - READ ONLY HERE
           05  HLD-KEY.
               10  HLD-ACCOUNT     PIC X(12).
               10  HLD-ASSET       PIC X(03).
               10  HLD-NUMBER      PIC X(06).
           05  HLD-AMOUNT          PIC 9(10)V99.
           05  HLD-REASON          PIC X(03).
           05  HLD-PLACED-DATE     PIC X(08).
           05  HLD-EXPIRY-DATE     PIC X(08).
           05  HLD-STATUS          PIC X(01).
      *        A = ACTIVE, R = RELEASED, E = EXPIRED
           05  HLD-PLACED-BY       PIC X(08).
           05  HLD-CHANGED-BY      PIC X(08).
           05  HLD-LAST-RUN        PIC 9(06).
      *        THE RUN THAT LAST PLACED, CHANGED, RELEASED OR
      *        EXPIRED IT - ZERO FOR THE LEDGHLD JOB BETWEEN RUNS
           05  HLD-END-DATE        PIC X(08).
           05  FILLER              PIC X(07).

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-RECORD  PIC X(132).

       01  WS-TRXDTL-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS      PIC XX.
       01  WS-HASHSEEN-STATUS     PIC XX.
       01  WS-PAYOUTS-STATUS      PIC XX.
       01  WS-PAYOUTS-OPEN-FLAG   PIC X VALUE 'N'.
       01  WS-ADJPEND-STATUS      PIC XX.
       01  WS-ADJPEND-OPEN-FLAG   PIC X VALUE 'N'.
       01  WS-MSTHIST-STATUS      PIC XX.
       01  WS-MSTHIST-OPEN-FLAG   PIC X VALUE 'N'.
       01  WS-RUNHIST-STATUS      PIC XX.
       01  WS-RUNHIST-OPEN-FLAG   PIC X VALUE 'N'.
       01  WS-AMLALERT-STATUS     PIC XX.
       01  WS-AMLALERT-OPEN-FLAG  PIC X VALUE 'N'.
       01  WS-HOLDS-STATUS        PIC XX.
       01  WS-HOLDS-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-RUN-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-DTL-PURGED          PIC 9(06) VALUE ZERO.
       01  WS-JRN-PURGED          PIC 9(06) VALUE ZERO.
       01  WS-HASH-PURGED         PIC 9(06) VALUE ZERO.
       01  WS-PAY-PURGED          PIC 9(06) VALUE ZERO.
       01  WS-PAY-KEPT            PIC 9(06) VALUE ZERO.
       01  WS-PAY-ACK-RESET       PIC 9(06) VALUE ZERO.
       01  WS-PAY-EXTRACTED       PIC 9(06) VALUE ZERO.
       01  WS-ADJ-REOPENED        PIC 9(06) VALUE ZERO.
       01  WS-HIST-DELETED        PIC 9(06) VALUE ZERO.
       01  WS-HIST-REVERSED       PIC 9(06) VALUE ZERO.
       01  WS-RH-REMOVED          PIC 9(06) VALUE ZERO.
       01  WS-ALERT-DELETED       PIC 9(06) VALUE ZERO.
       01  WS-HOLD-LISTED         PIC 9(06) VALUE ZERO.
       01  WS-NOW-TIME            PIC X(06).

      *    THE MSTHIST ENTRY BEING REVERSED - HELD WHILE THE
      *    ACCOUNT/ASSET/DATE GROUP IS SEARCHED FOR AN EARLIER
      *    REVERSAL, THEN USED TO RESUME THE SWEEP PAST IT
       01  WS-HIST-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-HIST-DONE-FLAG      PIC X VALUE 'N'.
       01  WS-HIST-SAVE-KEY.
           05  WS-HS-ACCOUNT      PIC X(12).
           05  WS-HS-ASSET        PIC X(03).
           05  WS-HS-CHG-DATE     PIC X(08).
           05  WS-HS-SEQ          PIC 9(06).
       01  WS-HIST-FIELD          PIC X(01).
       01  WS-HIST-BEFORE         PIC X(12).
       01  WS-HIST-AFTER          PIC X(12).
       01  WS-HIST-SIGNOFF-RUN    PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM PURGE-TRXSEEN-RECORDS
           PERFORM PURGE-TRXDTL-RECORDS
           PERFORM PURGE-HASHSEEN-RECORDS
           IF WS-PAYOUTS-OPEN-FLAG = 'Y'
             PERFORM PURGE-PAYOUT-RECORDS
           END-IF
           IF WS-ADJPEND-OPEN-FLAG = 'Y'
             PERFORM REOPEN-ADJUSTMENT-RECORDS
           END-IF
           IF WS-MSTHIST-OPEN-FLAG = 'Y'
             PERFORM UNDO-MASTER-HISTORY
           END-IF
           IF WS-RUNHIST-OPEN-FLAG = 'Y'
             PERFORM REMOVE-RUN-HISTORY
           END-IF
           IF WS-AMLALERT-OPEN-FLAG = 'Y'
             PERFORM UNDO-AML-ALERTS
           END-IF
           IF WS-HOLDS-OPEN-FLAG = 'Y'
             PERFORM LIST-RUN-HOLDS
           END-IF
           PERFORM CLEAR-CHECKPOINT-FILE
           PERFORM MARK-RUN-BACKED-OUT
           PERFORM WRITE-BACKOUT-SUMMARY
             MOVE WS-HASHSEEN-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN I-O PAYOUTS-FILE
           IF WS-PAYOUTS-STATUS = '35'
      *        NO WITHDRAWAL HAS EVER POSTED - NOTHING TO PURGE
             MOVE 'N' TO WS-PAYOUTS-OPEN-FLAG
           ELSE
             IF WS-PAYOUTS-STATUS NOT = '00'
               MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-PAYOUTS-OPEN-FLAG
           END-IF
           OPEN I-O ADJPEND-FILE
           IF WS-ADJPEND-STATUS = '35'
      *        NO ADJUSTMENT HAS EVER BEEN KEYED - NOTHING TO REOPEN
             MOVE 'N' TO WS-ADJPEND-OPEN-FLAG
           ELSE
             IF WS-ADJPEND-STATUS NOT = '00'
               MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-ADJPEND-OPEN-FLAG
           END-IF
           OPEN I-O MSTHIST-FILE
           IF WS-MSTHIST-STATUS = '35'
      *        NO MASTER CHANGE HAS EVER BEEN RECORDED
             MOVE 'N' TO WS-MSTHIST-OPEN-FLAG
           ELSE
             IF WS-MSTHIST-STATUS NOT = '00'
               MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-MSTHIST-OPEN-FLAG
           END-IF
           OPEN I-O RUNHIST-FILE
           IF WS-RUNHIST-STATUS = '35'
      *        NO RUN HAS EVER REACHED LEDGERCTL
             MOVE 'N' TO WS-RUNHIST-OPEN-FLAG
           ELSE
             IF WS-RUNHIST-STATUS NOT = '00'
               MOVE 'RUNHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-RUNHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-RUNHIST-OPEN-FLAG
           END-IF
           OPEN I-O AML-ALERT-FILE
           IF WS-AMLALERT-STATUS = '35'
      *        NO RUN HAS EVER REACHED LEDGERAML
             MOVE 'N' TO WS-AMLALERT-OPEN-FLAG
           ELSE
             IF WS-AMLALERT-STATUS NOT = '00'
               MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
               MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-AMLALERT-OPEN-FLAG
           END-IF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '35'
      *        NO HOLD HAS EVER BEEN PLACED
             MOVE 'N' TO WS-HOLDS-OPEN-FLAG
           ELSE
             IF WS-HOLDS-STATUS NOT = '00'
               MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE 'Y' TO WS-HOLDS-OPEN-FLAG
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'BKO-REPORT' TO WS-ABEND-FILE-ID
           END-IF
           ADD 1 TO WS-HASH-PURGED.

       PURGE-PAYOUT-RECORDS.
           MOVE 'N' TO WS-EOF-FLAG
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
      *      AN ACKNOWLEDGEMENT THE RUN APPLIED IS UNDONE FIRST, SO
      *      THE RECORD IS THEN JUDGED AS IT STOOD BEFORE THE RUN
             IF WS-EOF-FLAG NOT = 'Y'
               AND PAY-ACK-RUN = WS-RUN-NUMBER
               PERFORM RESET-ONE-PAYOUT-ACK
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               IF PAY-POST-DATE = WS-RUN-DATE
                 IF PAY-STATUS = 'P'
                   PERFORM PURGE-ONE-PAYOUT-RECORD
                 ELSE
                   PERFORM LIST-KEPT-PAYOUT-RECORD
                 END-IF
               ELSE
                 IF PAY-STATUS = 'E'
                   AND PAY-EXTRACT-RUN = WS-RUN-NUMBER
                   PERFORM LIST-EXTRACTED-PAYOUT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       RESET-ONE-PAYOUT-ACK.
      *    THE DESK'S ANSWER STILL STANDS, BUT THE RUN THAT APPLIED
      *    IT IS GONE - BACK TO 'E' SO THE RESUBMISSION'S LEDGERPAK
      *    APPLIES THE SAME ACKIN RECORD AGAIN. THE REPORT LINE
      *    KEEPS WHAT THE DESK SAID.
           STRING 'RESET PAYOUT ACK: ' PAY-TRX-ID
                  ' WAS: ' PAY-STATUS
                  ' ASSET: ' PAY-ASSET
                  ' AMOUNT: ' PAY-AMOUNT
                  ' ACKNOWLEDGED: ' PAY-ACK-DATE
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING '    HASH: ' PAY-ACK-HASH
                  ' - PRESENT THE ACKNOWLEDGEMENT AGAIN'
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'E' TO PAY-STATUS
           MOVE SPACES TO PAY-ACK-HASH
           MOVE ZERO TO PAY-ACK-RUN
           MOVE SPACES TO PAY-ACK-DATE
           REWRITE PAYOUTS-RECORD
           IF WS-PAYOUTS-STATUS NOT = '00'
             MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-PAY-ACK-RESET
           MOVE 4 TO RETURN-CODE.

       LIST-EXTRACTED-PAYOUT.
      *    POSTED BY AN EARLIER RUN THAT STOOD, BUT PUT ON THE
      *    PAYOUT FILE BY THIS ONE. THE RESUBMISSION DOES NOT
      *    EXTRACT IT AGAIN, SO OPERATIONS MUST CONFIRM WITH THE
      *    DESK THAT THE BACKED-OUT RUN'S PAYOUT FILE REACHED IT.
           STRING 'EXTRACTED BY BACKED-OUT RUN: ' PAY-TRX-ID
                  ' ACCOUNT: ' PAY-ACCOUNT
                  ' ASSET: ' PAY-ASSET
                  ' AMOUNT: ' PAY-AMOUNT
                  ' - CONFIRM WITH WALLET DESK'
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-PAY-EXTRACTED
           MOVE 4 TO RETURN-CODE.

       PURGE-ONE-PAYOUT-RECORD.
           STRING 'PURGED PAYOUT: ' PAY-TRX-ID
                  ' ACCOUNT: ' PAY-ACCOUNT
                  ' ASSET: ' PAY-ASSET
                  ' AMOUNT: ' PAY-AMOUNT
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           DELETE PAYOUTS-FILE RECORD
           IF WS-PAYOUTS-STATUS NOT = '00'
             MOVE 'PAYOUTS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PAYOUTS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-PAY-PURGED.

       LIST-KEPT-PAYOUT-RECORD.
      *    ALREADY HANDED TO THE WALLET DESK - OPERATIONS MUST
      *    CONFIRM WITH THE DESK WHETHER IT WAS BROADCAST BEFORE
      *    THE BACKED-OUT DAY IS RESUBMITTED
           STRING 'KEPT PAYOUT - WITH WALLET DESK: ' PAY-TRX-ID
                  ' STATUS: ' PAY-STATUS
                  ' ACCOUNT: ' PAY-ACCOUNT
                  ' ASSET: ' PAY-ASSET
                  ' AMOUNT: ' PAY-AMOUNT
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-PAY-KEPT
           MOVE 4 TO RETURN-CODE.

       REOPEN-ADJUSTMENT-RECORDS.
      *    FULL SWEEP - ADJPEND IS KEYED BY ADJUSTMENT ID. AN ITEM
      *    THE RUN RELEASED HAD ITS LEGS POSTED TO THE LEDGER THE
      *    RESTORE THROWS AWAY, AND ITS JOURNAL LEGS CAME OFF WITH
      *    THE REST OF THE DAY ABOVE. AN ITEM IT CANCELLED IS PUT
      *    BACK TOO, SO THE RESUBMISSION CAN REPLAY THE SAME DECK.
      *    THE SENTINEL RECORD CARRIES DONE-RUN ZERO AND IS NEVER
      *    MATCHED.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO ADJ-ID
           START ADJPEND-FILE KEY IS NOT LESS THAN ADJ-ID
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-ADJPEND-STATUS NOT = '00'
             AND WS-ADJPEND-STATUS NOT = '23'
             MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ ADJPEND-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-ADJPEND-STATUS NOT = '00'
               AND WS-ADJPEND-STATUS NOT = '10'
               MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND ADJ-DONE-RUN = WS-RUN-NUMBER
               AND (ADJ-STATUS = 'R' OR ADJ-STATUS = 'X')
               PERFORM REOPEN-ONE-ADJUSTMENT
             END-IF
           END-PERFORM.

       REOPEN-ONE-ADJUSTMENT.
      *    THE APPROVER IS CLEARED WITH THE DONE STAMPS - A PENDING
      *    ITEM HAS NONE, AND THE RESUBMITTED 'R' OR 'X' CARD NAMES
      *    ITS OWN. THE REPORT LINE KEEPS WHO IT WAS.
           STRING 'REOPENED ADJUSTMENT: ' ADJ-ID
                  ' WAS: ' ADJ-STATUS
                  ' BY: ' ADJ-APPROVER
                  ' ACCOUNT: ' ADJ-ACCOUNT
                  ' ' ADJ-ASSET
                  ' ' ADJ-DRCR
                  ' AMOUNT: ' ADJ-AMOUNT
                  ' - PRESENT CARD AGAIN'
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'P' TO ADJ-STATUS
           MOVE SPACES TO ADJ-APPROVER
           MOVE ZERO TO ADJ-DONE-RUN
           MOVE SPACES TO ADJ-DONE-DATE
           REWRITE ADJPEND-RECORD
           IF WS-ADJPEND-STATUS NOT = '00'
             MOVE 'ADJPEND-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-ADJPEND-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-ADJ-REOPENED
           MOVE 4 TO RETURN-CODE.

       UNDO-MASTER-HISTORY.
      *    FULL SWEEP - THE MSTHIST KEY LEADS WITH ACCOUNT. ONLY
      *    LEDGRUN STEPS STAMP A RUN NUMBER, SO EVERY ENTRY CARRYING
      *    THE BACKED-OUT RUN DESCRIBES A CHANGE THE RESTORE HAS
      *    JUST UNDONE. THIS PROGRAM'S OWN REVERSING ENTRIES CARRY
      *    THE SAME RUN AND ARE PASSED OVER.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO MH-KEY
           START MSTHIST-FILE KEY IS NOT LESS THAN MH-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-MSTHIST-STATUS NOT = '00'
             AND WS-MSTHIST-STATUS NOT = '23'
             MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ MSTHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-MSTHIST-STATUS NOT = '00'
               AND WS-MSTHIST-STATUS NOT = '10'
               MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND MH-RUN-NUMBER = WS-RUN-NUMBER
               AND MH-PROGRAM NOT = 'LEDGERBKO'
               IF MH-SIGNOFF-RUN = ZERO
                 PERFORM DELETE-ONE-HISTORY-ENTRY
               ELSE
                 PERFORM REVERSE-ONE-HISTORY-ENTRY
               END-IF
             END-IF
           END-PERFORM.

       DELETE-ONE-HISTORY-ENTRY.
      *    NO SIGN-OFF LISTING HAS CARRIED IT - THE CHANGE NEVER
      *    STOOD, SO IT COMES OFF LIKE THE RUN'S JOURNAL LEGS
           STRING 'PURGED MSTHIST: ' MH-ACCOUNT
                  ' ' MH-ASSET
                  ' ' MH-CHG-DATE
                  ' SEQ: ' MH-SEQ
                  ' ' MH-FIELD
                  ' ' MH-BEFORE
                  ' -> ' MH-AFTER
                  ' ' MH-PROGRAM
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           DELETE MSTHIST-FILE RECORD
           IF WS-MSTHIST-STATUS NOT = '00'
             MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-HIST-DELETED.

       REVERSE-ONE-HISTORY-ENTRY.
      *    THE SUPERVISOR HAS ALREADY SIGNED FOR IT, SO THE ENTRY
      *    STAYS AND A REVERSING ENTRY GOES BESIDE IT. WRITING INTO
      *    THE FILE MOVES THE SWEEP, SO IT RESUMES JUST PAST THE
      *    ENTRY IN HAND - THE REVERSAL SORTS AFTER IT AND IS
      *    PASSED OVER AS THIS PROGRAM'S OWN.
           MOVE MH-KEY TO WS-HIST-SAVE-KEY
           MOVE MH-FIELD TO WS-HIST-FIELD
           MOVE MH-BEFORE TO WS-HIST-BEFORE
           MOVE MH-AFTER TO WS-HIST-AFTER
           MOVE MH-SIGNOFF-RUN TO WS-HIST-SIGNOFF-RUN
           PERFORM CHECK-REVERSAL-ON-FILE
           IF WS-HIST-DONE-FLAG = 'N'
             PERFORM WRITE-REVERSING-HISTORY
             STRING 'REVERSED MSTHIST: ' WS-HS-ACCOUNT
                    ' ' WS-HS-ASSET
                    ' ' WS-HS-CHG-DATE
                    ' SEQ: ' WS-HS-SEQ
                    ' ' WS-HIST-FIELD
                    ' ' WS-HIST-AFTER
                    ' -> ' WS-HIST-BEFORE
                    ' SIGNED OFF RUN: ' WS-HIST-SIGNOFF-RUN
                    DELIMITED BY SIZE
                    INTO BACKOUT-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
             ADD 1 TO WS-HIST-REVERSED
           END-IF
           MOVE WS-HIST-SAVE-KEY TO MH-KEY
           START MSTHIST-FILE KEY IS GREATER THAN MH-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-MSTHIST-STATUS NOT = '00'
             AND WS-MSTHIST-STATUS NOT = '23'
             MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       CHECK-REVERSAL-ON-FILE.
      *    A BACK-OUT BEING REPEATED FINDS ITS EARLIER REVERSAL IN
      *    THE SAME ACCOUNT/ASSET/DATE GROUP - ONE BOUNDED WALK
      *    (LEDGERCLS'S CHECK-CLOSE-HISTORY).
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE WS-HIST-SAVE-KEY TO MH-KEY
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
             READ MSTHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
             END-READ
             IF WS-MSTHIST-STATUS NOT = '00'
               AND WS-MSTHIST-STATUS NOT = '10'
               MOVE 'MSTHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-MSTHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-HIST-EOF-FLAG NOT = 'Y'
               IF MH-ACCOUNT NOT = WS-HS-ACCOUNT
                 OR MH-ASSET NOT = WS-HS-ASSET
                 OR MH-CHG-DATE NOT = WS-HS-CHG-DATE
                 MOVE 'Y' TO WS-HIST-EOF-FLAG
               ELSE
                 IF MH-PROGRAM = 'LEDGERBKO'
                   AND MH-RUN-NUMBER = WS-RUN-NUMBER
                   AND MH-FIELD = WS-HIST-FIELD
                   AND MH-BEFORE = WS-HIST-AFTER
                   AND MH-AFTER = WS-HIST-BEFORE
                   MOVE 'Y' TO WS-HIST-DONE-FLAG
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       WRITE-REVERSING-HISTORY.
      *    SAME DATE AS THE ENTRY IT REVERSES, AT THE NEXT FREE
      *    SEQUENCE AFTER IT - A DUPLICATE KEY (22) MEANS THAT
      *    NUMBER IS TAKEN, SO TRY THE NEXT (LEDGERCLS'S
      *    WRITE-MASTER-HISTORY). SIGN-OFF RUN ZERO LEAVES IT FOR
      *    THE NEXT LISTING.
           MOVE SPACES TO MASTER-HISTORY-RECORD
           MOVE WS-HS-ACCOUNT TO MH-ACCOUNT
           MOVE WS-HS-ASSET TO MH-ASSET
           MOVE WS-HS-CHG-DATE TO MH-CHG-DATE
           MOVE WS-HIST-FIELD TO MH-FIELD
           MOVE WS-HIST-AFTER TO MH-BEFORE
           MOVE WS-HIST-BEFORE TO MH-AFTER
           MOVE WS-RUN-NUMBER TO MH-RUN-NUMBER
           MOVE 'LEDGBKO' TO MH-JOB-NAME
           MOVE WS-NOW-TIME TO MH-CHG-TIME
           MOVE 'LEDGERBKO' TO MH-PROGRAM
           MOVE 'SYSTEM' TO MH-REQUESTER
           MOVE ZERO TO MH-SIGNOFF-RUN
           MOVE WS-HS-SEQ TO MH-SEQ
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

       REMOVE-RUN-HISTORY.
      *    LEDGERCTL ONLY WRITES THE RECORD NEAR THE END OF THE
      *    STREAM, SO IT IS USUALLY NOT THERE (23).
           MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER
           READ RUNHIST-FILE
             INVALID KEY CONTINUE
           END-READ
           IF WS-RUNHIST-STATUS NOT = '00'
             AND WS-RUNHIST-STATUS NOT = '23'
             MOVE 'RUNHIST-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-RUNHIST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           IF WS-RUNHIST-STATUS = '00'
             STRING 'PURGED RUNHIST: RUN ' RH-RUN-NUMBER
                    ' ' RH-RUN-DATE
                    ' POSTED: ' RH-POSTED
                    DELIMITED BY SIZE
                    INTO BACKOUT-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
             DELETE RUNHIST-FILE RECORD
             IF WS-RUNHIST-STATUS NOT = '00'
               MOVE 'RUNHIST-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-RUNHIST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             ADD 1 TO WS-RH-REMOVED
           END-IF.

       UNDO-AML-ALERTS.
      *    FULL SWEEP - THE AMLALERT KEY LEADS WITH ACCOUNT. THE
      *    SENTINEL CARRIES RAISED-RUN ZERO AND IS NEVER MATCHED.
      *    AN ALERT COMPLIANCE HAS ALREADY CLOSED GOES TOO - THE
      *    LINE SAYS WHO CLOSED IT, AND THE RESUBMISSION RAISES IT
      *    AGAIN AS OPEN.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO AL-KEY
           START AML-ALERT-FILE KEY IS NOT LESS THAN AL-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-AMLALERT-STATUS NOT = '00'
             AND WS-AMLALERT-STATUS NOT = '23'
             MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
             MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ AML-ALERT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-AMLALERT-STATUS NOT = '00'
               AND WS-AMLALERT-STATUS NOT = '10'
               MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
               MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND AL-RAISED-RUN = WS-RUN-NUMBER
               PERFORM DELETE-ONE-AML-ALERT
             END-IF
           END-PERFORM.

       DELETE-ONE-AML-ALERT.
           STRING 'PURGED AMLALERT: ' AL-ACCOUNT
                  ' ' AL-ASSET
                  ' RULE: ' AL-RULE
                  ' TRIGGER: ' AL-TRIG-DATE
                  ' SEQ: ' AL-TRIG-SEQ
                  ' AMOUNT: ' AL-AMOUNT
                  ' STATUS: ' AL-STATUS
                  ' ' AL-CLOSED-BY
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           DELETE AML-ALERT-FILE RECORD
           IF WS-AMLALERT-STATUS NOT = '00'
             MOVE 'AMLALERT' TO WS-ABEND-FILE-ID
             MOVE WS-AMLALERT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           ADD 1 TO WS-ALERT-DELETED.

       LIST-RUN-HOLDS.
      *    FULL SWEEP - HOLDS IS KEYED BY ACCOUNT/ASSET/HOLD NUMBER.
      *    THE FILE KEEPS NO BEFORE-IMAGE OF A CHANGE, SO NOTHING
      *    IS UNDONE; EACH HOLD THE RUN TOUCHED IS LISTED AS IT NOW
      *    STANDS. THE SENTINEL CARRIES LAST-RUN ZERO AND IS NEVER
      *    MATCHED.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO HLD-KEY
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-HOLDS-STATUS NOT = '00'
             AND WS-HOLDS-STATUS NOT = '23'
             MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             READ HOLDS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-HOLDS-STATUS NOT = '00'
               AND WS-HOLDS-STATUS NOT = '10'
               MOVE 'HOLDS-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-HOLDS-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND HLD-LAST-RUN = WS-RUN-NUMBER
               PERFORM LIST-ONE-RUN-HOLD
             END-IF
           END-PERFORM.

       LIST-ONE-RUN-HOLD.
           STRING 'KEPT HOLD - APPLIED BY RUN: ' HLD-ACCOUNT
                  ' ' HLD-ASSET
                  ' HOLD: ' HLD-NUMBER
                  ' STATUS: ' HLD-STATUS
                  ' AMT: ' HLD-AMOUNT
                  ' PLACED: ' HLD-PLACED-DATE
                  ' ENDED: ' HLD-END-DATE
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-HOLD-LISTED
           MOVE 4 TO RETURN-CODE.

       CLEAR-CHECKPOINT-FILE.
      *    WITHOUT THIS THE RESUBMISSION WOULD LOOK LIKE A RESTART
      *    TO LEDGEREDT AND LEDGERUPD AND SKIP STRAIGHT PAST THE
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'SUMMARY - PAYOUTS PURGED: ' WS-PAY-PURGED
                  ' KEPT WITH WALLET DESK: ' WS-PAY-KEPT
                  ' ACKS RESET: ' WS-PAY-ACK-RESET
                  ' EXTRACTED BY RUN: ' WS-PAY-EXTRACTED
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'SUMMARY - ADJUSTMENTS REOPENED: ' WS-ADJ-REOPENED
                  ' MSTHIST PURGED: ' WS-HIST-DELETED
                  ' REVERSED: ' WS-HIST-REVERSED
                  ' RUNHIST PURGED: ' WS-RH-REMOVED
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           STRING 'SUMMARY - AMLALERT PURGED: ' WS-ALERT-DELETED
                  ' HOLDS KEPT AS APPLIED: ' WS-HOLD-LISTED
                  DELIMITED BY SIZE
                  INTO BACKOUT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           DISPLAY 'LEDGERBKO RUN ' WS-RUN-NUMBER
             ' DATE ' WS-RUN-DATE ' BACKED OUT'.

             DISPLAY 'WARNING CLOSE HASHSEEN-FILE STATUS'
               ' ' WS-HASHSEEN-STATUS
           END-IF
           IF WS-PAYOUTS-OPEN-FLAG = 'Y'
             CLOSE PAYOUTS-FILE
             IF WS-PAYOUTS-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE PAYOUTS-FILE STATUS'
                 ' ' WS-PAYOUTS-STATUS
             END-IF
           END-IF
           IF WS-ADJPEND-OPEN-FLAG = 'Y'
             CLOSE ADJPEND-FILE
             IF WS-ADJPEND-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE ADJPEND-FILE STATUS'
                 ' ' WS-ADJPEND-STATUS
             END-IF
           END-IF
           IF WS-MSTHIST-OPEN-FLAG = 'Y'
             CLOSE MSTHIST-FILE
             IF WS-MSTHIST-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE MSTHIST-FILE STATUS'
                 ' ' WS-MSTHIST-STATUS
             END-IF
           END-IF
           IF WS-RUNHIST-OPEN-FLAG = 'Y'
             CLOSE RUNHIST-FILE
             IF WS-RUNHIST-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE RUNHIST-FILE STATUS'
                 ' ' WS-RUNHIST-STATUS
             END-IF
           END-IF
           IF WS-AMLALERT-OPEN-FLAG = 'Y'
             CLOSE AML-ALERT-FILE
             IF WS-AMLALERT-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE AMLALERT STATUS'
                 ' ' WS-AMLALERT-STATUS
             END-IF
           END-IF
           IF WS-HOLDS-OPEN-FLAG = 'Y'
             CLOSE HOLDS-FILE
             IF WS-HOLDS-STATUS NOT = '00'
               DISPLAY 'WARNING CLOSE HOLDS-FILE STATUS'
                 ' ' WS-HOLDS-STATUS
             END-IF
           END-IF
           CLOSE BACKOUT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE BKO-REPORT STATUS'
