       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGERSIM.
       AUTHOR. HOGAN-CRYPTO-POC.
       DATE-WRITTEN. 2026.
      *
      * Ledger Standing Instruction Maintenance Program
      * Adds, amends, suspends, resumes and cancels the recurring
      * transfers on the standing-instruction master (SIMAST) from
      * SYSIN cards. LEDGERSIG GENERATES EACH DUE OCCURRENCE INTO
      * TRANXIN AT THE FRONT OF THE LEDGRUN STREAM.
      *
      * SYSIN CARD LAYOUT:
      *   COL  1      ACTION:
      *                 A = ADD A NEW INSTRUCTION (ALL FIELDS; END
      *                     DATE OPTIONAL)
      *                 M = AMEND AN ACTIVE OR SUSPENDED ONE - A
      *                     NON-BLANK TO-ACCOUNT, AMOUNT, FREQUENCY,
      *                     NEXT-DUE OR END DATE REPLACES THE FIELD
      *                     ON FILE; BLANK LEAVES IT AS IS. THE FROM-
      *                     ACCOUNT AND ASSET CANNOT BE AMENDED -
      *                     CANCEL AND ADD A NEW INSTRUCTION
      *                 S = SUSPEND AN ACTIVE INSTRUCTION
      *                 R = RESUME A SUSPENDED INSTRUCTION - DUE
      *                     DATES MISSED WHILE SUSPENDED ARE SKIPPED,
      *                     NOT CAUGHT UP
      *                 X = CANCEL AN ACTIVE OR SUSPENDED INSTRUCTION
      *   COLS  2-5   INSTRUCTION ID
      *   COLS  6-17  FROM ACCOUNT (DEBITED)
      *   COLS 18-29  TO ACCOUNT (CREDITED)
      *   COLS 30-32  ASSET CODE
      *   COLS 33-44  AMOUNT (12 DIGITS, LAST TWO ARE CENTS)
      *   COL  45     FREQUENCY: D = DAILY, W = WEEKLY, M = MONTHLY
      *   COLS 46-53  FIRST (ON AN ADD) OR NEXT DUE DATE (YYYYMMDD) -
      *               A MONTHLY INSTRUCTION FALLS ON THIS DAY OF
      *               EACH MONTH, OR A SHORTER MONTH'S LAST DAY
      *   COLS 54-61  END DATE (YYYYMMDD) - BLANK = NO END DATE
      *   COLS 62-69  REQUESTER ID
      * EVERY CARD IS REPORTED AS APPLIED OR REJECTED ON SIMRPT.
      *
      * A STANDALONE MAINTENANCE JOB DATES FROM THE SYSTEM CLOCK,
      * SAME AS LEDGERMNT - THERE IS NO OPEN RUN TO CARRY A
      * BUSINESS DATE. A DUE DATE MAY NOT BE EARLIER THAN TODAY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SI-CARD-FILE ASSIGN TO "SYSIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT SI-MASTER-FILE ASSIGN TO "SIMAST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SI-ID
                  FILE STATUS IS WS-SIMAST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LED-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT SI-REPORT-FILE ASSIGN TO "SIMRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SI-CARD-FILE.
       01  SI-CARD-RECORD.
           05  SIC-ACTION          PIC X(01).
           05  SIC-ID              PIC X(04).
           05  SIC-FROM-ACCOUNT    PIC X(12).
           05  SIC-TO-ACCOUNT      PIC X(12).
           05  SIC-ASSET           PIC X(03).
           05  SIC-AMOUNT          PIC 9(10)V99.
           05  SIC-AMOUNT-X REDEFINES SIC-AMOUNT
                                   PIC X(12).
           05  SIC-FREQUENCY       PIC X(01).
           05  SIC-DUE-DATE        PIC X(08).
           05  SIC-END-DATE        PIC X(08).
           05  SIC-REQUESTER       PIC X(08).
           05  FILLER              PIC X(11).

       FD  SI-MASTER-FILE.
       01  SI-MASTER-RECORD.
      *    ONE RECORD PER STANDING INSTRUCTION - CANCELLED AND ENDED
      *    INSTRUCTIONS STAY ON FILE AS HISTORY
           05  SI-ID               PIC X(04).
           05  SI-FROM-ACCOUNT     PIC X(12).
           05  SI-TO-ACCOUNT       PIC X(12).
           05  SI-ASSET            PIC X(03).
           05  SI-AMOUNT           PIC 9(10)V99.
           05  SI-FREQUENCY        PIC X(01).
      *        D = DAILY, W = WEEKLY, M = MONTHLY
           05  SI-DUE-DAY          PIC 9(02).
      *        DAY OF MONTH A MONTHLY INSTRUCTION FALLS ON - A
      *        SHORTER MONTH USES ITS LAST DAY
           05  SI-NEXT-DUE         PIC X(08).
           05  SI-END-DATE         PIC X(08).
      *        SPACES = NO END DATE
           05  SI-STATUS           PIC X(01).
      *        A = ACTIVE, S = SUSPENDED, X = CANCELLED, E = ENDED
           05  SI-SEQ              PIC 9(04).
      *        OCCURRENCES GENERATED SO FAR - THE LAST FOUR
      *        CHARACTERS OF THE NEXT GENERATED TRX-ID ARE SI-SEQ+1
           05  SI-LAST-TRX-ID      PIC X(10).
           05  SI-LAST-GEN-DATE    PIC X(08).
           05  SI-LAST-GEN-RUN     PIC 9(06).
           05  SI-GEN-FROM-SEQ     PIC 9(04).
           05  SI-GEN-FROM-DUE     PIC X(08).
      *        SI-SEQ AND SI-NEXT-DUE AS THEY STOOD BEFORE THE LAST
      *        GENERATING RUN - WHAT A BACKED-OUT RUN IS WOUND
      *        BACK TO
           05  SI-LAST-RESULT      PIC X(01).
      *        G = LAST OCCURRENCE GENERATED, F = IT FAILED,
      *        SPACE = NEVER GENERATED
           05  SI-FAIL-COUNT       PIC 9(04).
           05  SI-FAIL-TRX-ID      PIC X(10).
           05  SI-FAIL-REASON      PIC X(03).
           05  SI-FAIL-DATE        PIC X(08).
           05  SI-CREATED-DATE     PIC X(08).
           05  SI-MAINT-BY         PIC X(08).
           05  SI-MAINT-DATE       PIC X(08).
           05  FILLER              PIC X(08).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LED-KEY.
               10  LED-ACCOUNT     PIC X(12).
               10  LED-ASSET       PIC X(03).
      *            ASSET CODE - ONE ACCOUNT HOLDS A DISTINCT
      *            BALANCE RECORD PER ASSET IT SETTLES
           05  LED-BALANCE         PIC S9(12)V99.
           05  LED-STATUS          PIC X(01).
      *        A = ACTIVE, F = FROZEN, C = CLOSED, D = DORMANT
               88  LED-ACTIVE      VALUE 'A'.
               88  LED-FROZEN      VALUE 'F'.
               88  LED-CLOSED      VALUE 'C'.
               88  LED-DORMANT     VALUE 'D'.
           05  LED-ACCT-TYPE       PIC X(02).
           05  LED-OPEN-DATE       PIC X(08).
           05  LED-WDRL-LIMIT      PIC 9(10)V99.
      *        PER-TRANSACTION WITHDRAWAL/TRANSFER CEILING - ZERO
      *        MEANS NO PER-ACCOUNT LIMIT IS SET
           05  FILLER              PIC X(40).

       FD  SI-REPORT-FILE.
       01  SI-REPORT-RECORD       PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-SIMAST-STATUS       PIC XX.
       01  WS-LEDGER-STATUS       PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-ERRLOG-STATUS       PIC XX.
       01  WS-ABEND-FILE-ID       PIC X(12).
       01  WS-ABEND-STATUS        PIC XX.
       01  WS-ABEND-LINE          PIC X(132).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-CARD-OK-FLAG        PIC X VALUE 'Y'.
       01  WS-CARD-ERROR          PIC X(30).
       01  WS-CARD-ACTION         PIC X(10).
       01  WS-SI-FOUND-FLAG       PIC X VALUE 'N'.
       01  WS-DATE-OK-FLAG        PIC X VALUE 'Y'.
       01  WS-CHECK-ACCOUNT       PIC X(12).
       01  WS-RUN-DATE            PIC X(08).
       01  WS-CARD-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT      PIC 9(6) VALUE ZERO.

      *    DATE WORK AREA - THE SAME STEPPING RULES LEDGERSIG USES
      *    TO ADVANCE A NEXT-DUE DATE, PLUS A CALENDAR CHECK ON THE
      *    DATES KEYED ON A CARD.
       01  WS-DATE-WORK.
           05  WS-DW-YYYY         PIC 9(04).
           05  WS-DW-MM           PIC 9(02).
           05  WS-DW-DD           PIC 9(02).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                  PIC 9(08).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                  PIC X(08).
       01  WS-DATE-INT            PIC 9(08) VALUE ZERO.
       01  WS-MONTH-LAST-DAY      PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT       PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-4          PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-100        PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-400        PIC 9(04) VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES   PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INITIALIZE-FILES
           PERFORM WRITE-SI-HEADER
           PERFORM PROCESS-SI-CARDS
           PERFORM WRITE-SI-SUMMARY
           PERFORM CLOSE-FILES
           GOBACK.

       INITIALIZE-FILES.
           OPEN OUTPUT ERROR-LOG-FILE
           OPEN INPUT SI-CARD-FILE
           IF WS-PARM-STATUS NOT = '00'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM OPEN-SI-MASTER
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           OPEN OUTPUT SI-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'SI-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO SI-REPORT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

       OPEN-SI-MASTER.
      *    NO MASTER YET (STATUS 35) MEANS THE FIRST INSTRUCTION IS
      *    BEING ADDED - CREATE IT. A FILE OPENED OUTPUT IS IN LOAD
      *    MODE, WHICH FORBIDS THE KEYED READS THE CARDS NEED, AND
      *    AN EMPTY KEYED DATASET CANNOT BE OPENED I-O - SO THE NEW
      *    FILE IS PRIMED WITH A SINGLE HIGH-VALUES SENTINEL RECORD
      *    AND REOPENED I-O (SAME CONVENTION AS LEDGERADJ'S
      *    ADJPEND). THE SENTINEL CARRIES STATUS 'X', SO IT IS
      *    NEVER DUE.
           OPEN I-O SI-MASTER-FILE
           IF WS-SIMAST-STATUS = '35'
             OPEN OUTPUT SI-MASTER-FILE
             IF WS-SIMAST-STATUS NOT = '00'
               MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             MOVE SPACES TO SI-MASTER-RECORD
             MOVE HIGH-VALUES TO SI-ID
             MOVE ZERO TO SI-AMOUNT
             MOVE ZERO TO SI-DUE-DAY
             MOVE 'X' TO SI-STATUS
             MOVE ZERO TO SI-SEQ
             MOVE ZERO TO SI-LAST-GEN-RUN
             MOVE ZERO TO SI-GEN-FROM-SEQ
             MOVE ZERO TO SI-FAIL-COUNT
             WRITE SI-MASTER-RECORD
             IF WS-SIMAST-STATUS NOT = '00'
               MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
             CLOSE SI-MASTER-FILE
             OPEN I-O SI-MASTER-FILE
           END-IF
           IF WS-SIMAST-STATUS NOT = '00'
             MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
             MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-SI-HEADER.
           STRING 'STANDING INSTRUCTION MAINTENANCE  DATE: '
                  WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO SI-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PROCESS-SI-CARDS.
           READ SI-CARD-FILE
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-PARM-STATUS NOT = '00' AND WS-PARM-STATUS NOT = '10'
             MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
             ADD 1 TO WS-CARD-COUNT
             PERFORM APPLY-SI-CARD
             READ SI-CARD-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             IF WS-PARM-STATUS NOT = '00'
               AND WS-PARM-STATUS NOT = '10'
               MOVE 'PARM-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ROUTINE
             END-IF
           END-PERFORM.

       APPLY-SI-CARD.
      *    EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE, SO THE
      *    REPORT CARRIES THE FIRST THING TO FIX.
           MOVE 'Y' TO WS-CARD-OK-FLAG
           MOVE SPACES TO WS-CARD-ERROR
           MOVE SPACES TO WS-CARD-ACTION
           IF SIC-ID = SPACES
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'INSTRUCTION ID BLANK' TO WS-CARD-ERROR
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF SIC-REQUESTER = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'REQUESTER ID BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM READ-SI-RECORD
             EVALUATE SIC-ACTION
               WHEN 'A'
                 PERFORM ADD-INSTRUCTION
               WHEN 'M'
                 PERFORM AMEND-INSTRUCTION
               WHEN 'S'
                 PERFORM SUSPEND-INSTRUCTION
               WHEN 'R'
                 PERFORM RESUME-INSTRUCTION
               WHEN 'X'
                 PERFORM CANCEL-INSTRUCTION
               WHEN OTHER
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'UNKNOWN ACTION' TO WS-CARD-ERROR
             END-EVALUATE
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE SIC-REQUESTER TO SI-MAINT-BY
             MOVE WS-RUN-DATE TO SI-MAINT-DATE
             IF SIC-ACTION = 'A'
               PERFORM WRITE-SI-RECORD
             ELSE
               PERFORM REWRITE-SI-RECORD
             END-IF
             ADD 1 TO WS-APPLIED-COUNT
             STRING 'APPLIED: ' SIC-ACTION
                    ' ' WS-CARD-ACTION
                    ' SI: ' SI-ID
                    ' FROM: ' SI-FROM-ACCOUNT
                    ' TO: ' SI-TO-ACCOUNT
                    ' ' SI-ASSET
                    ' AMT: ' SI-AMOUNT
                    ' ' SI-FREQUENCY
                    ' NEXT: ' SI-NEXT-DUE
                    ' END: ' SI-END-DATE
                    ' BY: ' SIC-REQUESTER
                    DELIMITED BY SIZE
                    INTO SI-REPORT-RECORD
           ELSE
             ADD 1 TO WS-REJECTED-COUNT
             STRING 'REJECTED: ' SIC-ACTION
                    ' SI: ' SIC-ID
                    ' FROM: ' SIC-FROM-ACCOUNT
                    ' BY: ' SIC-REQUESTER
                    ' - ' WS-CARD-ERROR
                    DELIMITED BY SIZE
                    INTO SI-REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE.

       READ-SI-RECORD.
           MOVE 'N' TO WS-SI-FOUND-FLAG
           MOVE SIC-ID TO SI-ID
           READ SI-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-SI-FOUND-FLAG
           END-READ
           IF WS-SIMAST-STATUS NOT = '00'
             AND WS-SIMAST-STATUS NOT = '23'
             MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
             MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

      *----------------------------------------------------------
      * 'A' - ADD A NEW INSTRUCTION
      *----------------------------------------------------------
       ADD-INSTRUCTION.
           IF WS-SI-FOUND-FLAG = 'Y'
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'INSTRUCTION ID ALREADY USED' TO WS-CARD-ERROR
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF SIC-FROM-ACCOUNT = SPACES
               OR SIC-TO-ACCOUNT = SPACES
               OR SIC-ASSET = SPACES
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'ACCOUNT OR ASSET BLANK' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF SIC-FROM-ACCOUNT = SIC-TO-ACCOUNT
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'FROM AND TO ACCOUNT THE SAME' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM EDIT-CARD-AMOUNT
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM EDIT-CARD-FREQUENCY
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM EDIT-CARD-DUE-DATE
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM EDIT-CARD-END-DATE
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             IF SIC-END-DATE NOT = SPACES
               AND SIC-END-DATE < SIC-DUE-DATE
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'END DATE BEFORE DUE DATE' TO WS-CARD-ERROR
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE SIC-FROM-ACCOUNT TO WS-CHECK-ACCOUNT
             PERFORM CHECK-LEDGER-ACCOUNT
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE SIC-TO-ACCOUNT TO WS-CHECK-ACCOUNT
             PERFORM CHECK-LEDGER-ACCOUNT
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE SPACES TO SI-MASTER-RECORD
             MOVE SIC-ID TO SI-ID
             MOVE SIC-FROM-ACCOUNT TO SI-FROM-ACCOUNT
             MOVE SIC-TO-ACCOUNT TO SI-TO-ACCOUNT
             MOVE SIC-ASSET TO SI-ASSET
             MOVE SIC-AMOUNT TO SI-AMOUNT
             MOVE SIC-FREQUENCY TO SI-FREQUENCY
             MOVE SIC-DUE-DATE TO SI-NEXT-DUE
             MOVE SIC-DUE-DATE(7:2) TO SI-DUE-DAY
             MOVE SIC-END-DATE TO SI-END-DATE
             MOVE 'A' TO SI-STATUS
             MOVE ZERO TO SI-SEQ
             MOVE ZERO TO SI-LAST-GEN-RUN
             MOVE ZERO TO SI-GEN-FROM-SEQ
             MOVE ZERO TO SI-FAIL-COUNT
             MOVE WS-RUN-DATE TO SI-CREATED-DATE
             MOVE 'ADDED' TO WS-CARD-ACTION
           END-IF.

      *----------------------------------------------------------
      * 'M' - AMEND AN ACTIVE OR SUSPENDED INSTRUCTION
      *----------------------------------------------------------
       AMEND-INSTRUCTION.
           PERFORM CHECK-INSTRUCTION-LIVE
           IF WS-CARD-OK-FLAG = 'Y'
             AND SIC-TO-ACCOUNT NOT = SPACES
             IF SIC-TO-ACCOUNT = SI-FROM-ACCOUNT
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'FROM AND TO ACCOUNT THE SAME' TO WS-CARD-ERROR
             ELSE
               MOVE SIC-TO-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM CHECK-LEDGER-ACCOUNT
             END-IF
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             AND SIC-AMOUNT-X NOT = SPACES
             PERFORM EDIT-CARD-AMOUNT
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             AND SIC-FREQUENCY NOT = SPACE
             PERFORM EDIT-CARD-FREQUENCY
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             AND SIC-DUE-DATE NOT = SPACES
             PERFORM EDIT-CARD-DUE-DATE
           END-IF
           IF WS-CARD-OK-FLAG = 'Y'
             PERFORM EDIT-CARD-END-DATE
           END-IF
      *    THE MASTER RECORD IS ONLY CHANGED ONCE EVERY FIELD ON THE
      *    CARD HAS PASSED, SO A REJECTED AMEND CHANGES NOTHING
           IF WS-CARD-OK-FLAG = 'Y'
             IF SIC-TO-ACCOUNT NOT = SPACES
               MOVE SIC-TO-ACCOUNT TO SI-TO-ACCOUNT
             END-IF
             IF SIC-AMOUNT-X NOT = SPACES
               MOVE SIC-AMOUNT TO SI-AMOUNT
             END-IF
             IF SIC-FREQUENCY NOT = SPACE
               MOVE SIC-FREQUENCY TO SI-FREQUENCY
             END-IF
             IF SIC-DUE-DATE NOT = SPACES
               MOVE SIC-DUE-DATE TO SI-NEXT-DUE
               MOVE SIC-DUE-DATE(7:2) TO SI-DUE-DAY
             END-IF
             IF SIC-END-DATE NOT = SPACES
               MOVE SIC-END-DATE TO SI-END-DATE
             END-IF
             IF SI-END-DATE NOT = SPACES
               AND SI-END-DATE < SI-NEXT-DUE
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'END DATE BEFORE DUE DATE' TO WS-CARD-ERROR
             ELSE
               MOVE 'AMENDED' TO WS-CARD-ACTION
             END-IF
           END-IF.

      *----------------------------------------------------------
      * 'S' - SUSPEND / 'R' - RESUME / 'X' - CANCEL
      *----------------------------------------------------------
       SUSPEND-INSTRUCTION.
           PERFORM CHECK-INSTRUCTION-LIVE
           IF WS-CARD-OK-FLAG = 'Y'
             IF SI-STATUS NOT = 'A'
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'INSTRUCTION NOT ACTIVE' TO WS-CARD-ERROR
             ELSE
               MOVE 'S' TO SI-STATUS
               MOVE 'SUSPENDED' TO WS-CARD-ACTION
             END-IF
           END-IF.

       RESUME-INSTRUCTION.
      *    A NEXT-DUE DATE THAT PASSED WHILE THE INSTRUCTION WAS
      *    SUSPENDED IS STEPPED FORWARD TO TODAY OR LATER, SO THE
      *    GENERATOR DOES NOT CATCH UP THE SKIPPED OCCURRENCES.
           PERFORM CHECK-INSTRUCTION-LIVE
           IF WS-CARD-OK-FLAG = 'Y'
             IF SI-STATUS NOT = 'S'
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'INSTRUCTION NOT SUSPENDED' TO WS-CARD-ERROR
             ELSE
               PERFORM ADVANCE-NEXT-DUE
                 UNTIL SI-NEXT-DUE NOT < WS-RUN-DATE
               MOVE 'A' TO SI-STATUS
               MOVE 'RESUMED' TO WS-CARD-ACTION
             END-IF
           END-IF.

       CANCEL-INSTRUCTION.
           PERFORM CHECK-INSTRUCTION-LIVE
           IF WS-CARD-OK-FLAG = 'Y'
             MOVE 'X' TO SI-STATUS
             MOVE 'CANCELLED' TO WS-CARD-ACTION
           END-IF.

       CHECK-INSTRUCTION-LIVE.
           IF WS-SI-FOUND-FLAG = 'N'
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'INSTRUCTION NOT ON FILE' TO WS-CARD-ERROR
           ELSE
             IF SI-STATUS NOT = 'A' AND SI-STATUS NOT = 'S'
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'INSTRUCTION CANCELLED/ENDED' TO WS-CARD-ERROR
             END-IF
           END-IF.

      *----------------------------------------------------------
      * FIELD EDITS
      *----------------------------------------------------------
       EDIT-CARD-AMOUNT.
           IF SIC-AMOUNT IS NOT NUMERIC
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'AMOUNT NOT NUMERIC' TO WS-CARD-ERROR
           ELSE
             IF SIC-AMOUNT = ZERO
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'AMOUNT ZERO' TO WS-CARD-ERROR
             END-IF
           END-IF.

       EDIT-CARD-FREQUENCY.
           IF SIC-FREQUENCY NOT = 'D' AND SIC-FREQUENCY NOT = 'W'
             AND SIC-FREQUENCY NOT = 'M'
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'FREQUENCY NOT D/W/M' TO WS-CARD-ERROR
           END-IF.

       EDIT-CARD-DUE-DATE.
           MOVE SIC-DUE-DATE TO WS-DATE-WORK-X
           PERFORM CHECK-CALENDAR-DATE
           IF WS-DATE-OK-FLAG = 'N'
             MOVE 'N' TO WS-CARD-OK-FLAG
             MOVE 'DUE DATE NOT A VALID DATE' TO WS-CARD-ERROR
           ELSE
             IF SIC-DUE-DATE < WS-RUN-DATE
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'DUE DATE BEFORE TODAY' TO WS-CARD-ERROR
             END-IF
           END-IF.

       EDIT-CARD-END-DATE.
           IF SIC-END-DATE NOT = SPACES
             MOVE SIC-END-DATE TO WS-DATE-WORK-X
             PERFORM CHECK-CALENDAR-DATE
             IF WS-DATE-OK-FLAG = 'N'
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'END DATE NOT A VALID DATE' TO WS-CARD-ERROR
             END-IF
           END-IF.

       CHECK-CALENDAR-DATE.
           MOVE 'Y' TO WS-DATE-OK-FLAG
           IF WS-DATE-WORK-X IS NOT NUMERIC
             MOVE 'N' TO WS-DATE-OK-FLAG
           ELSE
             IF WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE 'N' TO WS-DATE-OK-FLAG
             ELSE
               PERFORM SET-MONTH-LAST-DAY
               IF WS-DW-DD < 1 OR WS-DW-DD > WS-MONTH-LAST-DAY
                 MOVE 'N' TO WS-DATE-OK-FLAG
               END-IF
             END-IF
           END-IF.

       CHECK-LEDGER-ACCOUNT.
      *    BOTH SIDES MUST ALREADY HOLD THE ASSET AND NOT BE CLOSED -
      *    A TRANSFER CANNOT OPEN AN ACCOUNT, AND LEDGERUPD WOULD
      *    ONLY REJECT EVERY OCCURRENCE OTHERWISE
           MOVE WS-CHECK-ACCOUNT TO LED-ACCOUNT
           IF SIC-ACTION = 'A'
             MOVE SIC-ASSET TO LED-ASSET
           ELSE
             MOVE SI-ASSET TO LED-ASSET
           END-IF
           READ LEDGER-FILE
             INVALID KEY
               MOVE 'N' TO WS-CARD-OK-FLAG
               MOVE 'ACCOUNT NOT FOUND' TO WS-CARD-ERROR
             NOT INVALID KEY
               IF LED-CLOSED
                 MOVE 'N' TO WS-CARD-OK-FLAG
                 MOVE 'ACCOUNT CLOSED' TO WS-CARD-ERROR
               END-IF
           END-READ
           IF WS-LEDGER-STATUS NOT = '00'
             AND WS-LEDGER-STATUS NOT = '23'
             MOVE 'LEDGER-FILE' TO WS-ABEND-FILE-ID
             MOVE WS-LEDGER-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       ADVANCE-NEXT-DUE.
           MOVE SI-NEXT-DUE TO WS-DATE-WORK
           EVALUATE SI-FREQUENCY
             WHEN 'D'
               COMPUTE WS-DATE-INT =
                 FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N) + 1)
               MOVE WS-DATE-INT TO WS-DATE-WORK-N
             WHEN 'W'
               COMPUTE WS-DATE-INT =
                 FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N) + 7)
               MOVE WS-DATE-INT TO WS-DATE-WORK-N
             WHEN OTHER
               ADD 1 TO WS-DW-MM
               IF WS-DW-MM > 12
                 MOVE 1 TO WS-DW-MM
                 ADD 1 TO WS-DW-YYYY
               END-IF
               PERFORM SET-MONTH-LAST-DAY
               IF SI-DUE-DAY > WS-MONTH-LAST-DAY
                 MOVE WS-MONTH-LAST-DAY TO WS-DW-DD
               ELSE
                 MOVE SI-DUE-DAY TO WS-DW-DD
               END-IF
           END-EVALUATE
           MOVE WS-DATE-WORK TO SI-NEXT-DUE.

       SET-MONTH-LAST-DAY.
           MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-MONTH-LAST-DAY
           IF WS-DW-MM = 2
             DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4
             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100
             DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400
             IF WS-LEAP-REM-4 = ZERO
               AND (WS-LEAP-REM-100 NOT = ZERO
                 OR WS-LEAP-REM-400 = ZERO)
               MOVE 29 TO WS-MONTH-LAST-DAY
             END-IF
           END-IF.

       WRITE-SI-RECORD.
           WRITE SI-MASTER-RECORD
           IF WS-SIMAST-STATUS NOT = '00'
             MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
             MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       REWRITE-SI-RECORD.
           REWRITE SI-MASTER-RECORD
           IF WS-SIMAST-STATUS NOT = '00'
             MOVE 'SI-MASTER' TO WS-ABEND-FILE-ID
             MOVE WS-SIMAST-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF.

       WRITE-SI-SUMMARY.
           STRING 'SUMMARY - CARDS: ' WS-CARD-COUNT
                  ' APPLIED: ' WS-APPLIED-COUNT
                  ' REJECTED: ' WS-REJECTED-COUNT
                  DELIMITED BY SIZE
                  INTO SI-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE SI-REPORT-RECORD
           IF WS-REPORT-STATUS NOT = '00'
             MOVE 'SI-REPORT' TO WS-ABEND-FILE-ID
             MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
             PERFORM ABEND-ROUTINE
           END-IF
           MOVE SPACES TO SI-REPORT-RECORD.

       CLOSE-FILES.
      *    CLOSE-TIME FAILURES ARE LOGGED TO SYSOUT ONLY, NOT ROUTED
      *    THROUGH ABEND-ROUTINE, SINCE THAT PARAGRAPH ITSELF CLOSES
      *    THESE SAME FILES AND WOULD RECURSE.
           CLOSE SI-CARD-FILE
           IF WS-PARM-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE PARM-FILE STATUS ' WS-PARM-STATUS
           END-IF
           CLOSE SI-MASTER-FILE
           IF WS-SIMAST-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE SI-MASTER STATUS'
               ' ' WS-SIMAST-STATUS
           END-IF
           CLOSE LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE LEDGER-FILE STATUS'
               ' ' WS-LEDGER-STATUS
           END-IF
           CLOSE SI-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'WARNING CLOSE SI-REPORT STATUS'
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
           STRING 'LEDGERSIM ABEND FILE=' WS-ABEND-FILE-ID
                  ' STATUS=' WS-ABEND-STATUS
                  DELIMITED BY SIZE
                  INTO WS-ABEND-LINE
           MOVE WS-ABEND-LINE TO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           DISPLAY WS-ABEND-LINE
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-FILES
           GOBACK.
