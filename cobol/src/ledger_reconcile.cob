       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
      *    PERMANENT MULTI-DAY POSTING HISTORY - READ HERE ONLY
      *    FOR TODAY'S TYPE 'Y' YIELD ACCRUAL LEGS, TYPE 'A'
      *    MANUAL ADJUSTMENT LEGS AND TYPE 'C' ACCOUNT CLOSURE
      *    LEGS. ALL POST (FROM LEDGERACR, LEDGERADJ AND
      *    LEDGERCLS) WITH NO WORKFILE EXTRACT AND NO CHAIN
      *    CONFIRMATION, SO THEIR BALANCE EFFECT IS PROVED OFF THE
      *    JOURNAL LEGS (WHICH THE LEDGERTBL TRIAL BALANCE HAS
      *    ALREADY PAIR-CHECKED) RATHER THAN LEFT TO SHOW AS A
      *    FALSE VARIANCE ON EVERY ACCRUED, ADJUSTED OR CLOSED
      *    ACCOUNT.
           05  JRN-KEY.
               10  JRN-ACCOUNT     PIC X(12).
               10  JRN-DATE        PIC X(08).
           END-IF.

      *----------------------------------------------------------
      * PASS 2A - FOLD TODAY'S YIELD ACCRUAL AND MANUAL ADJUSTMENT
      *           LEGS INTO THE TOTALS
      *----------------------------------------------------------
       APPLY-YIELD-LEGS.
      *    LEDGERACR CREDITS CUSTOMERS AND DEBITS THE HOUSE YIELD
      *    ACCOUNT, LEDGERADJ MOVES APPROVED CORRECTIONS BETWEEN
      *    AN ACCOUNT AND ITS OFFSET, AND LEDGERCLS SWEEPS A
      *    CLOSING ACCOUNT TO ITS PAYOUT AND FEE ACCOUNTS, ALL WITH
      *    NO WORKFILE EXTRACT BEHIND THEM, SO EVERY SUCH ACCOUNT
      *    WOULD OTHERWISE SHOW A FALSE VARIANCE. TODAY'S TYPE
      *    'Y', 'A' AND 'C' LEGS ARE APPLIED INTO THE RUNNING
      *    ACCOUNT TOTALS EXACTLY AS CONFIRMED WORKFILE DETAIL IS.
      *    THE JOURNAL KEY LEADS WITH ACCOUNT, NOT DATE, SO A
      *    DATE-FILTERED PASS IS A FULL SWEEP (SAME ACCESS PATTERN
             END-IF
             IF WS-EOF-FLAG NOT = 'Y'
               AND JRN-DATE = WS-RUN-DATE
               AND (JRN-TYPE = 'Y' OR JRN-TYPE = 'A'
                 OR JRN-TYPE = 'C')
               PERFORM APPLY-ONE-YIELD-LEG
             END-IF
           END-PERFORM.
