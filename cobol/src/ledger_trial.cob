      * Walks the permanent posting journal for the run's business
      * date and proves the day's books balance per asset: total
      * debit legs, total credit legs, and - for the two-sided leg
      * types, transfers ('T'), fees ('F'), yield accruals ('Y'),
      * LEDGERADJ manual adjustments ('A') and LEDGERCLS account
      * closure sweeps and fees ('C'), which must journal
      * a debit and a credit of equal amount - the out-of-balance
      * figure. One-sided types (deposits, rewards, withdrawals and
      * the single-leg reversals LEDGERFIN posts for them) are
      * legitimately unpaired and count only toward the debit and
           END-IF.

       CLASSIFY-PAIRED-LEG.
      *    TRANSFERS, FEES, YIELD ACCRUALS, MANUAL ADJUSTMENTS AND
      *    CLOSURE SWEEPS AND FEES ALWAYS JOURNAL BOTH SIDES. A
      *    REVERSAL LEG ('V') CARRIES NO TYPE OF ITS OWN, SO IT IS
      *    CLASSIFIED BY THE REVERSED TRX-ID'S DTL-TYPE:
      *    A TRANSFER REVERSAL UNWINDS BOTH LEGS (PLUS ITS FEE
      *    PAIR) AND MUST NET TO ZERO, WHILE DEPOSIT/REWARD/
      *    WITHDRAWAL REVERSALS ARE ONE-SIDED BY DESIGN AND STAY
               MOVE 'Y' TO WS-PAIR-LEG-FLAG
             WHEN 'Y'
               MOVE 'Y' TO WS-PAIR-LEG-FLAG
             WHEN 'A'
               MOVE 'Y' TO WS-PAIR-LEG-FLAG
             WHEN 'C'
               MOVE 'Y' TO WS-PAIR-LEG-FLAG
             WHEN 'V'
               PERFORM CHECK-REVERSAL-PAIRING
             WHEN OTHER
