      *   TOA - TRX-TO-ACCOUNT BLANK OR EQUAL TO TRX-ACCOUNT ON A
      *         TRANSFER
      *   AST - TRX-ASSET BLANK
      *   DST - TRX-DEST-ADDRESS BLANK, NOT LEFT-JUSTIFIED OR
      *         CONTAINING AN EMBEDDED BLANK ON A WITHDRAWAL - THE
      *         ADDRESS IS CARRIED UNCHANGED ONTO THE WALLET DESK'S
      *         PAYOUT FILE, SO IT MUST BE ONE UNBROKEN TOKEN
      * LEDGERUPD WRITES ITS OWN RUNTIME REJECTS, IN THE SAME
      * LAYOUT, TO A SEPARATE RUNTIME SUSPENSE DATASET THAT
      * SURVIVES A CHECKPOINT RESTART: NSF (INSUFFICIENT FUNDS),
      * NOA (ACCOUNT NOT FOUND), FRZ (ACCOUNT FROZEN), CLS
      * (ACCOUNT CLOSED), DOR (DEBIT TO A DORMANT ACCOUNT), LIM
      * (OVER THE PER-ACCOUNT WITHDRAWAL LIMIT), HLD (BALANCE
      * COVERS THE DEBIT BUT NOT AFTER ACTIVE FUNDS HOLDS). THE
      * REPAIR JOB READS BOTH FILES CONCATENATED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *        DESTINATION ACCOUNT, USED ONLY WHEN TRX-TYPE = 'T'
           05  TRX-ASSET           PIC X(03).
      *        ASSET CODE THIS TRANSACTION SETTLES IN
           05  TRX-DEST-ADDRESS    PIC X(40).
      *        WITHDRAWAL DESTINATION - THE EXTERNAL WALLET ADDRESS
      *        OR EXCHANGE REFERENCE THE PAYOUT IS BROADCAST TO.
      *        REQUIRED WHEN TRX-TYPE = 'W', IGNORED OTHERWISE

       FD  CLEAN-FILE.
       01  CLEAN-RECORD           PIC X(90).
       01  WS-READ-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CLEAN-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-SUSPENSE-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-DEST-LENGTH         PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
               MOVE 'N' TO WS-EDIT-OK-FLAG
               MOVE 'AST' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-EDIT-OK-FLAG = 'Y' AND TRX-TYPE = 'W'
             PERFORM VALIDATE-DESTINATION
           END-IF.

       VALIDATE-DESTINATION.
      *    THE ADDRESS MUST START IN ITS FIRST BYTE AND RUN
      *    UNBROKEN TO ITS FIRST BLANK - ANYTHING AFTER THAT BLANK
      *    MEANS A SPLIT OR MIS-KEYED ADDRESS THE BROADCAST SYSTEM
      *    WOULD REFUSE OR, WORSE, SEND SOMEWHERE ELSE.
           IF TRX-DEST-ADDRESS = SPACES
             OR TRX-DEST-ADDRESS(1:1) = SPACE
             MOVE 'N' TO WS-EDIT-OK-FLAG
             MOVE 'DST' TO WS-REJECT-REASON
           ELSE
             MOVE ZERO TO WS-DEST-LENGTH
             INSPECT TRX-DEST-ADDRESS TALLYING WS-DEST-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
             IF WS-DEST-LENGTH < 40
               IF TRX-DEST-ADDRESS(WS-DEST-LENGTH + 1:) NOT = SPACES
                 MOVE 'N' TO WS-EDIT-OK-FLAG
                 MOVE 'DST' TO WS-REJECT-REASON
               END-IF
             END-IF
           END-IF.

       WRITE-CLEAN-RECORD.
