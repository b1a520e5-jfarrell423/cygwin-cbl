               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUND-CODE.

      *>   Batch counts and control totals for the night's hand-off
      *>   checks (ctlbal).
           SELECT CTL-LEDGER-FILE ASSIGN TO "CTLLEDGDAT"
               FILE STATUS IS CTL-LEDGER-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       FD  TXN-FILE.
       COPY TXNREC.

       FD  CTL-LEDGER-FILE.
       COPY CTLLREC.

       WORKING-STORAGE SECTION.

       COPY AUDITREC.
       01  BATCH-EOF          PIC X     VALUE "N".
       01  BATCH-INVALID-COUNT PIC 9(05) VALUE 0.

      *> ---- control totals posted to CTLLEDG.DAT ----
       01  CTL-LEDGER-STATUS  PIC X(2).
       01  CTL-LEDGER-OPEN    PIC X     VALUE "N".
       01  CTL-LEDGER-NIGHT   PIC 9(08) VALUE 0.
       01  CTL-LEDGER-ENV     PIC X(08) VALUE SPACES.
       01  CTL-LEDGER-ITEM    PIC X(12) VALUE SPACES.
       01  CTL-LEDGER-COUNT   PIC 9(07) VALUE 0.
       01  CTL-LEDGER-AMOUNT  PIC 9(13)V99 VALUE 0.
       01  BATCH-READ-COUNT   PIC 9(07) VALUE 0.
       01  BATCH-READ-AMOUNT  PIC 9(13)V99 VALUE 0.
       01  BATCH-INVALID-AMOUNT PIC 9(13)V99 VALUE 0.
       01  HIST-POSTED-COUNT  PIC 9(07) VALUE 0.
       01  HIST-POSTED-AMOUNT PIC 9(13)V99 VALUE 0.
       01  HIST-ONFILE-COUNT  PIC 9(07) VALUE 0.
       01  HIST-ONFILE-AMOUNT PIC 9(13)V99 VALUE 0.

      *> ---- batch exception flagging ----
      *> RETPERF_LOSS_THRESHOLD (percent, default 20) and
      *> RETPERF_STALE_DAYS (default 90) tune the checks.
           CLOSE BATCH-INPUT-FILE.
           CLOSE PRINT-FILE.
           PERFORM WRITE-EXCEPTION-COUNT.
           PERFORM POST-CONTROL-TOTALS.
           DISPLAY "Batch performance run complete.".
           IF BATCH-INVALID-COUNT > 0
               DISPLAY BATCH-INVALID-COUNT
           MOVE BATCH-IN-ACCOUNT TO ACCOUNT-NUMBER.
           MOVE BATCH-IN-BEGIN   TO BEGIN-BALANCE.
           MOVE BATCH-IN-CURRENT TO CURRENT-BALANCE.
           ADD 1 TO BATCH-READ-COUNT.
           ADD BATCH-IN-CURRENT TO BATCH-READ-AMOUNT.

           PERFORM VALIDATE-ACCOUNT.
           IF PART-FOUND = "N" AND PART-MASTER-ABSENT = "N"
      *>       a phantom account never reaches the history file
               ADD 1 TO BATCH-INVALID-COUNT
               ADD BATCH-IN-CURRENT TO BATCH-INVALID-AMOUNT
               PERFORM BATCH-PRINT-INVALID-LINE
           ELSE
               PERFORM COMPUTE-GAIN
      *> one account's return it still moves money in or out, so it
      *> nets into the flow exactly like a contribution or
      *> withdrawal - what it no longer does is masquerade as one on
      *> the tax, contribution-limit, and RMD runs.  A correction's
      *> reversal line (txncorr.cbl) moves the flow the other way.
       TAKE-ONE-FLOW.
           IF TXN-ACCOUNT = ACCOUNT-NUMBER
               AND TXN-DATE > HIST-LATEST-DATE
               AND TXN-DATE NOT > RUN-DATE
               IF TXN-TYPE = "C" OR TXN-TYPE = "I"
                   IF TXN-REVERSAL
                       SUBTRACT TXN-AMOUNT FROM NET-FLOW
                   ELSE
                       ADD TXN-AMOUNT TO NET-FLOW
                   END-IF
               ELSE
               IF TXN-TYPE = "W" OR TXN-TYPE = "O"
                   IF TXN-REVERSAL
                       ADD TXN-AMOUNT TO NET-FLOW
                   ELSE
                       SUBTRACT TXN-AMOUNT FROM NET-FLOW
                   END-IF
               END-IF
               END-IF
           END-IF.
               INVALID KEY
                   DISPLAY "History record already on file for "
                       "this account and date."
                   ADD 1 TO HIST-ONFILE-COUNT
                   ADD CURRENT-BALANCE TO HIST-ONFILE-AMOUNT
               NOT INVALID KEY
                   ADD 1 TO HIST-POSTED-COUNT
                   ADD CURRENT-BALANCE TO HIST-POSTED-AMOUNT
           END-WRITE.
           CLOSE HISTORY-FILE.

           COMPUTE AUDIT-WORK-SUM = AUDIT-WORK-SUM
               + (AUDIT-SUB
                  * FUNCTION ORD(AUDIT-RECORD(AUDIT-SUB:1))).

      *> Batch lines received = history posted + accounts not on the
      *> participant master + history already on file for the date,
      *> by count and current balance, for ctlbal to tie back to
      *> perfedit's clean file.
       POST-CONTROL-TOTALS.
           PERFORM OPEN-CONTROL-LEDGER.
           MOVE "BATCH-IN"     TO CTL-LEDGER-ITEM.
           MOVE BATCH-READ-COUNT  TO CTL-LEDGER-COUNT.
           MOVE BATCH-READ-AMOUNT TO CTL-LEDGER-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE "HIST-POSTED"  TO CTL-LEDGER-ITEM.
           MOVE HIST-POSTED-COUNT  TO CTL-LEDGER-COUNT.
           MOVE HIST-POSTED-AMOUNT TO CTL-LEDGER-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE "NOT-ON-MAST"  TO CTL-LEDGER-ITEM.
           MOVE BATCH-INVALID-COUNT  TO CTL-LEDGER-COUNT.
           MOVE BATCH-INVALID-AMOUNT TO CTL-LEDGER-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           MOVE "HIST-ON-FILE" TO CTL-LEDGER-ITEM.
           MOVE HIST-ONFILE-COUNT  TO CTL-LEDGER-COUNT.
           MOVE HIST-ONFILE-AMOUNT TO CTL-LEDGER-AMOUNT.
           PERFORM WRITE-CONTROL-LINE.
           PERFORM CLOSE-CONTROL-LEDGER.

      *> The night is the batch window's (CTLLEDG_NIGHT), else today.
       OPEN-CONTROL-LEDGER.
           ACCEPT CTL-LEDGER-NIGHT FROM DATE YYYYMMDD.
           ACCEPT CTL-LEDGER-ENV FROM ENVIRONMENT "CTLLEDG_NIGHT".
           IF CTL-LEDGER-ENV IS NUMERIC
               MOVE CTL-LEDGER-ENV TO CTL-LEDGER-NIGHT
           END-IF.
           OPEN EXTEND CTL-LEDGER-FILE.
           IF CTL-LEDGER-STATUS = "35"
               OPEN OUTPUT CTL-LEDGER-FILE
           END-IF.
           IF CTL-LEDGER-STATUS = "00"
               MOVE "Y" TO CTL-LEDGER-OPEN
           END-IF.

       WRITE-CONTROL-LINE.
           IF CTL-LEDGER-OPEN = "Y"
               MOVE CTL-LEDGER-NIGHT  TO CL-NIGHT
               MOVE "RETPERF"         TO CL-JOB
               MOVE CTL-LEDGER-ITEM   TO CL-ITEM
               MOVE CTL-LEDGER-COUNT  TO CL-COUNT
               MOVE CTL-LEDGER-AMOUNT TO CL-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO CL-POSTED-AT
               WRITE CTLLEDG-REC
           END-IF.

       CLOSE-CONTROL-LEDGER.
           IF CTL-LEDGER-OPEN = "Y"
               CLOSE CTL-LEDGER-FILE
               MOVE "N" TO CTL-LEDGER-OPEN
           END-IF.
