      *                  of overwriting it with a zero total that
      *                  would make the next good run report a huge
      *                  false out-of-balance.
      *   Oct 15, 2026 - Count the refund cheques posted to the new
      *                  refund ledger REFLEDGER.TXT since the snapshot
      *                  as movement: a refund takes dollars out of
      *                  TUITION-CREDIT, so it raises the net position
      *                  by exactly the cheque amount.
      *   Oct 15, 2026 - Count returned-payment reversals (PAYLEDGER
      *                  entries of type R written by PAYMENT-REVERSAL)
      *                  separately from payments: a reversal puts the
      *                  dollars back on the account, so it raises the
      *                  net position instead of lowering it.
      *   Oct 15, 2026 - Count the bad-debt write-offs posted to the
      *                  new written-off ledger WOLEDGER.TXT since the
      *                  snapshot as movement: a write-off zeroes
      *                  TUITION-OWED, so it lowers the net position
      *                  by the amount written off. Recoveries (type C
      *                  PAYLEDGER entries on written-off accounts) do
      *                  not touch the master, so they are listed but
      *                  kept out of the payments proved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVABLES-TRIAL-BALANCE.
           SELECT POSTED-PAYMENT-FILE ASSIGN TO "./PAYLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PAY-LEDGER-FILE-STATUS.
           SELECT POSTED-REFUND-FILE ASSIGN TO "./REFLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REF-LEDGER-FILE-STATUS.
           SELECT WRITTEN-OFF-FILE ASSIGN TO "./WOLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WO-LEDGER-FILE-STATUS.
           SELECT TRIAL-REPORT-FILE-OUT ASSIGN TO "./TRIALBAL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
           COPY "CHGLEDGER.CPY".
       FD POSTED-PAYMENT-FILE.
           COPY "PAYLEDGER.CPY".
       FD POSTED-REFUND-FILE.
           COPY "REFLEDGER.CPY".
       FD WRITTEN-OFF-FILE.
           COPY "WOLEDGER.CPY".
       FD TRIAL-REPORT-FILE-OUT.
       01 PRINT-LINE PIC X(132).
       FD RUN-HISTORY-FILE.
           05 EOF-FLG PIC X.
           05 CHG-EOF-FLG PIC X.
           05 PAY-EOF-FLG PIC X.
           05 REF-EOF-FLG PIC X.
           05 WO-EOF-FLG PIC X.
           05 FIRST-RUN-FLG PIC X VALUE 'N'.
           05 MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 STUDENT-FILE-STATUS PIC XX.
           05 CONTROL-FILE-STATUS PIC XX.
           05 CHG-LEDGER-FILE-STATUS PIC XX.
           05 PAY-LEDGER-FILE-STATUS PIC XX.
           05 REF-LEDGER-FILE-STATUS PIC XX.
           05 WO-LEDGER-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 PRIOR-TOTAL-OWED PIC S9(11) VALUE ZERO.
           05 CHARGES-POSTED-TOTAL PIC 9(10) VALUE ZERO.
           05 PAYMENTS-POSTED-TOTAL PIC 9(10) VALUE ZERO.
           05 REFUNDS-POSTED-TOTAL PIC 9(10) VALUE ZERO.
           05 REVERSALS-POSTED-TOTAL PIC 9(10) VALUE ZERO.
           05 WRITE-OFFS-POSTED-TOTAL PIC 9(10) VALUE ZERO.
           05 RECOVERIES-POSTED-TOTAL PIC 9(10) VALUE ZERO.
           05 EXPECTED-TOTAL-OWED PIC S9(11) VALUE ZERO.
           05 BALANCE-DIFFERENCE PIC S9(11) VALUE ZERO.
       COPY "RPTHEAD.CPY".
               IF FIRST-RUN-FLG = 'N'
                   PERFORM 220-TOTAL-POSTED-CHARGES
                   PERFORM 230-TOTAL-POSTED-PAYMENTS
                   PERFORM 250-TOTAL-POSTED-REFUNDS
                   PERFORM 260-TOTAL-POSTED-WRITE-OFFS
                   PERFORM 300-PROVE-THE-MOVEMENT
               ELSE
                   MOVE "FIRST RUN - OPENING SNAPSHOT TAKEN" TO

       231-TOTAL-ONE-POSTED-PAYMENT.
           IF PL-POSTING-DATE > PRIOR-SNAPSHOT-DATE
               EVALUATE PL-ENTRY-TYPE
                   WHEN 'R'
                       ADD PL-AMOUNT TO REVERSALS-POSTED-TOTAL
                   WHEN 'C'
                       ADD PL-AMOUNT TO RECOVERIES-POSTED-TOTAL
                   WHEN OTHER
                       ADD PL-AMOUNT TO PAYMENTS-POSTED-TOTAL
               END-EVALUATE
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO PAY-EOF-FLG.

       250-TOTAL-POSTED-REFUNDS.
           MOVE 'N' TO REF-EOF-FLG.
           OPEN INPUT POSTED-REFUND-FILE.
           IF REF-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-REFUND-FILE
                   AT END MOVE 'Y' TO REF-EOF-FLG
               END-READ
               PERFORM 251-TOTAL-ONE-POSTED-REFUND
                   UNTIL REF-EOF-FLG = 'Y'
               CLOSE POSTED-REFUND-FILE
           END-IF.

       251-TOTAL-ONE-POSTED-REFUND.
           IF RL-POSTING-DATE > PRIOR-SNAPSHOT-DATE
               ADD RL-AMOUNT TO REFUNDS-POSTED-TOTAL
           END-IF.
           READ POSTED-REFUND-FILE
               AT END MOVE 'Y' TO REF-EOF-FLG.

       260-TOTAL-POSTED-WRITE-OFFS.
           MOVE 'N' TO WO-EOF-FLG.
           OPEN INPUT WRITTEN-OFF-FILE.
           IF WO-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ WRITTEN-OFF-FILE
                   AT END MOVE 'Y' TO WO-EOF-FLG
               END-READ
               PERFORM 261-TOTAL-ONE-POSTED-WRITE-OFF
                   UNTIL WO-EOF-FLG = 'Y'
               CLOSE WRITTEN-OFF-FILE
           END-IF.

       261-TOTAL-ONE-POSTED-WRITE-OFF.
           IF WL-POSTING-DATE > PRIOR-SNAPSHOT-DATE
               ADD WL-AMOUNT TO WRITE-OFFS-POSTED-TOTAL
           END-IF.
           READ WRITTEN-OFF-FILE
               AT END MOVE 'Y' TO WO-EOF-FLG.

       240-WRITE-NEW-SNAPSHOT.
           OPEN OUTPUT CONTROL-FILE.
           MOVE JOB-START-DATE TO CTL-SNAPSHOT-DATE.

       300-PROVE-THE-MOVEMENT.
           COMPUTE EXPECTED-TOTAL-OWED = PRIOR-TOTAL-OWED
               + CHARGES-POSTED-TOTAL - PAYMENTS-POSTED-TOTAL
               + REFUNDS-POSTED-TOTAL + REVERSALS-POSTED-TOTAL
               - WRITE-OFFS-POSTED-TOTAL.
           COMPUTE BALANCE-DIFFERENCE = CURRENT-TOTAL-OWED
               - EXPECTED-TOTAL-OWED.
           MOVE "PRIOR SNAPSHOT TOTAL OWED" TO TDL-LABEL.
           MOVE "PAYMENTS POSTED SINCE" TO TDL-LABEL.
           MOVE PAYMENTS-POSTED-TOTAL TO TDL-AMOUNT.
           PERFORM 310-PRINT-ONE-TRIAL-LINE.
           MOVE "REFUNDS POSTED SINCE" TO TDL-LABEL.
           MOVE REFUNDS-POSTED-TOTAL TO TDL-AMOUNT.
           PERFORM 310-PRINT-ONE-TRIAL-LINE.
           MOVE "PAYMENT REVERSALS SINCE" TO TDL-LABEL.
           MOVE REVERSALS-POSTED-TOTAL TO TDL-AMOUNT.
           PERFORM 310-PRINT-ONE-TRIAL-LINE.
           MOVE "WRITE-OFFS POSTED SINCE" TO TDL-LABEL.
           MOVE WRITE-OFFS-POSTED-TOTAL TO TDL-AMOUNT.
           PERFORM 310-PRINT-ONE-TRIAL-LINE.
           MOVE "EXPECTED TOTAL OWED" TO TDL-LABEL.
           MOVE EXPECTED-TOTAL-OWED TO TDL-AMOUNT.
           PERFORM 310-PRINT-ONE-TRIAL-LINE.
           MOVE "DIFFERENCE" TO TDL-LABEL.
           MOVE BALANCE-DIFFERENCE TO TDL-AMOUNT.
           PERFORM 310-PRINT-ONE-TRIAL-LINE.
           MOVE "RECOVERIES (NOT ON MASTER)" TO TDL-LABEL.
           MOVE RECOVERIES-POSTED-TOTAL TO TDL-AMOUNT.
           PERFORM 310-PRINT-ONE-TRIAL-LINE.
           IF BALANCE-DIFFERENCE = ZERO
               MOVE "MASTER MOVEMENT IN BALANCE" TO PRINT-LINE
               PERFORM 410-WRITE-REPORT-LINE
