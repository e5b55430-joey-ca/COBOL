      *                  carried into the audit entries and the
      *                  posted-payments ledger so a deposit can be
      *                  traced end to end.
      *   Oct 15, 2026 - Mark every posted-payments ledger entry as a
      *                  payment (PL-ENTRY-TYPE P) now that
      *                  PAYMENT-REVERSAL appends returned-payment
      *                  reversals to the same ledger.
      *   Oct 15, 2026 - Post a payment on a written-off account
      *                  (STUDENT-STATUS X, set by BAD-DEBT-WRITE-OFF)
      *                  as a bad-debt recovery instead of applying it
      *                  to TUITION-OWED: the master is left alone,
      *                  the ledger entry is marked PL-ENTRY-TYPE C,
      *                  the audit entry is still written, and
      *                  recoveries get their own control totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-POSTING.
       01 CREDIT-WORK-FIELDS.
           05 EXCESS-AMOUNT PIC 9(5).
           05 NEW-CREDIT-WORK PIC 9(6).
           05 LEDGER-ENTRY-TYPE PIC X.
       01 BATCH-BALANCE-FIELDS.
           05 DEPOSIT-DATE PIC 9(8).
           05 BATCH-NUMBER PIC X(6).
           05 PAYMENTS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           05 PAYMENTS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           05 DOLLARS-APPLIED-TOTAL PIC 9(9) VALUE ZERO.
           05 RECOVERIES-POSTED-COUNT PIC 9(5) VALUE ZERO.
           05 DOLLARS-RECOVERED-TOTAL PIC 9(9) VALUE ZERO.
       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL PIC X(25).
           05 CTL-COUNT PIC ZZZZZZZZ9.
               WHEN FOUND-FLG = 'N'
                   MOVE "STUDENT NUMBER NOT ON FILE" TO REJ-REASON
                   PERFORM 220-WRITE-PAYMENT-REJECT
               WHEN STUDENT-STATUS = 'X'
                   PERFORM 215-POST-ONE-RECOVERY
               WHEN PAY-AMOUNT > TUITION-OWED
                   AND PAY-AMOUNT - TUITION-OWED + TUITION-CREDIT
                       > 99999
                   ADD 1 TO PAYMENTS-APPLIED-COUNT
                   ADD PAY-AMOUNT TO DOLLARS-APPLIED-TOTAL
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                   MOVE 'P' TO LEDGER-ENTRY-TYPE
                   PERFORM 240-WRITE-POSTED-PAYMENT-ENTRY
           END-REWRITE.

       215-POST-ONE-RECOVERY.
           ADD 1 TO RECOVERIES-POSTED-COUNT.
           ADD PAY-AMOUNT TO DOLLARS-RECOVERED-TOTAL.
           PERFORM 230-WRITE-AUDIT-LOG-ENTRY.
           MOVE 'C' TO LEDGER-ENTRY-TYPE.
           PERFORM 240-WRITE-POSTED-PAYMENT-ENTRY.

       250-VALIDATE-OPERATOR-SIGNON.
           MOVE 'N' TO OPERATOR-VALID-FLG.
           MOVE 'N' TO OPER-EOF-FLG.
           ACCEPT PL-POSTING-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO PL-OPERATOR-ID.
           MOVE BATCH-NUMBER TO PL-BATCH-NUMBER.
           MOVE LEDGER-ENTRY-TYPE TO PL-ENTRY-TYPE.
           WRITE POSTED-PAYMENT-RECORD.
           CLOSE POSTED-PAYMENT-FILE.

           MOVE "DOLLARS APPLIED" TO CTL-LABEL.
           MOVE DOLLARS-APPLIED-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "RECOVERIES POSTED" TO CTL-LABEL.
           MOVE RECOVERIES-POSTED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "DOLLARS RECOVERED" TO CTL-LABEL.
           MOVE DOLLARS-RECOVERED-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
