      * STUDENT-ACCOUNT-INQUIRY and BILLING-STATEMENT-PRINT read it to
      * show a student's payment history. PL-BATCH-NUMBER is the
      * cashier's deposit batch from the PAYMENTS.TXT header, so a
      * deposit can be traced end to end. PL-ENTRY-TYPE is P for a
      * payment (entries written before the field existed read as a
      * space and are payments too) and R for a returned-payment
      * reversal written by PAYMENT-REVERSAL, which carries the
      * original PL-RECEIPT-NUMBER and PL-BATCH-NUMBER so it links
      * back to the payment it reverses, with the return date in
      * PL-PAY-DATE. PL-ENTRY-TYPE C is a bad-debt recovery: a payment
      * PAYMENT-POSTING received on a written-off account
      * (STUDENT-STATUS X) and did not apply to the master.
      * TUITION-TAX-RECEIPT totals the payments and reversals dated in
      * a calendar year for each student's year-end tax receipt.
      ******************************************************************
       01 POSTED-PAYMENT-RECORD.
           05 PL-STUDENT-NUMBER PIC 9(7).
           05 PL-POSTING-DATE PIC 9(8).
           05 PL-OPERATOR-ID PIC X(8).
           05 PL-BATCH-NUMBER PIC X(6).
           05 PL-ENTRY-TYPE PIC X.
