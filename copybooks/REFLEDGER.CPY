      ******************************************************************
      * Posted-refunds ledger record layout, appended to REFLEDGER.TXT
      * by REFUND-DISBURSEMENT for every refund cheque actually taken
      * out of TUITION-CREDIT on the student master, so a credit that
      * has gone back to the student can be traced to the cheque that
      * paid it out. REFUND-DISBURSEMENT also reads this file to
      * reject a cheque number that has already been issued,
      * RECEIVABLES-TRIAL-BALANCE reads it as movement of the master,
      * and STUDENT-ACCOUNT-INQUIRY reads it to show a student's
      * refund history. TUITION-TAX-RECEIPT reads it to roll a
      * student's balance back to the end of the tax year, and
      * GL-JOURNAL-EXTRACT journals each day's refunds against the
      * receivables control account.
      ******************************************************************
       01 POSTED-REFUND-RECORD.
           05 RL-STUDENT-NUMBER PIC 9(7).
           05 RL-AMOUNT PIC 9(5).
           05 RL-CHEQUE-NUMBER PIC X(8).
           05 RL-POSTING-DATE PIC 9(8).
           05 RL-OPERATOR-ID PIC X(8).
