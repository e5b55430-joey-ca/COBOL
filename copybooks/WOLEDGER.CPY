      ******************************************************************
      * Written-off balances ledger record layout, appended to
      * WOLEDGER.TXT by BAD-DEBT-WRITE-OFF for every account whose
      * TUITION-OWED it moves off the student master on supervisor
      * approval, so a bad debt can still be traced after the master
      * shows zero owed. WL-PRIOR-STATUS is the STUDENT-STATUS the
      * account carried before it was set to X (written off).
      * RECEIVABLES-TRIAL-BALANCE reads this file as movement of the
      * master, and GL-JOURNAL-EXTRACT journals each day's write-offs
      * to the bad-debt account.
      ******************************************************************
       01 WRITE-OFF-RECORD.
           05 WL-STUDENT-NUMBER PIC 9(7).
           05 WL-AMOUNT PIC 9(5).
           05 WL-PRIOR-STATUS PIC X.
           05 WL-POSTING-DATE PIC 9(8).
           05 WL-OPERATOR-ID PIC X(8).
