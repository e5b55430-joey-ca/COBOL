      ******************************************************************
      * Late-fee history record layout, appended to LATEFEES.TXT by
      * LATE-FEE-ASSESSMENT for every late fee actually posted to the
      * student master. LFH-CHARGE-SEQUENCE is the position of the
      * overdue charge among that student's entries on CHGLEDGER.TXT
      * (the ledger is only ever appended to, so the position never
      * moves), and together with LFH-TIER-DAYS it identifies one
      * grace tier of one overdue charge. LATE-FEE-ASSESSMENT reads
      * this file before posting so the same fee is never charged
      * twice for the same overdue charge.
      ******************************************************************
       01 LATE-FEE-RECORD.
           05 LFH-STUDENT-NUMBER PIC 9(7).
           05 LFH-CHARGE-SEQUENCE PIC 9(5).
           05 LFH-CHARGE-CODE PIC X(4).
           05 LFH-CHARGE-TERM PIC X(6).
           05 LFH-CHARGE-DATE PIC 9(8).
           05 LFH-TIER-DAYS PIC 9(3).
           05 LFH-FEE-CODE PIC X(4).
           05 LFH-FEE-AMOUNT PIC 9(5).
           05 LFH-ASSESSED-DATE PIC 9(8).
