      ******************************************************************
      * General-ledger journal record layouts for GLJOURNAL.TXT,
      * written by GL-JOURNAL-EXTRACT in the fixed layout finance
      * loads into the general ledger. The file is one header record
      * (type H) carrying the journal date, one detail record (type D)
      * per journal line, and one trailer record (type T) carrying
      * the detail count and the debit and credit totals, which are
      * always equal on a balanced journal. GLJ-DR-CR is D for a
      * debit and C for a credit, and GLJ-REFERENCE is the charge
      * code or the cashier's deposit batch number behind the line,
      * WRITEOFF for the day's bad-debt write-offs, or REFUNDS for
      * the day's refund cheques. Amounts are whole dollars like the
      * student master.
      ******************************************************************
       01 GL-JOURNAL-RECORD.
           05 GLJ-RECORD-TYPE PIC X.
           05 GLJ-RECORD-BODY PIC X(69).
       01 GL-JOURNAL-HEADER-RECORD.
           05 GLJ-HDR-TYPE PIC X.
           05 GLJ-HDR-JOURNAL-DATE PIC 9(8).
           05 GLJ-HDR-SOURCE PIC X(10).
           05 GLJ-HDR-CREATED-DATE PIC 9(8).
           05 GLJ-HDR-CREATED-TIME PIC 9(6).
           05 FILLER PIC X(37).
       01 GL-JOURNAL-DETAIL-RECORD.
           05 GLJ-DTL-TYPE PIC X.
           05 GLJ-JOURNAL-DATE PIC 9(8).
           05 GLJ-GL-ACCOUNT PIC X(10).
           05 GLJ-DR-CR PIC X.
           05 GLJ-AMOUNT PIC 9(11).
           05 GLJ-REFERENCE PIC X(8).
           05 GLJ-DESCRIPTION PIC X(30).
           05 FILLER PIC X.
       01 GL-JOURNAL-TRAILER-RECORD.
           05 GLJ-TRL-TYPE PIC X.
           05 GLJ-TRL-DETAIL-COUNT PIC 9(7).
           05 GLJ-TRL-DEBIT-TOTAL PIC 9(13).
           05 GLJ-TRL-CREDIT-TOTAL PIC 9(13).
           05 FILLER PIC X(36).
