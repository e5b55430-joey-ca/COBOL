      ******************************************************************
      * Collection agency referral file layout, written by
      * COLLECTION-REFERRAL to COLLREF-YYYYMMDD.TXT (stamped with the
      * run date) for transmission to the agency. Every record is 72
      * bytes, fixed format, identified by its first byte: one H
      * header carrying the file date and our client id, one D detail
      * per account referred, and one T trailer carrying the detail
      * count and dollar total the agency balances the file to.
      * REF-LAST-PAY-DATE is zero when no payment was ever received.
      ******************************************************************
       01 REFERRAL-HEADER-RECORD.
           05 REF-HDR-TYPE PIC X.
           05 REF-HDR-FILE-DATE PIC 9(8).
           05 REF-HDR-CLIENT-ID PIC X(8).
           05 FILLER PIC X(55).
       01 REFERRAL-DETAIL-RECORD.
           05 REF-DTL-TYPE PIC X.
           05 REF-STUDENT-NUMBER PIC 9(7).
           05 REF-STUDENT-NAME PIC X(40).
           05 REF-AMOUNT-OWED PIC 9(7).
           05 REF-PRIOR-STATUS PIC X.
           05 REF-LAST-PAY-DATE PIC 9(8).
           05 REF-REFERRAL-DATE PIC 9(8).
       01 REFERRAL-TRAILER-RECORD.
           05 REF-TRL-TYPE PIC X.
           05 REF-TRL-COUNT PIC 9(5).
           05 REF-TRL-AMOUNT PIC 9(9).
           05 FILLER PIC X(57).
