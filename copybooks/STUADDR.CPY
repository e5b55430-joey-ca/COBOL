      ******************************************************************
      * Student mailing address record layout for the indexed
      * STUADDR.TXT, keyed on SA-STUDENT-NUMBER, one address per
      * student on STUDENTFILE.TXT, added and changed by
      * WRITE-STUDENT-RECORD (action code M, at the counter or from
      * STUPEND.TXT). SA-ADDRESS-LINE-1 is the street line and
      * SA-ADDRESS-LINE-2 an optional apartment, suite or care-of
      * line. SA-EFFECTIVE-DATE is the date the student moved to this
      * address. SA-RETURNED-MAIL-FLG is Y when mail sent here has
      * come back undelivered and N otherwise; keying a new address
      * clears it unless the operator sets it again.
      * BILLING-STATEMENT-PRINT prints the address in the envelope
      * window of each statement and lists a student with no address
      * or with returned mail on NOMAIL.TXT instead.
      * STUDENT-ACCOUNT-INQUIRY shows it with the account.
      ******************************************************************
       01 STUDENT-ADDRESS-RECORD.
           05 SA-STUDENT-NUMBER PIC 9(7).
           05 SA-ADDRESS-LINE-1 PIC X(40).
           05 SA-ADDRESS-LINE-2 PIC X(40).
           05 SA-CITY PIC X(30).
           05 SA-PROVINCE-STATE PIC X(2).
           05 SA-POSTAL-CODE PIC X(10).
           05 SA-EFFECTIVE-DATE PIC 9(8).
           05 SA-RETURNED-MAIL-FLG PIC X.
           05 SA-OPERATOR-ID PIC X(8).
