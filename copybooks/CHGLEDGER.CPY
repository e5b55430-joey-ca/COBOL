      * the student master, so the night's billed dollars can be
      * proved after the fact. RECEIVABLES-TRIAL-BALANCE reads this
      * file together with PAYLEDGER.TXT to explain the movement of
      * total TUITION-OWED between snapshots. LATE-FEE-ASSESSMENT
      * reads it to age each student's charges and appends the late
      * fees it posts under their own charge codes (LF30, LF60, LF90),
      * with CL-TERM carrying the term of the overdue charge.
      * PAYMENT-REVERSAL appends the returned-cheque fee under charge
      * code NSFF, with CL-TERM left blank.
      * BILLING-STATEMENT-PRINT lists each student's charges from it
      * under the descriptions on CHGCODES.TXT, and GL-JOURNAL-EXTRACT
      * summarizes each day's entries by revenue GL account.
      * TUITION-TAX-RECEIPT totals a calendar year's charges by code
      * for each student's year-end tax receipt.
      ******************************************************************
       01 POSTED-CHARGE-RECORD.
           05 CL-STUDENT-NUMBER PIC 9(7).
