      ******************************************************************
      * Charge-code master record layout for the indexed CHGCODES.TXT,
      * keyed on CC-CHARGE-CODE, one record per code that may appear
      * in CL-CHARGE-CODE on CHGLEDGER.TXT, maintained on line by
      * CHARGE-CODE-MAINTENANCE. CC-DESCRIPTION is what the charge
      * register and the billing statement print in place of the bare
      * code, and CC-GL-ACCOUNT is the revenue account
      * GL-JOURNAL-EXTRACT credits for the code. CC-STATUS is A for an
      * active code or I for an inactive one; TERM-CHARGE-ASSESSMENT
      * rejects any charge whose code is not on file or is inactive.
      * The codes the system posts itself (LF30, LF60 and LF90 from
      * LATE-FEE-ASSESSMENT, NSFF from PAYMENT-REVERSAL) belong on
      * this file too so their revenue reaches the right account.
      ******************************************************************
       01 CHARGE-CODE-RECORD.
           05 CC-CHARGE-CODE PIC X(4).
           05 CC-DESCRIPTION PIC X(30).
           05 CC-GL-ACCOUNT PIC X(10).
           05 CC-STATUS PIC X.
