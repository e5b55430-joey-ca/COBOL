      ******************************************************************
      * Financing-agreement record layout for the indexed FINAGREE.TXT,
      * keyed on FA-AGREEMENT-KEY (the STOCK-NUMBER of the car on
      * CARFILE.TXT followed by the STUDENT-NUMBER of the borrower on
      * STUDENTFILE.TXT). This is the link FINANCED-VEHICLE-MATCH-
      * REPORT and BILLING-STATEMENT-PRINT use to decide which student
      * a car belongs to, in place of comparing OWNER-NAME with
      * STUDENT-NAME. Agreements are made and closed on line by
      * FINANCING-LINK-MAINTENANCE, which checks that both keys exist
      * and lets a car carry only one active agreement at a time; the
      * initial links were built by FINANCING-LINK-CONVERSION.
      * FA-AGREEMENT-STATUS is A for an active agreement or C for one
      * that has been closed (FA-CLOSED-DATE is then the date it was
      * closed). WRITE-CAR-RECORD refuses to dispose of a car that
      * still has an active agreement.
      ******************************************************************
       01 FINANCING-AGREEMENT-RECORD.
           05 FA-AGREEMENT-KEY.
               10 FA-STOCK-NUMBER PIC 9(6).
               10 FA-STUDENT-NUMBER PIC 9(7).
           05 FA-AGREEMENT-DATE PIC 9(8).
           05 FA-AGREEMENT-STATUS PIC X.
           05 FA-CLOSED-DATE PIC 9(8).
           05 FA-OPERATOR-ID PIC X(8).
