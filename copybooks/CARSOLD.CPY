      ******************************************************************
      * Sold-car history record layout for CARSOLD.TXT. WRITE-CAR-
      * RECORD appends one record, stamped with the day of disposal
      * in SLD-SOLD-DATE, for every car it disposes of and deletes
      * from the indexed CARFILE.TXT, so the file is in sold-date
      * order. VEHICLE-DISPOSAL-REGISTER reports from it for a date
      * range and SOLD-CAR-ARCHIVE moves old entries out at month end.
      ******************************************************************
       01 SOLD-CAR-RECORD.
           05 SLD-SOLD-DATE PIC 9(8).
           05 SLD-SOLD-DATE-SPLIT REDEFINES SLD-SOLD-DATE.
               10 SLD-SOLD-YEAR-MONTH PIC 9(6).
               10 SLD-SOLD-DAY PIC 9(2).
           05 SLD-STOCK-NUMBER PIC 9(6).
           05 SLD-CAR-MODEL PIC X(15).
           05 SLD-ENGINE PIC X(25).
           05 SLD-TOWING-CAPACITY PIC 9(8).
           05 SLD-OWNER-NAME PIC X(30).
