      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Vehicle disposal register. The operator keys a from
      * and a to date (YYYYMMDD) and every car WRITE-CAR-RECORD moved
      * to the sold-car history CARSOLD.TXT with an SLD-SOLD-DATE in
      * that range is listed with its sold date, stock number, model,
      * engine, towing capacity and owner. The listing is followed by
      * subtotals of units and towing capacity by month sold and by
      * CAR-MODEL, and a grand total of units and towing capacity for
      * the range. A last section lists the sold cars in the range
      * whose SLD-OWNER-NAME is still the STUDENT-NAME of a student
      * on the indexed STUDENTFILE.TXT with TUITION-OWED outstanding,
      * so collections can follow up before the asset is gone for
      * good. Written to the print file DISPOSALRPT.TXT with the
      * shared heading block, each section starting on a new page
      * under its own column headings, with a run-history entry
      * appended to RUNHIST.TXT at end of job like the other print
      * reports.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE-DISPOSAL-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLD-HISTORY-FILE ASSIGN TO "./CARSOLD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SOLD-FILE-STATUS.
           SELECT STUDENT-FILE-IN ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT DISPOSAL-REPORT-FILE-OUT ASSIGN TO "./DISPOSALRPT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SOLD-HISTORY-FILE.
           COPY "CARSOLD.CPY".
       FD STUDENT-FILE-IN.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD DISPOSAL-REPORT-FILE-OUT.
       01 PRINT-LINE PIC X(132).
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 STUDENT-EOF-FLG PIC X.
           05 VALID-RANGE-FLG PIC X.
           05 MONTH-FOUND-FLG PIC X.
           05 MODEL-FOUND-FLG PIC X.
           05 SOLD-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-HISTORY-COUNTS.
           05 RECORDS-READ-COUNT PIC 9(8) VALUE ZERO.
           05 RECORDS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 DATE-RANGE-FIELDS.
           05 FROM-DATE-INPUT PIC X(8).
           05 TO-DATE-INPUT PIC X(8).
           05 FROM-DATE PIC 9(8).
           05 TO-DATE PIC 9(8).
       COPY "RPTHEAD.CPY".
       01 COLUMN-HEADING-LINE PIC X(132).
       01 DETAIL-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "SOLD DATE".
           05 FILLER PIC X(8) VALUE "STOCK".
           05 FILLER PIC X(17) VALUE "MODEL".
           05 FILLER PIC X(27) VALUE "ENGINE".
           05 FILLER PIC X(10) VALUE "TOWING".
           05 FILLER PIC X(5) VALUE "OWNER".
       01 MONTH-HEADING-LINE.
           05 FILLER PIC X(17) VALUE "MONTH SOLD".
           05 FILLER PIC X(7) VALUE "UNITS".
           05 FILLER PIC X(15) VALUE "TOWING CAPACITY".
       01 MODEL-HEADING-LINE.
           05 FILLER PIC X(17) VALUE "MODEL".
           05 FILLER PIC X(7) VALUE "UNITS".
           05 FILLER PIC X(15) VALUE "TOWING CAPACITY".
       01 EXCEPTION-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "SOLD DATE".
           05 FILLER PIC X(8) VALUE "STOCK".
           05 FILLER PIC X(17) VALUE "MODEL".
           05 FILLER PIC X(32) VALUE "OWNER".
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(6) VALUE "OWED".
           05 FILLER PIC X(4) VALUE "FLAG".
       01 RANGE-LINE.
           05 FILLER PIC X(20) VALUE "CARS SOLD FROM ".
           05 RNG-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 RNG-TO-DATE PIC 9(8).
       01 DISPOSAL-DETAIL-LINE.
           05 DTL-SOLD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STOCK-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-ENGINE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-TOWING-CAPACITY PIC ZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OWNER-NAME PIC X(30).
       01 SUBTOTAL-LINE.
           05 SBT-MONTH-GROUP.
               10 SBT-YEAR PIC 9(4).
               10 SBT-SLASH PIC X.
               10 SBT-MONTH PIC 9(2).
               10 FILLER PIC X(8).
           05 SBT-MODEL REDEFINES SBT-MONTH-GROUP PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SBT-UNITS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SBT-TOWING-CAPACITY PIC ZZZZZZZZZ9.
       01 GRAND-TOTAL-LINE.
           05 FILLER PIC X(15) VALUE "ALL CARS SOLD".
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRD-UNITS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRD-TOWING-CAPACITY PIC ZZZZZZZZZ9.
       01 EXCEPTION-DETAIL-LINE.
           05 EXC-SOLD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STOCK-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-OWNER-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-TUITION-OWED PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STATUS-FLAG PIC X(4).
       01 EXCEPTION-TOTAL-LINE.
           05 FILLER PIC X(32) VALUE "SOLD CARS OWED ON BY STUDENTS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXT-AMOUNT PIC ZZZZZZZZ9.
       01 GRAND-TOTAL-FIELDS.
           05 GRAND-UNITS PIC 9(5) VALUE ZERO.
           05 GRAND-TOWING-CAPACITY PIC 9(10) VALUE ZERO.
           05 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
           05 EXCEPTION-AMOUNT PIC 9(9) VALUE ZERO.
       01 MONTH-TABLE-CONTROL.
           05 MONTH-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 MONTH-TABLE.
           05 MONTH-ENTRY OCCURS 0 TO 120 TIMES
                   DEPENDING ON MONTH-ENTRY-COUNT
                   INDEXED BY MONTH-IDX.
               10 MONTH-TBL-YEAR-MONTH PIC 9(6).
               10 MONTH-TBL-UNITS PIC 9(5).
               10 MONTH-TBL-TOWING PIC 9(10).
       01 MODEL-TABLE-CONTROL.
           05 MODEL-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 MODEL-TABLE.
           05 MODEL-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON MODEL-ENTRY-COUNT
                   INDEXED BY MODEL-IDX.
               10 MODEL-TBL-MODEL PIC X(15).
               10 MODEL-TBL-UNITS PIC 9(5).
               10 MODEL-TBL-TOWING PIC 9(10).
       01 YEAR-MONTH-WORK PIC 9(6).
       01 YEAR-MONTH-SPLIT REDEFINES YEAR-MONTH-WORK.
           05 YEAR-MONTH-YEAR PIC 9(4).
           05 YEAR-MONTH-MONTH PIC 9(2).
       01 STUDENT-TABLE-CONTROL.
           05 STUDENT-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           05 SCAN-ENTRY-NO PIC 9(3).
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON STUDENT-ENTRY-COUNT
                   INDEXED BY STUDENT-IDX.
               10 STUDENT-TBL-NUMBER PIC 9(7).
               10 STUDENT-TBL-NAME PIC X(40).
               10 STUDENT-TBL-TUITION PIC 9(5).
               10 STUDENT-TBL-STATUS PIC X.
       PROCEDURE DIVISION.
       100-PRODUCE-DISPOSAL-REGISTER.
           PERFORM 201-INITIATE-DISPOSAL-REGISTER.
           IF VALID-RANGE-FLG = 'Y'
               PERFORM 202-LIST-ONE-SOLD-CAR UNTIL EOF-FLG = 'Y'
               PERFORM 203-CLOSE-SOLD-HISTORY
               PERFORM 300-PRINT-MONTH-SUBTOTALS
               PERFORM 310-PRINT-MODEL-SUBTOTALS
               PERFORM 320-PRINT-GRAND-TOTAL
               PERFORM 330-PRINT-OWED-EXCEPTIONS
           END-IF.
           CLOSE DISPOSAL-REPORT-FILE-OUT.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-DISPOSAL-REGISTER.
           OPEN OUTPUT DISPOSAL-REPORT-FILE-OUT.
           MOVE "VEHICLE DISPOSAL REGISTER" TO HDG-REPORT-TITLE.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-STAMP-TIME-GROUP FROM TIME.
           MOVE RUN-STAMP-DATE TO HDG-RUN-DATE.
           MOVE RUN-STAMP-TIME TO HDG-RUN-TIME.
           MOVE 'N' TO VALID-RANGE-FLG.
           DISPLAY "ENTER FIRST SOLD DATE TO LIST YYYYMMDD: ".
           ACCEPT FROM-DATE-INPUT.
           DISPLAY "ENTER LAST SOLD DATE TO LIST YYYYMMDD: ".
           ACCEPT TO-DATE-INPUT.
           EVALUATE TRUE
               WHEN FROM-DATE-INPUT IS NOT NUMERIC
                   OR TO-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "INVALID DATE RANGE - NO REGISTER PRODUCED"
                   MOVE 8 TO RETURN-CODE
               WHEN FROM-DATE-INPUT > TO-DATE-INPUT
                   DISPLAY "FROM DATE IS AFTER TO DATE - NO REGISTER "
                       "PRODUCED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE FROM-DATE-INPUT TO FROM-DATE
                   MOVE TO-DATE-INPUT TO TO-DATE
                   MOVE 'Y' TO VALID-RANGE-FLG
                   PERFORM 210-OPEN-SOLD-HISTORY
           END-EVALUATE.

       210-OPEN-SOLD-HISTORY.
           MOVE DETAIL-HEADING-LINE TO COLUMN-HEADING-LINE.
           PERFORM 400-START-NEW-PAGE.
           MOVE FROM-DATE TO RNG-FROM-DATE.
           MOVE TO-DATE TO RNG-TO-DATE.
           MOVE RANGE-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE 'N' TO EOF-FLG.
           OPEN INPUT SOLD-HISTORY-FILE.
           IF SOLD-FILE-STATUS = "35"
               MOVE "   NO CARS HAVE BEEN SOLD" TO PRINT-LINE
               PERFORM 410-WRITE-REPORT-LINE
               MOVE 'Y' TO EOF-FLG
           ELSE
               READ SOLD-HISTORY-FILE
                   AT END MOVE 'Y' TO EOF-FLG
               END-READ
           END-IF.

       202-LIST-ONE-SOLD-CAR.
           ADD 1 TO RECORDS-READ-COUNT.
           IF SLD-SOLD-DATE NOT < FROM-DATE
               AND SLD-SOLD-DATE NOT > TO-DATE
               PERFORM 220-PRINT-ONE-DISPOSAL-LINE
               PERFORM 230-ADD-TO-MONTH-SUBTOTAL
               PERFORM 240-ADD-TO-MODEL-SUBTOTAL
           END-IF.
           READ SOLD-HISTORY-FILE
               AT END MOVE 'Y' TO EOF-FLG.

       203-CLOSE-SOLD-HISTORY.
           IF SOLD-FILE-STATUS NOT = "35"
               CLOSE SOLD-HISTORY-FILE
           END-IF.

       220-PRINT-ONE-DISPOSAL-LINE.
           ADD 1 TO GRAND-UNITS.
           ADD SLD-TOWING-CAPACITY TO GRAND-TOWING-CAPACITY.
           MOVE SLD-SOLD-DATE TO DTL-SOLD-DATE.
           MOVE SLD-STOCK-NUMBER TO DTL-STOCK-NUMBER.
           MOVE SLD-CAR-MODEL TO DTL-CAR-MODEL.
           MOVE SLD-ENGINE TO DTL-ENGINE.
           MOVE SLD-TOWING-CAPACITY TO DTL-TOWING-CAPACITY.
           MOVE SLD-OWNER-NAME TO DTL-OWNER-NAME.
           MOVE DISPOSAL-DETAIL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       230-ADD-TO-MONTH-SUBTOTAL.
           MOVE 'N' TO MONTH-FOUND-FLG.
           IF MONTH-ENTRY-COUNT > ZERO
               SET MONTH-IDX TO 1
               SEARCH MONTH-ENTRY
                   AT END
                       MOVE 'N' TO MONTH-FOUND-FLG
                   WHEN MONTH-TBL-YEAR-MONTH(MONTH-IDX) =
                       SLD-SOLD-YEAR-MONTH
                       MOVE 'Y' TO MONTH-FOUND-FLG
               END-SEARCH
           END-IF.
           IF MONTH-FOUND-FLG = 'N'
               IF MONTH-ENTRY-COUNT < 120
                   ADD 1 TO MONTH-ENTRY-COUNT
                   SET MONTH-IDX TO MONTH-ENTRY-COUNT
                   MOVE SLD-SOLD-YEAR-MONTH
                       TO MONTH-TBL-YEAR-MONTH(MONTH-IDX)
                   MOVE ZERO TO MONTH-TBL-UNITS(MONTH-IDX)
                   MOVE ZERO TO MONTH-TBL-TOWING(MONTH-IDX)
                   MOVE 'Y' TO MONTH-FOUND-FLG
               ELSE
                   DISPLAY "MONTH TABLE FULL AT 120 MONTHS - "
                       SLD-SOLD-YEAR-MONTH " LEFT OUT OF THE MONTH "
                       "SUBTOTALS"
               END-IF
           END-IF.
           IF MONTH-FOUND-FLG = 'Y'
               ADD 1 TO MONTH-TBL-UNITS(MONTH-IDX)
               ADD SLD-TOWING-CAPACITY TO MONTH-TBL-TOWING(MONTH-IDX)
           END-IF.

       240-ADD-TO-MODEL-SUBTOTAL.
           MOVE 'N' TO MODEL-FOUND-FLG.
           IF MODEL-ENTRY-COUNT > ZERO
               SET MODEL-IDX TO 1
               SEARCH MODEL-ENTRY
                   AT END
                       MOVE 'N' TO MODEL-FOUND-FLG
                   WHEN MODEL-TBL-MODEL(MODEL-IDX) = SLD-CAR-MODEL
                       MOVE 'Y' TO MODEL-FOUND-FLG
               END-SEARCH
           END-IF.
           IF MODEL-FOUND-FLG = 'N'
               IF MODEL-ENTRY-COUNT < 100
                   ADD 1 TO MODEL-ENTRY-COUNT
                   SET MODEL-IDX TO MODEL-ENTRY-COUNT
                   MOVE SLD-CAR-MODEL TO MODEL-TBL-MODEL(MODEL-IDX)
                   MOVE ZERO TO MODEL-TBL-UNITS(MODEL-IDX)
                   MOVE ZERO TO MODEL-TBL-TOWING(MODEL-IDX)
                   MOVE 'Y' TO MODEL-FOUND-FLG
               ELSE
                   DISPLAY "MODEL TABLE FULL AT 100 MODELS - "
                       SLD-CAR-MODEL " LEFT OUT OF THE MODEL "
                       "SUBTOTALS"
               END-IF
           END-IF.
           IF MODEL-FOUND-FLG = 'Y'
               ADD 1 TO MODEL-TBL-UNITS(MODEL-IDX)
               ADD SLD-TOWING-CAPACITY TO MODEL-TBL-TOWING(MODEL-IDX)
           END-IF.

       300-PRINT-MONTH-SUBTOTALS.
           MOVE MONTH-HEADING-LINE TO COLUMN-HEADING-LINE.
           PERFORM 400-START-NEW-PAGE.
           MOVE "SUBTOTALS BY MONTH SOLD" TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           PERFORM 301-PRINT-ONE-MONTH-SUBTOTAL
               VARYING MONTH-IDX FROM 1 BY 1
               UNTIL MONTH-IDX > MONTH-ENTRY-COUNT.

       301-PRINT-ONE-MONTH-SUBTOTAL.
           MOVE SPACES TO SUBTOTAL-LINE.
           MOVE MONTH-TBL-YEAR-MONTH(MONTH-IDX) TO YEAR-MONTH-WORK.
           MOVE YEAR-MONTH-YEAR TO SBT-YEAR.
           MOVE "/" TO SBT-SLASH.
           MOVE YEAR-MONTH-MONTH TO SBT-MONTH.
           MOVE MONTH-TBL-UNITS(MONTH-IDX) TO SBT-UNITS.
           MOVE MONTH-TBL-TOWING(MONTH-IDX) TO SBT-TOWING-CAPACITY.
           MOVE SUBTOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       310-PRINT-MODEL-SUBTOTALS.
           MOVE MODEL-HEADING-LINE TO COLUMN-HEADING-LINE.
           PERFORM 400-START-NEW-PAGE.
           MOVE "SUBTOTALS BY MODEL" TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           PERFORM 311-PRINT-ONE-MODEL-SUBTOTAL
               VARYING MODEL-IDX FROM 1 BY 1
               UNTIL MODEL-IDX > MODEL-ENTRY-COUNT.

       311-PRINT-ONE-MODEL-SUBTOTAL.
           MOVE SPACES TO SUBTOTAL-LINE.
           MOVE MODEL-TBL-MODEL(MODEL-IDX) TO SBT-MODEL.
           MOVE MODEL-TBL-UNITS(MODEL-IDX) TO SBT-UNITS.
           MOVE MODEL-TBL-TOWING(MODEL-IDX) TO SBT-TOWING-CAPACITY.
           MOVE SUBTOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       320-PRINT-GRAND-TOTAL.
           MOVE GRAND-UNITS TO GRD-UNITS.
           MOVE GRAND-TOWING-CAPACITY TO GRD-TOWING-CAPACITY.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE GRAND-TOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       330-PRINT-OWED-EXCEPTIONS.
           MOVE EXCEPTION-HEADING-LINE TO COLUMN-HEADING-LINE.
           PERFORM 400-START-NEW-PAGE.
           MOVE "SOLD CARS WHOSE OWNER STILL OWES TUITION" TO
               PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           PERFORM 340-LOAD-OWING-STUDENT-TABLE.
           MOVE 'N' TO EOF-FLG.
           IF SOLD-FILE-STATUS = "35"
               MOVE 'Y' TO EOF-FLG
           ELSE
               OPEN INPUT SOLD-HISTORY-FILE
               READ SOLD-HISTORY-FILE
                   AT END MOVE 'Y' TO EOF-FLG
               END-READ
           END-IF.
           PERFORM 350-CHECK-ONE-SOLD-CAR UNTIL EOF-FLG = 'Y'.
           PERFORM 203-CLOSE-SOLD-HISTORY.
           MOVE EXCEPTION-COUNT TO EXT-COUNT.
           MOVE EXCEPTION-AMOUNT TO EXT-AMOUNT.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE EXCEPTION-TOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       340-LOAD-OWING-STUDENT-TABLE.
           MOVE 'N' TO STUDENT-EOF-FLG.
           OPEN INPUT STUDENT-FILE-IN.
           IF STUDENT-FILE-STATUS = "35"
               MOVE 'Y' TO STUDENT-EOF-FLG
           ELSE
               READ STUDENT-FILE-IN
                   AT END MOVE 'Y' TO STUDENT-EOF-FLG
               END-READ
               PERFORM 341-LOAD-ONE-OWING-STUDENT
                   UNTIL STUDENT-EOF-FLG = 'Y'
               CLOSE STUDENT-FILE-IN
           END-IF.

       341-LOAD-ONE-OWING-STUDENT.
           EVALUATE TRUE
               WHEN TUITION-OWED = ZERO
                   READ STUDENT-FILE-IN
                       AT END MOVE 'Y' TO STUDENT-EOF-FLG
                   END-READ
               WHEN STUDENT-ENTRY-COUNT < 500
                   ADD 1 TO STUDENT-ENTRY-COUNT
                   SET STUDENT-IDX TO STUDENT-ENTRY-COUNT
                   MOVE STUDENT-NUMBER TO
                       STUDENT-TBL-NUMBER(STUDENT-IDX)
                   MOVE STUDENT-NAME TO STUDENT-TBL-NAME(STUDENT-IDX)
                   MOVE TUITION-OWED TO
                       STUDENT-TBL-TUITION(STUDENT-IDX)
                   MOVE STUDENT-STATUS TO
                       STUDENT-TBL-STATUS(STUDENT-IDX)
                   READ STUDENT-FILE-IN
                       AT END MOVE 'Y' TO STUDENT-EOF-FLG
                   END-READ
               WHEN OTHER
                   DISPLAY "STUDENT TABLE FULL AT 500 ENTRIES - "
                       "REMAINING STUDENTS WILL NOT BE MATCHED"
                   MOVE 'Y' TO STUDENT-EOF-FLG
           END-EVALUATE.

       350-CHECK-ONE-SOLD-CAR.
           IF SLD-SOLD-DATE NOT < FROM-DATE
               AND SLD-SOLD-DATE NOT > TO-DATE
               AND SLD-OWNER-NAME NOT = SPACES
               PERFORM 351-PRINT-ONE-OWING-MATCH
                   VARYING SCAN-ENTRY-NO FROM 1 BY 1
                   UNTIL SCAN-ENTRY-NO > STUDENT-ENTRY-COUNT
           END-IF.
           READ SOLD-HISTORY-FILE
               AT END MOVE 'Y' TO EOF-FLG.

       351-PRINT-ONE-OWING-MATCH.
           IF STUDENT-TBL-NAME(SCAN-ENTRY-NO) = SLD-OWNER-NAME
               ADD 1 TO EXCEPTION-COUNT
               ADD STUDENT-TBL-TUITION(SCAN-ENTRY-NO)
                   TO EXCEPTION-AMOUNT
               MOVE SLD-SOLD-DATE TO EXC-SOLD-DATE
               MOVE SLD-STOCK-NUMBER TO EXC-STOCK-NUMBER
               MOVE SLD-CAR-MODEL TO EXC-CAR-MODEL
               MOVE SLD-OWNER-NAME TO EXC-OWNER-NAME
               MOVE STUDENT-TBL-NUMBER(SCAN-ENTRY-NO)
                   TO EXC-STUDENT-NUMBER
               MOVE STUDENT-TBL-TUITION(SCAN-ENTRY-NO)
                   TO EXC-TUITION-OWED
               EVALUATE STUDENT-TBL-STATUS(SCAN-ENTRY-NO)
                   WHEN 'H'
                       MOVE "HOLD" TO EXC-STATUS-FLAG
                   WHEN 'W'
                       MOVE "WDRN" TO EXC-STATUS-FLAG
                   WHEN OTHER
                       MOVE SPACES TO EXC-STATUS-FLAG
               END-EVALUATE
               MOVE EXCEPTION-DETAIL-LINE TO PRINT-LINE
               PERFORM 410-WRITE-REPORT-LINE
           END-IF.

       400-START-NEW-PAGE.
           ADD 1 TO HDG-PAGE-COUNT.
           MOVE HDG-PAGE-COUNT TO HDG-PAGE-NUMBER.
           IF HDG-PAGE-COUNT > 1
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE REPORT-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ZERO TO HDG-LINE-COUNT.

       410-WRITE-REPORT-LINE.
           IF HDG-LINE-COUNT NOT < HDG-LINES-PER-PAGE
               PERFORM 400-START-NEW-PAGE
           END-IF.
           WRITE PRINT-LINE.
           ADD 1 TO HDG-LINE-COUNT.
           ADD 1 TO RECORDS-WRITTEN-COUNT.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "VEHICLE-DISPOSAL-REGISTER" TO RUN-PROGRAM-NAME.
           MOVE RUN-STAMP-DATE TO RUN-START-DATE.
           MOVE RUN-STAMP-TIME-GROUP TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE RECORDS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE RECORDS-WRITTEN-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM VEHICLE-DISPOSAL-REGISTER.
