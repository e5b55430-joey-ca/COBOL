      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Payment-plan arrears listing for the bursar. Read the
      * indexed payment-plan master PAYPLAN.TXT sequentially and print
      * every plan in arrears - an active plan with one or more
      * installments missed, or a plan PAYMENT-PLAN-MONITOR has
      * defaulted - with the student number and name from the indexed
      * STUDENTFILE.TXT, the plan amount, installments, installments
      * missed, plan status, the next installment still owing and the
      * arrears amount (installments fallen due less paid to date, as
      * of the last monitor run). Ends with a count of plans in
      * arrears by status and the total arrears dollars. Written to
      * the print file PLANRPT.TXT with the shared heading block, with
      * a run-history entry appended to RUNHIST.TXT at end of job like
      * the other print reports.
      * Tectonics: cobc -I copybooks
      * Modification History:
      *   Oct 15, 2026 - Line the column headings up over the detail
      *                  fields they describe.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-STATUS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "./PAYPLAN.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PP-STUDENT-NUMBER
                FILE STATUS IS PLAN-FILE-STATUS.
           SELECT STUDENT-FILE-IN ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT PLAN-REPORT-FILE-OUT ASSIGN TO "./PLANRPT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-PLAN-FILE.
           COPY "PAYPLAN.CPY".
       FD STUDENT-FILE-IN.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD PLAN-REPORT-FILE-OUT.
       01 PRINT-LINE PIC X(132).
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 PLAN-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 STUDENT-MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-HISTORY-COUNTS.
           05 RECORDS-READ-COUNT PIC 9(8) VALUE ZERO.
           05 RECORDS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 ARREARS-WORK-FIELDS.
           05 INSTALLMENT-NO PIC 9(2).
           05 FALLEN-DUE-AMOUNT PIC 9(7).
           05 ARREARS-AMOUNT PIC 9(7).
           05 NEXT-DUE-DATE PIC 9(8).
           05 NEXT-DUE-AMOUNT PIC 9(5).
       01 ARREARS-CONTROL-TOTALS.
           05 ACTIVE-ARREARS-COUNT PIC 9(5) VALUE ZERO.
           05 DEFAULTED-PLAN-COUNT PIC 9(5) VALUE ZERO.
           05 ARREARS-DOLLARS-TOTAL PIC 9(9) VALUE ZERO.
       COPY "RPTHEAD.CPY".
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(42) VALUE "NAME".
           05 FILLER PIC X(9) VALUE "PLAN".
           05 FILLER PIC X(8) VALUE "INST".
           05 FILLER PIC X(7) VALUE "MISSED".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "NEXT DUE".
           05 FILLER PIC X(8) VALUE "AMOUNT".
           05 FILLER PIC X(7) VALUE "ARREARS".
       01 PLAN-DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-PLAN-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DTL-INSTALLMENT-COUNT PIC Z9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DTL-MISSED-COUNT PIC Z9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DTL-PLAN-STATUS PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-NEXT-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-NEXT-DUE-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-ARREARS-AMOUNT PIC ZZZZZZ9.
       01 STATUS-TOTAL-LINE.
           05 STL-LABEL PIC X(32).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STL-COUNT PIC ZZZZ9.
       01 GRAND-TOTAL-LINE.
           05 FILLER PIC X(32) VALUE "TOTAL ARREARS DOLLARS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRD-ARREARS-DOLLARS PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       100-PRODUCE-PLAN-STATUS-REPORT.
           PERFORM 201-INITIATE-PLAN-REPORT.
           PERFORM 202-PROCESS-ONE-PLAN-RECORD UNTIL EOF-FLG = 'Y'.
           PERFORM 300-PRINT-GRAND-TOTAL.
           PERFORM 203-CLOSE-PLAN-REPORT.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-PLAN-REPORT.
           OPEN OUTPUT PLAN-REPORT-FILE-OUT.
           MOVE "PAYMENT PLANS IN ARREARS" TO HDG-REPORT-TITLE.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-STAMP-TIME-GROUP FROM TIME.
           MOVE RUN-STAMP-DATE TO HDG-RUN-DATE.
           MOVE RUN-STAMP-TIME TO HDG-RUN-TIME.
           PERFORM 400-START-NEW-PAGE.
           OPEN INPUT STUDENT-FILE-IN.
           IF STUDENT-FILE-STATUS = "00"
               MOVE 'Y' TO STUDENT-MASTER-OPEN-FLG
           END-IF.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PLAN-FILE-STATUS = "35"
               MOVE 'Y' TO EOF-FLG
           ELSE
               READ PAYMENT-PLAN-FILE
                   AT END MOVE 'Y' TO EOF-FLG
               END-READ
           END-IF.

       202-PROCESS-ONE-PLAN-RECORD.
           ADD 1 TO RECORDS-READ-COUNT.
           IF PP-PLAN-STATUS = 'D'
               OR (PP-PLAN-STATUS = 'A' AND PP-MISSED-COUNT > ZERO)
               PERFORM 210-PRINT-ONE-PLAN-LINE
           END-IF.
           READ PAYMENT-PLAN-FILE
               AT END MOVE 'Y' TO EOF-FLG.

       203-CLOSE-PLAN-REPORT.
           IF PLAN-FILE-STATUS NOT = "35"
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF STUDENT-MASTER-OPEN-FLG = 'Y'
               CLOSE STUDENT-FILE-IN
           END-IF.
           CLOSE PLAN-REPORT-FILE-OUT.

       210-PRINT-ONE-PLAN-LINE.
           MOVE ZERO TO FALLEN-DUE-AMOUNT.
           MOVE ZERO TO NEXT-DUE-DATE.
           MOVE ZERO TO NEXT-DUE-AMOUNT.
           PERFORM 220-TEST-ONE-INSTALLMENT
               VARYING INSTALLMENT-NO FROM 1 BY 1
               UNTIL INSTALLMENT-NO > PP-INSTALLMENT-COUNT.
           IF FALLEN-DUE-AMOUNT > PP-PAID-TO-DATE
               COMPUTE ARREARS-AMOUNT = FALLEN-DUE-AMOUNT
                   - PP-PAID-TO-DATE
           ELSE
               MOVE ZERO TO ARREARS-AMOUNT
           END-IF.
           ADD ARREARS-AMOUNT TO ARREARS-DOLLARS-TOTAL.
           MOVE PP-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           PERFORM 230-LOOK-UP-STUDENT-NAME.
           MOVE PP-PLAN-AMOUNT TO DTL-PLAN-AMOUNT.
           MOVE PP-INSTALLMENT-COUNT TO DTL-INSTALLMENT-COUNT.
           MOVE PP-MISSED-COUNT TO DTL-MISSED-COUNT.
           IF PP-PLAN-STATUS = 'D'
               MOVE "DEFAULTED" TO DTL-PLAN-STATUS
               ADD 1 TO DEFAULTED-PLAN-COUNT
           ELSE
               MOVE "ACTIVE" TO DTL-PLAN-STATUS
               ADD 1 TO ACTIVE-ARREARS-COUNT
           END-IF.
           MOVE NEXT-DUE-DATE TO DTL-NEXT-DUE-DATE.
           MOVE NEXT-DUE-AMOUNT TO DTL-NEXT-DUE-AMOUNT.
           MOVE ARREARS-AMOUNT TO DTL-ARREARS-AMOUNT.
           MOVE PLAN-DETAIL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       220-TEST-ONE-INSTALLMENT.
           IF PP-INST-STATUS(INSTALLMENT-NO) NOT = 'O'
               ADD PP-INST-AMOUNT(INSTALLMENT-NO) TO FALLEN-DUE-AMOUNT
           END-IF.
           IF PP-INST-STATUS(INSTALLMENT-NO) NOT = 'M'
               AND NEXT-DUE-DATE = ZERO
               MOVE PP-DUE-DATE(INSTALLMENT-NO) TO NEXT-DUE-DATE
               MOVE PP-INST-AMOUNT(INSTALLMENT-NO) TO NEXT-DUE-AMOUNT
           END-IF.

       230-LOOK-UP-STUDENT-NAME.
           MOVE "** NOT ON STUDENT MASTER **" TO DTL-STUDENT-NAME.
           IF STUDENT-MASTER-OPEN-FLG = 'Y'
               MOVE PP-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE-IN
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO DTL-STUDENT-NAME
               END-READ
           END-IF.

       300-PRINT-GRAND-TOTAL.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "ACTIVE PLANS IN ARREARS" TO STL-LABEL.
           MOVE ACTIVE-ARREARS-COUNT TO STL-COUNT.
           MOVE STATUS-TOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "DEFAULTED PLANS" TO STL-LABEL.
           MOVE DEFAULTED-PLAN-COUNT TO STL-COUNT.
           MOVE STATUS-TOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE ARREARS-DOLLARS-TOTAL TO GRD-ARREARS-DOLLARS.
           MOVE GRAND-TOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

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
           MOVE "PLAN-STATUS-REPORT" TO RUN-PROGRAM-NAME.
           MOVE RUN-STAMP-DATE TO RUN-START-DATE.
           MOVE RUN-STAMP-TIME-GROUP TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE RECORDS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE RECORDS-WRITTEN-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM PLAN-STATUS-REPORT.
