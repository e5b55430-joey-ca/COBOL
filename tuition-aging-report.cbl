      *                  zeros, now that overpayments are kept on the
      *                  master. The grand total line still sums the
      *                  owed bands only.
      *   Oct 15, 2026 - Leave written-off accounts (STUDENT-STATUS X)
      *                  off the report and flag an account referred
      *                  to the collection agency (C) as COLL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-AGING-REPORT.
       202-PROCESS-ONE-STUDENT-RECORD.
           ADD 1 TO RECORDS-READ-COUNT.
           IF STUDENT-STATUS NOT = 'W'
               AND STUDENT-STATUS NOT = 'X'
               PERFORM 210-CLASSIFY-AND-ACCUMULATE
               PERFORM 220-PRINT-ONE-STUDENT-DETAIL-LINE
           END-IF.
               MOVE TUITION-OWED TO DTL-TUITION-OWED
           END-IF.
           MOVE AGING-LABEL(AGE-IDX) TO DTL-BAND-LABEL.
           EVALUATE STUDENT-STATUS
               WHEN 'H'
                   MOVE "HOLD" TO DTL-STATUS-FLAG
               WHEN 'C'
                   MOVE "COLL" TO DTL-STATUS-FLAG
               WHEN OTHER
                   MOVE SPACES TO DTL-STATUS-FLAG
           END-EVALUATE.
           MOVE STUDENT-DETAIL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

