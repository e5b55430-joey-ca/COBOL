      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: One-time conversion that builds the initial financing
      * agreements on the indexed FINAGREE.TXT from the name matching
      * FINANCED-VEHICLE-MATCH-REPORT and BILLING-STATEMENT-PRINT used
      * to do. Every car on the indexed CARFILE.TXT whose OWNER-NAME
      * is exactly the STUDENT-NAME of one and only one student on the
      * indexed STUDENTFILE.TXT gets an active agreement with that
      * student dated today. A car whose owner name matches two or
      * more students is listed as ambiguous with every candidate
      * student number so the bursar can make the right link by hand
      * through FINANCING-LINK-MAINTENANCE, and a car whose owner name
      * matches no student is listed too. A car that already has an
      * agreement on file is left alone, so the run can safely be
      * repeated. The listing goes to the print file LINKCONV.TXT with
      * the shared heading block, an audit-log entry goes to
      * AUDITLOG.TXT for every agreement written, and a run-history
      * entry goes to RUNHIST.TXT at end of job like the other batch
      * programs.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCING-LINK-CONVERSION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-FILE-IN ASSIGN TO "./CARFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STOCK-NUMBER
                FILE STATUS IS CAR-FILE-STATUS.
           SELECT STUDENT-FILE-IN ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT FINANCING-AGREEMENT-FILE ASSIGN TO "./FINAGREE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FA-AGREEMENT-KEY
                FILE STATUS IS AGREEMENT-FILE-STATUS.
           SELECT CONVERSION-REPORT-FILE-OUT ASSIGN TO "./LINKCONV.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-IN.
       01 CAR-RECORD-IN.
           05 STOCK-NUMBER PIC 9(6).
           05 CAR-MODEL PIC X(15).
           05 CAR-DATA.
               10 ENGINE PIC X(25).
               10 TOWING-CAPACITY PIC 9(8).
               10 OWNER-NAME PIC X(30).
       FD STUDENT-FILE-IN.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD FINANCING-AGREEMENT-FILE.
           COPY "FINAGREE.CPY".
       FD CONVERSION-REPORT-FILE-OUT.
       01 PRINT-LINE PIC X(132).
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 STUDENT-EOF-FLG PIC X.
           05 BROWSE-EOF-FLG PIC X.
           05 LINKED-FLG PIC X.
           05 CONVERSION-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8) VALUE "BATCH".
           05 CAR-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 AGREEMENT-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-HISTORY-COUNTS.
           05 RECORDS-READ-COUNT PIC 9(8) VALUE ZERO.
           05 RECORDS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 MATCH-WORK-FIELDS.
           05 NAME-MATCH-COUNT PIC 9(3).
           05 MATCHED-STUDENT-NUMBER PIC 9(7).
           05 SCAN-ENTRY-NO PIC 9(3).
       01 CONVERSION-CONTROL-TOTALS.
           05 LINKS-BUILT-COUNT PIC 9(5) VALUE ZERO.
           05 AMBIGUOUS-COUNT PIC 9(5) VALUE ZERO.
           05 NO-MATCH-COUNT PIC 9(5) VALUE ZERO.
           05 ALREADY-LINKED-COUNT PIC 9(5) VALUE ZERO.
       COPY "RPTHEAD.CPY".
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(8) VALUE "STOCK".
           05 FILLER PIC X(17) VALUE "MODEL".
           05 FILLER PIC X(32) VALUE "OWNER".
           05 FILLER PIC X(16) VALUE "RESULT".
           05 FILLER PIC X(7) VALUE "STUDENT".
       01 STUDENT-TABLE-CONTROL.
           05 STUDENT-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON STUDENT-ENTRY-COUNT
                   INDEXED BY STUDENT-IDX.
               10 STUDENT-TBL-NUMBER PIC 9(7).
               10 STUDENT-TBL-NAME PIC X(40).
       01 CONVERSION-DETAIL-LINE.
           05 CDL-STOCK-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CDL-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CDL-OWNER-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CDL-RESULT PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CDL-STUDENT-NUMBER PIC X(7).
       01 CANDIDATE-LINE.
           05 FILLER PIC X(57) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "   CANDIDATE:".
           05 CND-STUDENT-NUMBER PIC 9(7).
       01 CONVERSION-TOTAL-LINE.
           05 CVT-LABEL PIC X(32).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CVT-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.
       100-CONVERT-FINANCING-LINKS.
           PERFORM 150-LOAD-STUDENT-TABLE.
           PERFORM 201-INITIATE-CONVERSION.
           PERFORM 202-CONVERT-ONE-CAR UNTIL EOF-FLG = 'Y'.
           PERFORM 300-PRINT-CONVERSION-TOTALS.
           PERFORM 203-CLOSE-CONVERSION.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       150-LOAD-STUDENT-TABLE.
           MOVE 'N' TO STUDENT-EOF-FLG.
           OPEN INPUT STUDENT-FILE-IN.
           IF STUDENT-FILE-STATUS = "35"
               MOVE 'Y' TO STUDENT-EOF-FLG
           ELSE
               READ STUDENT-FILE-IN
                   AT END MOVE 'Y' TO STUDENT-EOF-FLG
               END-READ
               PERFORM 151-LOAD-ONE-STUDENT-ENTRY
                   UNTIL STUDENT-EOF-FLG = 'Y'
               CLOSE STUDENT-FILE-IN
           END-IF.

       151-LOAD-ONE-STUDENT-ENTRY.
           IF STUDENT-ENTRY-COUNT < 500
               ADD 1 TO STUDENT-ENTRY-COUNT
               SET STUDENT-IDX TO STUDENT-ENTRY-COUNT
               MOVE STUDENT-NUMBER TO STUDENT-TBL-NUMBER(STUDENT-IDX)
               MOVE STUDENT-NAME TO STUDENT-TBL-NAME(STUDENT-IDX)
               READ STUDENT-FILE-IN
                   AT END MOVE 'Y' TO STUDENT-EOF-FLG
               END-READ
           ELSE
               DISPLAY "STUDENT TABLE FULL AT 500 ENTRIES - "
                   "REMAINING STUDENTS WILL NOT BE MATCHED"
               MOVE 'Y' TO STUDENT-EOF-FLG
           END-IF.

       201-INITIATE-CONVERSION.
           OPEN OUTPUT CONVERSION-REPORT-FILE-OUT.
           MOVE "FINANCING LINK CONVERSION" TO HDG-REPORT-TITLE.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-STAMP-TIME-GROUP FROM TIME.
           MOVE RUN-STAMP-DATE TO HDG-RUN-DATE.
           MOVE RUN-STAMP-TIME TO HDG-RUN-TIME.
           PERFORM 400-START-NEW-PAGE.
           OPEN INPUT CAR-FILE-IN.
           IF CAR-FILE-STATUS = "35"
               DISPLAY "NO CAR MASTER FOUND - NOTHING TO CONVERT"
               MOVE 'Y' TO EOF-FLG
           ELSE
               OPEN I-O FINANCING-AGREEMENT-FILE
               IF AGREEMENT-FILE-STATUS = "35"
                   OPEN OUTPUT FINANCING-AGREEMENT-FILE
                   CLOSE FINANCING-AGREEMENT-FILE
                   OPEN I-O FINANCING-AGREEMENT-FILE
               END-IF
               OPEN EXTEND AUDIT-LOG-FILE
               IF AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
                   CLOSE AUDIT-LOG-FILE
                   OPEN EXTEND AUDIT-LOG-FILE
               END-IF
               MOVE 'Y' TO CONVERSION-OPEN-FLG
               READ CAR-FILE-IN
                   AT END MOVE 'Y' TO EOF-FLG
               END-READ
           END-IF.

       202-CONVERT-ONE-CAR.
           ADD 1 TO RECORDS-READ-COUNT.
           MOVE STOCK-NUMBER TO CDL-STOCK-NUMBER.
           MOVE CAR-MODEL TO CDL-CAR-MODEL.
           MOVE OWNER-NAME TO CDL-OWNER-NAME.
           MOVE SPACES TO CDL-STUDENT-NUMBER.
           PERFORM 210-CHECK-EXISTING-AGREEMENT.
           MOVE ZERO TO NAME-MATCH-COUNT.
           IF LINKED-FLG = 'N' AND OWNER-NAME NOT = SPACES
               PERFORM 220-COUNT-ONE-NAME-MATCH
                   VARYING SCAN-ENTRY-NO FROM 1 BY 1
                   UNTIL SCAN-ENTRY-NO > STUDENT-ENTRY-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN LINKED-FLG = 'Y'
                   ADD 1 TO ALREADY-LINKED-COUNT
                   MOVE "ALREADY LINKED" TO CDL-RESULT
                   PERFORM 250-PRINT-CONVERSION-LINE
               WHEN NAME-MATCH-COUNT = 1
                   PERFORM 230-WRITE-AGREEMENT
               WHEN NAME-MATCH-COUNT > 1
                   ADD 1 TO AMBIGUOUS-COUNT
                   MOVE "AMBIGUOUS" TO CDL-RESULT
                   PERFORM 250-PRINT-CONVERSION-LINE
                   PERFORM 240-PRINT-ONE-CANDIDATE
                       VARYING SCAN-ENTRY-NO FROM 1 BY 1
                       UNTIL SCAN-ENTRY-NO > STUDENT-ENTRY-COUNT
               WHEN OTHER
                   ADD 1 TO NO-MATCH-COUNT
                   MOVE "NO MATCH" TO CDL-RESULT
                   PERFORM 250-PRINT-CONVERSION-LINE
           END-EVALUATE.
           READ CAR-FILE-IN
               AT END MOVE 'Y' TO EOF-FLG.

       210-CHECK-EXISTING-AGREEMENT.
           MOVE 'N' TO LINKED-FLG.
           MOVE 'N' TO BROWSE-EOF-FLG.
           MOVE STOCK-NUMBER TO FA-STOCK-NUMBER.
           MOVE ZERO TO FA-STUDENT-NUMBER.
           START FINANCING-AGREEMENT-FILE
               KEY IS NOT LESS THAN FA-AGREEMENT-KEY
               INVALID KEY MOVE 'Y' TO BROWSE-EOF-FLG
           END-START.
           IF BROWSE-EOF-FLG = 'N'
               READ FINANCING-AGREEMENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-EOF-FLG
               END-READ
           END-IF.
           IF BROWSE-EOF-FLG = 'N' AND FA-STOCK-NUMBER = STOCK-NUMBER
               MOVE 'Y' TO LINKED-FLG
           END-IF.

       220-COUNT-ONE-NAME-MATCH.
           IF STUDENT-TBL-NAME(SCAN-ENTRY-NO) = OWNER-NAME
               ADD 1 TO NAME-MATCH-COUNT
               MOVE STUDENT-TBL-NUMBER(SCAN-ENTRY-NO)
                   TO MATCHED-STUDENT-NUMBER
           END-IF.

       230-WRITE-AGREEMENT.
           MOVE STOCK-NUMBER TO FA-STOCK-NUMBER.
           MOVE MATCHED-STUDENT-NUMBER TO FA-STUDENT-NUMBER.
           MOVE RUN-STAMP-DATE TO FA-AGREEMENT-DATE.
           MOVE 'A' TO FA-AGREEMENT-STATUS.
           MOVE ZERO TO FA-CLOSED-DATE.
           MOVE OPERATOR-ID TO FA-OPERATOR-ID.
           MOVE MATCHED-STUDENT-NUMBER TO CDL-STUDENT-NUMBER.
           WRITE FINANCING-AGREEMENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING AGREEMENT FOR STOCK "
                       STOCK-NUMBER
                   MOVE "WRITE ERROR" TO CDL-RESULT
               NOT INVALID KEY
                   ADD 1 TO LINKS-BUILT-COUNT
                   PERFORM 235-WRITE-AUDIT-LOG-ENTRY
                   MOVE "LINKED" TO CDL-RESULT
           END-WRITE.
           PERFORM 250-PRINT-CONVERSION-LINE.

       235-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "FINANCING-LINK-CONVERSION" TO AUDIT-PROGRAM-NAME.
           MOVE FA-AGREEMENT-KEY TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.

       240-PRINT-ONE-CANDIDATE.
           IF STUDENT-TBL-NAME(SCAN-ENTRY-NO) = OWNER-NAME
               MOVE STUDENT-TBL-NUMBER(SCAN-ENTRY-NO)
                   TO CND-STUDENT-NUMBER
               MOVE CANDIDATE-LINE TO PRINT-LINE
               PERFORM 410-WRITE-REPORT-LINE
           END-IF.

       250-PRINT-CONVERSION-LINE.
           MOVE CONVERSION-DETAIL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       203-CLOSE-CONVERSION.
           IF CONVERSION-OPEN-FLG = 'Y'
               CLOSE CAR-FILE-IN
               CLOSE FINANCING-AGREEMENT-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF.
           CLOSE CONVERSION-REPORT-FILE-OUT.
           DISPLAY "FINANCING LINKS BUILT: " LINKS-BUILT-COUNT.
           DISPLAY "AMBIGUOUS OWNER NAMES: " AMBIGUOUS-COUNT.

       300-PRINT-CONVERSION-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "AGREEMENTS BUILT" TO CVT-LABEL.
           MOVE LINKS-BUILT-COUNT TO CVT-COUNT.
           MOVE CONVERSION-TOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "AMBIGUOUS - LINK BY HAND" TO CVT-LABEL.
           MOVE AMBIGUOUS-COUNT TO CVT-COUNT.
           MOVE CONVERSION-TOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "NO MATCHING STUDENT" TO CVT-LABEL.
           MOVE NO-MATCH-COUNT TO CVT-COUNT.
           MOVE CONVERSION-TOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "ALREADY LINKED - LEFT ALONE" TO CVT-LABEL.
           MOVE ALREADY-LINKED-COUNT TO CVT-COUNT.
           MOVE CONVERSION-TOTAL-LINE TO PRINT-LINE.
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
           MOVE "FINANCING-LINK-CONVERSION" TO RUN-PROGRAM-NAME.
           MOVE RUN-STAMP-DATE TO RUN-START-DATE.
           MOVE RUN-STAMP-TIME-GROUP TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE RECORDS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE RECORDS-WRITTEN-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM FINANCING-LINK-CONVERSION.
