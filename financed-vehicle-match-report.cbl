      *                  students are left out of the match entirely
      *                  and a matched owner on financial hold carries
      *                  a HOLD flag on the report line.
      *   Oct 15, 2026 - Decide which student finances a car from the
      *                  active agreement on the financing-agreement
      *                  file FINAGREE.TXT instead of comparing
      *                  OWNER-NAME with STUDENT-NAME, so two students
      *                  with the same name no longer get each other's
      *                  cars. The report line carries the borrower's
      *                  student number and master name. A car with no
      *                  active agreement is not reported.
      *   Oct 15, 2026 - Leave accounts referred to the collection
      *                  agency (STUDENT-STATUS C) or written off (X)
      *                  out of the match, like withdrawn students.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCED-VEHICLE-MATCH-REPORT.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STUDENT-NUMBER.
           SELECT FINANCING-AGREEMENT-FILE ASSIGN TO "./FINAGREE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FA-AGREEMENT-KEY
                FILE STATUS IS AGREEMENT-FILE-STATUS.
           SELECT MATCH-REPORT-FILE-OUT ASSIGN TO "./MATCHRPT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD FINANCING-AGREEMENT-FILE.
           COPY "FINAGREE.CPY".
       FD MATCH-REPORT-FILE-OUT.
       01 PRINT-LINE PIC X(132).
       FD RUN-HISTORY-FILE.
           05 EOF-FLG PIC X.
           05 STUDENT-EOF-FLG PIC X.
           05 MATCH-FLG PIC X.
           05 AGREEMENT-FOUND-FLG PIC X.
           05 BROWSE-EOF-FLG PIC X.
           05 AGREEMENT-MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 AGREEMENT-FILE-STATUS PIC XX.
           05 BORROWER-STUDENT-NUMBER PIC 9(7).
           05 MATCHED-NAME PIC X(40).
           05 MATCHED-TUITION PIC 9(5).
           05 MATCHED-STATUS PIC X.
           05 RUNHIST-FILE-STATUS PIC XX.
           05 STUDENT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON STUDENT-ENTRY-COUNT
                   INDEXED BY STUDENT-IDX.
               10 STUDENT-TBL-NUMBER PIC 9(7).
               10 STUDENT-TBL-NAME PIC X(40).
               10 STUDENT-TBL-TUITION PIC 9(5).
               10 STUDENT-TBL-STATUS PIC X.
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(8) VALUE "STOCK".
           05 FILLER PIC X(17) VALUE "MODEL".
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(42) VALUE "BORROWER".
           05 FILLER PIC X(7) VALUE "OWED".
           05 FILLER PIC X(4) VALUE "FLAG".
       01 FINANCED-MATCH-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FML-CAR-MODEL PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FML-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FML-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FML-TUITION-OWED PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.

       151-LOAD-ONE-STUDENT-ENTRY.
           EVALUATE TRUE
               WHEN STUDENT-STATUS = 'W' OR STUDENT-STATUS = 'C'
                   OR STUDENT-STATUS = 'X'
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
       201-INITIATE-CAR-LIST.
           OPEN INPUT CAR-FILE-IN.
           OPEN OUTPUT MATCH-REPORT-FILE-OUT.
           OPEN INPUT FINANCING-AGREEMENT-FILE.
           IF AGREEMENT-FILE-STATUS = "00"
               MOVE 'Y' TO AGREEMENT-MASTER-OPEN-FLG
           ELSE
               DISPLAY "NO FINANCING AGREEMENTS ON FILE - NO CARS "
                   "CAN BE MATCHED"
           END-IF.
           MOVE "FINANCED VEHICLE / TUITION MATCH" TO
               HDG-REPORT-TITLE.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
       203-CLOSE-CAR-FILE.
           CLOSE CAR-FILE-IN.
           CLOSE MATCH-REPORT-FILE-OUT.
           IF AGREEMENT-MASTER-OPEN-FLG = 'Y'
               CLOSE FINANCING-AGREEMENT-FILE
           END-IF.

       210-FIND-STUDENT-MATCH.
           MOVE 'N' TO MATCH-FLG.
           MOVE ZERO TO MATCHED-TUITION.
           MOVE SPACE TO MATCHED-STATUS.
           PERFORM 215-FIND-ACTIVE-AGREEMENT.
           IF AGREEMENT-FOUND-FLG = 'Y' AND STUDENT-ENTRY-COUNT > ZERO
               SET STUDENT-IDX TO 1
               SEARCH STUDENT-ENTRY
                   AT END
                       MOVE 'N' TO MATCH-FLG
                   WHEN STUDENT-TBL-NUMBER(STUDENT-IDX) =
                       BORROWER-STUDENT-NUMBER
                       MOVE 'Y' TO MATCH-FLG
                       MOVE STUDENT-TBL-NAME(STUDENT-IDX)
                           TO MATCHED-NAME
                       MOVE STUDENT-TBL-TUITION(STUDENT-IDX)
                           TO MATCHED-TUITION
                       MOVE STUDENT-TBL-STATUS(STUDENT-IDX)
               END-SEARCH
           END-IF.

       215-FIND-ACTIVE-AGREEMENT.
           MOVE 'N' TO AGREEMENT-FOUND-FLG.
           MOVE 'Y' TO BROWSE-EOF-FLG.
           IF AGREEMENT-MASTER-OPEN-FLG = 'Y'
               MOVE 'N' TO BROWSE-EOF-FLG
               MOVE STOCK-NUMBER TO FA-STOCK-NUMBER
               MOVE ZERO TO FA-STUDENT-NUMBER
               START FINANCING-AGREEMENT-FILE
                   KEY IS NOT LESS THAN FA-AGREEMENT-KEY
                   INVALID KEY MOVE 'Y' TO BROWSE-EOF-FLG
               END-START
           END-IF.
           IF BROWSE-EOF-FLG = 'N'
               READ FINANCING-AGREEMENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-EOF-FLG
               END-READ
           END-IF.
           PERFORM 216-TEST-ONE-AGREEMENT
               UNTIL BROWSE-EOF-FLG = 'Y'.

       216-TEST-ONE-AGREEMENT.
           IF FA-STOCK-NUMBER NOT = STOCK-NUMBER
               MOVE 'Y' TO BROWSE-EOF-FLG
           ELSE
               IF FA-AGREEMENT-STATUS = 'A'
                   MOVE 'Y' TO AGREEMENT-FOUND-FLG
                   MOVE FA-STUDENT-NUMBER TO BORROWER-STUDENT-NUMBER
                   MOVE 'Y' TO BROWSE-EOF-FLG
               ELSE
                   READ FINANCING-AGREEMENT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO BROWSE-EOF-FLG
                   END-READ
               END-IF
           END-IF.

       220-PRINT-FINANCED-MATCH-LINE.
           MOVE STOCK-NUMBER TO FML-STOCK-NUMBER.
           MOVE CAR-MODEL TO FML-CAR-MODEL.
           MOVE BORROWER-STUDENT-NUMBER TO FML-STUDENT-NUMBER.
           MOVE MATCHED-NAME TO FML-STUDENT-NAME.
           MOVE MATCHED-TUITION TO FML-TUITION-OWED.
           IF MATCHED-STATUS = 'H'
               MOVE "HOLD" TO FML-STATUS-FLAG
