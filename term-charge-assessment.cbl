      *                  file for the next window. An operator
      *                  override is allowed and is itself logged to
      *                  AUDITLOG.TXT.
      *   Oct 15, 2026 - Validate every charge code against the new
      *                  charge-code master CHGCODES.TXT: a code that
      *                  is not on file or is inactive is rejected to
      *                  CHGREJECTS.TXT instead of billing the student
      *                  under a typo, and the run refuses to start if
      *                  the master cannot be opened. The charge
      *                  register prints the code's description in
      *                  place of the bare code.
      *   Oct 15, 2026 - Reject charges for an account referred to the
      *                  collection agency (STUDENT-STATUS C) or
      *                  written off (X), each with its own reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CHARGE-ASSESSMENT.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT CHARGE-CODE-FILE ASSIGN TO "./CHGCODES.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CC-CHARGE-CODE
                FILE STATUS IS CODE-FILE-STATUS.
           SELECT POSTED-CHARGE-FILE ASSIGN TO "./CHGLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FILE-STATUS.
       01 PRINT-LINE PIC X(132).
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD CHARGE-CODE-FILE.
           COPY "CHGCODE.CPY".
       FD POSTED-CHARGE-FILE.
           COPY "CHGLEDGER.CPY".
       FD SCHEDULE-CONTROL-FILE.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 FOUND-FLG PIC X.
           05 CODE-FOUND-FLG PIC X.
           05 ASSESSMENT-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8) VALUE "BATCH".
           05 CHARGE-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 CODE-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(42) VALUE "NAME".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(8) VALUE "AMOUNT".
           05 FILLER PIC X(11) VALUE "NEW BALANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
               MOVE 'Y' TO EOF-FLG
           ELSE
               OPEN I-O STUDENT-FILE-IO
               OPEN INPUT CHARGE-CODE-FILE
               IF STUDENT-FILE-STATUS = "00"
                   AND CODE-FILE-STATUS = "00"
                   MOVE 'Y' TO ASSESSMENT-OPEN-FLG
                   OPEN OUTPUT CHARGE-REJECT-FILE-OUT
                   OPEN OUTPUT REGISTER-FILE-OUT
                       AT END MOVE 'Y' TO EOF-FLG
                   END-READ
               ELSE
                   PERFORM 206-REPORT-MASTER-OPEN-FAILURE
                   CLOSE CHARGE-FILE-IN
                   MOVE 'Y' TO EOF-FLG
                   MOVE 8 TO RETURN-CODE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

       206-REPORT-MASTER-OPEN-FAILURE.
           IF STUDENT-FILE-STATUS = "00"
               CLOSE STUDENT-FILE-IO
           ELSE
               DISPLAY "CANNOT OPEN STUDENT MASTER - STATUS "
                   STUDENT-FILE-STATUS " - NO CHARGES ASSESSED"
           END-IF.
           IF CODE-FILE-STATUS = "00"
               CLOSE CHARGE-CODE-FILE
           ELSE
               DISPLAY "CANNOT OPEN CHARGE-CODE MASTER - STATUS "
                   CODE-FILE-STATUS " - NO CHARGES ASSESSED"
           END-IF.

       205-START-CHARGE-REGISTER.
           MOVE "TERM CHARGE REGISTER" TO HDG-REPORT-TITLE.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
                   NOT INVALID KEY MOVE 'Y' TO FOUND-FLG
               END-READ
           END-IF.
           MOVE CHG-CHARGE-CODE TO CC-CHARGE-CODE.
           READ CHARGE-CODE-FILE
               INVALID KEY MOVE 'N' TO CODE-FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO CODE-FOUND-FLG
           END-READ.
           EVALUATE TRUE
               WHEN CHG-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO CRJ-REASON
               WHEN CHG-AMOUNT IS NOT NUMERIC
                   MOVE "CHARGE AMOUNT NOT NUMERIC" TO CRJ-REASON
                   PERFORM 220-WRITE-CHARGE-REJECT
               WHEN CODE-FOUND-FLG = 'N'
                   MOVE "CHARGE CODE NOT ON FILE" TO CRJ-REASON
                   PERFORM 220-WRITE-CHARGE-REJECT
               WHEN CC-STATUS NOT = 'A'
                   MOVE "CHARGE CODE INACTIVE" TO CRJ-REASON
                   PERFORM 220-WRITE-CHARGE-REJECT
               WHEN FOUND-FLG = 'N'
                   MOVE "STUDENT NUMBER NOT ON FILE" TO CRJ-REASON
                   PERFORM 220-WRITE-CHARGE-REJECT
               WHEN STUDENT-STATUS = 'W'
                   MOVE "STUDENT WITHDRAWN - NOT BILLED" TO CRJ-REASON
                   PERFORM 220-WRITE-CHARGE-REJECT
               WHEN STUDENT-STATUS = 'C'
                   MOVE "IN COLLECTIONS - NOT BILLED" TO CRJ-REASON
                   PERFORM 220-WRITE-CHARGE-REJECT
               WHEN STUDENT-STATUS = 'X'
                   MOVE "WRITTEN OFF - NOT BILLED" TO CRJ-REASON
                   PERFORM 220-WRITE-CHARGE-REJECT
               WHEN OTHER
                   PERFORM 210-APPLY-ONE-CHARGE
           END-EVALUATE.
       240-WRITE-REGISTER-DETAIL.
           MOVE STUDENT-NUMBER TO RGL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RGL-STUDENT-NAME.
           MOVE CC-DESCRIPTION TO RGL-DESCRIPTION.
           MOVE CHG-TERM TO RGL-TERM.
           MOVE CHARGE-AMOUNT TO RGL-AMOUNT.
           MOVE TUITION-OWED TO RGL-NEW-BALANCE.
               PERFORM 300-PRINT-CONTROL-TOTALS
               CLOSE CHARGE-FILE-IN
               CLOSE STUDENT-FILE-IO
               CLOSE CHARGE-CODE-FILE
               CLOSE CHARGE-REJECT-FILE-OUT
               CLOSE REGISTER-FILE-OUT
               CLOSE AUDIT-LOG-FILE
