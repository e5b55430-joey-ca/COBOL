      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: On-line maintenance of the financing-agreement file,
      * the indexed FINAGREE.TXT keyed on stock number and student
      * number, which links a car on the indexed inventory master
      * CARFILE.TXT to the student financing it on the indexed
      * STUDENTFILE.TXT. The operator keys an action code and a stock
      * number: A makes an agreement between the car and a student
      * number, C closes the agreement between the car and a student
      * number, and I lists every agreement ever made on the car with
      * the borrower's name and status. An agreement is only made
      * when the stock number is on the car master and the student
      * number is on the student master, and never while the car
      * still has an active agreement with anyone, so a car has at
      * most one borrower at a time. An agreement closed earlier
      * between the same car and student is reopened with today's
      * date rather than written twice. The operator must hold data
      * entry authority (level 2) on OPERMAST.TXT, an audit-log entry
      * goes to AUDITLOG.TXT for every agreement written, and a
      * run-history entry goes to RUNHIST.TXT at end of job like the
      * other programs.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCING-LINK-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINANCING-AGREEMENT-FILE ASSIGN TO "./FINAGREE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FA-AGREEMENT-KEY
                FILE STATUS IS AGREEMENT-FILE-STATUS.
           SELECT CAR-FILE-IN ASSIGN TO "./CARFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STOCK-NUMBER
                FILE STATUS IS CAR-FILE-STATUS.
           SELECT STUDENT-FILE-IN ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "./OPERMAST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPER-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FINANCING-AGREEMENT-FILE.
           COPY "FINAGREE.CPY".
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
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD OPERATOR-MASTER-FILE.
           COPY "OPERMAST.CPY".
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 ACTION-CODE PIC X.
           05 FOUND-FLG PIC X.
           05 CAR-FOUND-FLG PIC X.
           05 STUDENT-FOUND-FLG PIC X.
           05 ACTIVE-FOUND-FLG PIC X.
           05 BROWSE-EOF-FLG PIC X.
           05 LIST-AGREEMENTS-FLG PIC X.
           05 MAINTENANCE-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8).
           05 OPERATOR-VALID-FLG PIC X.
           05 OPER-EOF-FLG PIC X.
           05 REQUIRED-AUTHORITY-LEVEL PIC 9.
           05 OPER-FILE-STATUS PIC XX.
           05 AGREEMENT-FILE-STATUS PIC XX.
           05 CAR-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
           05 ACTIONS-READ-COUNT PIC 9(8) VALUE ZERO.
           05 RECORDS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 AGREEMENT-ENTRY-FIELDS.
           05 STOCK-NUMBER-INPUT PIC X(6).
           05 STUDENT-NUMBER-INPUT PIC X(7).
           05 ACTIVE-STUDENT-NUMBER PIC 9(7).
           05 AGREEMENTS-LISTED-COUNT PIC 9(3).
       01 AGREEMENT-DISPLAY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-STATUS PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-AGREEMENT-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-CLOSED-DATE PIC 9(8).
       PROCEDURE DIVISION.
       100-MAINTAIN-FINANCING-AGREEMENTS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-AGREEMENT-MAINTENANCE.
           PERFORM 202-MAINTAIN-ONE-AGREEMENT
               UNTIL EOF-FLG NOT = 'Y'.
           PERFORM 203-CLOSE-AGREEMENT-MAINTENANCE.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-AGREEMENT-MAINTENANCE.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID.
           MOVE 2 TO REQUIRED-AUTHORITY-LEVEL.
           PERFORM 250-VALIDATE-OPERATOR-SIGNON.
           IF OPERATOR-VALID-FLG = 'Y'
               OPEN INPUT CAR-FILE-IN
               OPEN INPUT STUDENT-FILE-IN
               IF CAR-FILE-STATUS = "00"
                   AND STUDENT-FILE-STATUS = "00"
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
                   MOVE 'Y' TO MAINTENANCE-OPEN-FLG
                   DISPLAY "DO YOU WANT TO MAINTAIN A FINANCING "
                       "AGREEMENT?(Y/N) "
                   ACCEPT EOF-FLG
               ELSE
                   DISPLAY "CANNOT OPEN CAR OR STUDENT MASTER - "
                       "STATUS " CAR-FILE-STATUS " / "
                       STUDENT-FILE-STATUS
                   IF CAR-FILE-STATUS = "00"
                       CLOSE CAR-FILE-IN
                   END-IF
                   IF STUDENT-FILE-STATUS = "00"
                       CLOSE STUDENT-FILE-IN
                   END-IF
                   MOVE 'N' TO EOF-FLG
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'N' TO EOF-FLG
               MOVE 8 TO RETURN-CODE
           END-IF.

       250-VALIDATE-OPERATOR-SIGNON.
           MOVE 'N' TO OPERATOR-VALID-FLG.
           MOVE 'N' TO OPER-EOF-FLG.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPER-FILE-STATUS = "35"
               DISPLAY "NO OPERATOR MASTER ON FILE - SIGN-ON REFUSED"
           ELSE
               READ OPERATOR-MASTER-FILE
                   AT END MOVE 'Y' TO OPER-EOF-FLG
               END-READ
               PERFORM 251-MATCH-ONE-OPERATOR-ENTRY
                   UNTIL OPER-EOF-FLG = 'Y'
               CLOSE OPERATOR-MASTER-FILE
               IF OPERATOR-VALID-FLG NOT = 'Y'
                   DISPLAY "SIGN-ON REFUSED FOR OPERATOR "
                       OPERATOR-ID
               END-IF
           END-IF.

       251-MATCH-ONE-OPERATOR-ENTRY.
           IF OPR-OPERATOR-ID = OPERATOR-ID
               IF OPR-AUTHORITY-LEVEL NOT < REQUIRED-AUTHORITY-LEVEL
                   MOVE 'Y' TO OPERATOR-VALID-FLG
               ELSE
                   DISPLAY "OPERATOR " OPERATOR-ID " LACKS "
                       "AUTHORITY FOR THIS FUNCTION"
               END-IF
               MOVE 'Y' TO OPER-EOF-FLG
           ELSE
               READ OPERATOR-MASTER-FILE
                   AT END MOVE 'Y' TO OPER-EOF-FLG
               END-READ
           END-IF.

       202-MAINTAIN-ONE-AGREEMENT.
           ADD 1 TO ACTIONS-READ-COUNT.
           DISPLAY "ENTER A TO MAKE, C TO CLOSE OR I TO LIST ".
           DISPLAY "FINANCING AGREEMENTS ON A CAR: ".
           ACCEPT ACTION-CODE.

           DISPLAY "PLEASE ENTER STOCK NUMBER: ".
           ACCEPT STOCK-NUMBER-INPUT.
           IF ACTION-CODE = 'A' OR ACTION-CODE = 'C'
               DISPLAY "PLEASE ENTER STUDENT NUMBER: "
               ACCEPT STUDENT-NUMBER-INPUT
           ELSE
               MOVE ZERO TO STUDENT-NUMBER-INPUT
           END-IF.

           MOVE 'N' TO CAR-FOUND-FLG.
           MOVE 'N' TO STUDENT-FOUND-FLG.
           MOVE 'N' TO FOUND-FLG.
           MOVE 'N' TO ACTIVE-FOUND-FLG.
           IF STOCK-NUMBER-INPUT IS NUMERIC
               AND STUDENT-NUMBER-INPUT IS NUMERIC
               PERFORM 210-READ-CAR-AND-STUDENT
               IF ACTION-CODE = 'I'
                   MOVE 'Y' TO LIST-AGREEMENTS-FLG
               ELSE
                   MOVE 'N' TO LIST-AGREEMENTS-FLG
               END-IF
               PERFORM 215-FIND-ACTIVE-AGREEMENT
               PERFORM 218-READ-AGREEMENT
           END-IF.

           EVALUATE TRUE
               WHEN STOCK-NUMBER-INPUT IS NOT NUMERIC
                   DISPLAY "STOCK NUMBER MUST BE NUMERIC - REJECTED"
               WHEN STUDENT-NUMBER-INPUT IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE NUMERIC - REJECTED"
               WHEN ACTION-CODE = 'I'
                   IF AGREEMENTS-LISTED-COUNT = ZERO
                       DISPLAY "NO FINANCING AGREEMENTS ON FILE FOR "
                           "STOCK NUMBER " STOCK-NUMBER-INPUT
                   END-IF
               WHEN ACTION-CODE = 'A' AND CAR-FOUND-FLG = 'N'
                   DISPLAY "STOCK NUMBER NOT ON CAR MASTER - REJECTED"
               WHEN ACTION-CODE = 'A' AND STUDENT-FOUND-FLG = 'N'
                   DISPLAY "STUDENT NUMBER NOT ON FILE - REJECTED"
               WHEN ACTION-CODE = 'A' AND ACTIVE-FOUND-FLG = 'Y'
                   DISPLAY "CAR ALREADY FINANCED BY STUDENT "
                       ACTIVE-STUDENT-NUMBER " - REJECTED"
               WHEN ACTION-CODE = 'A'
                   PERFORM 220-MAKE-AGREEMENT
               WHEN ACTION-CODE = 'C' AND FOUND-FLG = 'N'
                   DISPLAY "NO AGREEMENT ON FILE FOR THAT CAR AND "
                       "STUDENT - NO CHANGE"
               WHEN ACTION-CODE = 'C' AND FA-AGREEMENT-STATUS NOT = 'A'
                   DISPLAY "AGREEMENT ALREADY CLOSED - NO CHANGE"
               WHEN ACTION-CODE = 'C'
                   MOVE 'C' TO FA-AGREEMENT-STATUS
                   MOVE JOB-START-DATE TO FA-CLOSED-DATE
                   MOVE OPERATOR-ID TO FA-OPERATOR-ID
                   REWRITE FINANCING-AGREEMENT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING FINANCING AGREEMENT"
                       NOT INVALID KEY
                           PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                           DISPLAY "FINANCING AGREEMENT CLOSED"
                   END-REWRITE
               WHEN OTHER
                   DISPLAY "INVALID ACTION CODE - MUST BE A, C OR I"
           END-EVALUATE.

           DISPLAY "DO YOU WANT TO MAINTAIN A FINANCING AGREEMENT?"
               "(Y/N) ".
           ACCEPT EOF-FLG.

       210-READ-CAR-AND-STUDENT.
           MOVE STOCK-NUMBER-INPUT TO STOCK-NUMBER.
           READ CAR-FILE-IN
               INVALID KEY MOVE 'N' TO CAR-FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO CAR-FOUND-FLG
           END-READ.
           MOVE STUDENT-NUMBER-INPUT TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
               INVALID KEY MOVE 'N' TO STUDENT-FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO STUDENT-FOUND-FLG
           END-READ.

       215-FIND-ACTIVE-AGREEMENT.
           MOVE ZERO TO AGREEMENTS-LISTED-COUNT.
           MOVE 'N' TO BROWSE-EOF-FLG.
           MOVE STOCK-NUMBER-INPUT TO FA-STOCK-NUMBER.
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
           PERFORM 216-TEST-ONE-AGREEMENT
               UNTIL BROWSE-EOF-FLG = 'Y'.

       216-TEST-ONE-AGREEMENT.
           IF FA-STOCK-NUMBER NOT = STOCK-NUMBER-INPUT
               MOVE 'Y' TO BROWSE-EOF-FLG
           ELSE
               IF FA-AGREEMENT-STATUS = 'A'
                   MOVE 'Y' TO ACTIVE-FOUND-FLG
                   MOVE FA-STUDENT-NUMBER TO ACTIVE-STUDENT-NUMBER
               END-IF
               IF LIST-AGREEMENTS-FLG = 'Y'
                   PERFORM 217-DISPLAY-ONE-AGREEMENT
               END-IF
               READ FINANCING-AGREEMENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-EOF-FLG
               END-READ
           END-IF.

       217-DISPLAY-ONE-AGREEMENT.
           ADD 1 TO AGREEMENTS-LISTED-COUNT.
           IF AGREEMENTS-LISTED-COUNT = 1
               IF CAR-FOUND-FLG = 'Y'
                   DISPLAY "STOCK " STOCK-NUMBER-INPUT "  " CAR-MODEL
               ELSE
                   DISPLAY "STOCK " STOCK-NUMBER-INPUT
                       "  ** NO LONGER ON CAR MASTER **"
               END-IF
               DISPLAY "  STUDENT  NAME" "                          "
                   "              STATUS  MADE      CLOSED"
           END-IF.
           MOVE FA-STUDENT-NUMBER TO ADL-STUDENT-NUMBER.
           MOVE FA-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
               INVALID KEY
                   MOVE "** NOT ON STUDENT MASTER **"
                       TO ADL-STUDENT-NAME
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO ADL-STUDENT-NAME
           END-READ.
           IF FA-AGREEMENT-STATUS = 'A'
               MOVE "ACTIVE" TO ADL-STATUS
           ELSE
               MOVE "CLOSED" TO ADL-STATUS
           END-IF.
           MOVE FA-AGREEMENT-DATE TO ADL-AGREEMENT-DATE.
           MOVE FA-CLOSED-DATE TO ADL-CLOSED-DATE.
           DISPLAY AGREEMENT-DISPLAY-LINE.

       218-READ-AGREEMENT.
           MOVE STOCK-NUMBER-INPUT TO FA-STOCK-NUMBER.
           MOVE STUDENT-NUMBER-INPUT TO FA-STUDENT-NUMBER.
           READ FINANCING-AGREEMENT-FILE
               INVALID KEY MOVE 'N' TO FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO FOUND-FLG
           END-READ.

       220-MAKE-AGREEMENT.
           MOVE STOCK-NUMBER-INPUT TO FA-STOCK-NUMBER.
           MOVE STUDENT-NUMBER-INPUT TO FA-STUDENT-NUMBER.
           MOVE JOB-START-DATE TO FA-AGREEMENT-DATE.
           MOVE 'A' TO FA-AGREEMENT-STATUS.
           MOVE ZERO TO FA-CLOSED-DATE.
           MOVE OPERATOR-ID TO FA-OPERATOR-ID.
           IF FOUND-FLG = 'Y'
               REWRITE FINANCING-AGREEMENT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING FINANCING AGREEMENT"
                   NOT INVALID KEY
                       PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                       DISPLAY "CLOSED AGREEMENT REOPENED FOR "
                           STUDENT-NAME
               END-REWRITE
           ELSE
               WRITE FINANCING-AGREEMENT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING FINANCING AGREEMENT"
                   NOT INVALID KEY
                       PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                       DISPLAY "FINANCING AGREEMENT MADE FOR "
                           STUDENT-NAME
               END-WRITE
           END-IF.

       230-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "FINANCING-LINK-MAINTENANCE" TO AUDIT-PROGRAM-NAME.
           MOVE FA-AGREEMENT-KEY TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.
           ADD 1 TO RECORDS-WRITTEN-COUNT.

       203-CLOSE-AGREEMENT-MAINTENANCE.
           IF MAINTENANCE-OPEN-FLG = 'Y'
               CLOSE FINANCING-AGREEMENT-FILE
               CLOSE CAR-FILE-IN
               CLOSE STUDENT-FILE-IN
               CLOSE AUDIT-LOG-FILE
           END-IF.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "FINANCING-LINK-MAINTENANCE" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE ACTIONS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE RECORDS-WRITTEN-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM FINANCING-LINK-MAINTENANCE.
