      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: On-line maintenance of the payment-plan master, the
      * indexed PAYPLAN.TXT keyed on student number. The counter keys
      * an action code and a student number: A sets up a plan for a
      * student on the indexed STUDENTFILE.TXT who is not withdrawn
      * and owes tuition, U changes the plan amount, installment
      * count or first due date of an active plan, C cancels a plan,
      * and I displays a plan with its installment schedule. A plan
      * may not be set up for more than TUITION-OWED, has from 1 to
      * 12 installments, and its first due date may not be in the
      * past. The plan amount is split evenly into monthly
      * installments falling on the same day of each month as the
      * first one (or the last day of a shorter month), with any odd
      * dollars on the last installment. Setting up or changing a
      * plan starts it over: every installment open, no misses, and
      * payments counted from today. A new plan may replace one that
      * was cancelled, defaulted or paid, but never an active one.
      * The operator must hold data entry authority (level 2) on
      * OPERMAST.TXT, an audit-log entry goes to AUDITLOG.TXT for
      * every plan record written, and a run-history entry goes to
      * RUNHIST.TXT at end of job like the other programs.
      * Tectonics: cobc -I copybooks
      * Modification History:
      *   Oct 15, 2026 - Refuse a new plan for an account referred to
      *                  the collection agency (STUDENT-STATUS C) or
      *                  written off (X).
      *   Oct 15, 2026 - Refuse to reschedule (action U) the plan of an
      *                  account referred to collections or written
      *                  off as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-PLAN-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "./PAYPLAN.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PP-STUDENT-NUMBER
                FILE STATUS IS PLAN-FILE-STATUS.
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
       FD PAYMENT-PLAN-FILE.
           COPY "PAYPLAN.CPY".
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
           05 STUDENT-FOUND-FLG PIC X.
           05 VALID-PLAN-FLG PIC X.
           05 MAINTENANCE-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8).
           05 OPERATOR-VALID-FLG PIC X.
           05 OPER-EOF-FLG PIC X.
           05 REQUIRED-AUTHORITY-LEVEL PIC 9.
           05 OPER-FILE-STATUS PIC XX.
           05 PLAN-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
           05 ACTIONS-READ-COUNT PIC 9(8) VALUE ZERO.
           05 RECORDS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 PLAN-ENTRY-FIELDS.
           05 STUDENT-NUMBER-INPUT PIC X(7).
           05 PLAN-AMOUNT-INPUT PIC X(5) JUSTIFIED RIGHT.
           05 PLAN-AMOUNT-NUMERIC PIC 9(5).
           05 INSTALLMENT-COUNT-INPUT PIC X(2) JUSTIFIED RIGHT.
           05 INSTALLMENT-COUNT-NUMERIC PIC 9(2).
           05 FIRST-DUE-DATE-INPUT PIC X(8).
           05 FIRST-DUE-DATE PIC 9(8).
           05 FIRST-DUE-DATE-SPLIT REDEFINES FIRST-DUE-DATE.
               10 FIRST-DUE-YEAR PIC 9(4).
               10 FIRST-DUE-MONTH PIC 9(2).
               10 FIRST-DUE-DAY PIC 9(2).
           05 PLAN-EDIT-MESSAGE PIC X(40).
       01 SCHEDULE-WORK-FIELDS.
           05 INSTALLMENT-NO PIC 9(2).
           05 INSTALLMENT-BASE PIC 9(5).
           05 INSTALLMENT-ODD-DOLLARS PIC 9(5).
           05 DUE-DATE-WORK PIC 9(8).
           05 DUE-DATE-WORK-SPLIT REDEFINES DUE-DATE-WORK.
               10 DUE-YEAR PIC 9(4).
               10 DUE-MONTH PIC 9(2).
               10 DUE-DAY PIC 9(2).
           05 DAYS-THIS-MONTH PIC 9(2).
           05 LEAP-QUOTIENT PIC 9(4).
           05 LEAP-REMAINDER PIC 9(4).
       01 MONTH-DAYS-GROUP.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-GROUP.
           05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 INSTALLMENT-DISPLAY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDL-INSTALLMENT-NO PIC Z9.
           05 FILLER PIC X(6) VALUE "  DUE ".
           05 IDL-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDL-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDL-STATUS PIC X(6).
       PROCEDURE DIVISION.
       100-MAINTAIN-PAYMENT-PLANS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-PLAN-MAINTENANCE.
           PERFORM 202-MAINTAIN-ONE-PAYMENT-PLAN
               UNTIL EOF-FLG NOT = 'Y'.
           PERFORM 203-CLOSE-PLAN-MAINTENANCE.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-PLAN-MAINTENANCE.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID.
           MOVE 2 TO REQUIRED-AUTHORITY-LEVEL.
           PERFORM 250-VALIDATE-OPERATOR-SIGNON.
           IF OPERATOR-VALID-FLG = 'Y'
               OPEN INPUT STUDENT-FILE-IN
               IF STUDENT-FILE-STATUS = "00"
                   OPEN I-O PAYMENT-PLAN-FILE
                   IF PLAN-FILE-STATUS = "35"
                       OPEN OUTPUT PAYMENT-PLAN-FILE
                       CLOSE PAYMENT-PLAN-FILE
                       OPEN I-O PAYMENT-PLAN-FILE
                   END-IF
                   OPEN EXTEND AUDIT-LOG-FILE
                   IF AUDIT-FILE-STATUS = "35"
                       OPEN OUTPUT AUDIT-LOG-FILE
                       CLOSE AUDIT-LOG-FILE
                       OPEN EXTEND AUDIT-LOG-FILE
                   END-IF
                   MOVE 'Y' TO MAINTENANCE-OPEN-FLG
                   DISPLAY "DO YOU WANT TO MAINTAIN A PAYMENT PLAN?"
                       "(Y/N) "
                   ACCEPT EOF-FLG
               ELSE
                   DISPLAY "CANNOT OPEN STUDENT MASTER - STATUS "
                       STUDENT-FILE-STATUS
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

       202-MAINTAIN-ONE-PAYMENT-PLAN.
           ADD 1 TO ACTIONS-READ-COUNT.
           DISPLAY "ENTER A TO SET UP, U TO CHANGE, C TO CANCEL ".
           DISPLAY "OR I TO DISPLAY A PAYMENT PLAN: ".
           ACCEPT ACTION-CODE.

           DISPLAY "PLEASE ENTER STUDENT NUMBER: ".
           ACCEPT STUDENT-NUMBER-INPUT.

           MOVE 'N' TO STUDENT-FOUND-FLG.
           MOVE 'N' TO FOUND-FLG.
           IF STUDENT-NUMBER-INPUT IS NUMERIC
               PERFORM 210-READ-STUDENT-AND-PLAN
           END-IF.

           EVALUATE TRUE
               WHEN STUDENT-NUMBER-INPUT IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE NUMERIC - REJECTED"
               WHEN STUDENT-FOUND-FLG = 'N'
                   DISPLAY "STUDENT NUMBER NOT ON FILE - REJECTED"
               WHEN ACTION-CODE = 'A' AND FOUND-FLG = 'Y'
                   AND PP-PLAN-STATUS = 'A'
                   DISPLAY "STUDENT ALREADY HAS AN ACTIVE PLAN - "
                       "REJECTED"
               WHEN ACTION-CODE = 'A' AND STUDENT-STATUS = 'W'
                   DISPLAY "STUDENT WITHDRAWN - NO PLAN SET UP"
               WHEN ACTION-CODE = 'A' AND STUDENT-STATUS = 'C'
                   DISPLAY "ACCOUNT IN COLLECTIONS - NO PLAN SET UP"
               WHEN ACTION-CODE = 'A' AND STUDENT-STATUS = 'X'
                   DISPLAY "ACCOUNT WRITTEN OFF - NO PLAN SET UP"
               WHEN ACTION-CODE = 'A' AND TUITION-OWED = ZERO
                   DISPLAY "STUDENT OWES NOTHING - NO PLAN SET UP"
               WHEN ACTION-CODE = 'A'
                   PERFORM 220-ACCEPT-PLAN-TERMS
                   IF VALID-PLAN-FLG = 'Y'
                       PERFORM 230-BUILD-INSTALLMENT-SCHEDULE
                       PERFORM 240-WRITE-OR-REWRITE-PLAN
                   END-IF
               WHEN (ACTION-CODE = 'U' OR ACTION-CODE = 'C'
                   OR ACTION-CODE = 'I') AND FOUND-FLG = 'N'
                   DISPLAY "NO PAYMENT PLAN ON FILE - NO CHANGE"
               WHEN ACTION-CODE = 'I'
                   PERFORM 260-DISPLAY-PAYMENT-PLAN
               WHEN (ACTION-CODE = 'U' OR ACTION-CODE = 'C')
                   AND PP-PLAN-STATUS NOT = 'A'
                   DISPLAY "PAYMENT PLAN IS NOT ACTIVE - NO CHANGE"
               WHEN ACTION-CODE = 'U' AND STUDENT-STATUS = 'C'
                   DISPLAY "ACCOUNT IN COLLECTIONS - NO CHANGE"
               WHEN ACTION-CODE = 'U' AND STUDENT-STATUS = 'X'
                   DISPLAY "ACCOUNT WRITTEN OFF - NO CHANGE"
               WHEN ACTION-CODE = 'U'
                   PERFORM 260-DISPLAY-PAYMENT-PLAN
                   PERFORM 220-ACCEPT-PLAN-TERMS
                   IF VALID-PLAN-FLG = 'Y'
                       PERFORM 230-BUILD-INSTALLMENT-SCHEDULE
                       PERFORM 240-WRITE-OR-REWRITE-PLAN
                   END-IF
               WHEN ACTION-CODE = 'C'
                   MOVE 'C' TO PP-PLAN-STATUS
                   MOVE OPERATOR-ID TO PP-OPERATOR-ID
                   REWRITE PAYMENT-PLAN-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING PAYMENT PLAN"
                       NOT INVALID KEY
                           PERFORM 245-WRITE-AUDIT-LOG-ENTRY
                           DISPLAY "PAYMENT PLAN CANCELLED"
                   END-REWRITE
               WHEN OTHER
                   DISPLAY "INVALID ACTION CODE - MUST BE A, U, C "
                       "OR I"
           END-EVALUATE.

           DISPLAY "DO YOU WANT TO MAINTAIN A PAYMENT PLAN?(Y/N) ".
           ACCEPT EOF-FLG.

       210-READ-STUDENT-AND-PLAN.
           MOVE STUDENT-NUMBER-INPUT TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
               INVALID KEY MOVE 'N' TO STUDENT-FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO STUDENT-FOUND-FLG
           END-READ.
           MOVE STUDENT-NUMBER-INPUT TO PP-STUDENT-NUMBER.
           READ PAYMENT-PLAN-FILE
               INVALID KEY MOVE 'N' TO FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO FOUND-FLG
           END-READ.

       220-ACCEPT-PLAN-TERMS.
           MOVE 'N' TO VALID-PLAN-FLG.
           MOVE SPACES TO PLAN-EDIT-MESSAGE.
           DISPLAY "PLEASE ENTER PLAN AMOUNT: ".
           ACCEPT PLAN-AMOUNT-INPUT.
           INSPECT PLAN-AMOUNT-INPUT REPLACING LEADING SPACE BY ZERO.
           DISPLAY "PLEASE ENTER NUMBER OF INSTALLMENTS (1-12): ".
           ACCEPT INSTALLMENT-COUNT-INPUT.
           INSPECT INSTALLMENT-COUNT-INPUT
               REPLACING LEADING SPACE BY ZERO.
           DISPLAY "PLEASE ENTER FIRST DUE DATE (YYYYMMDD): ".
           ACCEPT FIRST-DUE-DATE-INPUT.
           PERFORM 221-EDIT-PLAN-TERMS.
           IF VALID-PLAN-FLG NOT = 'Y'
               DISPLAY "INVALID ENTRY - " PLAN-EDIT-MESSAGE
           END-IF.

       221-EDIT-PLAN-TERMS.
           EVALUATE TRUE
               WHEN PLAN-AMOUNT-INPUT IS NOT NUMERIC
                   MOVE "PLAN AMOUNT MUST BE NUMERIC" TO
                       PLAN-EDIT-MESSAGE
               WHEN INSTALLMENT-COUNT-INPUT IS NOT NUMERIC
                   MOVE "INSTALLMENT COUNT MUST BE NUMERIC" TO
                       PLAN-EDIT-MESSAGE
               WHEN FIRST-DUE-DATE-INPUT IS NOT NUMERIC
                   MOVE "FIRST DUE DATE MUST BE NUMERIC" TO
                       PLAN-EDIT-MESSAGE
               WHEN OTHER
                   MOVE PLAN-AMOUNT-INPUT TO PLAN-AMOUNT-NUMERIC
                   MOVE INSTALLMENT-COUNT-INPUT TO
                       INSTALLMENT-COUNT-NUMERIC
                   MOVE FIRST-DUE-DATE-INPUT TO FIRST-DUE-DATE
                   PERFORM 222-EDIT-PLAN-VALUES
           END-EVALUATE.

       222-EDIT-PLAN-VALUES.
           EVALUATE TRUE
               WHEN PLAN-AMOUNT-NUMERIC = ZERO
                   MOVE "PLAN AMOUNT MUST NOT BE ZERO" TO
                       PLAN-EDIT-MESSAGE
               WHEN PLAN-AMOUNT-NUMERIC > TUITION-OWED
                   MOVE "PLAN AMOUNT EXCEEDS TUITION OWED" TO
                       PLAN-EDIT-MESSAGE
               WHEN INSTALLMENT-COUNT-NUMERIC < 1
                   OR INSTALLMENT-COUNT-NUMERIC > 12
                   MOVE "INSTALLMENTS MUST BE 1 TO 12" TO
                       PLAN-EDIT-MESSAGE
               WHEN INSTALLMENT-COUNT-NUMERIC > PLAN-AMOUNT-NUMERIC
                   MOVE "MORE INSTALLMENTS THAN DOLLARS" TO
                       PLAN-EDIT-MESSAGE
               WHEN FIRST-DUE-MONTH < 1 OR FIRST-DUE-MONTH > 12
                   MOVE "FIRST DUE DATE MONTH INVALID" TO
                       PLAN-EDIT-MESSAGE
               WHEN FIRST-DUE-DAY < 1 OR FIRST-DUE-DAY > 31
                   MOVE "FIRST DUE DATE DAY INVALID" TO
                       PLAN-EDIT-MESSAGE
               WHEN FIRST-DUE-DATE < JOB-START-DATE
                   MOVE "FIRST DUE DATE IS IN THE PAST" TO
                       PLAN-EDIT-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO VALID-PLAN-FLG
           END-EVALUATE.

       230-BUILD-INSTALLMENT-SCHEDULE.
           MOVE PLAN-AMOUNT-NUMERIC TO PP-PLAN-AMOUNT.
           MOVE INSTALLMENT-COUNT-NUMERIC TO PP-INSTALLMENT-COUNT.
           MOVE 'A' TO PP-PLAN-STATUS.
           MOVE ZERO TO PP-MISSED-COUNT.
           MOVE JOB-START-DATE TO PP-START-DATE.
           MOVE ZERO TO PP-PAID-TO-DATE.
           MOVE ZERO TO PP-LAST-MONITOR-DATE.
           MOVE OPERATOR-ID TO PP-OPERATOR-ID.
           DIVIDE PLAN-AMOUNT-NUMERIC BY INSTALLMENT-COUNT-NUMERIC
               GIVING INSTALLMENT-BASE
               REMAINDER INSTALLMENT-ODD-DOLLARS.
           MOVE FIRST-DUE-DATE TO DUE-DATE-WORK.
           PERFORM 231-SET-ONE-INSTALLMENT
               VARYING INSTALLMENT-NO FROM 1 BY 1
               UNTIL INSTALLMENT-NO > 12.

       231-SET-ONE-INSTALLMENT.
           IF INSTALLMENT-NO > PP-INSTALLMENT-COUNT
               MOVE ZERO TO PP-DUE-DATE(INSTALLMENT-NO)
               MOVE ZERO TO PP-INST-AMOUNT(INSTALLMENT-NO)
               MOVE SPACE TO PP-INST-STATUS(INSTALLMENT-NO)
           ELSE
               MOVE FIRST-DUE-DAY TO DUE-DAY
               PERFORM 232-SET-DAYS-THIS-MONTH
               IF DUE-DAY > DAYS-THIS-MONTH
                   MOVE DAYS-THIS-MONTH TO DUE-DAY
               END-IF
               MOVE DUE-DATE-WORK TO PP-DUE-DATE(INSTALLMENT-NO)
               MOVE INSTALLMENT-BASE TO PP-INST-AMOUNT(INSTALLMENT-NO)
               IF INSTALLMENT-NO = PP-INSTALLMENT-COUNT
                   ADD INSTALLMENT-ODD-DOLLARS TO
                       PP-INST-AMOUNT(INSTALLMENT-NO)
               END-IF
               MOVE 'O' TO PP-INST-STATUS(INSTALLMENT-NO)
               ADD 1 TO DUE-MONTH
               IF DUE-MONTH > 12
                   MOVE 1 TO DUE-MONTH
                   ADD 1 TO DUE-YEAR
               END-IF
           END-IF.

       232-SET-DAYS-THIS-MONTH.
           MOVE MONTH-DAYS(DUE-MONTH) TO DAYS-THIS-MONTH.
           IF DUE-MONTH = 2
               DIVIDE DUE-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = ZERO
                   DIVIDE DUE-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = ZERO
                       MOVE 29 TO DAYS-THIS-MONTH
                   ELSE
                       DIVIDE DUE-YEAR BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = ZERO
                           MOVE 29 TO DAYS-THIS-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       240-WRITE-OR-REWRITE-PLAN.
           IF FOUND-FLG = 'Y'
               REWRITE PAYMENT-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING PAYMENT PLAN"
                   NOT INVALID KEY
                       PERFORM 245-WRITE-AUDIT-LOG-ENTRY
                       PERFORM 260-DISPLAY-PAYMENT-PLAN
               END-REWRITE
           ELSE
               WRITE PAYMENT-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING PAYMENT PLAN"
                   NOT INVALID KEY
                       PERFORM 245-WRITE-AUDIT-LOG-ENTRY
                       PERFORM 260-DISPLAY-PAYMENT-PLAN
               END-WRITE
           END-IF.

       245-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "PAYMENT-PLAN-MAINTENANCE" TO AUDIT-PROGRAM-NAME.
           MOVE PP-STUDENT-NUMBER TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.
           ADD 1 TO RECORDS-WRITTEN-COUNT.

       260-DISPLAY-PAYMENT-PLAN.
           DISPLAY "PAYMENT PLAN FOR " PP-STUDENT-NUMBER " "
               STUDENT-NAME.
           DISPLAY "  PLAN AMOUNT " PP-PLAN-AMOUNT
               "  INSTALLMENTS " PP-INSTALLMENT-COUNT
               "  STATUS " PP-PLAN-STATUS
               "  MISSED " PP-MISSED-COUNT.
           DISPLAY "  STARTED " PP-START-DATE
               "  PAID TO DATE " PP-PAID-TO-DATE.
           PERFORM 261-DISPLAY-ONE-INSTALLMENT
               VARYING INSTALLMENT-NO FROM 1 BY 1
               UNTIL INSTALLMENT-NO > PP-INSTALLMENT-COUNT.

       261-DISPLAY-ONE-INSTALLMENT.
           MOVE INSTALLMENT-NO TO IDL-INSTALLMENT-NO.
           MOVE PP-DUE-DATE(INSTALLMENT-NO) TO IDL-DUE-DATE.
           MOVE PP-INST-AMOUNT(INSTALLMENT-NO) TO IDL-AMOUNT.
           EVALUATE PP-INST-STATUS(INSTALLMENT-NO)
               WHEN 'M'
                   MOVE "MET" TO IDL-STATUS
               WHEN 'X'
                   MOVE "MISSED" TO IDL-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO IDL-STATUS
           END-EVALUATE.
           DISPLAY INSTALLMENT-DISPLAY-LINE.

       203-CLOSE-PLAN-MAINTENANCE.
           IF MAINTENANCE-OPEN-FLG = 'Y'
               CLOSE PAYMENT-PLAN-FILE
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
           MOVE "PAYMENT-PLAN-MAINTENANCE" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE ACTIONS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE RECORDS-WRITTEN-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM PAYMENT-PLAN-MAINTENANCE.
