      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Nightly payment-plan monitor. Read every active plan
      * on the indexed payment-plan master PAYPLAN.TXT and total the
      * student's payments on PAYLEDGER.TXT made since the plan was
      * set up, less any of them the bank returned (reversal entries
      * of type R). Paid to date is applied to the installments in
      * due-date order: an installment covered, together with every
      * installment before it, is marked met; one not covered whose
      * due date has passed is marked missed; one not yet due stays
      * open. A payment that catches the plan up clears the misses it
      * covers. A plan with every installment met is closed as paid.
      * A plan with MISSED-INSTALLMENT-LIMIT or more missed
      * installments is defaulted and the account is placed on
      * financial hold (STUDENT-STATUS H) on the indexed
      * STUDENTFILE.TXT, unless it is already on hold or withdrawn;
      * a defaulted plan is not monitored again. An audit-log entry
      * goes to AUDITLOG.TXT for every plan closed or defaulted and
      * every student record rewritten, the schedule-control gate is
      * checked before either master is touched, the run ends with
      * control totals, and a run-history entry goes to RUNHIST.TXT
      * at end of job like the other batch programs.
      * Tectonics: cobc -I copybooks
      * Modification History:
      *   Oct 15, 2026 - Cancel (plan status C) an active plan whose
      *                  account has been referred to the collection
      *                  agency (STUDENT-STATUS C) or written off (X)
      *                  instead of monitoring it, so the plan is not
      *                  defaulted and does not show in arrears on
      *                  PLAN-STATUS-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-PLAN-MONITOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "./PAYPLAN.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PP-STUDENT-NUMBER
                FILE STATUS IS PLAN-FILE-STATUS.
           SELECT STUDENT-FILE-IO ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT POSTED-PAYMENT-FILE ASSIGN TO "./PAYLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "./SCHEDCTL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCHED-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-PLAN-FILE.
           COPY "PAYPLAN.CPY".
       FD STUDENT-FILE-IO.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD POSTED-PAYMENT-FILE.
           COPY "PAYLEDGER.CPY".
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD SCHEDULE-CONTROL-FILE.
           COPY "SCHEDCTL.CPY".
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 LEDGER-EOF-FLG PIC X.
           05 FOUND-FLG PIC X.
           05 MONITOR-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8) VALUE "BATCH".
           05 PLAN-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
           05 PREREQS-CLEARED-FLG PIC X.
           05 PREREQ-MET-FLG PIC X.
           05 SCHED-EOF-FLG PIC X.
           05 GATE-HIST-EOF-FLG PIC X.
           05 OVERRIDE-FLG PIC X.
           05 SCHED-FILE-STATUS PIC XX.
       01 GATE-WINDOW-FIELDS.
           05 GATE-TODAY-DATE PIC 9(8).
           05 PRIOR-DATE PIC 9(8).
           05 PRIOR-DATE-SPLIT REDEFINES PRIOR-DATE.
               10 PRIOR-YEAR PIC 9(4).
               10 PRIOR-MONTH PIC 9(2).
               10 PRIOR-DAY PIC 9(2).
           05 DAYS-THIS-MONTH PIC 9(2).
           05 LEAP-QUOTIENT PIC 9(4).
           05 LEAP-REMAINDER PIC 9(4).
       01 MONTH-DAYS-GROUP.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-GROUP.
           05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
       01 PLAN-WORK-FIELDS.
           05 MISSED-INSTALLMENT-LIMIT PIC 9(2) VALUE 2.
           05 INSTALLMENT-NO PIC 9(2).
           05 PAYMENTS-SINCE-START PIC 9(9).
           05 REVERSALS-SINCE-START PIC 9(9).
           05 CUMULATIVE-DUE PIC 9(7).
           05 OPEN-INSTALLMENT-COUNT PIC 9(2).
           05 PRIOR-MISSED-COUNT PIC 9(2).
       01 CONTROL-TOTALS.
           05 PLANS-READ-COUNT PIC 9(5) VALUE ZERO.
           05 PLANS-MONITORED-COUNT PIC 9(5) VALUE ZERO.
           05 INSTALLMENTS-MISSED-COUNT PIC 9(5) VALUE ZERO.
           05 PLANS-PAID-COUNT PIC 9(5) VALUE ZERO.
           05 PLANS-DEFAULTED-COUNT PIC 9(5) VALUE ZERO.
           05 HOLDS-PLACED-COUNT PIC 9(5) VALUE ZERO.
           05 PLANS-CANCELLED-COUNT PIC 9(5) VALUE ZERO.
       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL PIC X(25).
           05 CTL-COUNT PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       100-MONITOR-PAYMENT-PLANS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 260-CHECK-JOB-PREREQUISITES.
           IF PREREQS-CLEARED-FLG = 'Y'
               PERFORM 201-INITIATE-PLAN-MONITOR
               PERFORM 202-MONITOR-ONE-PLAN UNTIL EOF-FLG = 'Y'
               PERFORM 203-CLOSE-PLAN-MONITOR
           ELSE
               DISPLAY "PREREQUISITES NOT MET - NO PLANS MONITORED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-PLAN-MONITOR.
           OPEN I-O PAYMENT-PLAN-FILE.
           IF PLAN-FILE-STATUS = "35"
               DISPLAY "NO PAYMENT-PLAN MASTER FOUND - NOTHING TO "
                   "MONITOR"
               MOVE 'Y' TO EOF-FLG
           ELSE
               OPEN I-O STUDENT-FILE-IO
               IF STUDENT-FILE-STATUS = "00"
                   MOVE 'Y' TO MONITOR-OPEN-FLG
                   PERFORM 204-OPEN-AUDIT-LOG
                   READ PAYMENT-PLAN-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLG
                   END-READ
               ELSE
                   DISPLAY "CANNOT OPEN STUDENT MASTER - STATUS "
                       STUDENT-FILE-STATUS " - NO PLANS MONITORED"
                   CLOSE PAYMENT-PLAN-FILE
                   MOVE 'Y' TO EOF-FLG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       204-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

       202-MONITOR-ONE-PLAN.
           ADD 1 TO PLANS-READ-COUNT.
           IF PP-PLAN-STATUS = 'A'
               PERFORM 205-READ-PLAN-STUDENT
               IF FOUND-FLG = 'Y'
                   AND (STUDENT-STATUS = 'C' OR STUDENT-STATUS = 'X')
                   PERFORM 215-CANCEL-BAD-DEBT-PLAN
               ELSE
                   PERFORM 210-MONITOR-ACTIVE-PLAN
               END-IF
           END-IF.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO EOF-FLG.

       205-READ-PLAN-STUDENT.
           MOVE PP-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IO
               INVALID KEY MOVE 'N' TO FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO FOUND-FLG
           END-READ.

       210-MONITOR-ACTIVE-PLAN.
           ADD 1 TO PLANS-MONITORED-COUNT.
           PERFORM 211-TOTAL-PAYMENTS-SINCE-START.
           MOVE PP-MISSED-COUNT TO PRIOR-MISSED-COUNT.
           MOVE ZERO TO CUMULATIVE-DUE.
           MOVE ZERO TO PP-MISSED-COUNT.
           MOVE ZERO TO OPEN-INSTALLMENT-COUNT.
           PERFORM 213-TEST-ONE-INSTALLMENT
               VARYING INSTALLMENT-NO FROM 1 BY 1
               UNTIL INSTALLMENT-NO > PP-INSTALLMENT-COUNT.
           IF PP-MISSED-COUNT > PRIOR-MISSED-COUNT
               COMPUTE INSTALLMENTS-MISSED-COUNT =
                   INSTALLMENTS-MISSED-COUNT + PP-MISSED-COUNT
                   - PRIOR-MISSED-COUNT
           END-IF.
           MOVE JOB-START-DATE TO PP-LAST-MONITOR-DATE.
           EVALUATE TRUE
               WHEN PP-MISSED-COUNT = ZERO
                   AND OPEN-INSTALLMENT-COUNT = ZERO
                   MOVE 'P' TO PP-PLAN-STATUS
                   ADD 1 TO PLANS-PAID-COUNT
                   DISPLAY "PLAN PAID IN FULL FOR STUDENT "
                       PP-STUDENT-NUMBER
               WHEN PP-MISSED-COUNT NOT < MISSED-INSTALLMENT-LIMIT
                   MOVE 'D' TO PP-PLAN-STATUS
                   ADD 1 TO PLANS-DEFAULTED-COUNT
                   DISPLAY "PLAN DEFAULTED FOR STUDENT "
                       PP-STUDENT-NUMBER " - " PP-MISSED-COUNT
                       " INSTALLMENTS MISSED"
           END-EVALUATE.
           REWRITE PAYMENT-PLAN-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING PLAN FOR STUDENT "
                       PP-STUDENT-NUMBER
               NOT INVALID KEY
                   IF PP-PLAN-STATUS NOT = 'A'
                       MOVE PP-STUDENT-NUMBER TO AUDIT-RECORD-KEY
                       PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                   END-IF
                   IF PP-PLAN-STATUS = 'D'
                       PERFORM 220-PLACE-FINANCIAL-HOLD
                   END-IF
           END-REWRITE.

       211-TOTAL-PAYMENTS-SINCE-START.
           MOVE ZERO TO PAYMENTS-SINCE-START.
           MOVE ZERO TO REVERSALS-SINCE-START.
           MOVE 'N' TO LEDGER-EOF-FLG.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-PAYMENT-FILE
                   AT END MOVE 'Y' TO LEDGER-EOF-FLG
               END-READ
               PERFORM 212-ADD-ONE-PAYMENT-ENTRY
                   UNTIL LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-PAYMENT-FILE
           END-IF.
           IF REVERSALS-SINCE-START < PAYMENTS-SINCE-START
               COMPUTE PP-PAID-TO-DATE = PAYMENTS-SINCE-START
                   - REVERSALS-SINCE-START
           ELSE
               MOVE ZERO TO PP-PAID-TO-DATE
           END-IF.

       212-ADD-ONE-PAYMENT-ENTRY.
           IF PL-STUDENT-NUMBER = PP-STUDENT-NUMBER
               AND PL-PAY-DATE NOT < PP-START-DATE
               IF PL-ENTRY-TYPE = 'R'
                   ADD PL-AMOUNT TO REVERSALS-SINCE-START
               ELSE
                   ADD PL-AMOUNT TO PAYMENTS-SINCE-START
               END-IF
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO LEDGER-EOF-FLG.

       213-TEST-ONE-INSTALLMENT.
           ADD PP-INST-AMOUNT(INSTALLMENT-NO) TO CUMULATIVE-DUE.
           EVALUATE TRUE
               WHEN PP-PAID-TO-DATE NOT < CUMULATIVE-DUE
                   MOVE 'M' TO PP-INST-STATUS(INSTALLMENT-NO)
               WHEN PP-DUE-DATE(INSTALLMENT-NO) < JOB-START-DATE
                   MOVE 'X' TO PP-INST-STATUS(INSTALLMENT-NO)
                   ADD 1 TO PP-MISSED-COUNT
               WHEN OTHER
                   MOVE 'O' TO PP-INST-STATUS(INSTALLMENT-NO)
                   ADD 1 TO OPEN-INSTALLMENT-COUNT
           END-EVALUATE.

       215-CANCEL-BAD-DEBT-PLAN.
           MOVE 'C' TO PP-PLAN-STATUS.
           MOVE JOB-START-DATE TO PP-LAST-MONITOR-DATE.
           REWRITE PAYMENT-PLAN-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING PLAN FOR STUDENT "
                       PP-STUDENT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO PLANS-CANCELLED-COUNT
                   DISPLAY "PLAN CANCELLED FOR STUDENT "
                       PP-STUDENT-NUMBER " - ACCOUNT REFERRED OR "
                       "WRITTEN OFF"
                   MOVE PP-STUDENT-NUMBER TO AUDIT-RECORD-KEY
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
           END-REWRITE.

       220-PLACE-FINANCIAL-HOLD.
           MOVE PP-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IO
               INVALID KEY MOVE 'N' TO FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO FOUND-FLG
           END-READ.
           IF FOUND-FLG = 'Y' AND STUDENT-STATUS = 'A'
               MOVE 'H' TO STUDENT-STATUS
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING MASTER RECORD FOR "
                           STUDENT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO HOLDS-PLACED-COUNT
                       MOVE STUDENT-NUMBER TO AUDIT-RECORD-KEY
                       PERFORM 230-WRITE-AUDIT-LOG-ENTRY
               END-REWRITE
           END-IF.

       230-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "PAYMENT-PLAN-MONITOR" TO AUDIT-PROGRAM-NAME.
           WRITE AUDIT-LOG-RECORD.

       260-CHECK-JOB-PREREQUISITES.
           MOVE 'Y' TO PREREQS-CLEARED-FLG.
           PERFORM 266-COMPUTE-WINDOW-DATES.
           MOVE 'N' TO SCHED-EOF-FLG.
           OPEN INPUT SCHEDULE-CONTROL-FILE.
           IF SCHED-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ SCHEDULE-CONTROL-FILE
                   AT END MOVE 'Y' TO SCHED-EOF-FLG
               END-READ
               PERFORM 261-CHECK-ONE-CONTROL-ENTRY
                   UNTIL SCHED-EOF-FLG = 'Y'
               CLOSE SCHEDULE-CONTROL-FILE
           END-IF.
           IF PREREQS-CLEARED-FLG = 'N'
               PERFORM 264-OFFER-OPERATOR-OVERRIDE
           END-IF.

       261-CHECK-ONE-CONTROL-ENTRY.
           IF SCH-JOB-NAME = "PAYMENT-PLAN-MONITOR"
               PERFORM 262-VERIFY-ONE-PREREQUISITE
           END-IF.
           READ SCHEDULE-CONTROL-FILE
               AT END MOVE 'Y' TO SCHED-EOF-FLG.

       262-VERIFY-ONE-PREREQUISITE.
           MOVE 'N' TO PREREQ-MET-FLG.
           MOVE 'N' TO GATE-HIST-EOF-FLG.
           OPEN INPUT RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO GATE-HIST-EOF-FLG
               END-READ
               PERFORM 263-MATCH-ONE-RUN-ENTRY
                   UNTIL GATE-HIST-EOF-FLG = 'Y'
                       OR PREREQ-MET-FLG = 'Y'
               CLOSE RUN-HISTORY-FILE
           END-IF.
           IF PREREQ-MET-FLG = 'N'
               DISPLAY "PREREQUISITE NOT SATISFIED: " SCH-PREREQ-NAME
               MOVE 'N' TO PREREQS-CLEARED-FLG
           END-IF.

       263-MATCH-ONE-RUN-ENTRY.
           IF RUN-PROGRAM-NAME = SCH-PREREQ-NAME
               AND RUN-COMPLETION-CODE = ZERO
               AND (RUN-END-DATE = GATE-TODAY-DATE
                   OR RUN-END-DATE = PRIOR-DATE)
               MOVE 'Y' TO PREREQ-MET-FLG
           ELSE
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO GATE-HIST-EOF-FLG
               END-READ
           END-IF.

       264-OFFER-OPERATOR-OVERRIDE.
           DISPLAY "PREREQUISITES NOT MET - OPERATOR OVERRIDE?(Y/N) ".
           MOVE 'N' TO OVERRIDE-FLG.
           ACCEPT OVERRIDE-FLG.
           IF OVERRIDE-FLG = 'Y'
               PERFORM 265-WRITE-OVERRIDE-AUDIT-ENTRY
               MOVE 'Y' TO PREREQS-CLEARED-FLG
           END-IF.

       265-WRITE-OVERRIDE-AUDIT-ENTRY.
           PERFORM 204-OPEN-AUDIT-LOG.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "PAYMENT-PLAN-MONITOR" TO AUDIT-PROGRAM-NAME.
           MOVE "PREREQ OVERRIDE" TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       266-COMPUTE-WINDOW-DATES.
           ACCEPT GATE-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE GATE-TODAY-DATE TO PRIOR-DATE.
           IF PRIOR-DAY > 1
               SUBTRACT 1 FROM PRIOR-DAY
           ELSE
               IF PRIOR-MONTH > 1
                   SUBTRACT 1 FROM PRIOR-MONTH
               ELSE
                   MOVE 12 TO PRIOR-MONTH
                   SUBTRACT 1 FROM PRIOR-YEAR
               END-IF
               PERFORM 267-SET-DAYS-THIS-MONTH
               MOVE DAYS-THIS-MONTH TO PRIOR-DAY
           END-IF.

       267-SET-DAYS-THIS-MONTH.
           MOVE MONTH-DAYS(PRIOR-MONTH) TO DAYS-THIS-MONTH.
           IF PRIOR-MONTH = 2
               DIVIDE PRIOR-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = ZERO
                   DIVIDE PRIOR-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = ZERO
                       MOVE 29 TO DAYS-THIS-MONTH
                   ELSE
                       DIVIDE PRIOR-YEAR BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = ZERO
                           MOVE 29 TO DAYS-THIS-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       203-CLOSE-PLAN-MONITOR.
           IF MONITOR-OPEN-FLG = 'Y'
               CLOSE PAYMENT-PLAN-FILE
               CLOSE STUDENT-FILE-IO
               CLOSE AUDIT-LOG-FILE
               PERFORM 300-PRINT-CONTROL-TOTALS
           END-IF.

       300-PRINT-CONTROL-TOTALS.
           DISPLAY "PAYMENT PLAN MONITOR CONTROL TOTALS".
           MOVE "PLANS READ" TO CTL-LABEL.
           MOVE PLANS-READ-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "ACTIVE PLANS MONITORED" TO CTL-LABEL.
           MOVE PLANS-MONITORED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "INSTALLMENTS NEWLY MISSED" TO CTL-LABEL.
           MOVE INSTALLMENTS-MISSED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "PLANS PAID IN FULL" TO CTL-LABEL.
           MOVE PLANS-PAID-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "PLANS DEFAULTED" TO CTL-LABEL.
           MOVE PLANS-DEFAULTED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "FINANCIAL HOLDS PLACED" TO CTL-LABEL.
           MOVE HOLDS-PLACED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "BAD-DEBT PLANS CANCELLED" TO CTL-LABEL.
           MOVE PLANS-CANCELLED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "PAYMENT-PLAN-MONITOR" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE PLANS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE PLANS-MONITORED-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM PAYMENT-PLAN-MONITOR.
