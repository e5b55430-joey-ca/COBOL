      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Refund disbursement. Read the bursar's approved
      * refunds from REFUNDS.TXT (student number, refund amount,
      * cheque number), find each STUDENT-RECORD on the indexed
      * STUDENTFILE.TXT by STUDENT-NUMBER, take the refund out of
      * TUITION-CREDIT and REWRITE the record in place, so a credit
      * that has been paid back by cheque stops showing on the
      * refund-due report. Every refund applied is appended to the
      * permanent posted-refunds ledger REFLEDGER.TXT (student number,
      * amount, cheque number, posting date, operator) and listed on
      * the cheque register print file CHQREGISTER.TXT, which ends
      * with control totals the bursar can balance the cheque run to.
      * Refunds for unknown student numbers, for more than the credit
      * on file, or carrying a cheque number already on the ledger go
      * to the reject file REFREJECTS.TXT with a reason. The operator
      * must hold cash posting authority (level 3) on OPERMAST.TXT,
      * the schedule-control gate is checked before the master is
      * touched, an audit-log entry goes to AUDITLOG.TXT for every
      * master record rewritten, the refund file is rewritten empty
      * after the run so a rerun cannot pay a refund twice, and a
      * run-history entry goes to RUNHIST.TXT at end of job like the
      * other batch programs.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-DISBURSEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-FILE-IN ASSIGN TO "./REFUNDS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REFUND-FILE-STATUS.
           SELECT STUDENT-FILE-IO ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT REFUND-REJECT-FILE-OUT ASSIGN TO "./REFREJECTS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE-OUT ASSIGN TO "./CHQREGISTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT POSTED-REFUND-FILE ASSIGN TO "./REFLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "./OPERMAST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPER-FILE-STATUS.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "./SCHEDCTL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCHED-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REFUND-FILE-IN.
       01 REFUND-RECORD-IN.
           05 RFD-STUDENT-NUMBER PIC X(7).
           05 RFD-AMOUNT PIC X(5).
           05 RFD-CHEQUE-NUMBER PIC X(8).
       FD STUDENT-FILE-IO.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD REFUND-REJECT-FILE-OUT.
       01 REFUND-REJECT-RECORD.
           05 RRJ-STUDENT-NUMBER PIC X(7).
           05 RRJ-AMOUNT PIC X(5).
           05 RRJ-CHEQUE-NUMBER PIC X(8).
           05 RRJ-REASON PIC X(30).
       FD REGISTER-FILE-OUT.
       01 PRINT-LINE PIC X(132).
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD POSTED-REFUND-FILE.
           COPY "REFLEDGER.CPY".
       FD OPERATOR-MASTER-FILE.
           COPY "OPERMAST.CPY".
       FD SCHEDULE-CONTROL-FILE.
           COPY "SCHEDCTL.CPY".
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 FOUND-FLG PIC X.
           05 DISBURSEMENT-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8).
           05 CHEQUE-ISSUED-FLG PIC X.
           05 LEDGER-EOF-FLG PIC X.
           05 OPERATOR-VALID-FLG PIC X.
           05 OPER-EOF-FLG PIC X.
           05 REQUIRED-AUTHORITY-LEVEL PIC 9.
           05 OPER-FILE-STATUS PIC XX.
           05 PREREQS-CLEARED-FLG PIC X.
           05 PREREQ-MET-FLG PIC X.
           05 SCHED-EOF-FLG PIC X.
           05 GATE-HIST-EOF-FLG PIC X.
           05 OVERRIDE-FLG PIC X.
           05 SCHED-FILE-STATUS PIC XX.
           05 REFUND-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
       01 REFUND-EDIT-FIELDS.
           05 REFUND-AMOUNT PIC 9(5).
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
       01 CONTROL-TOTALS.
           05 REFUNDS-READ-COUNT PIC 9(5) VALUE ZERO.
           05 CHEQUES-ISSUED-COUNT PIC 9(5) VALUE ZERO.
           05 REFUNDS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           05 DOLLARS-DISBURSED-TOTAL PIC 9(9) VALUE ZERO.
       COPY "RPTHEAD.CPY".
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "CHEQUE".
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(42) VALUE "PAYEE".
           05 FILLER PIC X(8) VALUE "AMOUNT".
           05 FILLER PIC X(14) VALUE "CREDIT LEFT".
       01 REGISTER-DETAIL-LINE.
           05 RGL-CHEQUE-NUMBER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RGL-CREDIT-LEFT PIC ZZZZ9.
       01 REGISTER-TOTAL-LINE.
           05 RTL-LABEL PIC X(25).
           05 RTL-COUNT PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       100-DISBURSE-REFUNDS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-REFUND-DISBURSEMENT.
           PERFORM 202-DISBURSE-ONE-REFUND UNTIL EOF-FLG = 'Y'.
           PERFORM 203-CLOSE-REFUND-DISBURSEMENT.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-REFUND-DISBURSEMENT.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID.
           MOVE 3 TO REQUIRED-AUTHORITY-LEVEL.
           PERFORM 250-VALIDATE-OPERATOR-SIGNON.
           IF OPERATOR-VALID-FLG NOT = 'Y'
               DISPLAY "NO REFUNDS DISBURSED"
               MOVE 'Y' TO EOF-FLG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 260-CHECK-JOB-PREREQUISITES
               IF PREREQS-CLEARED-FLG = 'Y'
                   PERFORM 207-OPEN-REFUND-FILES
               ELSE
                   DISPLAY "PREREQUISITES NOT MET - NO REFUNDS "
                       "DISBURSED"
                   MOVE 'Y' TO EOF-FLG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       207-OPEN-REFUND-FILES.
           OPEN INPUT REFUND-FILE-IN.
           IF REFUND-FILE-STATUS = "35"
               DISPLAY "NO REFUND FILE FOUND - NOTHING TO DISBURSE"
               MOVE 'Y' TO EOF-FLG
           ELSE
               OPEN I-O STUDENT-FILE-IO
               IF STUDENT-FILE-STATUS = "00"
                   MOVE 'Y' TO DISBURSEMENT-OPEN-FLG
                   OPEN OUTPUT REFUND-REJECT-FILE-OUT
                   OPEN OUTPUT REGISTER-FILE-OUT
                   PERFORM 204-OPEN-AUDIT-LOG
                   PERFORM 208-START-CHEQUE-REGISTER
                   READ REFUND-FILE-IN
                       AT END MOVE 'Y' TO EOF-FLG
                   END-READ
               ELSE
                   DISPLAY "CANNOT OPEN STUDENT MASTER - STATUS "
                       STUDENT-FILE-STATUS " - NO REFUNDS DISBURSED"
                   CLOSE REFUND-FILE-IN
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

       208-START-CHEQUE-REGISTER.
           MOVE "REFUND CHEQUE REGISTER" TO HDG-REPORT-TITLE.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-STAMP-TIME-GROUP FROM TIME.
           MOVE RUN-STAMP-DATE TO HDG-RUN-DATE.
           MOVE RUN-STAMP-TIME TO HDG-RUN-TIME.
           PERFORM 400-START-NEW-PAGE.

       202-DISBURSE-ONE-REFUND.
           ADD 1 TO REFUNDS-READ-COUNT.
           MOVE 'N' TO FOUND-FLG.
           IF RFD-STUDENT-NUMBER IS NUMERIC
               MOVE RFD-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE-IO
                   INVALID KEY MOVE 'N' TO FOUND-FLG
                   NOT INVALID KEY MOVE 'Y' TO FOUND-FLG
               END-READ
           END-IF.
           MOVE ZERO TO REFUND-AMOUNT.
           IF RFD-AMOUNT IS NUMERIC
               MOVE RFD-AMOUNT TO REFUND-AMOUNT
           END-IF.
           PERFORM 205-CHECK-CHEQUE-ISSUED.
           EVALUATE TRUE
               WHEN RFD-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO RRJ-REASON
                   PERFORM 220-WRITE-REFUND-REJECT
               WHEN RFD-AMOUNT IS NOT NUMERIC
                   MOVE "REFUND AMOUNT NOT NUMERIC" TO RRJ-REASON
                   PERFORM 220-WRITE-REFUND-REJECT
               WHEN REFUND-AMOUNT = ZERO
                   MOVE "REFUND AMOUNT ZERO" TO RRJ-REASON
                   PERFORM 220-WRITE-REFUND-REJECT
               WHEN RFD-CHEQUE-NUMBER = SPACES
                   MOVE "CHEQUE NUMBER MISSING" TO RRJ-REASON
                   PERFORM 220-WRITE-REFUND-REJECT
               WHEN CHEQUE-ISSUED-FLG = 'Y'
                   MOVE "CHEQUE NUMBER ALREADY ISSUED" TO RRJ-REASON
                   PERFORM 220-WRITE-REFUND-REJECT
               WHEN FOUND-FLG = 'N'
                   MOVE "STUDENT NUMBER NOT ON FILE" TO RRJ-REASON
                   PERFORM 220-WRITE-REFUND-REJECT
               WHEN REFUND-AMOUNT > TUITION-CREDIT
                   MOVE "REFUND EXCEEDS CREDIT ON FILE" TO RRJ-REASON
                   PERFORM 220-WRITE-REFUND-REJECT
               WHEN OTHER
                   PERFORM 210-APPLY-ONE-REFUND
           END-EVALUATE.
           READ REFUND-FILE-IN
               AT END MOVE 'Y' TO EOF-FLG.

       205-CHECK-CHEQUE-ISSUED.
           MOVE 'N' TO CHEQUE-ISSUED-FLG.
           MOVE 'N' TO LEDGER-EOF-FLG.
           OPEN INPUT POSTED-REFUND-FILE.
           IF LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-REFUND-FILE
                   AT END MOVE 'Y' TO LEDGER-EOF-FLG
               END-READ
               PERFORM 206-MATCH-ONE-LEDGER-ENTRY
                   UNTIL LEDGER-EOF-FLG = 'Y'
                       OR CHEQUE-ISSUED-FLG = 'Y'
               CLOSE POSTED-REFUND-FILE
           END-IF.

       206-MATCH-ONE-LEDGER-ENTRY.
           IF RL-CHEQUE-NUMBER = RFD-CHEQUE-NUMBER
               MOVE 'Y' TO CHEQUE-ISSUED-FLG
           ELSE
               READ POSTED-REFUND-FILE
                   AT END MOVE 'Y' TO LEDGER-EOF-FLG
               END-READ
           END-IF.

       210-APPLY-ONE-REFUND.
           SUBTRACT REFUND-AMOUNT FROM TUITION-CREDIT.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "ERROR REWRITING MASTER RECORD" TO RRJ-REASON
                   PERFORM 220-WRITE-REFUND-REJECT
               NOT INVALID KEY
                   ADD 1 TO CHEQUES-ISSUED-COUNT
                   ADD REFUND-AMOUNT TO DOLLARS-DISBURSED-TOTAL
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                   PERFORM 235-WRITE-REGISTER-DETAIL
                   PERFORM 240-WRITE-POSTED-REFUND-ENTRY
           END-REWRITE.

       220-WRITE-REFUND-REJECT.
           MOVE RFD-STUDENT-NUMBER TO RRJ-STUDENT-NUMBER.
           MOVE RFD-AMOUNT TO RRJ-AMOUNT.
           MOVE RFD-CHEQUE-NUMBER TO RRJ-CHEQUE-NUMBER.
           WRITE REFUND-REJECT-RECORD.
           ADD 1 TO REFUNDS-REJECTED-COUNT.

       230-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "REFUND-DISBURSEMENT" TO AUDIT-PROGRAM-NAME.
           MOVE STUDENT-NUMBER TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.

       235-WRITE-REGISTER-DETAIL.
           MOVE RFD-CHEQUE-NUMBER TO RGL-CHEQUE-NUMBER.
           MOVE STUDENT-NUMBER TO RGL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RGL-STUDENT-NAME.
           MOVE REFUND-AMOUNT TO RGL-AMOUNT.
           MOVE TUITION-CREDIT TO RGL-CREDIT-LEFT.
           MOVE REGISTER-DETAIL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       240-WRITE-POSTED-REFUND-ENTRY.
           OPEN EXTEND POSTED-REFUND-FILE.
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT POSTED-REFUND-FILE
               CLOSE POSTED-REFUND-FILE
               OPEN EXTEND POSTED-REFUND-FILE
           END-IF.
           MOVE STUDENT-NUMBER TO RL-STUDENT-NUMBER.
           MOVE REFUND-AMOUNT TO RL-AMOUNT.
           MOVE RFD-CHEQUE-NUMBER TO RL-CHEQUE-NUMBER.
           ACCEPT RL-POSTING-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO RL-OPERATOR-ID.
           WRITE POSTED-REFUND-RECORD.
           CLOSE POSTED-REFUND-FILE.

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
           IF SCH-JOB-NAME = "REFUND-DISBURSEMENT"
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
           MOVE "REFUND-DISBURSEMENT" TO AUDIT-PROGRAM-NAME.
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

       340-RESET-REFUND-FILE.
           OPEN OUTPUT REFUND-FILE-IN.
           CLOSE REFUND-FILE-IN.

       203-CLOSE-REFUND-DISBURSEMENT.
           IF DISBURSEMENT-OPEN-FLG = 'Y'
               PERFORM 300-PRINT-CONTROL-TOTALS
               CLOSE REFUND-FILE-IN
               CLOSE STUDENT-FILE-IO
               CLOSE REFUND-REJECT-FILE-OUT
               CLOSE REGISTER-FILE-OUT
               CLOSE AUDIT-LOG-FILE
               PERFORM 340-RESET-REFUND-FILE
           END-IF.

       300-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "REFUND DISBURSEMENT CONTROL TOTALS" TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "REFUNDS READ" TO RTL-LABEL.
           MOVE REFUNDS-READ-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "CHEQUES ISSUED" TO RTL-LABEL.
           MOVE CHEQUES-ISSUED-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "REFUNDS REJECTED" TO RTL-LABEL.
           MOVE REFUNDS-REJECTED-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "DOLLARS DISBURSED" TO RTL-LABEL.
           MOVE DOLLARS-DISBURSED-TOTAL TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.

       310-PRINT-ONE-CONTROL-TOTAL.
           MOVE REGISTER-TOTAL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           DISPLAY REGISTER-TOTAL-LINE.

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

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "REFUND-DISBURSEMENT" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE REFUNDS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE CHEQUES-ISSUED-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM REFUND-DISBURSEMENT.
