      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Bad-debt write-off. Read the supervisor-approved
      * write-offs from WRITEOFFS.TXT (student number, amount), find
      * each STUDENT-RECORD on the indexed STUDENTFILE.TXT by
      * STUDENT-NUMBER, move the whole TUITION-OWED off the master to
      * the permanent written-off balances ledger WOLEDGER.TXT
      * (student number, amount, prior status, posting date,
      * operator), zero TUITION-OWED and set STUDENT-STATUS to X
      * (written off) before the record is rewritten in place. Only
      * accounts on financial hold (H), withdrawn (W) or referred to
      * collections (C) can be written off, and the approved amount
      * must equal the balance owed so a payment posted since the
      * approval is not lost; anything else goes to the reject file
      * WOREJECTS.TXT with a reason. Every write-off is listed on the
      * register print file WOREGISTER.TXT, which ends with control
      * totals. The operator must hold supervisor authority (level 4)
      * on OPERMAST.TXT, the schedule-control gate is checked before
      * the master is touched, an audit-log entry goes to AUDITLOG.TXT
      * for every write-off, the write-off file is rewritten empty
      * after the run so a rerun cannot write an account off twice,
      * and a run-history entry goes to RUNHIST.TXT at end of job like
      * the other batch programs.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-WRITE-OFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-FILE-IN ASSIGN TO "./WRITEOFFS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRITE-OFF-FILE-STATUS.
           SELECT STUDENT-FILE-IO ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT WRITE-OFF-REJECT-FILE-OUT ASSIGN TO "./WOREJECTS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE-OUT ASSIGN TO "./WOREGISTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT WRITTEN-OFF-FILE ASSIGN TO "./WOLEDGER.TXT"
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
       FD WRITE-OFF-FILE-IN.
       01 WRITE-OFF-RECORD-IN.
           05 WOF-STUDENT-NUMBER PIC X(7).
           05 WOF-AMOUNT PIC X(5).
       FD STUDENT-FILE-IO.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD WRITE-OFF-REJECT-FILE-OUT.
       01 WRITE-OFF-REJECT-RECORD.
           05 WRJ-STUDENT-NUMBER PIC X(7).
           05 WRJ-AMOUNT PIC X(5).
           05 WRJ-REASON PIC X(30).
       FD REGISTER-FILE-OUT.
       01 PRINT-LINE PIC X(132).
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD WRITTEN-OFF-FILE.
           COPY "WOLEDGER.CPY".
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
           05 WRITE-OFF-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8).
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
           05 WRITE-OFF-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
       01 WRITE-OFF-EDIT-FIELDS.
           05 WRITE-OFF-AMOUNT PIC 9(5).
           05 PRIOR-STATUS PIC X.
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
           05 WRITE-OFFS-READ-COUNT PIC 9(5) VALUE ZERO.
           05 ACCOUNTS-WRITTEN-OFF-COUNT PIC 9(5) VALUE ZERO.
           05 WRITE-OFFS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           05 DOLLARS-WRITTEN-OFF-TOTAL PIC 9(9) VALUE ZERO.
       COPY "RPTHEAD.CPY".
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(42) VALUE "NAME".
           05 FILLER PIC X(8) VALUE "AMOUNT".
           05 FILLER PIC X(14) VALUE "PRIOR STATUS".
       01 REGISTER-DETAIL-LINE.
           05 RGL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE SPACES.
           05 RGL-PRIOR-STATUS PIC X.
       01 REGISTER-TOTAL-LINE.
           05 RTL-LABEL PIC X(25).
           05 RTL-COUNT PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       100-WRITE-OFF-BAD-DEBTS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-BAD-DEBT-WRITE-OFF.
           PERFORM 202-WRITE-OFF-ONE-ACCOUNT UNTIL EOF-FLG = 'Y'.
           PERFORM 203-CLOSE-BAD-DEBT-WRITE-OFF.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-BAD-DEBT-WRITE-OFF.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID.
           MOVE 4 TO REQUIRED-AUTHORITY-LEVEL.
           PERFORM 250-VALIDATE-OPERATOR-SIGNON.
           IF OPERATOR-VALID-FLG NOT = 'Y'
               DISPLAY "NO ACCOUNTS WRITTEN OFF"
               MOVE 'Y' TO EOF-FLG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 260-CHECK-JOB-PREREQUISITES
               IF PREREQS-CLEARED-FLG = 'Y'
                   PERFORM 207-OPEN-WRITE-OFF-FILES
               ELSE
                   DISPLAY "PREREQUISITES NOT MET - NO ACCOUNTS "
                       "WRITTEN OFF"
                   MOVE 'Y' TO EOF-FLG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       207-OPEN-WRITE-OFF-FILES.
           OPEN INPUT WRITE-OFF-FILE-IN.
           IF WRITE-OFF-FILE-STATUS = "35"
               DISPLAY "NO WRITE-OFF FILE FOUND - NOTHING TO WRITE OFF"
               MOVE 'Y' TO EOF-FLG
           ELSE
               OPEN I-O STUDENT-FILE-IO
               IF STUDENT-FILE-STATUS = "00"
                   MOVE 'Y' TO WRITE-OFF-OPEN-FLG
                   OPEN OUTPUT WRITE-OFF-REJECT-FILE-OUT
                   OPEN OUTPUT REGISTER-FILE-OUT
                   PERFORM 204-OPEN-AUDIT-LOG
                   PERFORM 208-START-WRITE-OFF-REGISTER
                   READ WRITE-OFF-FILE-IN
                       AT END MOVE 'Y' TO EOF-FLG
                   END-READ
               ELSE
                   DISPLAY "CANNOT OPEN STUDENT MASTER - STATUS "
                       STUDENT-FILE-STATUS " - NO ACCOUNTS WRITTEN OFF"
                   CLOSE WRITE-OFF-FILE-IN
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

       208-START-WRITE-OFF-REGISTER.
           MOVE "BAD-DEBT WRITE-OFF REGISTER" TO HDG-REPORT-TITLE.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-STAMP-TIME-GROUP FROM TIME.
           MOVE RUN-STAMP-DATE TO HDG-RUN-DATE.
           MOVE RUN-STAMP-TIME TO HDG-RUN-TIME.
           PERFORM 400-START-NEW-PAGE.

       202-WRITE-OFF-ONE-ACCOUNT.
           ADD 1 TO WRITE-OFFS-READ-COUNT.
           MOVE 'N' TO FOUND-FLG.
           IF WOF-STUDENT-NUMBER IS NUMERIC
               MOVE WOF-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE-IO
                   INVALID KEY MOVE 'N' TO FOUND-FLG
                   NOT INVALID KEY MOVE 'Y' TO FOUND-FLG
               END-READ
           END-IF.
           MOVE ZERO TO WRITE-OFF-AMOUNT.
           IF WOF-AMOUNT IS NUMERIC
               MOVE WOF-AMOUNT TO WRITE-OFF-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN WOF-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO WRJ-REASON
                   PERFORM 220-WRITE-WRITE-OFF-REJECT
               WHEN WOF-AMOUNT IS NOT NUMERIC
                   MOVE "WRITE-OFF AMOUNT NOT NUMERIC" TO WRJ-REASON
                   PERFORM 220-WRITE-WRITE-OFF-REJECT
               WHEN WRITE-OFF-AMOUNT = ZERO
                   MOVE "WRITE-OFF AMOUNT ZERO" TO WRJ-REASON
                   PERFORM 220-WRITE-WRITE-OFF-REJECT
               WHEN FOUND-FLG = 'N'
                   MOVE "STUDENT NUMBER NOT ON FILE" TO WRJ-REASON
                   PERFORM 220-WRITE-WRITE-OFF-REJECT
               WHEN STUDENT-STATUS = 'X'
                   MOVE "ACCOUNT ALREADY WRITTEN OFF" TO WRJ-REASON
                   PERFORM 220-WRITE-WRITE-OFF-REJECT
               WHEN STUDENT-STATUS NOT = 'H'
                   AND STUDENT-STATUS NOT = 'W'
                   AND STUDENT-STATUS NOT = 'C'
                   MOVE "ACCOUNT NOT HOLD/WDRN/REFERRED" TO WRJ-REASON
                   PERFORM 220-WRITE-WRITE-OFF-REJECT
               WHEN WRITE-OFF-AMOUNT NOT = TUITION-OWED
                   MOVE "AMOUNT NOT EQUAL TO BALANCE" TO WRJ-REASON
                   PERFORM 220-WRITE-WRITE-OFF-REJECT
               WHEN OTHER
                   PERFORM 210-APPLY-ONE-WRITE-OFF
           END-EVALUATE.
           READ WRITE-OFF-FILE-IN
               AT END MOVE 'Y' TO EOF-FLG.

       210-APPLY-ONE-WRITE-OFF.
           MOVE STUDENT-STATUS TO PRIOR-STATUS.
           MOVE ZERO TO TUITION-OWED.
           MOVE 'X' TO STUDENT-STATUS.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "ERROR REWRITING MASTER RECORD" TO WRJ-REASON
                   PERFORM 220-WRITE-WRITE-OFF-REJECT
               NOT INVALID KEY
                   ADD 1 TO ACCOUNTS-WRITTEN-OFF-COUNT
                   ADD WRITE-OFF-AMOUNT TO DOLLARS-WRITTEN-OFF-TOTAL
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                   PERFORM 235-WRITE-REGISTER-DETAIL
                   PERFORM 240-WRITE-WRITTEN-OFF-ENTRY
           END-REWRITE.

       220-WRITE-WRITE-OFF-REJECT.
           MOVE WOF-STUDENT-NUMBER TO WRJ-STUDENT-NUMBER.
           MOVE WOF-AMOUNT TO WRJ-AMOUNT.
           WRITE WRITE-OFF-REJECT-RECORD.
           ADD 1 TO WRITE-OFFS-REJECTED-COUNT.

       230-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "BAD-DEBT-WRITE-OFF" TO AUDIT-PROGRAM-NAME.
           MOVE STUDENT-NUMBER TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.

       235-WRITE-REGISTER-DETAIL.
           MOVE STUDENT-NUMBER TO RGL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RGL-STUDENT-NAME.
           MOVE WRITE-OFF-AMOUNT TO RGL-AMOUNT.
           MOVE PRIOR-STATUS TO RGL-PRIOR-STATUS.
           MOVE REGISTER-DETAIL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       240-WRITE-WRITTEN-OFF-ENTRY.
           OPEN EXTEND WRITTEN-OFF-FILE.
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT WRITTEN-OFF-FILE
               CLOSE WRITTEN-OFF-FILE
               OPEN EXTEND WRITTEN-OFF-FILE
           END-IF.
           MOVE STUDENT-NUMBER TO WL-STUDENT-NUMBER.
           MOVE WRITE-OFF-AMOUNT TO WL-AMOUNT.
           MOVE PRIOR-STATUS TO WL-PRIOR-STATUS.
           ACCEPT WL-POSTING-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO WL-OPERATOR-ID.
           WRITE WRITE-OFF-RECORD.
           CLOSE WRITTEN-OFF-FILE.

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
           IF SCH-JOB-NAME = "BAD-DEBT-WRITE-OFF"
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
           MOVE "BAD-DEBT-WRITE-OFF" TO AUDIT-PROGRAM-NAME.
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

       340-RESET-WRITE-OFF-FILE.
           OPEN OUTPUT WRITE-OFF-FILE-IN.
           CLOSE WRITE-OFF-FILE-IN.

       203-CLOSE-BAD-DEBT-WRITE-OFF.
           IF WRITE-OFF-OPEN-FLG = 'Y'
               PERFORM 300-PRINT-CONTROL-TOTALS
               CLOSE WRITE-OFF-FILE-IN
               CLOSE STUDENT-FILE-IO
               CLOSE WRITE-OFF-REJECT-FILE-OUT
               CLOSE REGISTER-FILE-OUT
               CLOSE AUDIT-LOG-FILE
               PERFORM 340-RESET-WRITE-OFF-FILE
           END-IF.

       300-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "BAD-DEBT WRITE-OFF CONTROL TOTALS" TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "WRITE-OFFS READ" TO RTL-LABEL.
           MOVE WRITE-OFFS-READ-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "ACCOUNTS WRITTEN OFF" TO RTL-LABEL.
           MOVE ACCOUNTS-WRITTEN-OFF-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "WRITE-OFFS REJECTED" TO RTL-LABEL.
           MOVE WRITE-OFFS-REJECTED-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "DOLLARS WRITTEN OFF" TO RTL-LABEL.
           MOVE DOLLARS-WRITTEN-OFF-TOTAL TO RTL-COUNT.
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
           MOVE "BAD-DEBT-WRITE-OFF" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE WRITE-OFFS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE ACCOUNTS-WRITTEN-OFF-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM BAD-DEBT-WRITE-OFF.
