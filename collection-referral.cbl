      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Collection agency referral. Browse the indexed
      * STUDENTFILE.TXT for accounts on financial hold (STUDENT-STATUS
      * H) or withdrawn (W) whose TUITION-OWED is above
      * REFERRAL-MINIMUM-OWED and which have had no payment on the
      * posted-payments ledger PAYLEDGER.TXT for more than
      * REFERRAL-IDLE-DAYS days (or none at all). Each such account
      * is written to the fixed-format agency file
      * COLLREF-YYYYMMDD.TXT (copybook COLLREF.CPY: header, one
      * detail per account, trailer with count and dollars) and
      * marked referred on the master (STUDENT-STATUS C) so it is not
      * sent twice and the statement and financed-vehicle runs stop
      * picking it up. A referral file already written today is never
      * overwritten: the run refuses instead. The operator must hold
      * cash posting authority (level 3) on OPERMAST.TXT, the
      * schedule-control gate is checked before the master is
      * touched, an audit-log entry goes to AUDITLOG.TXT for every
      * account referred, and a run-history entry goes to RUNHIST.TXT
      * at end of job like the other batch programs.
      * Tectonics: cobc -I copybooks
      * Modification History:
      *   Oct 15, 2026 - A payment the bank later returned (a reversal
      *                  entry under the same receipt number on
      *                  PAYLEDGER.TXT) no longer counts as the last
      *                  payment, so bouncing a cheque does not restart
      *                  the idle period.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTION-REFERRAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-IO ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT REFERRAL-FILE-OUT ASSIGN USING REFERRAL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REFERRAL-FILE-STATUS.
           SELECT POSTED-PAYMENT-FILE ASSIGN TO "./PAYLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
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
       FD STUDENT-FILE-IO.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD REFERRAL-FILE-OUT.
           COPY "COLLREF.CPY".
       FD POSTED-PAYMENT-FILE.
           COPY "PAYLEDGER.CPY".
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD OPERATOR-MASTER-FILE.
           COPY "OPERMAST.CPY".
       FD SCHEDULE-CONTROL-FILE.
           COPY "SCHEDCTL.CPY".
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 REFERRAL-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8).
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
           05 STUDENT-FILE-STATUS PIC XX.
           05 REFERRAL-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
           05 REFERRAL-FILE-NAME PIC X(40).
           05 REVERSED-FOUND-FLG PIC X.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
       01 REFERRAL-RULES.
           05 REFERRAL-MINIMUM-OWED PIC 9(5) VALUE 500.
           05 REFERRAL-IDLE-DAYS PIC 9(5) VALUE 180.
           05 AGENCY-CLIENT-ID PIC X(8) VALUE "STUDNTAR".
       01 REFERRAL-WORK-FIELDS.
           05 TODAY-DATE PIC 9(8).
           05 TODAY-DAY-NUMBER PIC 9(7).
           05 LAST-PAY-DATE PIC 9(8).
           05 LAST-PAY-DAY-NUMBER PIC 9(7).
           05 DAYS-SINCE-PAYMENT PIC 9(7).
       01 REVERSAL-TABLE-CONTROL.
           05 REVERSAL-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 REVERSAL-TABLE.
           05 REVERSAL-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON REVERSAL-ENTRY-COUNT
                   INDEXED BY REV-IDX.
               10 REV-TBL-STUDENT PIC 9(7).
               10 REV-TBL-RECEIPT PIC X(8).
       01 DAY-NUMBER-FIELDS.
           05 DAYNUM-DATE PIC 9(8).
           05 DAYNUM-DATE-SPLIT REDEFINES DAYNUM-DATE.
               10 DAYNUM-YEAR PIC 9(4).
               10 DAYNUM-MONTH PIC 9(2).
               10 DAYNUM-DAY PIC 9(2).
           05 DAYNUM-CALC-YEAR PIC 9(4).
           05 DAYNUM-CALC-MONTH PIC 9(2).
           05 DAYNUM-QUOTIENT-4 PIC 9(4).
           05 DAYNUM-QUOTIENT-100 PIC 9(4).
           05 DAYNUM-QUOTIENT-400 PIC 9(4).
           05 DAYNUM-MONTH-WORK PIC 9(4).
           05 DAYNUM-MONTH-OFFSET PIC 9(3).
           05 DAY-NUMBER PIC 9(7).
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
           05 STUDENTS-READ-COUNT PIC 9(7) VALUE ZERO.
           05 ACCOUNTS-ELIGIBLE-COUNT PIC 9(7) VALUE ZERO.
           05 ACCOUNTS-REFERRED-COUNT PIC 9(5) VALUE ZERO.
           05 DOLLARS-REFERRED-TOTAL PIC 9(9) VALUE ZERO.
       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL PIC X(25).
           05 CTL-COUNT PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       100-REFER-TO-COLLECTIONS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-COLLECTION-REFERRAL.
           PERFORM 202-REVIEW-ONE-ACCOUNT UNTIL EOF-FLG = 'Y'.
           PERFORM 203-CLOSE-COLLECTION-REFERRAL.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-COLLECTION-REFERRAL.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID.
           MOVE 3 TO REQUIRED-AUTHORITY-LEVEL.
           PERFORM 250-VALIDATE-OPERATOR-SIGNON.
           IF OPERATOR-VALID-FLG NOT = 'Y'
               DISPLAY "NO ACCOUNTS REFERRED"
               MOVE 'Y' TO EOF-FLG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 260-CHECK-JOB-PREREQUISITES
               IF PREREQS-CLEARED-FLG = 'Y'
                   PERFORM 207-OPEN-REFERRAL-FILES
               ELSE
                   DISPLAY "PREREQUISITES NOT MET - NO ACCOUNTS "
                       "REFERRED"
                   MOVE 'Y' TO EOF-FLG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       207-OPEN-REFERRAL-FILES.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO DAYNUM-DATE.
           PERFORM 280-COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.
           MOVE SPACES TO REFERRAL-FILE-NAME.
           STRING "./COLLREF-" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO REFERRAL-FILE-NAME.
           OPEN INPUT REFERRAL-FILE-OUT.
           IF REFERRAL-FILE-STATUS = "00"
               CLOSE REFERRAL-FILE-OUT
               DISPLAY "REFERRAL FILE FOR " TODAY-DATE
                   " ALREADY WRITTEN - NO ACCOUNTS REFERRED"
               MOVE 'Y' TO EOF-FLG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O STUDENT-FILE-IO
               IF STUDENT-FILE-STATUS = "00"
                   MOVE 'Y' TO REFERRAL-OPEN-FLG
                   OPEN OUTPUT REFERRAL-FILE-OUT
                   PERFORM 204-OPEN-AUDIT-LOG
                   MOVE SPACES TO REFERRAL-HEADER-RECORD
                   MOVE 'H' TO REF-HDR-TYPE
                   MOVE TODAY-DATE TO REF-HDR-FILE-DATE
                   MOVE AGENCY-CLIENT-ID TO REF-HDR-CLIENT-ID
                   WRITE REFERRAL-HEADER-RECORD
                   PERFORM 205-LOAD-REVERSED-RECEIPTS
                   READ STUDENT-FILE-IO NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLG
                   END-READ
               ELSE
                   DISPLAY "CANNOT OPEN STUDENT MASTER - STATUS "
                       STUDENT-FILE-STATUS " - NO ACCOUNTS REFERRED"
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

       205-LOAD-REVERSED-RECEIPTS.
           MOVE 'N' TO LEDGER-EOF-FLG.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-PAYMENT-FILE
                   AT END MOVE 'Y' TO LEDGER-EOF-FLG
               END-READ
               PERFORM 206-LOAD-ONE-REVERSAL
                   UNTIL LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-PAYMENT-FILE
           END-IF.

       206-LOAD-ONE-REVERSAL.
           IF PL-ENTRY-TYPE = 'R'
               IF REVERSAL-ENTRY-COUNT < 2000
                   ADD 1 TO REVERSAL-ENTRY-COUNT
                   SET REV-IDX TO REVERSAL-ENTRY-COUNT
                   MOVE PL-STUDENT-NUMBER TO REV-TBL-STUDENT(REV-IDX)
                   MOVE PL-RECEIPT-NUMBER TO REV-TBL-RECEIPT(REV-IDX)
               ELSE
                   DISPLAY "REVERSAL TABLE FULL AT 2000 ENTRIES - "
                       "RECEIPT " PL-RECEIPT-NUMBER
                       " COUNTED AS PAID"
               END-IF
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO LEDGER-EOF-FLG.

       202-REVIEW-ONE-ACCOUNT.
           ADD 1 TO STUDENTS-READ-COUNT.
           IF (STUDENT-STATUS = 'H' OR STUDENT-STATUS = 'W')
               AND TUITION-OWED > REFERRAL-MINIMUM-OWED
               ADD 1 TO ACCOUNTS-ELIGIBLE-COUNT
               PERFORM 210-FIND-LAST-PAYMENT
               IF LAST-PAY-DATE = ZERO
                   PERFORM 220-REFER-ONE-ACCOUNT
               ELSE
                   MOVE LAST-PAY-DATE TO DAYNUM-DATE
                   PERFORM 280-COMPUTE-DAY-NUMBER
                   MOVE DAY-NUMBER TO LAST-PAY-DAY-NUMBER
                   MOVE ZERO TO DAYS-SINCE-PAYMENT
                   IF TODAY-DAY-NUMBER > LAST-PAY-DAY-NUMBER
                       COMPUTE DAYS-SINCE-PAYMENT =
                           TODAY-DAY-NUMBER - LAST-PAY-DAY-NUMBER
                   END-IF
                   IF DAYS-SINCE-PAYMENT > REFERRAL-IDLE-DAYS
                       PERFORM 220-REFER-ONE-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           READ STUDENT-FILE-IO NEXT RECORD
               AT END MOVE 'Y' TO EOF-FLG.

       210-FIND-LAST-PAYMENT.
           MOVE ZERO TO LAST-PAY-DATE.
           MOVE 'N' TO LEDGER-EOF-FLG.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-PAYMENT-FILE
                   AT END MOVE 'Y' TO LEDGER-EOF-FLG
               END-READ
               PERFORM 211-CHECK-ONE-PAYMENT-ENTRY
                   UNTIL LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-PAYMENT-FILE
           END-IF.

       211-CHECK-ONE-PAYMENT-ENTRY.
           IF PL-STUDENT-NUMBER = STUDENT-NUMBER
               AND PL-ENTRY-TYPE NOT = 'R'
               AND PL-PAY-DATE > LAST-PAY-DATE
               PERFORM 212-CHECK-RECEIPT-REVERSED
               IF REVERSED-FOUND-FLG = 'N'
                   MOVE PL-PAY-DATE TO LAST-PAY-DATE
               END-IF
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO LEDGER-EOF-FLG.

       212-CHECK-RECEIPT-REVERSED.
           MOVE 'N' TO REVERSED-FOUND-FLG.
           IF REVERSAL-ENTRY-COUNT > ZERO
               SET REV-IDX TO 1
               SEARCH REVERSAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN REV-TBL-RECEIPT(REV-IDX) = PL-RECEIPT-NUMBER
                       AND REV-TBL-STUDENT(REV-IDX) = PL-STUDENT-NUMBER
                       MOVE 'Y' TO REVERSED-FOUND-FLG
               END-SEARCH
           END-IF.

       220-REFER-ONE-ACCOUNT.
           MOVE SPACES TO REFERRAL-DETAIL-RECORD.
           MOVE 'D' TO REF-DTL-TYPE.
           MOVE STUDENT-NUMBER TO REF-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO REF-STUDENT-NAME.
           MOVE TUITION-OWED TO REF-AMOUNT-OWED.
           MOVE STUDENT-STATUS TO REF-PRIOR-STATUS.
           MOVE LAST-PAY-DATE TO REF-LAST-PAY-DATE.
           MOVE TODAY-DATE TO REF-REFERRAL-DATE.
           MOVE 'C' TO STUDENT-STATUS.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STUDENT " STUDENT-NUMBER
                       " - NOT REFERRED"
               NOT INVALID KEY
                   WRITE REFERRAL-DETAIL-RECORD
                   ADD 1 TO ACCOUNTS-REFERRED-COUNT
                   ADD TUITION-OWED TO DOLLARS-REFERRED-TOTAL
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
           END-REWRITE.

       230-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "COLLECTION-REFERRAL" TO AUDIT-PROGRAM-NAME.
           MOVE STUDENT-NUMBER TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.

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
           IF SCH-JOB-NAME = "COLLECTION-REFERRAL"
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
           MOVE "COLLECTION-REFERRAL" TO AUDIT-PROGRAM-NAME.
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

       280-COMPUTE-DAY-NUMBER.
           MOVE DAYNUM-YEAR TO DAYNUM-CALC-YEAR.
           MOVE DAYNUM-MONTH TO DAYNUM-CALC-MONTH.
           IF DAYNUM-CALC-MONTH < 3
               SUBTRACT 1 FROM DAYNUM-CALC-YEAR
               ADD 12 TO DAYNUM-CALC-MONTH
           END-IF.
           DIVIDE DAYNUM-CALC-YEAR BY 4 GIVING DAYNUM-QUOTIENT-4.
           DIVIDE DAYNUM-CALC-YEAR BY 100 GIVING DAYNUM-QUOTIENT-100.
           DIVIDE DAYNUM-CALC-YEAR BY 400 GIVING DAYNUM-QUOTIENT-400.
           COMPUTE DAYNUM-MONTH-WORK = 153 * (DAYNUM-CALC-MONTH - 3)
               + 2.
           DIVIDE DAYNUM-MONTH-WORK BY 5 GIVING DAYNUM-MONTH-OFFSET.
           COMPUTE DAY-NUMBER = DAYNUM-CALC-YEAR * 365
               + DAYNUM-QUOTIENT-4 - DAYNUM-QUOTIENT-100
               + DAYNUM-QUOTIENT-400 + DAYNUM-MONTH-OFFSET
               + DAYNUM-DAY.

       203-CLOSE-COLLECTION-REFERRAL.
           IF REFERRAL-OPEN-FLG = 'Y'
               MOVE SPACES TO REFERRAL-TRAILER-RECORD
               MOVE 'T' TO REF-TRL-TYPE
               MOVE ACCOUNTS-REFERRED-COUNT TO REF-TRL-COUNT
               MOVE DOLLARS-REFERRED-TOTAL TO REF-TRL-AMOUNT
               WRITE REFERRAL-TRAILER-RECORD
               CLOSE STUDENT-FILE-IO
               CLOSE REFERRAL-FILE-OUT
               CLOSE AUDIT-LOG-FILE
               PERFORM 300-PRINT-CONTROL-TOTALS
           END-IF.

       300-PRINT-CONTROL-TOTALS.
           DISPLAY "COLLECTION REFERRAL CONTROL TOTALS".
           MOVE "STUDENTS READ" TO CTL-LABEL.
           MOVE STUDENTS-READ-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "HOLD/WITHDRAWN OVER LIMIT" TO CTL-LABEL.
           MOVE ACCOUNTS-ELIGIBLE-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "ACCOUNTS REFERRED" TO CTL-LABEL.
           MOVE ACCOUNTS-REFERRED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "DOLLARS REFERRED" TO CTL-LABEL.
           MOVE DOLLARS-REFERRED-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           DISPLAY "REFERRAL FILE: " REFERRAL-FILE-NAME.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "COLLECTION-REFERRAL" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE STUDENTS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE ACCOUNTS-REFERRED-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM COLLECTION-REFERRAL.
