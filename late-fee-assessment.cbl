      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Late-payment fee assessment. Read every STUDENT-RECORD
      * on the indexed STUDENTFILE.TXT and, for each account that is
      * not withdrawn and still owes tuition, rebuild the account's
      * charges in posting order from CHGLEDGER.TXT and apply the
      * student's payments from PAYLEDGER.TXT, less any payments the
      * bank returned (reversal entries of type R) and any refund
      * cheques paid back out of credit from REFLEDGER.TXT, to them
      * oldest charge first, so what is left unpaid is always the
      * newest billing.
      * Any charge still unpaid more than 30, 60 or 90 days after its
      * CL-POSTING-DATE has passed a grace tier, and the fee for the
      * highest tier it has reached is posted to the account exactly
      * the way TERM-CHARGE-ASSESSMENT posts a charge: any
      * TUITION-CREDIT is consumed first, the remainder is added to
      * TUITION-OWED in place, an audit-log entry goes to AUDITLOG.TXT
      * and the fee is appended to CHGLEDGER.TXT under its own charge
      * code (LF30, LF60 or LF90) carrying the term of the overdue
      * charge. Every fee posted is also written to the late-fee
      * history LATEFEES.TXT, which is checked first so the same fee
      * is never charged twice for the same overdue charge; a tier
      * that was skipped because the account was already further
      * behind is not charged later. Fees themselves, late fees and
      * the returned-cheque fee NSFF alike, do not attract late fees.
      * Every fee is listed on the fee register print file
      * LATEREGISTER.TXT, which ends with control totals, and a
      * run-history entry goes to RUNHIST.TXT at end of job like the
      * other batch programs.
      * Tectonics: cobc -I copybooks
      * Modification History:
      *   Oct 15, 2026 - Assess no late fee on an account referred to
      *                  the collection agency (STUDENT-STATUS C) or
      *                  written off (X).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE-ASSESSMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-IO ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT POSTED-CHARGE-FILE ASSIGN TO "./CHGLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT POSTED-PAYMENT-FILE ASSIGN TO "./PAYLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PAYLEDGER-FILE-STATUS.
           SELECT POSTED-REFUND-FILE ASSIGN TO "./REFLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REFLEDGER-FILE-STATUS.
           SELECT LATE-FEE-FILE ASSIGN TO "./LATEFEES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LATE-FEE-FILE-STATUS.
           SELECT REGISTER-FILE-OUT ASSIGN TO "./LATEREGISTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
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
       FD STUDENT-FILE-IO.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD POSTED-CHARGE-FILE.
           COPY "CHGLEDGER.CPY".
       FD POSTED-PAYMENT-FILE.
           COPY "PAYLEDGER.CPY".
       FD POSTED-REFUND-FILE.
           COPY "REFLEDGER.CPY".
       FD LATE-FEE-FILE.
           COPY "LATEFEE.CPY".
       FD REGISTER-FILE-OUT.
       01 PRINT-LINE PIC X(132).
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD SCHEDULE-CONTROL-FILE.
           COPY "SCHEDCTL.CPY".
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 SCAN-EOF-FLG PIC X.
           05 FEE-FOUND-FLG PIC X.
           05 ASSESSMENT-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8) VALUE "BATCH".
           05 STUDENT-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 PAYLEDGER-FILE-STATUS PIC XX.
           05 REFLEDGER-FILE-STATUS PIC XX.
           05 LATE-FEE-FILE-STATUS PIC XX.
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
      * One entry per grace tier: days past posting, the fee's own
      * charge code on CHGLEDGER.TXT and the fee amount.
       01 FEE-SCHEDULE-GROUP.
           05 FILLER PIC X(12) VALUE "030LF3000025".
           05 FILLER PIC X(12) VALUE "060LF6000050".
           05 FILLER PIC X(12) VALUE "090LF9000075".
       01 FEE-SCHEDULE-TABLE REDEFINES FEE-SCHEDULE-GROUP.
           05 FEE-TIER-ENTRY OCCURS 3 TIMES INDEXED BY TIER-IDX.
               10 FEE-TIER-DAYS PIC 9(3).
               10 FEE-TIER-CODE PIC X(4).
               10 FEE-TIER-AMOUNT PIC 9(5).
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
       01 AGING-WORK-FIELDS.
           05 TODAY-DATE PIC 9(8).
           05 TODAY-DAY-NUMBER PIC 9(7).
           05 CHARGE-DAY-NUMBER PIC 9(7).
           05 DAYS-OUTSTANDING PIC 9(5).
           05 STUDENT-CHARGE-SEQUENCE PIC 9(5).
           05 PAYMENT-POOL PIC 9(9).
           05 REFUND-TOTAL PIC 9(9).
           05 REVERSAL-TOTAL PIC 9(9).
           05 TIER-REACHED PIC 9.
       01 FEE-EDIT-FIELDS.
           05 FEE-AMOUNT PIC 9(5).
           05 CREDIT-APPLIED PIC 9(5).
           05 NEW-BALANCE-WORK PIC 9(6).
       01 STUDENT-CHARGE-CONTROL.
           05 CHARGE-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 STUDENT-CHARGE-TABLE.
           05 CHARGE-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON CHARGE-ENTRY-COUNT
                   INDEXED BY CHG-IDX.
               10 CHG-TBL-SEQUENCE PIC 9(5).
               10 CHG-TBL-CODE PIC X(4).
               10 CHG-TBL-TERM PIC X(6).
               10 CHG-TBL-AMOUNT PIC 9(5).
               10 CHG-TBL-DATE PIC 9(8).
               10 CHG-TBL-UNPAID PIC 9(5).
       01 FEE-HISTORY-CONTROL.
           05 FEE-HIST-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 FEE-HISTORY-TABLE.
           05 FEE-HIST-ENTRY OCCURS 0 TO 300 TIMES
                   DEPENDING ON FEE-HIST-ENTRY-COUNT
                   INDEXED BY FEE-HIST-IDX.
               10 FEE-HIST-SEQUENCE PIC 9(5).
               10 FEE-HIST-TIER-DAYS PIC 9(3).
       01 CONTROL-TOTALS.
           05 STUDENTS-READ-COUNT PIC 9(5) VALUE ZERO.
           05 CHARGES-OVERDUE-COUNT PIC 9(5) VALUE ZERO.
           05 FEES-ASSESSED-COUNT PIC 9(5) VALUE ZERO.
           05 FEES-ALREADY-COUNT PIC 9(5) VALUE ZERO.
           05 FEES-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           05 DOLLARS-ASSESSED-TOTAL PIC 9(9) VALUE ZERO.
       COPY "RPTHEAD.CPY".
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "CODE".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(10) VALUE "CHARGED".
           05 FILLER PIC X(8) VALUE "UNPAID".
           05 FILLER PIC X(7) VALUE "DAYS".
           05 FILLER PIC X(6) VALUE "FEE".
           05 FILLER PIC X(8) VALUE "AMOUNT".
           05 FILLER PIC X(11) VALUE "NEW BALANCE".
       01 REGISTER-DETAIL-LINE.
           05 RGL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-CHARGE-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-CHARGE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-UNPAID PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RGL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-FEE-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-FEE-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RGL-NEW-BALANCE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-MESSAGE PIC X(30).
       01 REGISTER-TOTAL-LINE.
           05 RTL-LABEL PIC X(25).
           05 RTL-COUNT PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       100-ASSESS-LATE-FEES.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 260-CHECK-JOB-PREREQUISITES.
           IF PREREQS-CLEARED-FLG = 'Y'
               PERFORM 201-INITIATE-FEE-ASSESSMENT
               PERFORM 202-ASSESS-ONE-STUDENT UNTIL EOF-FLG = 'Y'
               PERFORM 203-CLOSE-FEE-ASSESSMENT
           ELSE
               DISPLAY "PREREQUISITES NOT MET - NO LATE FEES ASSESSED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-FEE-ASSESSMENT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO DAYNUM-DATE.
           PERFORM 280-COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.
           OPEN I-O STUDENT-FILE-IO.
           IF STUDENT-FILE-STATUS = "00"
               MOVE 'Y' TO ASSESSMENT-OPEN-FLG
               OPEN OUTPUT REGISTER-FILE-OUT
               PERFORM 204-OPEN-AUDIT-LOG
               PERFORM 205-START-FEE-REGISTER
               READ STUDENT-FILE-IO NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLG
               END-READ
           ELSE
               DISPLAY "CANNOT OPEN STUDENT MASTER - STATUS "
                   STUDENT-FILE-STATUS " - NO LATE FEES ASSESSED"
               MOVE 'Y' TO EOF-FLG
               MOVE 8 TO RETURN-CODE
           END-IF.

       204-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

       205-START-FEE-REGISTER.
           MOVE "LATE FEE REGISTER" TO HDG-REPORT-TITLE.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-STAMP-TIME-GROUP FROM TIME.
           MOVE RUN-STAMP-DATE TO HDG-RUN-DATE.
           MOVE RUN-STAMP-TIME TO HDG-RUN-TIME.
           PERFORM 400-START-NEW-PAGE.

       202-ASSESS-ONE-STUDENT.
           ADD 1 TO STUDENTS-READ-COUNT.
           IF STUDENT-STATUS NOT = 'W'
               AND STUDENT-STATUS NOT = 'C'
               AND STUDENT-STATUS NOT = 'X'
               AND TUITION-OWED > ZERO
               PERFORM 210-AGE-STUDENT-CHARGES
           END-IF.
           READ STUDENT-FILE-IO NEXT RECORD
               AT END MOVE 'Y' TO EOF-FLG.

       210-AGE-STUDENT-CHARGES.
           PERFORM 211-LOAD-STUDENT-CHARGES.
           PERFORM 214-TOTAL-STUDENT-PAYMENTS.
           PERFORM 217-LOAD-STUDENT-FEE-HISTORY.
           PERFORM 220-APPLY-PAYMENTS-TO-ONE-CHARGE
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > CHARGE-ENTRY-COUNT.
           PERFORM 230-TEST-ONE-CHARGE-FOR-FEE
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > CHARGE-ENTRY-COUNT.

       211-LOAD-STUDENT-CHARGES.
           MOVE ZERO TO CHARGE-ENTRY-COUNT.
           MOVE ZERO TO STUDENT-CHARGE-SEQUENCE.
           MOVE 'N' TO SCAN-EOF-FLG.
           OPEN INPUT POSTED-CHARGE-FILE.
           IF LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-CHARGE-FILE
                   AT END MOVE 'Y' TO SCAN-EOF-FLG
               END-READ
               PERFORM 212-LOAD-ONE-CHARGE-ENTRY
                   UNTIL SCAN-EOF-FLG = 'Y'
               CLOSE POSTED-CHARGE-FILE
           END-IF.

       212-LOAD-ONE-CHARGE-ENTRY.
           IF CL-STUDENT-NUMBER = STUDENT-NUMBER
               ADD 1 TO STUDENT-CHARGE-SEQUENCE
               IF CHARGE-ENTRY-COUNT < 200
                   ADD 1 TO CHARGE-ENTRY-COUNT
                   SET CHG-IDX TO CHARGE-ENTRY-COUNT
                   MOVE STUDENT-CHARGE-SEQUENCE TO
                       CHG-TBL-SEQUENCE(CHG-IDX)
                   MOVE CL-CHARGE-CODE TO CHG-TBL-CODE(CHG-IDX)
                   MOVE CL-TERM TO CHG-TBL-TERM(CHG-IDX)
                   MOVE CL-AMOUNT TO CHG-TBL-AMOUNT(CHG-IDX)
                   MOVE CL-POSTING-DATE TO CHG-TBL-DATE(CHG-IDX)
                   MOVE ZERO TO CHG-TBL-UNPAID(CHG-IDX)
               ELSE
                   DISPLAY "CHARGE TABLE FULL AT 200 ENTRIES - "
                       "STUDENT " STUDENT-NUMBER
               END-IF
           END-IF.
           READ POSTED-CHARGE-FILE
               AT END MOVE 'Y' TO SCAN-EOF-FLG.

       214-TOTAL-STUDENT-PAYMENTS.
           MOVE ZERO TO PAYMENT-POOL.
           MOVE ZERO TO REVERSAL-TOTAL.
           MOVE 'N' TO SCAN-EOF-FLG.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF PAYLEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-PAYMENT-FILE
                   AT END MOVE 'Y' TO SCAN-EOF-FLG
               END-READ
               PERFORM 215-ADD-ONE-PAYMENT-ENTRY
                   UNTIL SCAN-EOF-FLG = 'Y'
               CLOSE POSTED-PAYMENT-FILE
           END-IF.
           PERFORM 225-TOTAL-STUDENT-REFUNDS.
           ADD REVERSAL-TOTAL TO REFUND-TOTAL.
           IF REFUND-TOTAL < PAYMENT-POOL
               SUBTRACT REFUND-TOTAL FROM PAYMENT-POOL
           ELSE
               MOVE ZERO TO PAYMENT-POOL
           END-IF.

       215-ADD-ONE-PAYMENT-ENTRY.
           IF PL-STUDENT-NUMBER = STUDENT-NUMBER
               IF PL-ENTRY-TYPE = 'R'
                   ADD PL-AMOUNT TO REVERSAL-TOTAL
               ELSE
                   ADD PL-AMOUNT TO PAYMENT-POOL
               END-IF
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO SCAN-EOF-FLG.

       217-LOAD-STUDENT-FEE-HISTORY.
           MOVE ZERO TO FEE-HIST-ENTRY-COUNT.
           MOVE 'N' TO SCAN-EOF-FLG.
           OPEN INPUT LATE-FEE-FILE.
           IF LATE-FEE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ LATE-FEE-FILE
                   AT END MOVE 'Y' TO SCAN-EOF-FLG
               END-READ
               PERFORM 218-LOAD-ONE-FEE-HISTORY-ENTRY
                   UNTIL SCAN-EOF-FLG = 'Y'
               CLOSE LATE-FEE-FILE
           END-IF.

       218-LOAD-ONE-FEE-HISTORY-ENTRY.
           IF LFH-STUDENT-NUMBER = STUDENT-NUMBER
               IF FEE-HIST-ENTRY-COUNT < 300
                   ADD 1 TO FEE-HIST-ENTRY-COUNT
                   SET FEE-HIST-IDX TO FEE-HIST-ENTRY-COUNT
                   MOVE LFH-CHARGE-SEQUENCE TO
                       FEE-HIST-SEQUENCE(FEE-HIST-IDX)
                   MOVE LFH-TIER-DAYS TO
                       FEE-HIST-TIER-DAYS(FEE-HIST-IDX)
               ELSE
                   DISPLAY "FEE HISTORY TABLE FULL AT 300 ENTRIES - "
                       "STUDENT " STUDENT-NUMBER
               END-IF
           END-IF.
           READ LATE-FEE-FILE
               AT END MOVE 'Y' TO SCAN-EOF-FLG.

       220-APPLY-PAYMENTS-TO-ONE-CHARGE.
           IF PAYMENT-POOL NOT < CHG-TBL-AMOUNT(CHG-IDX)
               SUBTRACT CHG-TBL-AMOUNT(CHG-IDX) FROM PAYMENT-POOL
               MOVE ZERO TO CHG-TBL-UNPAID(CHG-IDX)
           ELSE
               COMPUTE CHG-TBL-UNPAID(CHG-IDX) =
                   CHG-TBL-AMOUNT(CHG-IDX) - PAYMENT-POOL
               MOVE ZERO TO PAYMENT-POOL
           END-IF.

       225-TOTAL-STUDENT-REFUNDS.
           MOVE ZERO TO REFUND-TOTAL.
           MOVE 'N' TO SCAN-EOF-FLG.
           OPEN INPUT POSTED-REFUND-FILE.
           IF REFLEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-REFUND-FILE
                   AT END MOVE 'Y' TO SCAN-EOF-FLG
               END-READ
               PERFORM 226-ADD-ONE-REFUND-ENTRY
                   UNTIL SCAN-EOF-FLG = 'Y'
               CLOSE POSTED-REFUND-FILE
           END-IF.

       226-ADD-ONE-REFUND-ENTRY.
           IF RL-STUDENT-NUMBER = STUDENT-NUMBER
               ADD RL-AMOUNT TO REFUND-TOTAL
           END-IF.
           READ POSTED-REFUND-FILE
               AT END MOVE 'Y' TO SCAN-EOF-FLG.

       230-TEST-ONE-CHARGE-FOR-FEE.
           IF CHG-TBL-UNPAID(CHG-IDX) > ZERO
               AND CHG-TBL-DATE(CHG-IDX) > ZERO
               AND CHG-TBL-CODE(CHG-IDX) NOT = "LF30"
               AND CHG-TBL-CODE(CHG-IDX) NOT = "LF60"
               AND CHG-TBL-CODE(CHG-IDX) NOT = "LF90"
               AND CHG-TBL-CODE(CHG-IDX) NOT = "NSFF"
               MOVE CHG-TBL-DATE(CHG-IDX) TO DAYNUM-DATE
               PERFORM 280-COMPUTE-DAY-NUMBER
               MOVE DAY-NUMBER TO CHARGE-DAY-NUMBER
               IF TODAY-DAY-NUMBER > CHARGE-DAY-NUMBER
                   COMPUTE DAYS-OUTSTANDING =
                       TODAY-DAY-NUMBER - CHARGE-DAY-NUMBER
               ELSE
                   MOVE ZERO TO DAYS-OUTSTANDING
               END-IF
               MOVE ZERO TO TIER-REACHED
               PERFORM 231-TEST-ONE-GRACE-TIER
                   VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > 3
               IF TIER-REACHED > ZERO
                   ADD 1 TO CHARGES-OVERDUE-COUNT
                   SET TIER-IDX TO TIER-REACHED
                   PERFORM 232-FIND-FEE-HISTORY
                   IF FEE-FOUND-FLG = 'Y'
                       ADD 1 TO FEES-ALREADY-COUNT
                   ELSE
                       PERFORM 240-APPLY-ONE-LATE-FEE
                   END-IF
               END-IF
           END-IF.

       231-TEST-ONE-GRACE-TIER.
           IF DAYS-OUTSTANDING > FEE-TIER-DAYS(TIER-IDX)
               SET TIER-REACHED TO TIER-IDX
           END-IF.

       232-FIND-FEE-HISTORY.
           MOVE 'N' TO FEE-FOUND-FLG.
           IF FEE-HIST-ENTRY-COUNT > ZERO
               SET FEE-HIST-IDX TO 1
               SEARCH FEE-HIST-ENTRY
                   AT END
                       MOVE 'N' TO FEE-FOUND-FLG
                   WHEN FEE-HIST-SEQUENCE(FEE-HIST-IDX) =
                           CHG-TBL-SEQUENCE(CHG-IDX)
                       AND FEE-HIST-TIER-DAYS(FEE-HIST-IDX) =
                           FEE-TIER-DAYS(TIER-IDX)
                       MOVE 'Y' TO FEE-FOUND-FLG
               END-SEARCH
           END-IF.

       240-APPLY-ONE-LATE-FEE.
           MOVE FEE-TIER-AMOUNT(TIER-IDX) TO FEE-AMOUNT.
           IF TUITION-CREDIT NOT < FEE-AMOUNT
               MOVE FEE-AMOUNT TO CREDIT-APPLIED
           ELSE
               MOVE TUITION-CREDIT TO CREDIT-APPLIED
           END-IF.
           COMPUTE NEW-BALANCE-WORK = TUITION-OWED + FEE-AMOUNT
               - CREDIT-APPLIED.
           IF NEW-BALANCE-WORK > 99999
               MOVE "FEE WOULD OVERFLOW BALANCE" TO RGL-MESSAGE
               ADD 1 TO FEES-REJECTED-COUNT
               PERFORM 245-WRITE-REGISTER-DETAIL
           ELSE
               SUBTRACT CREDIT-APPLIED FROM TUITION-CREDIT
               MOVE NEW-BALANCE-WORK TO TUITION-OWED
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       MOVE "ERROR REWRITING MASTER RECORD" TO
                           RGL-MESSAGE
                       ADD 1 TO FEES-REJECTED-COUNT
                       PERFORM 245-WRITE-REGISTER-DETAIL
                   NOT INVALID KEY
                       ADD 1 TO FEES-ASSESSED-COUNT
                       ADD FEE-AMOUNT TO DOLLARS-ASSESSED-TOTAL
                       MOVE SPACES TO RGL-MESSAGE
                       PERFORM 241-WRITE-AUDIT-LOG-ENTRY
                       PERFORM 245-WRITE-REGISTER-DETAIL
                       PERFORM 250-WRITE-POSTED-CHARGE-ENTRY
                       PERFORM 255-WRITE-LATE-FEE-HISTORY
               END-REWRITE
           END-IF.

       241-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "LATE-FEE-ASSESSMENT" TO AUDIT-PROGRAM-NAME.
           MOVE STUDENT-NUMBER TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.

       245-WRITE-REGISTER-DETAIL.
           MOVE STUDENT-NUMBER TO RGL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RGL-STUDENT-NAME.
           MOVE CHG-TBL-CODE(CHG-IDX) TO RGL-CHARGE-CODE.
           MOVE CHG-TBL-TERM(CHG-IDX) TO RGL-TERM.
           MOVE CHG-TBL-DATE(CHG-IDX) TO RGL-CHARGE-DATE.
           MOVE CHG-TBL-UNPAID(CHG-IDX) TO RGL-UNPAID.
           MOVE DAYS-OUTSTANDING TO RGL-DAYS.
           MOVE FEE-TIER-CODE(TIER-IDX) TO RGL-FEE-CODE.
           MOVE FEE-AMOUNT TO RGL-FEE-AMOUNT.
           MOVE TUITION-OWED TO RGL-NEW-BALANCE.
           MOVE REGISTER-DETAIL-LINE TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.

       250-WRITE-POSTED-CHARGE-ENTRY.
           OPEN EXTEND POSTED-CHARGE-FILE.
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT POSTED-CHARGE-FILE
               CLOSE POSTED-CHARGE-FILE
               OPEN EXTEND POSTED-CHARGE-FILE
           END-IF.
           MOVE STUDENT-NUMBER TO CL-STUDENT-NUMBER.
           MOVE FEE-TIER-CODE(TIER-IDX) TO CL-CHARGE-CODE.
           MOVE CHG-TBL-TERM(CHG-IDX) TO CL-TERM.
           MOVE FEE-AMOUNT TO CL-AMOUNT.
           ACCEPT CL-POSTING-DATE FROM DATE YYYYMMDD.
           WRITE POSTED-CHARGE-RECORD.
           CLOSE POSTED-CHARGE-FILE.

       255-WRITE-LATE-FEE-HISTORY.
           OPEN EXTEND LATE-FEE-FILE.
           IF LATE-FEE-FILE-STATUS = "35"
               OPEN OUTPUT LATE-FEE-FILE
               CLOSE LATE-FEE-FILE
               OPEN EXTEND LATE-FEE-FILE
           END-IF.
           MOVE STUDENT-NUMBER TO LFH-STUDENT-NUMBER.
           MOVE CHG-TBL-SEQUENCE(CHG-IDX) TO LFH-CHARGE-SEQUENCE.
           MOVE CHG-TBL-CODE(CHG-IDX) TO LFH-CHARGE-CODE.
           MOVE CHG-TBL-TERM(CHG-IDX) TO LFH-CHARGE-TERM.
           MOVE CHG-TBL-DATE(CHG-IDX) TO LFH-CHARGE-DATE.
           MOVE FEE-TIER-DAYS(TIER-IDX) TO LFH-TIER-DAYS.
           MOVE FEE-TIER-CODE(TIER-IDX) TO LFH-FEE-CODE.
           MOVE FEE-AMOUNT TO LFH-FEE-AMOUNT.
           MOVE TODAY-DATE TO LFH-ASSESSED-DATE.
           WRITE LATE-FEE-RECORD.
           CLOSE LATE-FEE-FILE.
           IF FEE-HIST-ENTRY-COUNT < 300
               ADD 1 TO FEE-HIST-ENTRY-COUNT
               SET FEE-HIST-IDX TO FEE-HIST-ENTRY-COUNT
               MOVE LFH-CHARGE-SEQUENCE TO
                   FEE-HIST-SEQUENCE(FEE-HIST-IDX)
               MOVE LFH-TIER-DAYS TO FEE-HIST-TIER-DAYS(FEE-HIST-IDX)
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
           IF SCH-JOB-NAME = "LATE-FEE-ASSESSMENT"
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
           MOVE "LATE-FEE-ASSESSMENT" TO AUDIT-PROGRAM-NAME.
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

      * Serial day number of DAYNUM-DATE counted from a fixed origin,
      * so two dates can be subtracted to give the days between them.
      * The year is taken to start in March so the leap day falls at
      * the end of it.
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

       203-CLOSE-FEE-ASSESSMENT.
           IF ASSESSMENT-OPEN-FLG = 'Y'
               PERFORM 300-PRINT-CONTROL-TOTALS
               CLOSE STUDENT-FILE-IO
               CLOSE REGISTER-FILE-OUT
               CLOSE AUDIT-LOG-FILE
           END-IF.

       300-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "LATE FEE ASSESSMENT CONTROL TOTALS" TO PRINT-LINE.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "STUDENTS READ" TO RTL-LABEL.
           MOVE STUDENTS-READ-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "CHARGES PAST GRACE" TO RTL-LABEL.
           MOVE CHARGES-OVERDUE-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "FEES ASSESSED" TO RTL-LABEL.
           MOVE FEES-ASSESSED-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "FEES ALREADY CHARGED" TO RTL-LABEL.
           MOVE FEES-ALREADY-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "FEES REJECTED" TO RTL-LABEL.
           MOVE FEES-REJECTED-COUNT TO RTL-COUNT.
           PERFORM 310-PRINT-ONE-CONTROL-TOTAL.
           MOVE "DOLLARS ASSESSED" TO RTL-LABEL.
           MOVE DOLLARS-ASSESSED-TOTAL TO RTL-COUNT.
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
           MOVE "LATE-FEE-ASSESSMENT" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE STUDENTS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE FEES-ASSESSED-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM LATE-FEE-ASSESSMENT.
