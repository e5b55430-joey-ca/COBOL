      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Returned-payment (NSF) reversal. Read the bank's
      * returned items from RETURNEDPAY.TXT (original receipt number,
      * return date, returned-cheque fee flag), find the original
      * payment on the posted-payments ledger PAYLEDGER.TXT by
      * PL-RECEIPT-NUMBER and put the money back on the student's
      * account: the amount is first taken back out of TUITION-CREDIT
      * when the payment left a credit, and whatever is left is added
      * back to TUITION-OWED. A reversal entry (PL-ENTRY-TYPE R) is
      * appended to PAYLEDGER.TXT carrying the original receipt and
      * batch numbers, so the payment history on inquiry and on the
      * billing statement shows the payment and its reversal together
      * and RECEIVABLES-TRIAL-BALANCE can prove the movement. When
      * the fee flag is Y the returned-cheque fee is charged the way
      * TERM-CHARGE-ASSESSMENT charges, under its own charge code NSFF
      * on CHGLEDGER.TXT. The account is put on financial hold
      * (STUDENT-STATUS H). Receipts not on the ledger, receipts
      * already reversed, and reversals that would overflow the
      * PIC 9(5) balance go to the reject file RTNREJECTS.TXT with a
      * reason. The operator must hold cash posting authority
      * (level 3) on OPERMAST.TXT, the schedule-control gate is
      * checked before the master is touched, an audit-log entry goes
      * to AUDITLOG.TXT for every master record rewritten, the
      * returned-item file is rewritten empty after the run so a
      * rerun cannot reverse twice, and a run-history entry goes to
      * RUNHIST.TXT at end of job like the other batch programs.
      * Tectonics: cobc -I copybooks
      * Modification History:
      *   Oct 15, 2026 - Reject a returned bad-debt recovery (ledger
      *                  entry type C) and any return against a
      *                  written-off account (STUDENT-STATUS X): the
      *                  balance is no longer on the master, so the
      *                  dollars cannot simply be put back on
      *                  TUITION-OWED and are left to the bursar.
      *   Oct 15, 2026 - Only an active account is put on financial
      *                  hold by a reversal; a withdrawn account or one
      *                  referred to the collection agency keeps its
      *                  status, so a referred account is not picked
      *                  up by COLLECTION-REFERRAL a second time.
      *   Oct 15, 2026 - Reject a returned item whose fee flag is not Y
      *                  or N instead of silently charging no fee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-REVERSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE-IN ASSIGN TO "./RETURNEDPAY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RETURN-FILE-STATUS.
           SELECT STUDENT-FILE-IO ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT RETURN-REJECT-FILE-OUT ASSIGN TO "./RTNREJECTS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT POSTED-PAYMENT-FILE ASSIGN TO "./PAYLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT POSTED-CHARGE-FILE ASSIGN TO "./CHGLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CHG-LEDGER-FILE-STATUS.
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
       FD RETURN-FILE-IN.
       01 RETURN-RECORD-IN.
           05 RTN-RECEIPT-NUMBER PIC X(8).
           05 RTN-RETURN-DATE PIC X(8).
           05 RTN-FEE-FLAG PIC X.
       FD STUDENT-FILE-IO.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD RETURN-REJECT-FILE-OUT.
       01 RETURN-REJECT-RECORD.
           05 TRJ-RECEIPT-NUMBER PIC X(8).
           05 TRJ-RETURN-DATE PIC X(8).
           05 TRJ-FEE-FLAG PIC X.
           05 TRJ-REASON PIC X(30).
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD POSTED-PAYMENT-FILE.
           COPY "PAYLEDGER.CPY".
       FD POSTED-CHARGE-FILE.
           COPY "CHGLEDGER.CPY".
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
           05 REVERSAL-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8).
           05 RECEIPT-FOUND-FLG PIC X.
           05 RECEIPT-REVERSED-FLG PIC X.
           05 RECOVERY-RECEIPT-FLG PIC X.
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
           05 RETURN-FILE-STATUS PIC XX.
           05 STUDENT-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 CHG-LEDGER-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
       01 ORIGINAL-PAYMENT-FIELDS.
           05 ORIG-STUDENT-NUMBER PIC 9(7).
           05 ORIG-AMOUNT PIC 9(5).
           05 ORIG-BATCH-NUMBER PIC X(6).
       01 REVERSAL-WORK-FIELDS.
           05 RETURNED-CHEQUE-FEE PIC 9(5) VALUE 35.
           05 FEE-AMOUNT PIC 9(5).
           05 CREDIT-REVERSED PIC 9(5).
           05 OWED-REVERSED PIC 9(5).
           05 CREDIT-LEFT-WORK PIC 9(5).
           05 FEE-FROM-CREDIT PIC 9(5).
           05 NEW-BALANCE-WORK PIC 9(6).
       01 AUDIT-KEY-WORK.
           05 AKW-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 AKW-BATCH-NUMBER PIC X(6).
           05 FILLER PIC X VALUE SPACE.
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
           05 RETURNS-READ-COUNT PIC 9(5) VALUE ZERO.
           05 REVERSALS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           05 RETURNS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           05 DOLLARS-REVERSED-TOTAL PIC 9(9) VALUE ZERO.
           05 FEES-CHARGED-COUNT PIC 9(5) VALUE ZERO.
           05 FEE-DOLLARS-TOTAL PIC 9(9) VALUE ZERO.
       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL PIC X(25).
           05 CTL-COUNT PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       100-REVERSE-RETURNED-PAYMENTS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-PAYMENT-REVERSAL.
           PERFORM 202-REVERSE-ONE-PAYMENT UNTIL EOF-FLG = 'Y'.
           PERFORM 203-CLOSE-PAYMENT-REVERSAL.
           PERFORM 300-PRINT-CONTROL-TOTALS.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-PAYMENT-REVERSAL.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID.
           MOVE 3 TO REQUIRED-AUTHORITY-LEVEL.
           PERFORM 250-VALIDATE-OPERATOR-SIGNON.
           IF OPERATOR-VALID-FLG NOT = 'Y'
               DISPLAY "NO PAYMENTS REVERSED"
               MOVE 'Y' TO EOF-FLG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 260-CHECK-JOB-PREREQUISITES
               IF PREREQS-CLEARED-FLG = 'Y'
                   PERFORM 207-OPEN-REVERSAL-FILES
               ELSE
                   DISPLAY "PREREQUISITES NOT MET - NO PAYMENTS "
                       "REVERSED"
                   MOVE 'Y' TO EOF-FLG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       207-OPEN-REVERSAL-FILES.
           OPEN INPUT RETURN-FILE-IN.
           IF RETURN-FILE-STATUS = "35"
               DISPLAY "NO RETURNED-PAYMENT FILE FOUND - NOTHING TO "
                   "REVERSE"
               MOVE 'Y' TO EOF-FLG
           ELSE
               OPEN I-O STUDENT-FILE-IO
               IF STUDENT-FILE-STATUS = "00"
                   MOVE 'Y' TO REVERSAL-OPEN-FLG
                   OPEN OUTPUT RETURN-REJECT-FILE-OUT
                   PERFORM 204-OPEN-AUDIT-LOG
                   READ RETURN-FILE-IN
                       AT END MOVE 'Y' TO EOF-FLG
                   END-READ
               ELSE
                   DISPLAY "CANNOT OPEN STUDENT MASTER - STATUS "
                       STUDENT-FILE-STATUS " - NO PAYMENTS REVERSED"
                   CLOSE RETURN-FILE-IN
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

       202-REVERSE-ONE-PAYMENT.
           ADD 1 TO RETURNS-READ-COUNT.
           PERFORM 205-FIND-ORIGINAL-RECEIPT.
           MOVE 'N' TO FOUND-FLG.
           IF RECEIPT-FOUND-FLG = 'Y'
               MOVE ORIG-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE-IO
                   INVALID KEY MOVE 'N' TO FOUND-FLG
                   NOT INVALID KEY MOVE 'Y' TO FOUND-FLG
               END-READ
           END-IF.
           IF FOUND-FLG = 'Y'
               PERFORM 209-WORK-OUT-REVERSAL
           END-IF.
           EVALUATE TRUE
               WHEN RTN-RECEIPT-NUMBER = SPACES
                   MOVE "RECEIPT NUMBER MISSING" TO TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               WHEN RTN-RETURN-DATE IS NOT NUMERIC
                   MOVE "RETURN DATE NOT NUMERIC" TO TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               WHEN RTN-FEE-FLAG NOT = 'Y' AND RTN-FEE-FLAG NOT = 'N'
                   MOVE "FEE FLAG NOT Y OR N" TO TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               WHEN RECEIPT-FOUND-FLG = 'N'
                   MOVE "RECEIPT NOT ON LEDGER" TO TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               WHEN RECEIPT-REVERSED-FLG = 'Y'
                   MOVE "RECEIPT ALREADY REVERSED" TO TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               WHEN RECOVERY-RECEIPT-FLG = 'Y'
                   MOVE "BAD-DEBT RECOVERY - NOT ON AR" TO TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               WHEN FOUND-FLG = 'N'
                   MOVE "STUDENT NUMBER NOT ON FILE" TO TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               WHEN STUDENT-STATUS = 'X'
                   MOVE "ACCOUNT WRITTEN OFF" TO TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               WHEN NEW-BALANCE-WORK > 99999
                   MOVE "REVERSAL WOULD OVERFLOW BALANCE" TO
                       TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               WHEN OTHER
                   PERFORM 210-APPLY-ONE-REVERSAL
           END-EVALUATE.
           READ RETURN-FILE-IN
               AT END MOVE 'Y' TO EOF-FLG.

       205-FIND-ORIGINAL-RECEIPT.
           MOVE 'N' TO RECEIPT-FOUND-FLG.
           MOVE 'N' TO RECEIPT-REVERSED-FLG.
           MOVE 'N' TO RECOVERY-RECEIPT-FLG.
           MOVE 'N' TO LEDGER-EOF-FLG.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-PAYMENT-FILE
                   AT END MOVE 'Y' TO LEDGER-EOF-FLG
               END-READ
               PERFORM 206-MATCH-ONE-LEDGER-ENTRY
                   UNTIL LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-PAYMENT-FILE
           END-IF.

       206-MATCH-ONE-LEDGER-ENTRY.
           IF PL-RECEIPT-NUMBER = RTN-RECEIPT-NUMBER
               IF PL-ENTRY-TYPE = 'R'
                   MOVE 'Y' TO RECEIPT-REVERSED-FLG
               ELSE
                   MOVE 'Y' TO RECEIPT-FOUND-FLG
                   MOVE PL-STUDENT-NUMBER TO ORIG-STUDENT-NUMBER
                   MOVE PL-AMOUNT TO ORIG-AMOUNT
                   MOVE PL-BATCH-NUMBER TO ORIG-BATCH-NUMBER
                   IF PL-ENTRY-TYPE = 'C'
                       MOVE 'Y' TO RECOVERY-RECEIPT-FLG
                   END-IF
               END-IF
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO LEDGER-EOF-FLG.

      * Split the returned amount between the credit it created and
      * the balance it paid down, then work out the returned-cheque
      * fee against whatever credit is still left, so the overflow
      * test sees the balance the rewrite would leave.
       209-WORK-OUT-REVERSAL.
           IF TUITION-CREDIT NOT < ORIG-AMOUNT
               MOVE ORIG-AMOUNT TO CREDIT-REVERSED
           ELSE
               MOVE TUITION-CREDIT TO CREDIT-REVERSED
           END-IF.
           COMPUTE OWED-REVERSED = ORIG-AMOUNT - CREDIT-REVERSED.
           COMPUTE CREDIT-LEFT-WORK = TUITION-CREDIT - CREDIT-REVERSED.
           MOVE ZERO TO FEE-AMOUNT.
           MOVE ZERO TO FEE-FROM-CREDIT.
           IF RTN-FEE-FLAG = 'Y'
               MOVE RETURNED-CHEQUE-FEE TO FEE-AMOUNT
               IF CREDIT-LEFT-WORK NOT < FEE-AMOUNT
                   MOVE FEE-AMOUNT TO FEE-FROM-CREDIT
               ELSE
                   MOVE CREDIT-LEFT-WORK TO FEE-FROM-CREDIT
               END-IF
           END-IF.
           COMPUTE NEW-BALANCE-WORK = TUITION-OWED + OWED-REVERSED
               + FEE-AMOUNT - FEE-FROM-CREDIT.

       210-APPLY-ONE-REVERSAL.
           COMPUTE TUITION-CREDIT = CREDIT-LEFT-WORK - FEE-FROM-CREDIT.
           MOVE NEW-BALANCE-WORK TO TUITION-OWED.
           IF STUDENT-STATUS = 'A'
               MOVE 'H' TO STUDENT-STATUS
           END-IF.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "ERROR REWRITING MASTER RECORD" TO TRJ-REASON
                   PERFORM 220-WRITE-RETURN-REJECT
               NOT INVALID KEY
                   ADD 1 TO REVERSALS-APPLIED-COUNT
                   ADD ORIG-AMOUNT TO DOLLARS-REVERSED-TOTAL
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                   PERFORM 240-WRITE-REVERSAL-ENTRY
                   IF FEE-AMOUNT > ZERO
                       ADD 1 TO FEES-CHARGED-COUNT
                       ADD FEE-AMOUNT TO FEE-DOLLARS-TOTAL
                       PERFORM 245-WRITE-POSTED-FEE-ENTRY
                   END-IF
           END-REWRITE.

       220-WRITE-RETURN-REJECT.
           MOVE RTN-RECEIPT-NUMBER TO TRJ-RECEIPT-NUMBER.
           MOVE RTN-RETURN-DATE TO TRJ-RETURN-DATE.
           MOVE RTN-FEE-FLAG TO TRJ-FEE-FLAG.
           WRITE RETURN-REJECT-RECORD.
           ADD 1 TO RETURNS-REJECTED-COUNT.

       230-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "PAYMENT-REVERSAL" TO AUDIT-PROGRAM-NAME.
           MOVE STUDENT-NUMBER TO AKW-STUDENT-NUMBER.
           MOVE ORIG-BATCH-NUMBER TO AKW-BATCH-NUMBER.
           MOVE AUDIT-KEY-WORK TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.

       240-WRITE-REVERSAL-ENTRY.
           OPEN EXTEND POSTED-PAYMENT-FILE.
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT POSTED-PAYMENT-FILE
               CLOSE POSTED-PAYMENT-FILE
               OPEN EXTEND POSTED-PAYMENT-FILE
           END-IF.
           MOVE STUDENT-NUMBER TO PL-STUDENT-NUMBER.
           MOVE ORIG-AMOUNT TO PL-AMOUNT.
           MOVE RTN-RECEIPT-NUMBER TO PL-RECEIPT-NUMBER.
           MOVE RTN-RETURN-DATE TO PL-PAY-DATE.
           ACCEPT PL-POSTING-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO PL-OPERATOR-ID.
           MOVE ORIG-BATCH-NUMBER TO PL-BATCH-NUMBER.
           MOVE 'R' TO PL-ENTRY-TYPE.
           WRITE POSTED-PAYMENT-RECORD.
           CLOSE POSTED-PAYMENT-FILE.

       245-WRITE-POSTED-FEE-ENTRY.
           OPEN EXTEND POSTED-CHARGE-FILE.
           IF CHG-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT POSTED-CHARGE-FILE
               CLOSE POSTED-CHARGE-FILE
               OPEN EXTEND POSTED-CHARGE-FILE
           END-IF.
           MOVE STUDENT-NUMBER TO CL-STUDENT-NUMBER.
           MOVE "NSFF" TO CL-CHARGE-CODE.
           MOVE SPACES TO CL-TERM.
           MOVE FEE-AMOUNT TO CL-AMOUNT.
           ACCEPT CL-POSTING-DATE FROM DATE YYYYMMDD.
           WRITE POSTED-CHARGE-RECORD.
           CLOSE POSTED-CHARGE-FILE.

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
           IF SCH-JOB-NAME = "PAYMENT-REVERSAL"
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
           MOVE "PAYMENT-REVERSAL" TO AUDIT-PROGRAM-NAME.
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

       340-RESET-RETURN-FILE.
           OPEN OUTPUT RETURN-FILE-IN.
           CLOSE RETURN-FILE-IN.

       203-CLOSE-PAYMENT-REVERSAL.
           IF REVERSAL-OPEN-FLG = 'Y'
               CLOSE RETURN-FILE-IN
               CLOSE STUDENT-FILE-IO
               CLOSE RETURN-REJECT-FILE-OUT
               CLOSE AUDIT-LOG-FILE
               PERFORM 340-RESET-RETURN-FILE
           END-IF.

       300-PRINT-CONTROL-TOTALS.
           DISPLAY "PAYMENT REVERSAL CONTROL TOTALS".
           MOVE "RETURNS READ" TO CTL-LABEL.
           MOVE RETURNS-READ-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "PAYMENTS REVERSED" TO CTL-LABEL.
           MOVE REVERSALS-APPLIED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "RETURNS REJECTED" TO CTL-LABEL.
           MOVE RETURNS-REJECTED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "DOLLARS REVERSED" TO CTL-LABEL.
           MOVE DOLLARS-REVERSED-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "RETURNED-CHEQUE FEES" TO CTL-LABEL.
           MOVE FEES-CHARGED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "FEE DOLLARS CHARGED" TO CTL-LABEL.
           MOVE FEE-DOLLARS-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "PAYMENT-REVERSAL" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE RETURNS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE REVERSALS-APPLIED-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM PAYMENT-REVERSAL.
