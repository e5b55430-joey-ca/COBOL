      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Nightly general-ledger journal extract. Summarize one
      * day's activity on the posted-charges ledger CHGLEDGER.TXT and
      * the posted-payments ledger PAYLEDGER.TXT into balanced debit
      * and credit journal lines and write them to GLJOURNAL.TXT in
      * the fixed layout finance loads (copybook GLJOURNAL.CPY), so
      * the totals no longer have to be rekeyed from the charge
      * register. Charges are summarized by the revenue GL account
      * on the charge-code master CHGCODES.TXT: each account is
      * credited and the receivables control account is debited for
      * the day's total. A charge whose code is not on the master, or
      * carries no GL account, is credited to the suspense account
      * and counted so finance can clear it. Payments are summarized
      * by the cashier's deposit batch: cash is debited and
      * receivables credited for each batch, and returned-payment
      * reversals posted against a batch reverse those entries.
      * Refund cheques paid out of credit balances, from the
      * posted-refunds ledger REFLEDGER.TXT, are journalled as one
      * debit to receivables and one credit to cash for the day. The
      * journal date is keyed by the operator so a missed night can
      * be rerun, and defaults to today when left blank. The file
      * ends with a trailer carrying the line count and the debit
      * and credit totals, the run refuses with a nonzero return
      * code if the two do not agree, and a run-history entry goes
      * to RUNHIST.TXT at end of job like the other batch programs.
      * Tectonics: cobc -I copybooks
      * Modification History:
      *   Oct 15, 2026 - Journal the day's bad-debt write-offs from the
      *                  written-off ledger WOLEDGER.TXT (debit the
      *                  bad-debt expense account, credit receivables)
      *                  and credit payments received on written-off
      *                  accounts (PAYLEDGER type C) to the bad-debt
      *                  recovery account instead of receivables,
      *                  since those balances are no longer in the
      *                  receivables control account.
      *   Oct 15, 2026 - Journal the day's refund cheques from the
      *                  posted-refunds ledger REFLEDGER.TXT (debit
      *                  receivables, credit cash) so the receivables
      *                  control account stays in step with the
      *                  student master after a refund run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-CHARGE-FILE ASSIGN TO "./CHGLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CHG-LEDGER-FILE-STATUS.
           SELECT POSTED-PAYMENT-FILE ASSIGN TO "./PAYLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PAY-LEDGER-FILE-STATUS.
           SELECT WRITTEN-OFF-FILE ASSIGN TO "./WOLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WO-LEDGER-FILE-STATUS.
           SELECT POSTED-REFUND-FILE ASSIGN TO "./REFLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REF-LEDGER-FILE-STATUS.
           SELECT CHARGE-CODE-FILE ASSIGN TO "./CHGCODES.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CC-CHARGE-CODE
                FILE STATUS IS CODE-FILE-STATUS.
           SELECT GL-JOURNAL-FILE-OUT ASSIGN TO "./GLJOURNAL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD POSTED-CHARGE-FILE.
           COPY "CHGLEDGER.CPY".
       FD POSTED-PAYMENT-FILE.
           COPY "PAYLEDGER.CPY".
       FD WRITTEN-OFF-FILE.
           COPY "WOLEDGER.CPY".
       FD POSTED-REFUND-FILE.
           COPY "REFLEDGER.CPY".
       FD CHARGE-CODE-FILE.
           COPY "CHGCODE.CPY".
       FD GL-JOURNAL-FILE-OUT.
           COPY "GLJOURNAL.CPY".
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EXTRACT-OPEN-FLG PIC X VALUE 'N'.
           05 CODE-MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 CHG-EOF-FLG PIC X.
           05 PAY-EOF-FLG PIC X.
           05 WO-EOF-FLG PIC X.
           05 REF-EOF-FLG PIC X.
           05 CHG-LEDGER-FILE-STATUS PIC XX.
           05 PAY-LEDGER-FILE-STATUS PIC XX.
           05 WO-LEDGER-FILE-STATUS PIC XX.
           05 REF-LEDGER-FILE-STATUS PIC XX.
           05 CODE-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
       01 JOURNAL-DATE-FIELDS.
           05 JOURNAL-DATE-INPUT PIC X(8).
           05 JOURNAL-DATE PIC 9(8).
       01 GL-ACCOUNT-CONSTANTS.
           05 AR-CONTROL-ACCOUNT PIC X(10) VALUE "1200-000".
           05 CASH-CLEARING-ACCOUNT PIC X(10) VALUE "1010-000".
           05 SUSPENSE-ACCOUNT PIC X(10) VALUE "9999-000".
           05 BAD-DEBT-EXPENSE-ACCOUNT PIC X(10) VALUE "6900-000".
           05 BAD-DEBT-RECOVERY-ACCOUNT PIC X(10) VALUE "4900-000".
           05 JOURNAL-SOURCE PIC X(10) VALUE "STUDENT-AR".
       01 JOURNAL-LINE-WORK.
           05 JLW-GL-ACCOUNT PIC X(10).
           05 JLW-DR-CR PIC X.
           05 JLW-AMOUNT PIC 9(11).
           05 JLW-REFERENCE PIC X(8).
           05 JLW-DESCRIPTION PIC X(30).
       01 CHARGE-LOOKUP-FIELDS.
           05 LOOKUP-GL-ACCOUNT PIC X(10).
           05 LOOKUP-DESCRIPTION PIC X(30).
       01 GL-TABLE-CONTROL.
           05 GL-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           05 GL-SCAN-NO PIC 9(3).
       01 GL-ACCOUNT-TABLE.
           05 GL-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON GL-ENTRY-COUNT
                   INDEXED BY GL-IDX.
               10 GL-TBL-ACCOUNT PIC X(10).
               10 GL-TBL-DESCRIPTION PIC X(30).
               10 GL-TBL-AMOUNT PIC 9(11).
       01 BATCH-TABLE-CONTROL.
           05 BATCH-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           05 BATCH-SCAN-NO PIC 9(3).
       01 BATCH-TABLE.
           05 BATCH-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON BATCH-ENTRY-COUNT
                   INDEXED BY BATCH-IDX.
               10 BATCH-TBL-NUMBER PIC X(6).
               10 BATCH-TBL-RECEIPTS PIC 9(11).
               10 BATCH-TBL-REVERSALS PIC 9(11).
               10 BATCH-TBL-RECOVERIES PIC 9(11).
       01 CONTROL-TOTALS.
           05 CHARGES-READ-COUNT PIC 9(7) VALUE ZERO.
           05 PAYMENTS-READ-COUNT PIC 9(7) VALUE ZERO.
           05 CHARGES-SELECTED-COUNT PIC 9(7) VALUE ZERO.
           05 PAYMENTS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
           05 WRITE-OFFS-READ-COUNT PIC 9(7) VALUE ZERO.
           05 WRITE-OFFS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
           05 REFUNDS-READ-COUNT PIC 9(7) VALUE ZERO.
           05 REFUNDS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
           05 SUSPENSE-CHARGE-COUNT PIC 9(7) VALUE ZERO.
           05 CHARGES-DAY-TOTAL PIC 9(11) VALUE ZERO.
           05 RECEIPTS-DAY-TOTAL PIC 9(11) VALUE ZERO.
           05 REVERSALS-DAY-TOTAL PIC 9(11) VALUE ZERO.
           05 RECOVERIES-DAY-TOTAL PIC 9(11) VALUE ZERO.
           05 WRITE-OFFS-DAY-TOTAL PIC 9(11) VALUE ZERO.
           05 REFUNDS-DAY-TOTAL PIC 9(11) VALUE ZERO.
           05 JOURNAL-LINE-COUNT PIC 9(7) VALUE ZERO.
           05 JOURNAL-DEBIT-TOTAL PIC 9(13) VALUE ZERO.
           05 JOURNAL-CREDIT-TOTAL PIC 9(13) VALUE ZERO.
       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL PIC X(25).
           05 CTL-COUNT PIC ZZZZZZZZZZZZ9.
       PROCEDURE DIVISION.
       100-EXTRACT-GL-JOURNAL.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-GL-EXTRACT.
           IF EXTRACT-OPEN-FLG = 'Y'
               PERFORM 210-SUMMARIZE-DAY-CHARGES
               PERFORM 220-SUMMARIZE-DAY-PAYMENTS
               PERFORM 225-SUMMARIZE-DAY-WRITE-OFFS
               PERFORM 227-SUMMARIZE-DAY-REFUNDS
               PERFORM 230-WRITE-JOURNAL-HEADER
               PERFORM 240-WRITE-CHARGE-LINES
               PERFORM 250-WRITE-BATCH-LINES
               PERFORM 255-WRITE-WRITE-OFF-LINES
               PERFORM 256-WRITE-REFUND-LINES
               PERFORM 260-WRITE-JOURNAL-TRAILER
               PERFORM 203-CLOSE-GL-EXTRACT
               PERFORM 300-PRINT-CONTROL-TOTALS
           END-IF.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-GL-EXTRACT.
           DISPLAY "ENTER JOURNAL DATE (YYYYMMDD) OR BLANK FOR TODAY: ".
           MOVE SPACES TO JOURNAL-DATE-INPUT.
           ACCEPT JOURNAL-DATE-INPUT.
           IF JOURNAL-DATE-INPUT = SPACES
               MOVE JOB-START-DATE TO JOURNAL-DATE
           ELSE
               IF JOURNAL-DATE-INPUT IS NUMERIC
                   MOVE JOURNAL-DATE-INPUT TO JOURNAL-DATE
               ELSE
                   MOVE ZERO TO JOURNAL-DATE
               END-IF
           END-IF.
           IF JOURNAL-DATE = ZERO
               DISPLAY "INVALID JOURNAL DATE - NO JOURNAL EXTRACTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CHARGE-CODE-FILE
               IF CODE-FILE-STATUS = "00"
                   MOVE 'Y' TO CODE-MASTER-OPEN-FLG
               ELSE
                   DISPLAY "CHARGE-CODE MASTER NOT AVAILABLE - STATUS "
                       CODE-FILE-STATUS " - ALL CHARGES TO SUSPENSE"
               END-IF
               OPEN OUTPUT GL-JOURNAL-FILE-OUT
               MOVE 'Y' TO EXTRACT-OPEN-FLG
               MOVE 1 TO GL-ENTRY-COUNT
               MOVE SUSPENSE-ACCOUNT TO GL-TBL-ACCOUNT(1)
               MOVE "UNRECOGNISED CHARGE CODES" TO
                   GL-TBL-DESCRIPTION(1)
               MOVE ZERO TO GL-TBL-AMOUNT(1)
           END-IF.

       210-SUMMARIZE-DAY-CHARGES.
           MOVE 'N' TO CHG-EOF-FLG.
           OPEN INPUT POSTED-CHARGE-FILE.
           IF CHG-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-CHARGE-FILE
                   AT END MOVE 'Y' TO CHG-EOF-FLG
               END-READ
               PERFORM 211-SUMMARIZE-ONE-CHARGE
                   UNTIL CHG-EOF-FLG = 'Y'
               CLOSE POSTED-CHARGE-FILE
           END-IF.

       211-SUMMARIZE-ONE-CHARGE.
           ADD 1 TO CHARGES-READ-COUNT.
           IF CL-POSTING-DATE = JOURNAL-DATE
               ADD 1 TO CHARGES-SELECTED-COUNT
               ADD CL-AMOUNT TO CHARGES-DAY-TOTAL
               PERFORM 212-LOOK-UP-REVENUE-ACCOUNT
               PERFORM 213-ADD-TO-GL-ACCOUNT-TABLE
           END-IF.
           READ POSTED-CHARGE-FILE
               AT END MOVE 'Y' TO CHG-EOF-FLG.

       212-LOOK-UP-REVENUE-ACCOUNT.
           MOVE SUSPENSE-ACCOUNT TO LOOKUP-GL-ACCOUNT.
           MOVE "UNRECOGNISED CHARGE CODES" TO LOOKUP-DESCRIPTION.
           IF CODE-MASTER-OPEN-FLG = 'Y'
               MOVE CL-CHARGE-CODE TO CC-CHARGE-CODE
               READ CHARGE-CODE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CC-GL-ACCOUNT NOT = SPACES
                           MOVE CC-GL-ACCOUNT TO LOOKUP-GL-ACCOUNT
                           MOVE CC-DESCRIPTION TO LOOKUP-DESCRIPTION
                       END-IF
               END-READ
           END-IF.
           IF LOOKUP-GL-ACCOUNT = SUSPENSE-ACCOUNT
               ADD 1 TO SUSPENSE-CHARGE-COUNT
               DISPLAY "CHARGE CODE " CL-CHARGE-CODE " FOR STUDENT "
                   CL-STUDENT-NUMBER " HAS NO GL ACCOUNT - "
                   "POSTED TO SUSPENSE"
           END-IF.

       213-ADD-TO-GL-ACCOUNT-TABLE.
           SET GL-IDX TO 1.
           SEARCH GL-ENTRY
               AT END
                   IF GL-ENTRY-COUNT < 100
                       ADD 1 TO GL-ENTRY-COUNT
                       SET GL-IDX TO GL-ENTRY-COUNT
                       MOVE LOOKUP-GL-ACCOUNT TO GL-TBL-ACCOUNT(GL-IDX)
                       MOVE LOOKUP-DESCRIPTION TO
                           GL-TBL-DESCRIPTION(GL-IDX)
                       MOVE CL-AMOUNT TO GL-TBL-AMOUNT(GL-IDX)
                   ELSE
                       DISPLAY "GL ACCOUNT TABLE FULL AT 100 ENTRIES "
                           "- ACCOUNT " LOOKUP-GL-ACCOUNT
                           " POSTED TO SUSPENSE"
                       ADD 1 TO SUSPENSE-CHARGE-COUNT
                       ADD CL-AMOUNT TO GL-TBL-AMOUNT(1)
                   END-IF
               WHEN GL-TBL-ACCOUNT(GL-IDX) = LOOKUP-GL-ACCOUNT
                   ADD CL-AMOUNT TO GL-TBL-AMOUNT(GL-IDX)
           END-SEARCH.

       220-SUMMARIZE-DAY-PAYMENTS.
           MOVE 'N' TO PAY-EOF-FLG.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF PAY-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-PAYMENT-FILE
                   AT END MOVE 'Y' TO PAY-EOF-FLG
               END-READ
               PERFORM 221-SUMMARIZE-ONE-PAYMENT
                   UNTIL PAY-EOF-FLG = 'Y'
               CLOSE POSTED-PAYMENT-FILE
           END-IF.

       221-SUMMARIZE-ONE-PAYMENT.
           ADD 1 TO PAYMENTS-READ-COUNT.
           IF PL-POSTING-DATE = JOURNAL-DATE
               ADD 1 TO PAYMENTS-SELECTED-COUNT
               PERFORM 222-FIND-BATCH-ENTRY
               EVALUATE PL-ENTRY-TYPE
                   WHEN 'R'
                       ADD PL-AMOUNT TO REVERSALS-DAY-TOTAL
                       ADD PL-AMOUNT TO BATCH-TBL-REVERSALS(BATCH-IDX)
                   WHEN 'C'
                       ADD PL-AMOUNT TO RECOVERIES-DAY-TOTAL
                       ADD PL-AMOUNT TO
                           BATCH-TBL-RECOVERIES(BATCH-IDX)
                   WHEN OTHER
                       ADD PL-AMOUNT TO RECEIPTS-DAY-TOTAL
                       ADD PL-AMOUNT TO BATCH-TBL-RECEIPTS(BATCH-IDX)
               END-EVALUATE
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO PAY-EOF-FLG.

       222-FIND-BATCH-ENTRY.
           SET BATCH-IDX TO 1.
           SEARCH BATCH-ENTRY
               AT END
                   IF BATCH-ENTRY-COUNT < 200
                       ADD 1 TO BATCH-ENTRY-COUNT
                       SET BATCH-IDX TO BATCH-ENTRY-COUNT
                       MOVE PL-BATCH-NUMBER TO
                           BATCH-TBL-NUMBER(BATCH-IDX)
                       MOVE ZERO TO BATCH-TBL-RECEIPTS(BATCH-IDX)
                       MOVE ZERO TO BATCH-TBL-REVERSALS(BATCH-IDX)
                       MOVE ZERO TO BATCH-TBL-RECOVERIES(BATCH-IDX)
                   ELSE
                       DISPLAY "BATCH TABLE FULL AT 200 ENTRIES - "
                           "BATCH " PL-BATCH-NUMBER " COMBINED WITH "
                           "THE LAST BATCH"
                       SET BATCH-IDX TO BATCH-ENTRY-COUNT
                   END-IF
               WHEN BATCH-TBL-NUMBER(BATCH-IDX) = PL-BATCH-NUMBER
                   CONTINUE
           END-SEARCH.

       225-SUMMARIZE-DAY-WRITE-OFFS.
           MOVE 'N' TO WO-EOF-FLG.
           OPEN INPUT WRITTEN-OFF-FILE.
           IF WO-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ WRITTEN-OFF-FILE
                   AT END MOVE 'Y' TO WO-EOF-FLG
               END-READ
               PERFORM 226-SUMMARIZE-ONE-WRITE-OFF
                   UNTIL WO-EOF-FLG = 'Y'
               CLOSE WRITTEN-OFF-FILE
           END-IF.

       226-SUMMARIZE-ONE-WRITE-OFF.
           ADD 1 TO WRITE-OFFS-READ-COUNT.
           IF WL-POSTING-DATE = JOURNAL-DATE
               ADD 1 TO WRITE-OFFS-SELECTED-COUNT
               ADD WL-AMOUNT TO WRITE-OFFS-DAY-TOTAL
           END-IF.
           READ WRITTEN-OFF-FILE
               AT END MOVE 'Y' TO WO-EOF-FLG.

       227-SUMMARIZE-DAY-REFUNDS.
           MOVE 'N' TO REF-EOF-FLG.
           OPEN INPUT POSTED-REFUND-FILE.
           IF REF-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-REFUND-FILE
                   AT END MOVE 'Y' TO REF-EOF-FLG
               END-READ
               PERFORM 228-SUMMARIZE-ONE-REFUND
                   UNTIL REF-EOF-FLG = 'Y'
               CLOSE POSTED-REFUND-FILE
           END-IF.

       228-SUMMARIZE-ONE-REFUND.
           ADD 1 TO REFUNDS-READ-COUNT.
           IF RL-POSTING-DATE = JOURNAL-DATE
               ADD 1 TO REFUNDS-SELECTED-COUNT
               ADD RL-AMOUNT TO REFUNDS-DAY-TOTAL
           END-IF.
           READ POSTED-REFUND-FILE
               AT END MOVE 'Y' TO REF-EOF-FLG.

       230-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-HEADER-RECORD.
           MOVE 'H' TO GLJ-HDR-TYPE.
           MOVE JOURNAL-DATE TO GLJ-HDR-JOURNAL-DATE.
           MOVE JOURNAL-SOURCE TO GLJ-HDR-SOURCE.
           MOVE JOB-START-DATE TO GLJ-HDR-CREATED-DATE.
           MOVE JOB-START-TIME(1:6) TO GLJ-HDR-CREATED-TIME.
           WRITE GL-JOURNAL-HEADER-RECORD.

       240-WRITE-CHARGE-LINES.
           IF CHARGES-DAY-TOTAL > ZERO
               MOVE AR-CONTROL-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'D' TO JLW-DR-CR
               MOVE CHARGES-DAY-TOTAL TO JLW-AMOUNT
               MOVE "CHARGES" TO JLW-REFERENCE
               MOVE "STUDENT CHARGES BILLED" TO JLW-DESCRIPTION
               PERFORM 270-WRITE-JOURNAL-DETAIL
               PERFORM 241-WRITE-ONE-REVENUE-LINE
                   VARYING GL-SCAN-NO FROM 1 BY 1
                   UNTIL GL-SCAN-NO > GL-ENTRY-COUNT
           END-IF.

       241-WRITE-ONE-REVENUE-LINE.
           IF GL-TBL-AMOUNT(GL-SCAN-NO) > ZERO
               MOVE GL-TBL-ACCOUNT(GL-SCAN-NO) TO JLW-GL-ACCOUNT
               MOVE 'C' TO JLW-DR-CR
               MOVE GL-TBL-AMOUNT(GL-SCAN-NO) TO JLW-AMOUNT
               MOVE "CHARGES" TO JLW-REFERENCE
               MOVE GL-TBL-DESCRIPTION(GL-SCAN-NO) TO JLW-DESCRIPTION
               PERFORM 270-WRITE-JOURNAL-DETAIL
           END-IF.

       250-WRITE-BATCH-LINES.
           PERFORM 251-WRITE-ONE-BATCH
               VARYING BATCH-SCAN-NO FROM 1 BY 1
               UNTIL BATCH-SCAN-NO > BATCH-ENTRY-COUNT.

       251-WRITE-ONE-BATCH.
           MOVE BATCH-TBL-NUMBER(BATCH-SCAN-NO) TO JLW-REFERENCE.
           IF BATCH-TBL-RECEIPTS(BATCH-SCAN-NO) > ZERO
               MOVE BATCH-TBL-RECEIPTS(BATCH-SCAN-NO) TO JLW-AMOUNT
               MOVE "DEPOSIT BATCH RECEIPTS" TO JLW-DESCRIPTION
               MOVE CASH-CLEARING-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'D' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
               MOVE AR-CONTROL-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'C' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
           END-IF.
           IF BATCH-TBL-REVERSALS(BATCH-SCAN-NO) > ZERO
               MOVE BATCH-TBL-REVERSALS(BATCH-SCAN-NO) TO JLW-AMOUNT
               MOVE "RETURNED PAYMENTS REVERSED" TO JLW-DESCRIPTION
               MOVE AR-CONTROL-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'D' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
               MOVE CASH-CLEARING-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'C' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
           END-IF.
           IF BATCH-TBL-RECOVERIES(BATCH-SCAN-NO) > ZERO
               MOVE BATCH-TBL-RECOVERIES(BATCH-SCAN-NO) TO JLW-AMOUNT
               MOVE "BAD-DEBT RECOVERIES" TO JLW-DESCRIPTION
               MOVE CASH-CLEARING-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'D' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
               MOVE BAD-DEBT-RECOVERY-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'C' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
           END-IF.

       255-WRITE-WRITE-OFF-LINES.
           IF WRITE-OFFS-DAY-TOTAL > ZERO
               MOVE WRITE-OFFS-DAY-TOTAL TO JLW-AMOUNT
               MOVE "WRITEOFF" TO JLW-REFERENCE
               MOVE "BAD-DEBT WRITE-OFFS" TO JLW-DESCRIPTION
               MOVE BAD-DEBT-EXPENSE-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'D' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
               MOVE AR-CONTROL-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'C' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
           END-IF.

       256-WRITE-REFUND-LINES.
           IF REFUNDS-DAY-TOTAL > ZERO
               MOVE REFUNDS-DAY-TOTAL TO JLW-AMOUNT
               MOVE "REFUNDS" TO JLW-REFERENCE
               MOVE "CREDIT BALANCE REFUNDS PAID" TO JLW-DESCRIPTION
               MOVE AR-CONTROL-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'D' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
               MOVE CASH-CLEARING-ACCOUNT TO JLW-GL-ACCOUNT
               MOVE 'C' TO JLW-DR-CR
               PERFORM 270-WRITE-JOURNAL-DETAIL
           END-IF.

       260-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-TRAILER-RECORD.
           MOVE 'T' TO GLJ-TRL-TYPE.
           MOVE JOURNAL-LINE-COUNT TO GLJ-TRL-DETAIL-COUNT.
           MOVE JOURNAL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL.
           MOVE JOURNAL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
           WRITE GL-JOURNAL-TRAILER-RECORD.

       270-WRITE-JOURNAL-DETAIL.
           MOVE SPACES TO GL-JOURNAL-DETAIL-RECORD.
           MOVE 'D' TO GLJ-DTL-TYPE.
           MOVE JOURNAL-DATE TO GLJ-JOURNAL-DATE.
           MOVE JLW-GL-ACCOUNT TO GLJ-GL-ACCOUNT.
           MOVE JLW-DR-CR TO GLJ-DR-CR.
           MOVE JLW-AMOUNT TO GLJ-AMOUNT.
           MOVE JLW-REFERENCE TO GLJ-REFERENCE.
           MOVE JLW-DESCRIPTION TO GLJ-DESCRIPTION.
           WRITE GL-JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-LINE-COUNT.
           IF JLW-DR-CR = 'D'
               ADD JLW-AMOUNT TO JOURNAL-DEBIT-TOTAL
           ELSE
               ADD JLW-AMOUNT TO JOURNAL-CREDIT-TOTAL
           END-IF.

       203-CLOSE-GL-EXTRACT.
           CLOSE GL-JOURNAL-FILE-OUT.
           IF CODE-MASTER-OPEN-FLG = 'Y'
               CLOSE CHARGE-CODE-FILE
           END-IF.

       300-PRINT-CONTROL-TOTALS.
           DISPLAY "GL JOURNAL EXTRACT CONTROL TOTALS FOR "
               JOURNAL-DATE.
           MOVE "CHARGES SELECTED" TO CTL-LABEL.
           MOVE CHARGES-SELECTED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "CHARGE DOLLARS" TO CTL-LABEL.
           MOVE CHARGES-DAY-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "CHARGES TO SUSPENSE" TO CTL-LABEL.
           MOVE SUSPENSE-CHARGE-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "PAYMENT ENTRIES SELECTED" TO CTL-LABEL.
           MOVE PAYMENTS-SELECTED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "RECEIPT DOLLARS" TO CTL-LABEL.
           MOVE RECEIPTS-DAY-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "REVERSAL DOLLARS" TO CTL-LABEL.
           MOVE REVERSALS-DAY-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "RECOVERY DOLLARS" TO CTL-LABEL.
           MOVE RECOVERIES-DAY-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "WRITE-OFFS SELECTED" TO CTL-LABEL.
           MOVE WRITE-OFFS-SELECTED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "WRITE-OFF DOLLARS" TO CTL-LABEL.
           MOVE WRITE-OFFS-DAY-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "REFUNDS SELECTED" TO CTL-LABEL.
           MOVE REFUNDS-SELECTED-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "REFUND DOLLARS" TO CTL-LABEL.
           MOVE REFUNDS-DAY-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "JOURNAL LINES WRITTEN" TO CTL-LABEL.
           MOVE JOURNAL-LINE-COUNT TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "TOTAL DEBITS" TO CTL-LABEL.
           MOVE JOURNAL-DEBIT-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           MOVE "TOTAL CREDITS" TO CTL-LABEL.
           MOVE JOURNAL-CREDIT-TOTAL TO CTL-COUNT.
           DISPLAY CONTROL-TOTAL-LINE.
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL
               DISPLAY "GL JOURNAL IN BALANCE"
           ELSE
               DISPLAY "*** GL JOURNAL OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "GL-JOURNAL-EXTRACT" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           COMPUTE RUN-RECORDS-READ = CHARGES-READ-COUNT
               + PAYMENTS-READ-COUNT + WRITE-OFFS-READ-COUNT
               + REFUNDS-READ-COUNT.
           MOVE JOURNAL-LINE-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM GL-JOURNAL-EXTRACT.
