      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Year-end tuition tax receipts. The operator keys the
      * tax year, and optionally one STUDENT-NUMBER when a duplicate
      * receipt is asked for. For every student on the indexed
      * STUDENTFILE.TXT with charges posted to CHGLEDGER.TXT or
      * payments received on PAYLEDGER.TXT in that calendar year, one
      * receipt block is written: student number and name, the
      * charges billed in the year totalled by CL-CHARGE-CODE (under
      * the description on CHGCODES.TXT), the total charges, the
      * payments received less any returned by the bank, and the
      * closing balance at December 31. The closing balance is the
      * account's position today rolled back over the charges,
      * payments, reversals and refunds dated after the tax year.
      * Blocks are separated by a full asterisk line so the print
      * shop can burst them like STATEMENTS.TXT. The file ends with a
      * control page that proves the receipt totals, code by code,
      * against a separate pass of the two ledgers for the year; a
      * difference (ledger entries for a student who is not on the
      * master) ends the job with completion code 4. A full run
      * writes TAXRECEIPTS.TXT; a single-student rerun writes
      * TAXRECEIPT-nnnnnnn.TXT so the year's print file is not
      * replaced. Appends a run-history entry to RUNHIST.TXT at end
      * of job like the other batch programs.
      * Tectonics: cobc -I copybooks
      * Modification History:
      *   Oct 15, 2026 - Roll the closing balance back over bad-debt
      *                  write-offs on WOLEDGER.TXT dated after the
      *                  tax year, and leave later recoveries (type C
      *                  payments on written-off accounts) out of the
      *                  roll-back since they never reduced the
      *                  master. Recoveries inside the year still
      *                  count as payments received.
      *   Oct 15, 2026 - A difference on any charge code on the control
      *                  page now marks the run out of balance (return
      *                  code 4), not just a difference in the totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-TAX-RECEIPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-IN ASSIGN TO "./STUDENTFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT RECEIPT-FILE-OUT ASSIGN USING RECEIPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-CODE-FILE ASSIGN TO "./CHGCODES.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CC-CHARGE-CODE
                FILE STATUS IS CODE-FILE-STATUS.
           SELECT POSTED-CHARGE-FILE ASSIGN TO "./CHGLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CHG-LEDGER-FILE-STATUS.
           SELECT POSTED-PAYMENT-FILE ASSIGN TO "./PAYLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT POSTED-REFUND-FILE ASSIGN TO "./REFLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REF-LEDGER-FILE-STATUS.
           SELECT WRITTEN-OFF-FILE ASSIGN TO "./WOLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WO-LEDGER-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE-IN.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(5).
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD RECEIPT-FILE-OUT.
       01 RECEIPT-LINE PIC X(80).
       FD CHARGE-CODE-FILE.
           COPY "CHGCODE.CPY".
       FD POSTED-CHARGE-FILE.
           COPY "CHGLEDGER.CPY".
       FD POSTED-PAYMENT-FILE.
           COPY "PAYLEDGER.CPY".
       FD POSTED-REFUND-FILE.
           COPY "REFLEDGER.CPY".
       FD WRITTEN-OFF-FILE.
           COPY "WOLEDGER.CPY".
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 LEDGER-EOF-FLG PIC X.
           05 CHG-LEDGER-EOF-FLG PIC X.
           05 REF-LEDGER-EOF-FLG PIC X.
           05 WO-LEDGER-EOF-FLG PIC X.
           05 RUN-VALID-FLG PIC X.
           05 SINGLE-STUDENT-FLG PIC X.
           05 ACTIVITY-FLG PIC X.
           05 CODE-FOUND-FLG PIC X.
           05 CODE-MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 STUDENT-FILE-STATUS PIC XX.
           05 CODE-FILE-STATUS PIC XX.
           05 CHG-LEDGER-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 REF-LEDGER-FILE-STATUS PIC XX.
           05 WO-LEDGER-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
           05 RECEIPT-FILE-NAME PIC X(40).
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
           05 RECORDS-READ-COUNT PIC 9(8) VALUE ZERO.
           05 RECORDS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 TAX-YEAR-FIELDS.
           05 TAX-YEAR-INPUT PIC X(4).
           05 STUDENT-NUMBER-INPUT PIC X(7).
           05 SELECTED-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 YEAR-START-DATE.
               10 YEAR-START-YEAR PIC 9(4).
               10 FILLER PIC 9(4) VALUE 0101.
           05 YEAR-START-DATE-NUM REDEFINES YEAR-START-DATE
               PIC 9(8).
           05 YEAR-END-DATE.
               10 YEAR-END-YEAR PIC 9(4).
               10 FILLER PIC 9(4) VALUE 1231.
           05 YEAR-END-DATE-NUM REDEFINES YEAR-END-DATE PIC 9(8).
       01 STUDENT-YEAR-TOTALS.
           05 STU-CHARGES-TOTAL PIC 9(7).
           05 STU-PAYMENTS-TOTAL PIC 9(7).
           05 STU-REVERSALS-TOTAL PIC 9(7).
           05 STU-NET-PAYMENTS PIC S9(7).
           05 LATER-CHARGES-TOTAL PIC 9(7).
           05 LATER-PAYMENTS-TOTAL PIC 9(7).
           05 LATER-REVERSALS-TOTAL PIC 9(7).
           05 LATER-REFUNDS-TOTAL PIC 9(7).
           05 LATER-WRITE-OFFS-TOTAL PIC 9(7).
           05 CLOSING-POSITION PIC S9(7).
       01 RECEIPT-CONTROL-TOTALS.
           05 RECEIPT-COUNT PIC 9(5) VALUE ZERO.
           05 RECEIPT-CHARGES-TOTAL PIC 9(9) VALUE ZERO.
           05 RECEIPT-PAYMENTS-TOTAL PIC 9(9) VALUE ZERO.
           05 RECEIPT-REVERSALS-TOTAL PIC 9(9) VALUE ZERO.
           05 LEDGER-CHARGES-TOTAL PIC 9(9) VALUE ZERO.
           05 LEDGER-PAYMENTS-TOTAL PIC 9(9) VALUE ZERO.
           05 LEDGER-REVERSALS-TOTAL PIC 9(9) VALUE ZERO.
           05 CONTROL-DIFFERENCE PIC S9(9).
           05 OUT-OF-BALANCE-FLG PIC X VALUE 'N'.
       01 CHARGE-LOOKUP-FIELDS.
           05 LOOKUP-CHARGE-CODE PIC X(4).
           05 CHARGE-DESCRIPTION-WORK PIC X(30).
       01 STUDENT-CODE-CONTROL.
           05 STUDENT-CODE-COUNT PIC 9(2) VALUE ZERO.
       01 STUDENT-CODE-TABLE.
           05 STUDENT-CODE-ENTRY OCCURS 0 TO 30 TIMES
                   DEPENDING ON STUDENT-CODE-COUNT
                   INDEXED BY STU-CODE-IDX.
               10 STU-CODE-CHARGE-CODE PIC X(4).
               10 STU-CODE-AMOUNT PIC 9(7).
       01 YEAR-CODE-CONTROL.
           05 YEAR-CODE-COUNT PIC 9(3) VALUE ZERO.
       01 YEAR-CODE-TABLE.
           05 YEAR-CODE-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON YEAR-CODE-COUNT
                   INDEXED BY YEAR-CODE-IDX.
               10 YR-CODE-CHARGE-CODE PIC X(4).
               10 YR-CODE-RECEIPT-AMOUNT PIC 9(9).
               10 YR-CODE-LEDGER-AMOUNT PIC 9(9).
       01 SEPARATOR-LINE PIC X(80) VALUE ALL "*".
       01 RCPT-TITLE-LINE.
           05 FILLER PIC X(34) VALUE
               "TUITION TAX RECEIPT FOR TAX YEAR: ".
           05 RTL-TAX-YEAR PIC 9(4).
           05 FILLER PIC X(10) VALUE "  ISSUED: ".
           05 RTL-ISSUE-DATE PIC 9(8).
       01 RCPT-STUDENT-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 RSL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSL-STUDENT-NAME PIC X(40).
       01 RCPT-CHARGE-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RCL-CHARGE-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-AMOUNT PIC ZZZZZZ9.
       01 RCPT-AMOUNT-LINE.
           05 RAL-LABEL PIC X(41).
           05 RAL-AMOUNT PIC -ZZZZZZ9.
       01 CTL-TITLE-LINE.
           05 FILLER PIC X(39) VALUE
               "TAX RECEIPT CONTROL PAGE FOR TAX YEAR: ".
           05 CTT-TAX-YEAR PIC 9(4).
       01 CTL-SCOPE-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 CTS-STUDENT-NUMBER PIC 9(7).
       01 CTL-COUNT-LINE.
           05 FILLER PIC X(19) VALUE "RECEIPTS PRODUCED: ".
           05 CTC-RECEIPT-COUNT PIC ZZZZ9.
       01 CTL-HEADING-LINE.
           05 FILLER PIC X(38) VALUE "CODE  DESCRIPTION".
           05 FILLER PIC X(11) VALUE "   RECEIPTS".
           05 FILLER PIC X(11) VALUE "     LEDGER".
           05 FILLER PIC X(12) VALUE "  DIFFERENCE".
       01 CTL-CODE-LINE.
           05 CCL-CHARGE-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CCL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CCL-RECEIPT-AMOUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CCL-LEDGER-AMOUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CCL-DIFFERENCE PIC -ZZZZZZZZ9.
       01 CTL-TOTAL-LINE.
           05 CTL-LABEL PIC X(38).
           05 CTL-RECEIPT-AMOUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTL-LEDGER-AMOUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTL-DIFFERENCE PIC -ZZZZZZZZ9.
       PROCEDURE DIVISION.
       100-PRODUCE-TAX-RECEIPTS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-RECEIPT-RUN.
           IF RUN-VALID-FLG = 'Y'
               PERFORM 202-PROCESS-ONE-STUDENT UNTIL EOF-FLG = 'Y'
               PERFORM 300-WRITE-CONTROL-PAGE
               PERFORM 203-CLOSE-RECEIPT-RUN
           END-IF.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-RECEIPT-RUN.
           MOVE 'N' TO RUN-VALID-FLG.
           MOVE 'N' TO SINGLE-STUDENT-FLG.
           MOVE 'N' TO EOF-FLG.
           DISPLAY "ENTER TAX YEAR YYYY: ".
           ACCEPT TAX-YEAR-INPUT.
           DISPLAY "ENTER STUDENT NUMBER FOR ONE RECEIPT "
               "(BLANK FOR ALL STUDENTS): ".
           ACCEPT STUDENT-NUMBER-INPUT.
           EVALUATE TRUE
               WHEN TAX-YEAR-INPUT IS NOT NUMERIC
                   DISPLAY "INVALID TAX YEAR - NO RECEIPTS PRODUCED"
                   MOVE 8 TO RETURN-CODE
               WHEN STUDENT-NUMBER-INPUT NOT = SPACES
                   AND STUDENT-NUMBER-INPUT IS NOT NUMERIC
                   DISPLAY "INVALID STUDENT NUMBER - NO RECEIPTS "
                       "PRODUCED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE TAX-YEAR-INPUT TO YEAR-START-YEAR
                   MOVE TAX-YEAR-INPUT TO YEAR-END-YEAR
                   IF STUDENT-NUMBER-INPUT NOT = SPACES
                       MOVE 'Y' TO SINGLE-STUDENT-FLG
                       MOVE STUDENT-NUMBER-INPUT
                           TO SELECTED-STUDENT-NUMBER
                   END-IF
                   PERFORM 210-OPEN-STUDENT-MASTER
           END-EVALUATE.
           IF RUN-VALID-FLG = 'Y'
               MOVE SPACES TO RECEIPT-FILE-NAME
               IF SINGLE-STUDENT-FLG = 'Y'
                   STRING "./TAXRECEIPT-" DELIMITED BY SIZE
                       STUDENT-NUMBER-INPUT DELIMITED BY SIZE
                       ".TXT" DELIMITED BY SIZE
                       INTO RECEIPT-FILE-NAME
               ELSE
                   MOVE "./TAXRECEIPTS.TXT" TO RECEIPT-FILE-NAME
               END-IF
               OPEN OUTPUT RECEIPT-FILE-OUT
               OPEN INPUT CHARGE-CODE-FILE
               IF CODE-FILE-STATUS = "00"
                   MOVE 'Y' TO CODE-MASTER-OPEN-FLG
               END-IF
           END-IF.

       210-OPEN-STUDENT-MASTER.
           OPEN INPUT STUDENT-FILE-IN.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - NO RECEIPTS "
                   "PRODUCED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO RUN-VALID-FLG
               IF SINGLE-STUDENT-FLG = 'Y'
                   MOVE SELECTED-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ STUDENT-FILE-IN
                       INVALID KEY
                           DISPLAY "STUDENT " SELECTED-STUDENT-NUMBER
                               " NOT ON FILE - NO RECEIPT PRODUCED"
                           MOVE 8 TO RETURN-CODE
                           MOVE 'N' TO RUN-VALID-FLG
                           CLOSE STUDENT-FILE-IN
                   END-READ
               ELSE
                   READ STUDENT-FILE-IN NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLG
                   END-READ
               END-IF
           END-IF.

       202-PROCESS-ONE-STUDENT.
           ADD 1 TO RECORDS-READ-COUNT.
           PERFORM 220-GATHER-STUDENT-ACTIVITY.
           IF ACTIVITY-FLG = 'Y'
               PERFORM 240-WRITE-ONE-RECEIPT
           ELSE
               IF SINGLE-STUDENT-FLG = 'Y'
                   DISPLAY "NO CHARGES OR PAYMENTS IN " TAX-YEAR-INPUT
                       " FOR STUDENT " STUDENT-NUMBER
                       " - NO RECEIPT PRODUCED"
               END-IF
           END-IF.
           IF SINGLE-STUDENT-FLG = 'Y'
               MOVE 'Y' TO EOF-FLG
           ELSE
               READ STUDENT-FILE-IN NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLG
               END-READ
           END-IF.

       203-CLOSE-RECEIPT-RUN.
           CLOSE STUDENT-FILE-IN.
           CLOSE RECEIPT-FILE-OUT.
           IF CODE-MASTER-OPEN-FLG = 'Y'
               CLOSE CHARGE-CODE-FILE
           END-IF.
           DISPLAY "TAX RECEIPTS PRODUCED: " RECEIPT-COUNT.
           IF OUT-OF-BALANCE-FLG = 'Y'
               DISPLAY "RECEIPT TOTALS DO NOT AGREE WITH THE LEDGERS "
                   "- SEE CONTROL PAGE"
               MOVE 4 TO RETURN-CODE
           END-IF.

       220-GATHER-STUDENT-ACTIVITY.
           MOVE 'N' TO ACTIVITY-FLG.
           MOVE ZERO TO STUDENT-CODE-COUNT.
           MOVE ZERO TO STU-CHARGES-TOTAL.
           MOVE ZERO TO STU-PAYMENTS-TOTAL.
           MOVE ZERO TO STU-REVERSALS-TOTAL.
           MOVE ZERO TO LATER-CHARGES-TOTAL.
           MOVE ZERO TO LATER-PAYMENTS-TOTAL.
           MOVE ZERO TO LATER-REVERSALS-TOTAL.
           MOVE ZERO TO LATER-REFUNDS-TOTAL.
           MOVE ZERO TO LATER-WRITE-OFFS-TOTAL.
           MOVE 'N' TO CHG-LEDGER-EOF-FLG.
           OPEN INPUT POSTED-CHARGE-FILE.
           IF CHG-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-CHARGE-FILE
                   AT END MOVE 'Y' TO CHG-LEDGER-EOF-FLG
               END-READ
               PERFORM 221-TALLY-ONE-CHARGE-ENTRY
                   UNTIL CHG-LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-CHARGE-FILE
           END-IF.
           MOVE 'N' TO LEDGER-EOF-FLG.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-PAYMENT-FILE
                   AT END MOVE 'Y' TO LEDGER-EOF-FLG
               END-READ
               PERFORM 223-TALLY-ONE-PAYMENT-ENTRY
                   UNTIL LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-PAYMENT-FILE
           END-IF.
           MOVE 'N' TO REF-LEDGER-EOF-FLG.
           OPEN INPUT POSTED-REFUND-FILE.
           IF REF-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-REFUND-FILE
                   AT END MOVE 'Y' TO REF-LEDGER-EOF-FLG
               END-READ
               PERFORM 224-TALLY-ONE-REFUND-ENTRY
                   UNTIL REF-LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-REFUND-FILE
           END-IF.
           MOVE 'N' TO WO-LEDGER-EOF-FLG.
           OPEN INPUT WRITTEN-OFF-FILE.
           IF WO-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ WRITTEN-OFF-FILE
                   AT END MOVE 'Y' TO WO-LEDGER-EOF-FLG
               END-READ
               PERFORM 225-TALLY-ONE-WRITE-OFF-ENTRY
                   UNTIL WO-LEDGER-EOF-FLG = 'Y'
               CLOSE WRITTEN-OFF-FILE
           END-IF.

       221-TALLY-ONE-CHARGE-ENTRY.
           IF CL-STUDENT-NUMBER = STUDENT-NUMBER
               EVALUATE TRUE
                   WHEN CL-POSTING-DATE > YEAR-END-DATE-NUM
                       ADD CL-AMOUNT TO LATER-CHARGES-TOTAL
                   WHEN CL-POSTING-DATE NOT < YEAR-START-DATE-NUM
                       MOVE 'Y' TO ACTIVITY-FLG
                       ADD CL-AMOUNT TO STU-CHARGES-TOTAL
                       MOVE CL-CHARGE-CODE TO LOOKUP-CHARGE-CODE
                       PERFORM 222-ADD-TO-STUDENT-CODES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           READ POSTED-CHARGE-FILE
               AT END MOVE 'Y' TO CHG-LEDGER-EOF-FLG.

       222-ADD-TO-STUDENT-CODES.
           MOVE 'N' TO CODE-FOUND-FLG.
           IF STUDENT-CODE-COUNT > ZERO
               SET STU-CODE-IDX TO 1
               SEARCH STUDENT-CODE-ENTRY
                   AT END
                       MOVE 'N' TO CODE-FOUND-FLG
                   WHEN STU-CODE-CHARGE-CODE(STU-CODE-IDX) =
                       LOOKUP-CHARGE-CODE
                       MOVE 'Y' TO CODE-FOUND-FLG
               END-SEARCH
           END-IF.
           IF CODE-FOUND-FLG = 'N'
               IF STUDENT-CODE-COUNT < 30
                   ADD 1 TO STUDENT-CODE-COUNT
                   SET STU-CODE-IDX TO STUDENT-CODE-COUNT
                   MOVE LOOKUP-CHARGE-CODE
                       TO STU-CODE-CHARGE-CODE(STU-CODE-IDX)
                   MOVE ZERO TO STU-CODE-AMOUNT(STU-CODE-IDX)
                   MOVE 'Y' TO CODE-FOUND-FLG
               ELSE
                   DISPLAY "CODE TABLE FULL AT 30 CODES FOR STUDENT "
                       STUDENT-NUMBER " - CODE " LOOKUP-CHARGE-CODE
                       " LEFT OUT OF THE RECEIPT DETAIL"
               END-IF
           END-IF.
           IF CODE-FOUND-FLG = 'Y'
               ADD CL-AMOUNT TO STU-CODE-AMOUNT(STU-CODE-IDX)
           END-IF.

       223-TALLY-ONE-PAYMENT-ENTRY.
           IF PL-STUDENT-NUMBER = STUDENT-NUMBER
               EVALUATE TRUE
                   WHEN PL-PAY-DATE > YEAR-END-DATE-NUM
                       EVALUATE PL-ENTRY-TYPE
                           WHEN 'R'
                               ADD PL-AMOUNT TO LATER-REVERSALS-TOTAL
                           WHEN 'C'
                               CONTINUE
                           WHEN OTHER
                               ADD PL-AMOUNT TO LATER-PAYMENTS-TOTAL
                       END-EVALUATE
                   WHEN PL-PAY-DATE NOT < YEAR-START-DATE-NUM
                       MOVE 'Y' TO ACTIVITY-FLG
                       IF PL-ENTRY-TYPE = 'R'
                           ADD PL-AMOUNT TO STU-REVERSALS-TOTAL
                       ELSE
                           ADD PL-AMOUNT TO STU-PAYMENTS-TOTAL
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO LEDGER-EOF-FLG.

       224-TALLY-ONE-REFUND-ENTRY.
           IF RL-STUDENT-NUMBER = STUDENT-NUMBER
               AND RL-POSTING-DATE > YEAR-END-DATE-NUM
               ADD RL-AMOUNT TO LATER-REFUNDS-TOTAL
           END-IF.
           READ POSTED-REFUND-FILE
               AT END MOVE 'Y' TO REF-LEDGER-EOF-FLG.

       225-TALLY-ONE-WRITE-OFF-ENTRY.
           IF WL-STUDENT-NUMBER = STUDENT-NUMBER
               AND WL-POSTING-DATE > YEAR-END-DATE-NUM
               ADD WL-AMOUNT TO LATER-WRITE-OFFS-TOTAL
           END-IF.
           READ WRITTEN-OFF-FILE
               AT END MOVE 'Y' TO WO-LEDGER-EOF-FLG.

       240-WRITE-ONE-RECEIPT.
           ADD 1 TO RECEIPT-COUNT.
           ADD STU-CHARGES-TOTAL TO RECEIPT-CHARGES-TOTAL.
           ADD STU-PAYMENTS-TOTAL TO RECEIPT-PAYMENTS-TOTAL.
           ADD STU-REVERSALS-TOTAL TO RECEIPT-REVERSALS-TOTAL.
           MOVE SEPARATOR-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           MOVE TAX-YEAR-INPUT TO RTL-TAX-YEAR.
           MOVE JOB-START-DATE TO RTL-ISSUE-DATE.
           MOVE RCPT-TITLE-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           MOVE STUDENT-NUMBER TO RSL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RSL-STUDENT-NAME.
           MOVE RCPT-STUDENT-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           MOVE "CHARGES BILLED IN THE YEAR:" TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           IF STUDENT-CODE-COUNT = ZERO
               MOVE "   NONE" TO RECEIPT-LINE
               PERFORM 400-WRITE-RECEIPT-LINE
           ELSE
               PERFORM 241-WRITE-ONE-CODE-TOTAL
                   VARYING STU-CODE-IDX FROM 1 BY 1
                   UNTIL STU-CODE-IDX > STUDENT-CODE-COUNT
           END-IF.
           MOVE "TOTAL CHARGES BILLED:" TO RAL-LABEL.
           MOVE STU-CHARGES-TOTAL TO RAL-AMOUNT.
           PERFORM 245-WRITE-AMOUNT-LINE.
           MOVE "PAYMENTS RECEIVED:" TO RAL-LABEL.
           MOVE STU-PAYMENTS-TOTAL TO RAL-AMOUNT.
           PERFORM 245-WRITE-AMOUNT-LINE.
           IF STU-REVERSALS-TOTAL > ZERO
               MOVE "LESS PAYMENTS RETURNED BY THE BANK:"
                   TO RAL-LABEL
               MOVE STU-REVERSALS-TOTAL TO RAL-AMOUNT
               PERFORM 245-WRITE-AMOUNT-LINE
           END-IF.
           COMPUTE STU-NET-PAYMENTS =
               STU-PAYMENTS-TOTAL - STU-REVERSALS-TOTAL.
           MOVE "TOTAL PAYMENTS RECEIVED:" TO RAL-LABEL.
           MOVE STU-NET-PAYMENTS TO RAL-AMOUNT.
           PERFORM 245-WRITE-AMOUNT-LINE.
           COMPUTE CLOSING-POSITION =
               TUITION-OWED - TUITION-CREDIT
               - LATER-CHARGES-TOTAL + LATER-PAYMENTS-TOTAL
               - LATER-REVERSALS-TOTAL - LATER-REFUNDS-TOTAL
               + LATER-WRITE-OFFS-TOTAL.
           IF CLOSING-POSITION < ZERO
               MOVE "CREDIT BALANCE AT DECEMBER 31:" TO RAL-LABEL
               COMPUTE RAL-AMOUNT = ZERO - CLOSING-POSITION
           ELSE
               MOVE "BALANCE OWED AT DECEMBER 31:" TO RAL-LABEL
               MOVE CLOSING-POSITION TO RAL-AMOUNT
           END-IF.
           PERFORM 245-WRITE-AMOUNT-LINE.

       241-WRITE-ONE-CODE-TOTAL.
           MOVE STU-CODE-CHARGE-CODE(STU-CODE-IDX)
               TO LOOKUP-CHARGE-CODE.
           PERFORM 280-LOOK-UP-CHARGE-DESCRIPTION.
           MOVE LOOKUP-CHARGE-CODE TO RCL-CHARGE-CODE.
           MOVE CHARGE-DESCRIPTION-WORK TO RCL-DESCRIPTION.
           MOVE STU-CODE-AMOUNT(STU-CODE-IDX) TO RCL-AMOUNT.
           MOVE RCPT-CHARGE-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           PERFORM 290-FIND-YEAR-CODE.
           IF CODE-FOUND-FLG = 'Y'
               ADD STU-CODE-AMOUNT(STU-CODE-IDX)
                   TO YR-CODE-RECEIPT-AMOUNT(YEAR-CODE-IDX)
           END-IF.

       245-WRITE-AMOUNT-LINE.
           MOVE RCPT-AMOUNT-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.

       280-LOOK-UP-CHARGE-DESCRIPTION.
           MOVE LOOKUP-CHARGE-CODE TO CHARGE-DESCRIPTION-WORK.
           IF CODE-MASTER-OPEN-FLG = 'Y'
               MOVE LOOKUP-CHARGE-CODE TO CC-CHARGE-CODE
               READ CHARGE-CODE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CC-DESCRIPTION TO CHARGE-DESCRIPTION-WORK
               END-READ
           END-IF.

       290-FIND-YEAR-CODE.
           MOVE 'N' TO CODE-FOUND-FLG.
           IF YEAR-CODE-COUNT > ZERO
               SET YEAR-CODE-IDX TO 1
               SEARCH YEAR-CODE-ENTRY
                   AT END
                       MOVE 'N' TO CODE-FOUND-FLG
                   WHEN YR-CODE-CHARGE-CODE(YEAR-CODE-IDX) =
                       LOOKUP-CHARGE-CODE
                       MOVE 'Y' TO CODE-FOUND-FLG
               END-SEARCH
           END-IF.
           IF CODE-FOUND-FLG = 'N'
               IF YEAR-CODE-COUNT < 100
                   ADD 1 TO YEAR-CODE-COUNT
                   SET YEAR-CODE-IDX TO YEAR-CODE-COUNT
                   MOVE LOOKUP-CHARGE-CODE
                       TO YR-CODE-CHARGE-CODE(YEAR-CODE-IDX)
                   MOVE ZERO TO YR-CODE-RECEIPT-AMOUNT(YEAR-CODE-IDX)
                   MOVE ZERO TO YR-CODE-LEDGER-AMOUNT(YEAR-CODE-IDX)
                   MOVE 'Y' TO CODE-FOUND-FLG
               ELSE
                   DISPLAY "CONTROL CODE TABLE FULL AT 100 CODES - "
                       "CODE " LOOKUP-CHARGE-CODE " LEFT OFF THE "
                       "CONTROL "
                       "PAGE"
               END-IF
           END-IF.

       300-WRITE-CONTROL-PAGE.
           PERFORM 310-TOTAL-LEDGERS-FOR-YEAR.
           MOVE SEPARATOR-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           MOVE TAX-YEAR-INPUT TO CTT-TAX-YEAR.
           MOVE CTL-TITLE-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           IF SINGLE-STUDENT-FLG = 'Y'
               MOVE SELECTED-STUDENT-NUMBER TO CTS-STUDENT-NUMBER
               MOVE CTL-SCOPE-LINE TO RECEIPT-LINE
               PERFORM 400-WRITE-RECEIPT-LINE
           END-IF.
           MOVE RECEIPT-COUNT TO CTC-RECEIPT-COUNT.
           MOVE CTL-COUNT-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           MOVE CTL-HEADING-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           PERFORM 320-WRITE-ONE-CODE-CONTROL
               VARYING YEAR-CODE-IDX FROM 1 BY 1
               UNTIL YEAR-CODE-IDX > YEAR-CODE-COUNT.
           MOVE SPACES TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           MOVE "TOTAL CHARGES BILLED" TO CTL-LABEL.
           MOVE RECEIPT-CHARGES-TOTAL TO CTL-RECEIPT-AMOUNT.
           MOVE LEDGER-CHARGES-TOTAL TO CTL-LEDGER-AMOUNT.
           COMPUTE CONTROL-DIFFERENCE =
               RECEIPT-CHARGES-TOTAL - LEDGER-CHARGES-TOTAL.
           PERFORM 330-WRITE-CONTROL-TOTAL.
           MOVE "PAYMENTS RECEIVED" TO CTL-LABEL.
           MOVE RECEIPT-PAYMENTS-TOTAL TO CTL-RECEIPT-AMOUNT.
           MOVE LEDGER-PAYMENTS-TOTAL TO CTL-LEDGER-AMOUNT.
           COMPUTE CONTROL-DIFFERENCE =
               RECEIPT-PAYMENTS-TOTAL - LEDGER-PAYMENTS-TOTAL.
           PERFORM 330-WRITE-CONTROL-TOTAL.
           MOVE "PAYMENTS RETURNED BY THE BANK" TO CTL-LABEL.
           MOVE RECEIPT-REVERSALS-TOTAL TO CTL-RECEIPT-AMOUNT.
           MOVE LEDGER-REVERSALS-TOTAL TO CTL-LEDGER-AMOUNT.
           COMPUTE CONTROL-DIFFERENCE =
               RECEIPT-REVERSALS-TOTAL - LEDGER-REVERSALS-TOTAL.
           PERFORM 330-WRITE-CONTROL-TOTAL.
           MOVE SPACES TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.
           IF OUT-OF-BALANCE-FLG = 'Y'
               MOVE "OUT OF BALANCE - LEDGER HAS STUDENTS NOT ON FILE"
                   TO RECEIPT-LINE
           ELSE
               MOVE "RECEIPTS AGREE WITH THE LEDGERS" TO RECEIPT-LINE
           END-IF.
           PERFORM 400-WRITE-RECEIPT-LINE.

       310-TOTAL-LEDGERS-FOR-YEAR.
           MOVE 'N' TO CHG-LEDGER-EOF-FLG.
           OPEN INPUT POSTED-CHARGE-FILE.
           IF CHG-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-CHARGE-FILE
                   AT END MOVE 'Y' TO CHG-LEDGER-EOF-FLG
               END-READ
               PERFORM 311-TOTAL-ONE-CHARGE-ENTRY
                   UNTIL CHG-LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-CHARGE-FILE
           END-IF.
           MOVE 'N' TO LEDGER-EOF-FLG.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-PAYMENT-FILE
                   AT END MOVE 'Y' TO LEDGER-EOF-FLG
               END-READ
               PERFORM 312-TOTAL-ONE-PAYMENT-ENTRY
                   UNTIL LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-PAYMENT-FILE
           END-IF.

       311-TOTAL-ONE-CHARGE-ENTRY.
           IF CL-POSTING-DATE NOT < YEAR-START-DATE-NUM
               AND CL-POSTING-DATE NOT > YEAR-END-DATE-NUM
               AND (SINGLE-STUDENT-FLG = 'N'
                   OR CL-STUDENT-NUMBER = SELECTED-STUDENT-NUMBER)
               ADD CL-AMOUNT TO LEDGER-CHARGES-TOTAL
               MOVE CL-CHARGE-CODE TO LOOKUP-CHARGE-CODE
               PERFORM 290-FIND-YEAR-CODE
               IF CODE-FOUND-FLG = 'Y'
                   ADD CL-AMOUNT
                       TO YR-CODE-LEDGER-AMOUNT(YEAR-CODE-IDX)
               END-IF
           END-IF.
           READ POSTED-CHARGE-FILE
               AT END MOVE 'Y' TO CHG-LEDGER-EOF-FLG.

       312-TOTAL-ONE-PAYMENT-ENTRY.
           IF PL-PAY-DATE NOT < YEAR-START-DATE-NUM
               AND PL-PAY-DATE NOT > YEAR-END-DATE-NUM
               AND (SINGLE-STUDENT-FLG = 'N'
                   OR PL-STUDENT-NUMBER = SELECTED-STUDENT-NUMBER)
               IF PL-ENTRY-TYPE = 'R'
                   ADD PL-AMOUNT TO LEDGER-REVERSALS-TOTAL
               ELSE
                   ADD PL-AMOUNT TO LEDGER-PAYMENTS-TOTAL
               END-IF
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO LEDGER-EOF-FLG.

       320-WRITE-ONE-CODE-CONTROL.
           MOVE YR-CODE-CHARGE-CODE(YEAR-CODE-IDX)
               TO LOOKUP-CHARGE-CODE.
           PERFORM 280-LOOK-UP-CHARGE-DESCRIPTION.
           MOVE LOOKUP-CHARGE-CODE TO CCL-CHARGE-CODE.
           MOVE CHARGE-DESCRIPTION-WORK TO CCL-DESCRIPTION.
           MOVE YR-CODE-RECEIPT-AMOUNT(YEAR-CODE-IDX)
               TO CCL-RECEIPT-AMOUNT.
           MOVE YR-CODE-LEDGER-AMOUNT(YEAR-CODE-IDX)
               TO CCL-LEDGER-AMOUNT.
           COMPUTE CONTROL-DIFFERENCE =
               YR-CODE-RECEIPT-AMOUNT(YEAR-CODE-IDX)
               - YR-CODE-LEDGER-AMOUNT(YEAR-CODE-IDX).
           MOVE CONTROL-DIFFERENCE TO CCL-DIFFERENCE.
           IF CONTROL-DIFFERENCE NOT = ZERO
               MOVE 'Y' TO OUT-OF-BALANCE-FLG
           END-IF.
           MOVE CTL-CODE-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.

       330-WRITE-CONTROL-TOTAL.
           MOVE CONTROL-DIFFERENCE TO CTL-DIFFERENCE.
           IF CONTROL-DIFFERENCE NOT = ZERO
               MOVE 'Y' TO OUT-OF-BALANCE-FLG
           END-IF.
           MOVE CTL-TOTAL-LINE TO RECEIPT-LINE.
           PERFORM 400-WRITE-RECEIPT-LINE.

       400-WRITE-RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           ADD 1 TO RECORDS-WRITTEN-COUNT.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "TUITION-TAX-RECEIPT" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE RECORDS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE RECORDS-WRITTEN-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM TUITION-TAX-RECEIPT.
