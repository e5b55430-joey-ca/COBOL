      *                  aging band and a credit line in the block,
      *                  instead of pretending an overpaid account
      *                  owes zero.
      *   Oct 15, 2026 - Mark a returned payment in the payment-history
      *                  section: the reversal entry PAYMENT-REVERSAL
      *                  writes to PAYLEDGER.TXT prints under the same
      *                  receipt number as RETURNED - REVERSED with the
      *                  date the bank returned it.
      *   Oct 15, 2026 - Add a charges-billed section to each statement
      *                  block from the posted-charges ledger
      *                  CHGLEDGER.TXT (term, description, amount,
      *                  posting date), printing each charge under the
      *                  description from the charge-code master
      *                  CHGCODES.TXT instead of the bare code. A code
      *                  missing from the master prints as the code.
      *   Oct 15, 2026 - For a student on a payment plan in good
      *                  standing on PAYPLAN.TXT (active, no missed
      *                  installments) print the next installment due
      *                  and its due date in place of the amount owed
      *                  and aging band, and remit by that due date.
      *   Oct 15, 2026 - List the vehicles a student finances from the
      *                  active agreements on the financing-agreement
      *                  file FINAGREE.TXT instead of matching car
      *                  OWNER-NAME against STUDENT-NAME, so a student
      *                  no longer picks up the cars of another student
      *                  with the same name.
      *   Oct 15, 2026 - No statement for an account referred to the
      *                  collection agency (STUDENT-STATUS C) or
      *                  written off (X), and mark a bad-debt recovery
      *                  in the payment-history section.
      *   Oct 15, 2026 - Print the student's name and mailing address
      *                  from the address file STUADDR.TXT at the head
      *                  of each statement block, placed for a window
      *                  envelope. A student with no address on file,
      *                  or whose mail is flagged as returned, gets no
      *                  statement in the print stream and is listed
      *                  on the cannot-mail exception listing
      *                  NOMAIL.TXT instead, with the amount owed and
      *                  the reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-STATEMENT-PRINT.
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS STOCK-NUMBER
                FILE STATUS IS CAR-FILE-STATUS.
           SELECT FINANCING-AGREEMENT-FILE ASSIGN TO "./FINAGREE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS FA-AGREEMENT-KEY
                FILE STATUS IS AGREEMENT-FILE-STATUS.
           SELECT STATEMENT-FILE-OUT ASSIGN TO "./STATEMENTS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "./STUADDR.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SA-STUDENT-NUMBER
                FILE STATUS IS ADDRESS-FILE-STATUS.
           SELECT NO-MAIL-FILE-OUT ASSIGN TO "./NOMAIL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-CODE-FILE ASSIGN TO "./CHGCODES.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CC-CHARGE-CODE
                FILE STATUS IS CODE-FILE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "./PAYPLAN.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PP-STUDENT-NUMBER
                FILE STATUS IS PLAN-FILE-STATUS.
           SELECT POSTED-CHARGE-FILE ASSIGN TO "./CHGLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CHG-LEDGER-FILE-STATUS.
           SELECT POSTED-PAYMENT-FILE ASSIGN TO "./PAYLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FILE-STATUS.
               10 ENGINE PIC X(25).
               10 TOWING-CAPACITY PIC 9(8).
               10 OWNER-NAME PIC X(30).
       FD FINANCING-AGREEMENT-FILE.
           COPY "FINAGREE.CPY".
       FD STATEMENT-FILE-OUT.
       01 STATEMENT-LINE PIC X(80).
       FD STUDENT-ADDRESS-FILE.
           COPY "STUADDR.CPY".
       FD NO-MAIL-FILE-OUT.
       01 NO-MAIL-LINE PIC X(80).
       FD CHARGE-CODE-FILE.
           COPY "CHGCODE.CPY".
       FD PAYMENT-PLAN-FILE.
           COPY "PAYPLAN.CPY".
       FD POSTED-CHARGE-FILE.
           COPY "CHGLEDGER.CPY".
       FD POSTED-PAYMENT-FILE.
           COPY "PAYLEDGER.CPY".
       FD RUN-HISTORY-FILE.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 CAR-EOF-FLG PIC X.
           05 AGREEMENT-EOF-FLG PIC X.
           05 LEDGER-EOF-FLG PIC X.
           05 VEHICLE-FOUND-FLG PIC X.
           05 PAYMENT-FOUND-FLG PIC X.
           05 CHARGE-FOUND-FLG PIC X.
           05 CHG-LEDGER-EOF-FLG PIC X.
           05 CODE-MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 PLAN-MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 INSTALLMENT-FOUND-FLG PIC X.
           05 ADDRESS-MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 MAILABLE-FLG PIC X.
           05 ADDRESS-FILE-STATUS PIC XX.
           05 ROLL-DONE-FLG PIC X.
           05 CAR-FILE-STATUS PIC XX.
           05 AGREEMENT-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 CHG-LEDGER-FILE-STATUS PIC XX.
           05 CODE-FILE-STATUS PIC XX.
           05 PLAN-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 RECORDS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 STATEMENT-CONTROL-TOTALS.
           05 STATEMENT-COUNT PIC 9(5) VALUE ZERO.
           05 NO-MAIL-COUNT PIC 9(5) VALUE ZERO.
       01 AGING-LABELS-GROUP.
           05 FILLER PIC X(20) VALUE "PAID-UP".
           05 FILLER PIC X(20) VALUE "1-4999 OWED".
           05 DAYS-THIS-MONTH PIC 9(2).
           05 LEAP-QUOTIENT PIC 9(4).
           05 LEAP-REMAINDER PIC 9(4).
       01 INSTALLMENT-WORK-FIELDS.
           05 INSTALLMENT-NO PIC 9(2).
           05 NEXT-INSTALLMENT-NO PIC 9(2).
       01 CAR-TABLE-CONTROL.
           05 CAR-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           05 CAR-SCAN-NO PIC 9(3).
               10 CAR-TBL-STOCK PIC 9(6).
               10 CAR-TBL-MODEL PIC X(15).
               10 CAR-TBL-ENGINE PIC X(25).
               10 CAR-TBL-STUDENT PIC 9(7).
       01 SEPARATOR-LINE PIC X(80) VALUE ALL "*".
       01 STMT-DATE-LINE.
           05 FILLER PIC X(16) VALUE "STATEMENT DATE: ".
           05 SDL-STATEMENT-DATE PIC 9(8).
       01 STMT-ADDRESS-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 SAD-ADDRESS-TEXT PIC X(60).
       01 STMT-STUDENT-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 SSL-STUDENT-NUMBER PIC 9(7).
           05 SAL-TUITION-OWED PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  AGING BAND: ".
           05 SAL-BAND-LABEL PIC X(20).
       01 STMT-INSTALLMENT-LINE.
           05 FILLER PIC X(18) VALUE "NEXT INSTALLMENT: ".
           05 SIL-INST-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  DUE BY ".
           05 SIL-DUE-DATE PIC 9(8).
           05 FILLER PIC X(14) VALUE "  PAYMENT PLAN".
       01 STMT-VEHICLE-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SVL-STOCK-NUMBER PIC 9(6).
       01 STMT-CREDIT-LINE.
           05 FILLER PIC X(16) VALUE "CREDIT BALANCE: ".
           05 SCL-TUITION-CREDIT PIC ZZZZ9.
       01 STMT-CHARGE-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SCH-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCH-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCH-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  POSTED ".
           05 SCH-POSTING-DATE PIC 9(8).
       01 STMT-PAYMENT-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SPL-RECEIPT-NUMBER PIC X(8).
           05 SPL-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE "  PAID ".
           05 SPL-PAY-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPL-ENTRY-NOTE PIC X(19).
       01 STMT-REMIT-LINE.
           05 FILLER PIC X(17) VALUE "PLEASE REMIT BY: ".
           05 SRL-REMIT-DATE PIC 9(8).
       01 STMT-TRAILER-LINE.
           05 FILLER PIC X(21) VALUE "STATEMENTS PRODUCED: ".
           05 STL-STATEMENT-COUNT PIC ZZZZ9.
       01 NO-MAIL-TITLE-LINE.
           05 FILLER PIC X(36)
               VALUE "STATEMENTS NOT MAILED - RUN OF DATE ".
           05 NMT-STATEMENT-DATE PIC 9(8).
       01 NO-MAIL-HEADING-LINE.
           05 FILLER PIC X(11) VALUE "  STUDENT".
           05 FILLER PIC X(42) VALUE "NAME".
           05 FILLER PIC X(7) VALUE " OWED".
           05 FILLER PIC X(20) VALUE "REASON".
       01 NO-MAIL-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NML-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NML-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NML-TUITION-OWED PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NML-REASON PIC X(20).
       01 NO-MAIL-TRAILER-LINE.
           05 FILLER PIC X(23) VALUE "STATEMENTS NOT MAILED: ".
           05 NTL-NO-MAIL-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.
       100-PRODUCE-BILLING-STATEMENTS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 150-LOAD-CAR-TABLE.
           PERFORM 152-LOAD-FINANCING-LINKS.
           PERFORM 201-INITIATE-STATEMENT-RUN.
           PERFORM 202-PROCESS-ONE-STUDENT UNTIL EOF-FLG = 'Y'.
           PERFORM 203-CLOSE-STATEMENT-RUN.
               MOVE STOCK-NUMBER TO CAR-TBL-STOCK(CAR-IDX)
               MOVE CAR-MODEL TO CAR-TBL-MODEL(CAR-IDX)
               MOVE ENGINE TO CAR-TBL-ENGINE(CAR-IDX)
               MOVE ZERO TO CAR-TBL-STUDENT(CAR-IDX)
               READ CAR-FILE-IN
                   AT END MOVE 'Y' TO CAR-EOF-FLG
               END-READ
               MOVE 'Y' TO CAR-EOF-FLG
           END-IF.

       152-LOAD-FINANCING-LINKS.
           MOVE 'N' TO AGREEMENT-EOF-FLG.
           OPEN INPUT FINANCING-AGREEMENT-FILE.
           IF AGREEMENT-FILE-STATUS = "35"
               MOVE 'Y' TO AGREEMENT-EOF-FLG
           ELSE
               READ FINANCING-AGREEMENT-FILE
                   AT END MOVE 'Y' TO AGREEMENT-EOF-FLG
               END-READ
               PERFORM 153-LINK-ONE-AGREEMENT
                   UNTIL AGREEMENT-EOF-FLG = 'Y'
               CLOSE FINANCING-AGREEMENT-FILE
           END-IF.

       153-LINK-ONE-AGREEMENT.
           IF FA-AGREEMENT-STATUS = 'A' AND CAR-ENTRY-COUNT > ZERO
               SET CAR-IDX TO 1
               SEARCH CAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN CAR-TBL-STOCK(CAR-IDX) = FA-STOCK-NUMBER
                       MOVE FA-STUDENT-NUMBER TO
                           CAR-TBL-STUDENT(CAR-IDX)
               END-SEARCH
           END-IF.
           READ FINANCING-AGREEMENT-FILE
               AT END MOVE 'Y' TO AGREEMENT-EOF-FLG.

       201-INITIATE-STATEMENT-RUN.
           OPEN INPUT STUDENT-FILE-IN.
           OPEN OUTPUT STATEMENT-FILE-OUT.
           OPEN OUTPUT NO-MAIL-FILE-OUT.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF ADDRESS-FILE-STATUS = "00"
               MOVE 'Y' TO ADDRESS-MASTER-OPEN-FLG
           END-IF.
           OPEN INPUT CHARGE-CODE-FILE.
           IF CODE-FILE-STATUS = "00"
               MOVE 'Y' TO CODE-MASTER-OPEN-FLG
           END-IF.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PLAN-FILE-STATUS = "00"
               MOVE 'Y' TO PLAN-MASTER-OPEN-FLG
           END-IF.
           MOVE JOB-START-DATE TO STATEMENT-DATE.
           PERFORM 300-COMPUTE-REMIT-DATE.
           MOVE STATEMENT-DATE TO NMT-STATEMENT-DATE.
           MOVE NO-MAIL-TITLE-LINE TO NO-MAIL-LINE.
           PERFORM 410-WRITE-NO-MAIL-LINE.
           MOVE NO-MAIL-HEADING-LINE TO NO-MAIL-LINE.
           PERFORM 410-WRITE-NO-MAIL-LINE.
           READ STUDENT-FILE-IN
               AT END MOVE 'Y' TO EOF-FLG.

           ADD 1 TO RECORDS-READ-COUNT.
           IF (TUITION-OWED > ZERO OR TUITION-CREDIT > ZERO)
               AND STUDENT-STATUS NOT = 'W'
               AND STUDENT-STATUS NOT = 'C'
               AND STUDENT-STATUS NOT = 'X'
               PERFORM 205-CHECK-MAILING-ADDRESS
               IF MAILABLE-FLG = 'Y'
                   PERFORM 210-WRITE-ONE-STATEMENT
               ELSE
                   PERFORM 206-LIST-UNMAILABLE-STUDENT
               END-IF
           END-IF.
           READ STUDENT-FILE-IN
               AT END MOVE 'Y' TO EOF-FLG.
           MOVE STATEMENT-COUNT TO STL-STATEMENT-COUNT.
           MOVE STMT-TRAILER-LINE TO STATEMENT-LINE.
           PERFORM 400-WRITE-STATEMENT-LINE.
           MOVE NO-MAIL-COUNT TO NTL-NO-MAIL-COUNT.
           MOVE NO-MAIL-TRAILER-LINE TO NO-MAIL-LINE.
           PERFORM 410-WRITE-NO-MAIL-LINE.
           CLOSE STUDENT-FILE-IN.
           CLOSE STATEMENT-FILE-OUT.
           CLOSE NO-MAIL-FILE-OUT.
           IF ADDRESS-MASTER-OPEN-FLG = 'Y'
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           IF CODE-MASTER-OPEN-FLG = 'Y'
               CLOSE CHARGE-CODE-FILE
           END-IF.
           IF PLAN-MASTER-OPEN-FLG = 'Y'
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           DISPLAY "STATEMENTS PRODUCED: " STATEMENT-COUNT.
           DISPLAY "STATEMENTS NOT MAILED: " NO-MAIL-COUNT.

       205-CHECK-MAILING-ADDRESS.
           MOVE 'N' TO MAILABLE-FLG.
           MOVE "NO ADDRESS ON FILE" TO NML-REASON.
           IF ADDRESS-MASTER-OPEN-FLG = 'Y'
               MOVE STUDENT-NUMBER TO SA-STUDENT-NUMBER
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SA-RETURNED-MAIL-FLG = 'Y'
                           MOVE "MAIL RETURNED" TO NML-REASON
                       ELSE
                           MOVE 'Y' TO MAILABLE-FLG
                       END-IF
               END-READ
           END-IF.

       206-LIST-UNMAILABLE-STUDENT.
           ADD 1 TO NO-MAIL-COUNT.
           MOVE STUDENT-NUMBER TO NML-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO NML-STUDENT-NAME.
           MOVE TUITION-OWED TO NML-TUITION-OWED.
           MOVE NO-MAIL-DETAIL-LINE TO NO-MAIL-LINE.
           PERFORM 410-WRITE-NO-MAIL-LINE.

       210-WRITE-ONE-STATEMENT.
           ADD 1 TO STATEMENT-COUNT.
           MOVE STATEMENT-DATE TO SDL-STATEMENT-DATE.
           MOVE STMT-DATE-LINE TO STATEMENT-LINE.
           PERFORM 400-WRITE-STATEMENT-LINE.
           PERFORM 215-WRITE-ADDRESS-BLOCK.
           MOVE STUDENT-NUMBER TO SSL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO SSL-STUDENT-NAME.
           MOVE STMT-STUDENT-LINE TO STATEMENT-LINE.
           PERFORM 400-WRITE-STATEMENT-LINE.
           PERFORM 290-FIND-NEXT-INSTALLMENT.
           IF INSTALLMENT-FOUND-FLG = 'Y'
               MOVE PP-INST-AMOUNT(NEXT-INSTALLMENT-NO)
                   TO SIL-INST-AMOUNT
               MOVE PP-DUE-DATE(NEXT-INSTALLMENT-NO) TO SIL-DUE-DATE
               MOVE STMT-INSTALLMENT-LINE TO STATEMENT-LINE
           ELSE
               PERFORM 220-CLASSIFY-AGING-BAND
               MOVE TUITION-OWED TO SAL-TUITION-OWED
               MOVE AGING-LABEL(AGE-IDX) TO SAL-BAND-LABEL
               MOVE STMT-AMOUNT-LINE TO STATEMENT-LINE
           END-IF.
           PERFORM 400-WRITE-STATEMENT-LINE.
           IF TUITION-CREDIT > ZERO
               MOVE TUITION-CREDIT TO SCL-TUITION-CREDIT
               MOVE "   NONE ON FILE" TO STATEMENT-LINE
               PERFORM 400-WRITE-STATEMENT-LINE
           END-IF.
           PERFORM 260-LIST-CHARGE-HISTORY.
           PERFORM 240-LIST-PAYMENT-HISTORY.
           IF INSTALLMENT-FOUND-FLG = 'Y'
               MOVE PP-DUE-DATE(NEXT-INSTALLMENT-NO) TO SRL-REMIT-DATE
           ELSE
               MOVE REMIT-DATE TO SRL-REMIT-DATE
           END-IF.
           MOVE STMT-REMIT-LINE TO STATEMENT-LINE.
           PERFORM 400-WRITE-STATEMENT-LINE.

       215-WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO STATEMENT-LINE.
           PERFORM 400-WRITE-STATEMENT-LINE.
           MOVE STUDENT-NAME TO SAD-ADDRESS-TEXT.
           MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE.
           PERFORM 400-WRITE-STATEMENT-LINE.
           MOVE SA-ADDRESS-LINE-1 TO SAD-ADDRESS-TEXT.
           MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE.
           PERFORM 400-WRITE-STATEMENT-LINE.
           IF SA-ADDRESS-LINE-2 NOT = SPACES
               MOVE SA-ADDRESS-LINE-2 TO SAD-ADDRESS-TEXT
               MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE
               PERFORM 400-WRITE-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO SAD-ADDRESS-TEXT.
           STRING SA-CITY DELIMITED BY "  "
               " " DELIMITED BY SIZE
               SA-PROVINCE-STATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SA-POSTAL-CODE DELIMITED BY SIZE
               INTO SAD-ADDRESS-TEXT.
           MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE.
           PERFORM 400-WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           IF SA-ADDRESS-LINE-2 = SPACES
               PERFORM 400-WRITE-STATEMENT-LINE
           END-IF.
           PERFORM 400-WRITE-STATEMENT-LINE.

       220-CLASSIFY-AGING-BAND.
           EVALUATE TRUE
               WHEN TUITION-CREDIT > ZERO AND TUITION-OWED = ZERO

       230-LIST-ONE-MATCHING-VEHICLE.
           SET CAR-IDX TO CAR-SCAN-NO.
           IF CAR-TBL-STUDENT(CAR-IDX) = STUDENT-NUMBER
               MOVE 'Y' TO VEHICLE-FOUND-FLG
               MOVE CAR-TBL-STOCK(CAR-IDX) TO SVL-STOCK-NUMBER
               MOVE CAR-TBL-MODEL(CAR-IDX) TO SVL-CAR-MODEL
               MOVE PL-RECEIPT-NUMBER TO SPL-RECEIPT-NUMBER
               MOVE PL-AMOUNT TO SPL-AMOUNT
               MOVE PL-PAY-DATE TO SPL-PAY-DATE
               EVALUATE PL-ENTRY-TYPE
                   WHEN 'R'
                       MOVE "RETURNED - REVERSED" TO SPL-ENTRY-NOTE
                   WHEN 'C'
                       MOVE "BAD-DEBT RECOVERY" TO SPL-ENTRY-NOTE
                   WHEN OTHER
                       MOVE SPACES TO SPL-ENTRY-NOTE
               END-EVALUATE
               MOVE STMT-PAYMENT-LINE TO STATEMENT-LINE
               PERFORM 400-WRITE-STATEMENT-LINE
           END-IF.
           READ POSTED-PAYMENT-FILE
               AT END MOVE 'Y' TO LEDGER-EOF-FLG.

       260-LIST-CHARGE-HISTORY.
           MOVE "CHARGES BILLED:" TO STATEMENT-LINE.
           PERFORM 400-WRITE-STATEMENT-LINE.
           MOVE 'N' TO CHARGE-FOUND-FLG.
           MOVE 'N' TO CHG-LEDGER-EOF-FLG.
           OPEN INPUT POSTED-CHARGE-FILE.
           IF CHG-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ POSTED-CHARGE-FILE
                   AT END MOVE 'Y' TO CHG-LEDGER-EOF-FLG
               END-READ
               PERFORM 270-LIST-ONE-CHARGE-ENTRY
                   UNTIL CHG-LEDGER-EOF-FLG = 'Y'
               CLOSE POSTED-CHARGE-FILE
           END-IF.
           IF CHARGE-FOUND-FLG = 'N'
               MOVE "   NONE ON FILE" TO STATEMENT-LINE
               PERFORM 400-WRITE-STATEMENT-LINE
           END-IF.

       270-LIST-ONE-CHARGE-ENTRY.
           IF CL-STUDENT-NUMBER = STUDENT-NUMBER
               MOVE 'Y' TO CHARGE-FOUND-FLG
               MOVE CL-TERM TO SCH-TERM
               PERFORM 280-LOOK-UP-CHARGE-DESCRIPTION
               MOVE CL-AMOUNT TO SCH-AMOUNT
               MOVE CL-POSTING-DATE TO SCH-POSTING-DATE
               MOVE STMT-CHARGE-LINE TO STATEMENT-LINE
               PERFORM 400-WRITE-STATEMENT-LINE
           END-IF.
           READ POSTED-CHARGE-FILE
               AT END MOVE 'Y' TO CHG-LEDGER-EOF-FLG.

       280-LOOK-UP-CHARGE-DESCRIPTION.
           MOVE CL-CHARGE-CODE TO SCH-DESCRIPTION.
           IF CODE-MASTER-OPEN-FLG = 'Y'
               MOVE CL-CHARGE-CODE TO CC-CHARGE-CODE
               READ CHARGE-CODE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CC-DESCRIPTION TO SCH-DESCRIPTION
               END-READ
           END-IF.

       290-FIND-NEXT-INSTALLMENT.
           MOVE 'N' TO INSTALLMENT-FOUND-FLG.
           IF PLAN-MASTER-OPEN-FLG = 'Y'
               MOVE STUDENT-NUMBER TO PP-STUDENT-NUMBER
               READ PAYMENT-PLAN-FILE
                   INVALID KEY MOVE SPACE TO PP-PLAN-STATUS
               END-READ
               IF PP-PLAN-STATUS = 'A' AND PP-MISSED-COUNT = ZERO
                   PERFORM 291-TEST-ONE-INSTALLMENT
                       VARYING INSTALLMENT-NO FROM 1 BY 1
                       UNTIL INSTALLMENT-NO > PP-INSTALLMENT-COUNT
                           OR INSTALLMENT-FOUND-FLG = 'Y'
               END-IF
           END-IF.

       291-TEST-ONE-INSTALLMENT.
           IF PP-INST-STATUS(INSTALLMENT-NO) = 'O'
               MOVE INSTALLMENT-NO TO NEXT-INSTALLMENT-NO
               MOVE 'Y' TO INSTALLMENT-FOUND-FLG
           END-IF.

       300-COMPUTE-REMIT-DATE.
           MOVE STATEMENT-DATE TO REMIT-DATE.
           MOVE REMIT-DAY TO REMIT-DAY-WORK.
           WRITE STATEMENT-LINE.
           ADD 1 TO RECORDS-WRITTEN-COUNT.

       410-WRITE-NO-MAIL-LINE.
           WRITE NO-MAIL-LINE.
           ADD 1 TO RECORDS-WRITTEN-COUNT.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
