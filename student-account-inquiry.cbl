      *                  The counter usually starts from a name - it
      *                  is all the car record's OWNER-NAME gives
      *                  them - and had to hunt printouts until now.
      *   Oct 15, 2026 - Show a refund-history section from the new
      *                  posted-refunds ledger REFLEDGER.TXT (cheque
      *                  number, amount, posting date, operator) so the
      *                  counter can see where a credit went.
      *   Oct 15, 2026 - Flag returned-payment reversals written to
      *                  PAYLEDGER.TXT by PAYMENT-REVERSAL in the
      *                  payment history, so a bounced cheque shows as
      *                  its own line under the original receipt.
      *   Oct 15, 2026 - Mark a bad-debt recovery (a payment received
      *                  on a written-off account, ledger entry type C)
      *                  as RECOVERY in the payment-history section.
      *   Oct 15, 2026 - Show the student's mailing address from the
      *                  address file STUADDR.TXT under the account
      *                  line, with its effective date and a warning
      *                  when mail to it has been returned, so the
      *                  counter can ask for a current address.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-ACCOUNT-INQUIRY.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STUDENT-NUMBER
                FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "./STUADDR.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SA-STUDENT-NUMBER
                FILE STATUS IS ADDRESS-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT POSTED-PAYMENT-FILE ASSIGN TO "./PAYLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT POSTED-REFUND-FILE ASSIGN TO "./REFLEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REF-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE-IN.
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-STATUS PIC X.
           05 TUITION-CREDIT PIC 9(5).
       FD STUDENT-ADDRESS-FILE.
           COPY "STUADDR.CPY".
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD POSTED-PAYMENT-FILE.
           COPY "PAYLEDGER.CPY".
       FD POSTED-REFUND-FILE.
           COPY "REFLEDGER.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 DONE-FLG PIC X.
           05 STUDENT-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 LEDGER-FILE-STATUS PIC XX.
           05 REF-LEDGER-FILE-STATUS PIC XX.
           05 REF-EOF-FLG PIC X.
           05 REFUND-COUNT PIC 9(5).
           05 ACTIVITY-COUNT PIC 9(5).
           05 PAYMENT-COUNT PIC 9(5).
           05 NAME-MATCH-COUNT PIC 9(5).
           05 NAME-MATCH-FLG PIC X.
           05 SEARCH-EOF-FLG PIC X.
           05 ADDRESS-FILE-STATUS PIC XX.
           05 ADDRESS-MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 ADDRESS-FOUND-FLG PIC X.
       01 INQUIRY-FIELDS.
           05 INQ-STUDENT-NUMBER PIC X(7).
       01 NAME-SEARCH-FIELDS.
           05 PMT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(8) VALUE "  BATCH ".
           05 PMT-BATCH-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PMT-ENTRY-NOTE PIC X(12).
       01 REFUND-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFL-CHEQUE-NUMBER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFL-AMOUNT PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  POSTED ".
           05 RFL-POSTING-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFL-OPERATOR-ID PIC X(8).
       PROCEDURE DIVISION.
       100-INQUIRE-STUDENT-ACCOUNTS.
           PERFORM 201-INITIATE-STUDENT-INQUIRY.
               DISPLAY "NO STUDENT MASTER ON FILE"
               MOVE 'Y' TO DONE-FLG
           END-IF.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF ADDRESS-FILE-STATUS = "00"
               MOVE 'Y' TO ADDRESS-MASTER-OPEN-FLG
           END-IF.

       202-INQUIRE-ONE-STUDENT.
           DISPLAY "ENTER STUDENT NUMBER OR NAME (BLANK TO EXIT): ".
           IF STUDENT-FILE-STATUS NOT = "35"
               CLOSE STUDENT-FILE-IN
           END-IF.
           IF ADDRESS-MASTER-OPEN-FLG = 'Y'
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.

       210-SHOW-ONE-ACCOUNT.
           MOVE INQ-STUDENT-NUMBER TO STUDENT-NUMBER.
               MOVE STUDENT-STATUS TO ACC-STUDENT-STATUS
               MOVE TUITION-CREDIT TO ACC-TUITION-CREDIT
               DISPLAY ACCOUNT-DETAIL-LINE
               PERFORM 290-SHOW-MAILING-ADDRESS
               PERFORM 240-LIST-PAYMENT-HISTORY
               PERFORM 270-LIST-REFUND-HISTORY
               PERFORM 220-LIST-ACCOUNT-ACTIVITY
           ELSE
               DISPLAY "STUDENT " INQ-STUDENT-NUMBER " NOT ON FILE"
               MOVE PL-POSTING-DATE TO PMT-POSTING-DATE
               MOVE PL-OPERATOR-ID TO PMT-OPERATOR-ID
               MOVE PL-BATCH-NUMBER TO PMT-BATCH-NUMBER
               EVALUATE PL-ENTRY-TYPE
                   WHEN 'R'
                       MOVE "NSF REVERSAL" TO PMT-ENTRY-NOTE
                   WHEN 'C'
                       MOVE "RECOVERY" TO PMT-ENTRY-NOTE
                   WHEN OTHER
                       MOVE SPACES TO PMT-ENTRY-NOTE
               END-EVALUATE
               DISPLAY PAYMENT-DETAIL-LINE
               ADD 1 TO PAYMENT-COUNT
           END-IF.
               MOVE 'Y' TO NAME-MATCH-FLG
           END-IF.

       270-LIST-REFUND-HISTORY.
           MOVE 'N' TO REF-EOF-FLG.
           MOVE ZERO TO REFUND-COUNT.
           OPEN INPUT POSTED-REFUND-FILE.
           IF REF-LEDGER-FILE-STATUS = "35"
               DISPLAY "  NO REFUNDS ON FILE"
           ELSE
               DISPLAY "  REFUND HISTORY:"
               READ POSTED-REFUND-FILE
                   AT END MOVE 'Y' TO REF-EOF-FLG
               END-READ
               PERFORM 280-LIST-ONE-REFUND-ENTRY
                   UNTIL REF-EOF-FLG = 'Y'
               CLOSE POSTED-REFUND-FILE
               IF REFUND-COUNT = ZERO
                   DISPLAY "  NO REFUNDS FOR THIS STUDENT"
               END-IF
           END-IF.

       280-LIST-ONE-REFUND-ENTRY.
           IF RL-STUDENT-NUMBER = STUDENT-NUMBER
               MOVE RL-CHEQUE-NUMBER TO RFL-CHEQUE-NUMBER
               MOVE RL-AMOUNT TO RFL-AMOUNT
               MOVE RL-POSTING-DATE TO RFL-POSTING-DATE
               MOVE RL-OPERATOR-ID TO RFL-OPERATOR-ID
               DISPLAY REFUND-DETAIL-LINE
               ADD 1 TO REFUND-COUNT
           END-IF.
           READ POSTED-REFUND-FILE
               AT END MOVE 'Y' TO REF-EOF-FLG.

       290-SHOW-MAILING-ADDRESS.
           MOVE 'N' TO ADDRESS-FOUND-FLG.
           IF ADDRESS-MASTER-OPEN-FLG = 'Y'
               MOVE STUDENT-NUMBER TO SA-STUDENT-NUMBER
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY MOVE 'N' TO ADDRESS-FOUND-FLG
                   NOT INVALID KEY MOVE 'Y' TO ADDRESS-FOUND-FLG
               END-READ
           END-IF.
           IF ADDRESS-FOUND-FLG = 'Y'
               DISPLAY "  MAILING ADDRESS (EFFECTIVE "
                   SA-EFFECTIVE-DATE "):"
               DISPLAY "    " SA-ADDRESS-LINE-1
               IF SA-ADDRESS-LINE-2 NOT = SPACES
                   DISPLAY "    " SA-ADDRESS-LINE-2
               END-IF
               DISPLAY "    " SA-CITY " " SA-PROVINCE-STATE " "
                   SA-POSTAL-CODE
               IF SA-RETURNED-MAIL-FLG = 'Y'
                   DISPLAY "  MAIL RETURNED FROM THIS ADDRESS - "
                       "ASK FOR A CURRENT ADDRESS"
               END-IF
           ELSE
               DISPLAY "  NO MAILING ADDRESS ON FILE"
           END-IF.

       END PROGRAM STUDENT-ACCOUNT-INQUIRY.
