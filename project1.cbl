      *                  nonzero return code and leaves STUPEND.TXT
      *                  for the next window. An operator override is
      *                  allowed and is itself logged to AUDITLOG.TXT.
      *   Oct 15, 2026 - Add action code M to add or change the
      *                  student's mailing address on the new indexed
      *                  address file STUADDR.TXT (mailing lines, city,
      *                  province/state, postal code, effective date
      *                  and returned-mail flag), at the counter or
      *                  from STUPEND.TXT in the address layout. The
      *                  student must already be on the master.
      *   Oct 15, 2026 - Refuse W, H and R for an account referred to
      *                  the collection agency (STUDENT-STATUS C) or
      *                  written off (X), so the bad-debt status is not
      *                  lost, and release only an account that is on
      *                  hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-STUDENT-RECORD.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "./STUADDR.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SA-STUDENT-NUMBER
                FILE STATUS IS ADDRESS-FILE-STATUS.
           SELECT STUDENT-PENDING-FILE ASSIGN TO "./STUPEND.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PENDING-FILE-STATUS.
           05 TUITION-CREDIT PIC 9(5).
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD STUDENT-ADDRESS-FILE.
           COPY "STUADDR.CPY".
       FD STUDENT-PENDING-FILE.
       01 STUDENT-TRANSACTION-IN.
           05 TRN-ACTION-CODE PIC X.
           05 TRN-STUDENT-NUMBER PIC X(7).
           05 TRN-TUITION PIC X(6).
           05 TRN-STUDENT-NAME PIC X(40).
       01 STUDENT-ADDRESS-TRANSACTION-IN.
           05 TRA-ACTION-CODE PIC X.
           05 TRA-STUDENT-NUMBER PIC X(7).
           05 TRA-ADDRESS-LINE-1 PIC X(40).
           05 TRA-ADDRESS-LINE-2 PIC X(40).
           05 TRA-CITY PIC X(30).
           05 TRA-PROVINCE-STATE PIC X(2).
           05 TRA-POSTAL-CODE PIC X(10).
           05 TRA-EFFECTIVE-DATE PIC X(8).
           05 TRA-RETURNED-MAIL-FLG PIC X.
       FD STUDENT-REJECT-FILE-OUT.
       01 STUDENT-REJECT-RECORD.
           05 SRJ-ACTION-CODE PIC X.
           05 SRJ-TUITION PIC X(6).
           05 SRJ-STUDENT-NAME PIC X(40).
           05 SRJ-REASON PIC X(30).
       01 ADDRESS-REJECT-RECORD.
           05 SRA-ADDRESS-TRANSACTION PIC X(139).
           05 SRA-REASON PIC X(30).
       FD OPERATOR-MASTER-FILE.
           COPY "OPERMAST.CPY".
       FD SCHEDULE-CONTROL-FILE.
           05 TRN-EOF-FLG PIC X.
           05 PENDING-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
           05 ADDRESS-FILE-STATUS PIC XX.
           05 ADDRESS-FOUND-FLG PIC X.
           05 VALID-ADDRESS-FLG PIC X.
           05 ADDRESS-WRITTEN-FLG PIC X.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
           05 TUITION-INPUT PIC X(6) JUSTIFIED RIGHT.
           05 TUITION-NUMERIC PIC 9(6).
           05 TUITION-EDIT-MESSAGE PIC X(30).
       01 ADDRESS-EDIT-FIELDS.
           05 EFFECTIVE-DATE-INPUT PIC X(8).
           05 EFFECTIVE-DATE-SPLIT REDEFINES EFFECTIVE-DATE-INPUT.
               10 EFFECTIVE-YEAR PIC 9(4).
               10 EFFECTIVE-MONTH PIC 9(2).
               10 EFFECTIVE-DAY PIC 9(2).
           05 RETURNED-MAIL-INPUT PIC X.
           05 ADDRESS-EDIT-MESSAGE PIC X(30).
           05 REJECT-REASON-HOLD PIC X(30).
       01 BATCH-CONTROL-TOTALS.
           05 TRN-READ-COUNT PIC 9(5) VALUE ZERO.
           05 TRN-APPLIED-COUNT PIC 9(5) VALUE ZERO.
               CLOSE STUDENT-FILE-OUT
               OPEN I-O STUDENT-FILE-OUT
           END-IF.
           OPEN I-O STUDENT-ADDRESS-FILE.
           IF ADDRESS-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-ADDRESS-FILE
               CLOSE STUDENT-ADDRESS-FILE
               OPEN I-O STUDENT-ADDRESS-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE

       202-CREATE-ONE-STUDENT-RECORD.
           DISPLAY "ENTER A TO ADD, U TO UPDATE, W TO WITHDRAW, ".
           DISPLAY "H TO PLACE HOLD, R TO RELEASE HOLD ".
           DISPLAY "OR M FOR MAILING ADDRESS: ".
           ACCEPT ACTION-CODE.

           DISPLAY "PLEASE ENTER STUDENT NUMBER: ".
                           PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                   END-REWRITE
               WHEN (ACTION-CODE = 'W' OR ACTION-CODE = 'H'
                   OR ACTION-CODE = 'R' OR ACTION-CODE = 'M')
                   AND FOUND-FLG = 'N'
                   DISPLAY "STUDENT NUMBER NOT ON FILE - NO CHANGE"
               WHEN (ACTION-CODE = 'W' OR ACTION-CODE = 'H'
                   OR ACTION-CODE = 'R')
                   AND (STUDENT-STATUS = 'C' OR STUDENT-STATUS = 'X')
                   DISPLAY "ACCOUNT REFERRED OR WRITTEN OFF - NO "
                       "CHANGE"
               WHEN ACTION-CODE = 'R' AND STUDENT-STATUS NOT = 'H'
                   DISPLAY "ACCOUNT NOT ON HOLD - NO CHANGE"
               WHEN ACTION-CODE = 'W' AND TUITION-OWED > ZERO
                   DISPLAY "STUDENT STILL OWES TUITION - NOT "
                       "WITHDRAWN"
               WHEN ACTION-CODE = 'R'
                   MOVE 'A' TO NEW-STATUS-CODE
                   PERFORM 240-APPLY-STATUS-CHANGE
               WHEN ACTION-CODE = 'M'
                   PERFORM 270-MAINTAIN-STUDENT-ADDRESS
               WHEN OTHER
                   DISPLAY "INVALID ACTION CODE - MUST BE A, U, W, "
                       "H, R OR M"
           END-EVALUATE.

           DISPLAY "DO YOU WANT TO ADD A NEW RECORD?(Y/N) ".
               END-IF
           END-IF.

       270-MAINTAIN-STUDENT-ADDRESS.
           PERFORM 271-READ-ADDRESS-MASTER.
           IF ADDRESS-FOUND-FLG = 'Y'
               PERFORM 272-SHOW-CURRENT-ADDRESS
           END-IF.
           PERFORM 273-ACCEPT-ADDRESS-FIELDS.
           PERFORM 274-EDIT-ADDRESS-INPUT.
           IF VALID-ADDRESS-FLG = 'Y'
               PERFORM 275-WRITE-OR-REWRITE-ADDRESS
               IF ADDRESS-WRITTEN-FLG = 'Y'
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
               ELSE
                   DISPLAY "ERROR WRITING ADDRESS RECORD"
               END-IF
           ELSE
               DISPLAY "INVALID ENTRY - " ADDRESS-EDIT-MESSAGE
           END-IF.

       271-READ-ADDRESS-MASTER.
           MOVE 'N' TO ADDRESS-FOUND-FLG.
           MOVE STUDENT-NUMBER TO SA-STUDENT-NUMBER.
           READ STUDENT-ADDRESS-FILE
               INVALID KEY MOVE 'N' TO ADDRESS-FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO ADDRESS-FOUND-FLG
           END-READ.

       272-SHOW-CURRENT-ADDRESS.
           DISPLAY "CURRENT ADDRESS:".
           DISPLAY "   " SA-ADDRESS-LINE-1.
           IF SA-ADDRESS-LINE-2 NOT = SPACES
               DISPLAY "   " SA-ADDRESS-LINE-2
           END-IF.
           DISPLAY "   " SA-CITY " " SA-PROVINCE-STATE " "
               SA-POSTAL-CODE.
           DISPLAY "   EFFECTIVE " SA-EFFECTIVE-DATE
               "  RETURNED MAIL " SA-RETURNED-MAIL-FLG.

       273-ACCEPT-ADDRESS-FIELDS.
           DISPLAY "PLEASE ENTER ADDRESS LINE 1: ".
           ACCEPT SA-ADDRESS-LINE-1.
           DISPLAY "PLEASE ENTER ADDRESS LINE 2 (BLANK IF NONE): ".
           ACCEPT SA-ADDRESS-LINE-2.
           DISPLAY "PLEASE ENTER CITY: ".
           ACCEPT SA-CITY.
           DISPLAY "PLEASE ENTER PROVINCE/STATE CODE: ".
           ACCEPT SA-PROVINCE-STATE.
           DISPLAY "PLEASE ENTER POSTAL CODE: ".
           ACCEPT SA-POSTAL-CODE.
           DISPLAY "PLEASE ENTER EFFECTIVE DATE YYYYMMDD ".
           DISPLAY "(BLANK FOR TODAY): ".
           ACCEPT EFFECTIVE-DATE-INPUT.
           DISPLAY "IS MAIL BEING RETURNED FROM THIS ADDRESS?(Y/N) ".
           ACCEPT RETURNED-MAIL-INPUT.

       274-EDIT-ADDRESS-INPUT.
           MOVE 'N' TO VALID-ADDRESS-FLG.
           MOVE SPACES TO ADDRESS-EDIT-MESSAGE.
           IF EFFECTIVE-DATE-INPUT = SPACES
               MOVE JOB-START-DATE TO EFFECTIVE-DATE-INPUT
           END-IF.
           IF RETURNED-MAIL-INPUT = SPACE
               MOVE 'N' TO RETURNED-MAIL-INPUT
           END-IF.
           EVALUATE TRUE
               WHEN SA-ADDRESS-LINE-1 = SPACES
                   MOVE "ADDRESS LINE 1 REQUIRED" TO
                       ADDRESS-EDIT-MESSAGE
               WHEN SA-CITY = SPACES
                   MOVE "CITY REQUIRED" TO ADDRESS-EDIT-MESSAGE
               WHEN SA-PROVINCE-STATE = SPACES
                   MOVE "PROVINCE/STATE REQUIRED" TO
                       ADDRESS-EDIT-MESSAGE
               WHEN SA-POSTAL-CODE = SPACES
                   MOVE "POSTAL CODE REQUIRED" TO ADDRESS-EDIT-MESSAGE
               WHEN EFFECTIVE-DATE-INPUT IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO
                       ADDRESS-EDIT-MESSAGE
               WHEN EFFECTIVE-MONTH < 1 OR EFFECTIVE-MONTH > 12
                   OR EFFECTIVE-DAY < 1 OR EFFECTIVE-DAY > 31
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO
                       ADDRESS-EDIT-MESSAGE
               WHEN RETURNED-MAIL-INPUT NOT = 'Y'
                   AND RETURNED-MAIL-INPUT NOT = 'N'
                   MOVE "RETURNED-MAIL FLAG NOT Y OR N" TO
                       ADDRESS-EDIT-MESSAGE
               WHEN OTHER
                   MOVE STUDENT-NUMBER TO SA-STUDENT-NUMBER
                   MOVE EFFECTIVE-DATE-INPUT TO SA-EFFECTIVE-DATE
                   MOVE RETURNED-MAIL-INPUT TO SA-RETURNED-MAIL-FLG
                   MOVE OPERATOR-ID TO SA-OPERATOR-ID
                   MOVE 'Y' TO VALID-ADDRESS-FLG
           END-EVALUATE.

       275-WRITE-OR-REWRITE-ADDRESS.
           MOVE 'N' TO ADDRESS-WRITTEN-FLG.
           IF ADDRESS-FOUND-FLG = 'Y'
               REWRITE STUDENT-ADDRESS-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO ADDRESS-WRITTEN-FLG
               END-REWRITE
           ELSE
               WRITE STUDENT-ADDRESS-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO ADDRESS-WRITTEN-FLG
               END-WRITE
           END-IF.

       300-APPLY-ONE-TRANSACTION.
           ADD 1 TO TRN-READ-COUNT.
           IF TRN-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER ALREADY EXISTS" TO SRJ-REASON
                   PERFORM 320-WRITE-STUDENT-REJECT
               WHEN (TRN-ACTION-CODE = 'U' OR TRN-ACTION-CODE = 'W'
                   OR TRN-ACTION-CODE = 'H' OR TRN-ACTION-CODE = 'R'
                   OR TRN-ACTION-CODE = 'M') AND FOUND-FLG = 'N'
                   MOVE "STUDENT NUMBER NOT ON FILE" TO SRJ-REASON
                   PERFORM 320-WRITE-STUDENT-REJECT
               WHEN (TRN-ACTION-CODE = 'W' OR TRN-ACTION-CODE = 'H'
                   OR TRN-ACTION-CODE = 'R')
                   AND (STUDENT-STATUS = 'C' OR STUDENT-STATUS = 'X')
                   MOVE "ACCOUNT REFERRED/WRITTEN OFF" TO SRJ-REASON
                   PERFORM 320-WRITE-STUDENT-REJECT
               WHEN TRN-ACTION-CODE = 'R' AND STUDENT-STATUS NOT = 'H'
                   MOVE "ACCOUNT NOT ON HOLD" TO SRJ-REASON
                   PERFORM 320-WRITE-STUDENT-REJECT
               WHEN TRN-ACTION-CODE = 'W' AND TUITION-OWED > ZERO
                   MOVE "STUDENT STILL OWES TUITION" TO SRJ-REASON
                   PERFORM 320-WRITE-STUDENT-REJECT
               WHEN TRN-ACTION-CODE = 'R'
                   MOVE 'A' TO NEW-STATUS-CODE
                   PERFORM 350-APPLY-STATUS-TRANSACTION
               WHEN TRN-ACTION-CODE = 'M'
                   PERFORM 360-APPLY-ADDRESS-TRANSACTION
               WHEN TRN-ACTION-CODE = 'A' OR TRN-ACTION-CODE = 'U'
                   MOVE TRN-TUITION TO TUITION-INPUT
                   PERFORM 222-VALIDATE-TUITION-INPUT
                       PERFORM 320-WRITE-STUDENT-REJECT
                   END-IF
               WHEN OTHER
                   MOVE "ACTION CODE NOT A/U/W/H/R/M" TO SRJ-REASON
                   PERFORM 320-WRITE-STUDENT-REJECT
           END-EVALUATE.

       320-WRITE-STUDENT-REJECT.
           IF TRN-ACTION-CODE = 'M'
               MOVE SRJ-REASON TO REJECT-REASON-HOLD
               MOVE STUDENT-ADDRESS-TRANSACTION-IN TO
                   SRA-ADDRESS-TRANSACTION
               MOVE REJECT-REASON-HOLD TO SRA-REASON
               WRITE ADDRESS-REJECT-RECORD
           ELSE
               MOVE TRN-ACTION-CODE TO SRJ-ACTION-CODE
               MOVE TRN-STUDENT-NUMBER TO SRJ-STUDENT-NUMBER
               MOVE TRN-TUITION TO SRJ-TUITION
               MOVE TRN-STUDENT-NAME TO SRJ-STUDENT-NAME
               WRITE STUDENT-REJECT-RECORD
           END-IF.
           ADD 1 TO TRN-REJECTED-COUNT.

       350-APPLY-STATUS-TRANSACTION.
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
           END-REWRITE.

       360-APPLY-ADDRESS-TRANSACTION.
           PERFORM 271-READ-ADDRESS-MASTER.
           MOVE TRA-ADDRESS-LINE-1 TO SA-ADDRESS-LINE-1.
           MOVE TRA-ADDRESS-LINE-2 TO SA-ADDRESS-LINE-2.
           MOVE TRA-CITY TO SA-CITY.
           MOVE TRA-PROVINCE-STATE TO SA-PROVINCE-STATE.
           MOVE TRA-POSTAL-CODE TO SA-POSTAL-CODE.
           MOVE TRA-EFFECTIVE-DATE TO EFFECTIVE-DATE-INPUT.
           MOVE TRA-RETURNED-MAIL-FLG TO RETURNED-MAIL-INPUT.
           PERFORM 274-EDIT-ADDRESS-INPUT.
           IF VALID-ADDRESS-FLG = 'Y'
               PERFORM 275-WRITE-OR-REWRITE-ADDRESS
               IF ADDRESS-WRITTEN-FLG = 'Y'
                   ADD 1 TO TRN-APPLIED-COUNT
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
               ELSE
                   MOVE "ERROR WRITING ADDRESS RECORD" TO SRJ-REASON
                   PERFORM 320-WRITE-STUDENT-REJECT
               END-IF
           ELSE
               MOVE ADDRESS-EDIT-MESSAGE TO SRJ-REASON
               PERFORM 320-WRITE-STUDENT-REJECT
           END-IF.

       330-WRITE-OR-REWRITE-MASTER.
           IF TRN-ACTION-CODE = 'A'
               MOVE 'A' TO STUDENT-STATUS

       203-CLOSE-STUDENT-FILE.
           CLOSE STUDENT-FILE-OUT.
           CLOSE STUDENT-ADDRESS-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF BATCH-MODE-FLG = 'Y'
               CLOSE STUDENT-PENDING-FILE
