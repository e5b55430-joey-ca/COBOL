      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: On-line maintenance of the charge-code master, the
      * indexed CHGCODES.TXT keyed on CC-CHARGE-CODE. The operator
      * keys an action code and a charge code: A adds a new code with
      * its description and revenue GL account, U changes the
      * description and GL account of a code already on file, I
      * marks a code inactive so TERM-CHARGE-ASSESSMENT stops billing
      * it, and R reactivates one. Codes are never deleted, because
      * years of CHGLEDGER.TXT entries still carry them and the
      * statements and the GL journal extract still need their
      * descriptions and accounts. Adds of a code already on file and
      * changes to a code not on file are refused. The operator must
      * hold restore authority (level 4) on OPERMAST.TXT, since a
      * wrong GL account misposts revenue for every charge under the
      * code. An audit-log entry goes to AUDITLOG.TXT for every
      * record written, and a run-history entry goes to RUNHIST.TXT
      * at end of job like the other programs.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-CODE-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-CODE-FILE ASSIGN TO "./CHGCODES.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CC-CHARGE-CODE
                FILE STATUS IS CODE-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "./OPERMAST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPER-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHARGE-CODE-FILE.
           COPY "CHGCODE.CPY".
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.CPY".
       FD OPERATOR-MASTER-FILE.
           COPY "OPERMAST.CPY".
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 ACTION-CODE PIC X.
           05 NEW-STATUS-CODE PIC X.
           05 FOUND-FLG PIC X.
           05 VALID-FIELDS-FLG PIC X.
           05 MAINTENANCE-OPEN-FLG PIC X VALUE 'N'.
           05 OPERATOR-ID PIC X(8).
           05 OPERATOR-VALID-FLG PIC X.
           05 OPER-EOF-FLG PIC X.
           05 REQUIRED-AUTHORITY-LEVEL PIC 9.
           05 OPER-FILE-STATUS PIC XX.
           05 CODE-FILE-STATUS PIC XX.
           05 AUDIT-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
           05 ACTIONS-READ-COUNT PIC 9(8) VALUE ZERO.
           05 RECORDS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 CODE-ENTRY-FIELDS.
           05 DESCRIPTION-INPUT PIC X(30).
           05 GL-ACCOUNT-INPUT PIC X(10).
       PROCEDURE DIVISION.
       100-MAINTAIN-CHARGE-CODES.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-CODE-MAINTENANCE.
           PERFORM 202-MAINTAIN-ONE-CHARGE-CODE
               UNTIL EOF-FLG NOT = 'Y'.
           PERFORM 203-CLOSE-CODE-MAINTENANCE.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-CODE-MAINTENANCE.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID.
           MOVE 4 TO REQUIRED-AUTHORITY-LEVEL.
           PERFORM 250-VALIDATE-OPERATOR-SIGNON.
           IF OPERATOR-VALID-FLG = 'Y'
               OPEN I-O CHARGE-CODE-FILE
               IF CODE-FILE-STATUS = "35"
                   OPEN OUTPUT CHARGE-CODE-FILE
                   CLOSE CHARGE-CODE-FILE
                   OPEN I-O CHARGE-CODE-FILE
               END-IF
               OPEN EXTEND AUDIT-LOG-FILE
               IF AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
                   CLOSE AUDIT-LOG-FILE
                   OPEN EXTEND AUDIT-LOG-FILE
               END-IF
               MOVE 'Y' TO MAINTENANCE-OPEN-FLG
               DISPLAY "DO YOU WANT TO MAINTAIN A CHARGE CODE?(Y/N) "
               ACCEPT EOF-FLG
           ELSE
               MOVE 'N' TO EOF-FLG
               MOVE 8 TO RETURN-CODE
           END-IF.

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

       202-MAINTAIN-ONE-CHARGE-CODE.
           ADD 1 TO ACTIONS-READ-COUNT.
           DISPLAY "ENTER A TO ADD, U TO UPDATE, I TO INACTIVATE ".
           DISPLAY "OR R TO REACTIVATE A CHARGE CODE: ".
           ACCEPT ACTION-CODE.

           DISPLAY "PLEASE ENTER CHARGE CODE: ".
           ACCEPT CC-CHARGE-CODE.

           PERFORM 210-READ-CHARGE-CODE-MASTER.

           EVALUATE TRUE
               WHEN CC-CHARGE-CODE = SPACES
                   DISPLAY "CHARGE CODE MUST NOT BE BLANK - REJECTED"
               WHEN ACTION-CODE = 'A' AND FOUND-FLG = 'Y'
                   DISPLAY "CHARGE CODE ALREADY EXISTS - REJECTED"
               WHEN ACTION-CODE = 'A'
                   PERFORM 220-ACCEPT-CHARGE-CODE-FIELDS
                   IF VALID-FIELDS-FLG = 'Y'
                       MOVE 'A' TO CC-STATUS
                       WRITE CHARGE-CODE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR WRITING CHARGE CODE"
                           NOT INVALID KEY
                               PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                       END-WRITE
                   END-IF
               WHEN (ACTION-CODE = 'U' OR ACTION-CODE = 'I'
                   OR ACTION-CODE = 'R') AND FOUND-FLG = 'N'
                   DISPLAY "CHARGE CODE NOT ON FILE - NO CHANGE"
               WHEN ACTION-CODE = 'U'
                   DISPLAY "CURRENT DESCRIPTION: " CC-DESCRIPTION
                   DISPLAY "CURRENT GL ACCOUNT: " CC-GL-ACCOUNT
                   PERFORM 220-ACCEPT-CHARGE-CODE-FIELDS
                   IF VALID-FIELDS-FLG = 'Y'
                       REWRITE CHARGE-CODE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR UPDATING CHARGE CODE"
                           NOT INVALID KEY
                               PERFORM 230-WRITE-AUDIT-LOG-ENTRY
                       END-REWRITE
                   END-IF
               WHEN ACTION-CODE = 'I'
                   MOVE 'I' TO NEW-STATUS-CODE
                   PERFORM 240-APPLY-STATUS-CHANGE
               WHEN ACTION-CODE = 'R'
                   MOVE 'A' TO NEW-STATUS-CODE
                   PERFORM 240-APPLY-STATUS-CHANGE
               WHEN OTHER
                   DISPLAY "INVALID ACTION CODE - MUST BE A, U, I "
                       "OR R"
           END-EVALUATE.

           DISPLAY "DO YOU WANT TO MAINTAIN A CHARGE CODE?(Y/N) ".
           ACCEPT EOF-FLG.

       210-READ-CHARGE-CODE-MASTER.
           MOVE 'N' TO FOUND-FLG.
           READ CHARGE-CODE-FILE
               INVALID KEY MOVE 'N' TO FOUND-FLG
               NOT INVALID KEY MOVE 'Y' TO FOUND-FLG
           END-READ.

       220-ACCEPT-CHARGE-CODE-FIELDS.
           MOVE 'N' TO VALID-FIELDS-FLG.
           DISPLAY "PLEASE ENTER DESCRIPTION: ".
           ACCEPT DESCRIPTION-INPUT.
           DISPLAY "PLEASE ENTER REVENUE GL ACCOUNT: ".
           ACCEPT GL-ACCOUNT-INPUT.
           EVALUATE TRUE
               WHEN DESCRIPTION-INPUT = SPACES
                   DISPLAY "DESCRIPTION MUST NOT BE BLANK - REJECTED"
               WHEN GL-ACCOUNT-INPUT = SPACES
                   DISPLAY "GL ACCOUNT MUST NOT BE BLANK - REJECTED"
               WHEN OTHER
                   MOVE DESCRIPTION-INPUT TO CC-DESCRIPTION
                   MOVE GL-ACCOUNT-INPUT TO CC-GL-ACCOUNT
                   MOVE 'Y' TO VALID-FIELDS-FLG
           END-EVALUATE.

       230-WRITE-AUDIT-LOG-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE "CHARGE-CODE-MAINTENANCE" TO AUDIT-PROGRAM-NAME.
           MOVE CC-CHARGE-CODE TO AUDIT-RECORD-KEY.
           WRITE AUDIT-LOG-RECORD.
           ADD 1 TO RECORDS-WRITTEN-COUNT.

       240-APPLY-STATUS-CHANGE.
           MOVE NEW-STATUS-CODE TO CC-STATUS.
           REWRITE CHARGE-CODE-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CHARGE CODE"
               NOT INVALID KEY
                   PERFORM 230-WRITE-AUDIT-LOG-ENTRY
           END-REWRITE.

       203-CLOSE-CODE-MAINTENANCE.
           IF MAINTENANCE-OPEN-FLG = 'Y'
               CLOSE CHARGE-CODE-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "CHARGE-CODE-MAINTENANCE" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE ACTIONS-READ-COUNT TO RUN-RECORDS-READ.
           MOVE RECORDS-WRITTEN-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM CHARGE-CODE-MAINTENANCE.
