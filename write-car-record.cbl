      *                  it stops inflating the inventory summary.
      *                  CARPEND.TXT transactions carry the action
      *                  code and stock number too.
      *   Oct 15, 2026 - Refuse to dispose of a car that still has an
      *                  active financing agreement on FINAGREE.TXT,
      *                  on the keyboard and from CARPEND.TXT alike;
      *                  the agreement has to be closed through
      *                  FINANCING-LINK-MAINTENANCE first.
      *   Oct 15, 2026 - Take the CARSOLD.TXT record layout from the
      *                  shared copybook CARSOLD.CPY now that the
      *                  disposal register and the sold-car archive
      *                  read the file too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-CAR-RECORD.
           SELECT SOLD-HISTORY-FILE ASSIGN TO "./CARSOLD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SOLD-FILE-STATUS.
           SELECT FINANCING-AGREEMENT-FILE ASSIGN TO "./FINAGREE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FA-AGREEMENT-KEY
                FILE STATUS IS AGREEMENT-FILE-STATUS.
           SELECT CAR-PENDING-FILE ASSIGN TO "./CARPEND.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PENDING-FILE-STATUS.
               10 TOWING-CAPACITY PIC 9(8).
               10 OWNER-NAME PIC X(30).
       FD SOLD-HISTORY-FILE.
           COPY "CARSOLD.CPY".
       FD FINANCING-AGREEMENT-FILE.
           COPY "FINAGREE.CPY".
       FD CAR-PENDING-FILE.
       01 CAR-TRANSACTION-IN.
           05 TRN-ACTION-CODE PIC X.
           05 FOUND-FLG PIC X.
           05 CAR-FILE-STATUS PIC XX.
           05 SOLD-FILE-STATUS PIC XX.
           05 AGREEMENT-FILE-STATUS PIC XX.
           05 AGREEMENT-MASTER-OPEN-FLG PIC X VALUE 'N'.
           05 ACTIVE-AGREEMENT-FLG PIC X.
           05 BROWSE-EOF-FLG PIC X.
           05 BATCH-MODE-FLG PIC X.
           05 TRN-EOF-FLG PIC X.
           05 PENDING-FILE-STATUS PIC XX.
               CLOSE CAR-FILE-OUT
               OPEN I-O CAR-FILE-OUT
           END-IF.
           OPEN INPUT FINANCING-AGREEMENT-FILE.
           IF AGREEMENT-FILE-STATUS = "00"
               MOVE 'Y' TO AGREEMENT-MASTER-OPEN-FLG
           END-IF.
           IF BATCH-MODE-FLG = 'Y'
               OPEN OUTPUT CAR-REJECT-FILE-OUT
           ELSE
           ACCEPT STOCK-NUMBER.

           PERFORM 210-READ-CAR-MASTER.
           PERFORM 250-CHECK-FINANCING-AGREEMENT.

           EVALUATE TRUE
               WHEN ACTION-CODE = 'A' AND FOUND-FLG = 'Y'
                   END-REWRITE
               WHEN ACTION-CODE = 'D' AND FOUND-FLG = 'N'
                   DISPLAY "STOCK NUMBER NOT ON FILE - NO DISPOSAL"
               WHEN ACTION-CODE = 'D' AND ACTIVE-AGREEMENT-FLG = 'Y'
                   DISPLAY "CAR HAS AN ACTIVE FINANCING AGREEMENT - "
                       "CLOSE IT BEFORE DISPOSAL"
               WHEN ACTION-CODE = 'D'
                   PERFORM 230-DISPOSE-ONE-CAR
               WHEN OTHER
           WRITE SOLD-CAR-RECORD.
           CLOSE SOLD-HISTORY-FILE.

       250-CHECK-FINANCING-AGREEMENT.
           MOVE 'N' TO ACTIVE-AGREEMENT-FLG.
           MOVE 'Y' TO BROWSE-EOF-FLG.
           IF AGREEMENT-MASTER-OPEN-FLG = 'Y'
               MOVE 'N' TO BROWSE-EOF-FLG
               MOVE STOCK-NUMBER TO FA-STOCK-NUMBER
               MOVE ZERO TO FA-STUDENT-NUMBER
               START FINANCING-AGREEMENT-FILE
                   KEY IS NOT LESS THAN FA-AGREEMENT-KEY
                   INVALID KEY MOVE 'Y' TO BROWSE-EOF-FLG
               END-START
           END-IF.
           IF BROWSE-EOF-FLG = 'N'
               READ FINANCING-AGREEMENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-EOF-FLG
               END-READ
           END-IF.
           PERFORM 251-TEST-ONE-AGREEMENT
               UNTIL BROWSE-EOF-FLG = 'Y'.

       251-TEST-ONE-AGREEMENT.
           IF FA-STOCK-NUMBER NOT = STOCK-NUMBER
               MOVE 'Y' TO BROWSE-EOF-FLG
           ELSE
               IF FA-AGREEMENT-STATUS = 'A'
                   MOVE 'Y' TO ACTIVE-AGREEMENT-FLG
                   MOVE 'Y' TO BROWSE-EOF-FLG
               ELSE
                   READ FINANCING-AGREEMENT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO BROWSE-EOF-FLG
                   END-READ
               END-IF
           END-IF.

       300-APPLY-ONE-TRANSACTION.
           ADD 1 TO TRN-READ-COUNT.
           IF TRN-STOCK-NUMBER IS NOT NUMERIC
           ELSE
               MOVE TRN-STOCK-NUMBER TO STOCK-NUMBER
               PERFORM 210-READ-CAR-MASTER
               PERFORM 250-CHECK-FINANCING-AGREEMENT
               PERFORM 310-APPLY-EDITED-TRANSACTION
           END-IF.
           READ CAR-PENDING-FILE
               WHEN TRN-ACTION-CODE = 'D' AND FOUND-FLG = 'N'
                   MOVE "STOCK NUMBER NOT ON FILE" TO CRJ-REASON
                   PERFORM 320-WRITE-CAR-REJECT
               WHEN TRN-ACTION-CODE = 'D' AND ACTIVE-AGREEMENT-FLG = 'Y'
                   MOVE "ACTIVE FINANCING AGREEMENT" TO CRJ-REASON
                   PERFORM 320-WRITE-CAR-REJECT
               WHEN TRN-ACTION-CODE = 'D'
                   PERFORM 230-DISPOSE-ONE-CAR
                   ADD 1 TO TRN-APPLIED-COUNT

       203-CLOSE-CAR-FILE.
           CLOSE CAR-FILE-OUT.
           IF AGREEMENT-MASTER-OPEN-FLG = 'Y'
               CLOSE FINANCING-AGREEMENT-FILE
           END-IF.
           IF BATCH-MODE-FLG = 'Y'
               CLOSE CAR-PENDING-FILE
               CLOSE CAR-REJECT-FILE-OUT
