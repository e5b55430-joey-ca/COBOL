      ******************************************************************
      * Author: Guannan Zhao
      * Date: Oct 15, 2026
      * Purpose: Month-end housekeeping for the sold-car history file,
      * in the style of AUDIT-LOG-ARCHIVE and RUN-HISTORY-ARCHIVE.
      * Move SOLD-CAR-RECORD entries whose SLD-SOLD-DATE is before an
      * operator-keyed retention cutoff out of CARSOLD.TXT into a
      * dated archive file (SOLDARCH-YYYYMMDD.TXT, stamped with the
      * cutoff), rewrite CARSOLD.TXT with only the current entries,
      * and report how many entries were archived versus kept, so the
      * file the disposal register reads does not grow forever. The
      * archive file is opened in EXTEND mode so a rerun cannot wipe
      * out entries archived by an earlier pass. Appends a run-history
      * entry to RUNHIST.TXT at end of job like the other batch
      * programs.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLD-CAR-ARCHIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLD-HISTORY-FILE ASSIGN TO "./CARSOLD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SOLD-FILE-STATUS.
           SELECT ARCHIVE-FILE-OUT ASSIGN USING ARCHIVE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT KEEP-FILE ASSIGN TO "./SOLDKEEP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "./RUNHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SOLD-HISTORY-FILE.
           COPY "CARSOLD.CPY".
       FD ARCHIVE-FILE-OUT.
       01 ARCHIVE-SOLD-RECORD PIC X(92).
       FD KEEP-FILE.
       01 KEEP-SOLD-RECORD PIC X(92).
       FD RUN-HISTORY-FILE.
           COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG PIC X.
           05 SOLD-FILE-STATUS PIC XX.
           05 ARCHIVE-FILE-STATUS PIC XX.
           05 RUNHIST-FILE-STATUS PIC XX.
           05 CUTOFF-DATE PIC X(8).
           05 CUTOFF-DATE-NUM PIC 9(8).
           05 ARCHIVE-FILE-NAME PIC X(40).
       01 RUN-STAMP-FIELDS.
           05 JOB-START-DATE PIC 9(8).
           05 JOB-START-TIME PIC 9(8).
       01 ARCHIVE-CONTROL-TOTALS.
           05 ARCHIVED-COUNT PIC 9(5) VALUE ZERO.
           05 KEPT-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       100-ARCHIVE-SOLD-CARS.
           ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM 201-INITIATE-SOLD-ARCHIVE.
           PERFORM 202-ARCHIVE-ONE-SOLD-ENTRY UNTIL EOF-FLG = 'Y'.
           PERFORM 203-CLOSE-SPLIT-PASS.
           IF SOLD-FILE-STATUS NOT = "35"
               PERFORM 300-REWRITE-CURRENT-SOLD-FILE
               DISPLAY "SOLD-CAR ENTRIES ARCHIVED: " ARCHIVED-COUNT
               DISPLAY "SOLD-CAR ENTRIES KEPT: " KEPT-COUNT
           END-IF.
           PERFORM 500-WRITE-RUN-HISTORY-ENTRY.
           STOP RUN.

       201-INITIATE-SOLD-ARCHIVE.
           DISPLAY "ENTER RETENTION CUTOFF DATE YYYYMMDD: ".
           ACCEPT CUTOFF-DATE.
           IF CUTOFF-DATE IS NOT NUMERIC
               DISPLAY "INVALID CUTOFF DATE - NO ENTRIES ARCHIVED"
               MOVE 'Y' TO EOF-FLG
               MOVE "35" TO SOLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE CUTOFF-DATE TO CUTOFF-DATE-NUM
               PERFORM 210-OPEN-ARCHIVE-FILES
           END-IF.

       210-OPEN-ARCHIVE-FILES.
           OPEN INPUT SOLD-HISTORY-FILE.
           IF SOLD-FILE-STATUS = "35"
               DISPLAY "NO SOLD-CAR HISTORY ON FILE - NOTHING TO "
                   "ARCHIVE"
               MOVE 'Y' TO EOF-FLG
           ELSE
               MOVE SPACES TO ARCHIVE-FILE-NAME
               STRING "./SOLDARCH-" DELIMITED BY SIZE
                   CUTOFF-DATE DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO ARCHIVE-FILE-NAME
               OPEN EXTEND ARCHIVE-FILE-OUT
               IF ARCHIVE-FILE-STATUS = "35"
                   OPEN OUTPUT ARCHIVE-FILE-OUT
                   CLOSE ARCHIVE-FILE-OUT
                   OPEN EXTEND ARCHIVE-FILE-OUT
               END-IF
               OPEN OUTPUT KEEP-FILE
               READ SOLD-HISTORY-FILE
                   AT END MOVE 'Y' TO EOF-FLG
               END-READ
           END-IF.

       202-ARCHIVE-ONE-SOLD-ENTRY.
           IF SLD-SOLD-DATE < CUTOFF-DATE-NUM
               MOVE SOLD-CAR-RECORD TO ARCHIVE-SOLD-RECORD
               WRITE ARCHIVE-SOLD-RECORD
               ADD 1 TO ARCHIVED-COUNT
           ELSE
               MOVE SOLD-CAR-RECORD TO KEEP-SOLD-RECORD
               WRITE KEEP-SOLD-RECORD
               ADD 1 TO KEPT-COUNT
           END-IF.
           READ SOLD-HISTORY-FILE
               AT END MOVE 'Y' TO EOF-FLG.

       203-CLOSE-SPLIT-PASS.
           IF SOLD-FILE-STATUS NOT = "35"
               CLOSE SOLD-HISTORY-FILE
               CLOSE ARCHIVE-FILE-OUT
               CLOSE KEEP-FILE
           END-IF.

       300-REWRITE-CURRENT-SOLD-FILE.
           MOVE 'N' TO EOF-FLG.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT SOLD-HISTORY-FILE.
           READ KEEP-FILE
               AT END MOVE 'Y' TO EOF-FLG.
           PERFORM 310-COPY-ONE-KEPT-ENTRY UNTIL EOF-FLG = 'Y'.
           CLOSE KEEP-FILE.
           CLOSE SOLD-HISTORY-FILE.

       310-COPY-ONE-KEPT-ENTRY.
           MOVE KEEP-SOLD-RECORD TO SOLD-CAR-RECORD.
           WRITE SOLD-CAR-RECORD.
           READ KEEP-FILE
               AT END MOVE 'Y' TO EOF-FLG.

       500-WRITE-RUN-HISTORY-ENTRY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           MOVE "SOLD-CAR-ARCHIVE" TO RUN-PROGRAM-NAME.
           MOVE JOB-START-DATE TO RUN-START-DATE.
           MOVE JOB-START-TIME TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           COMPUTE RUN-RECORDS-READ = ARCHIVED-COUNT + KEPT-COUNT.
           MOVE ARCHIVED-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM SOLD-CAR-ARCHIVE.
