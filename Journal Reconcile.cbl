      ******************************************************************
      * Author:
      * Date:
      * Purpose: Periodic proof that the PERSONNEL-FILE audit journal
      * as a whole still explains the staff file.  Every catalogued
      * archive period on ARCCAT is replayed in period order, then
      * the live AUDIT-FILE, and every journal record is released to
      * a sort by staff id - journal order is kept within an id by a
      * running sequence number, so the last record for an id is the
      * latest.  Each id's records are replayed the way
      * EMP-HISTORY-ENQ rebuilds a single employee (after-image of
      * an add or change, a delete removes the record), and the
      * rebuilt images are matched against PERSONNEL-FILE read in
      * staff id order.  JRNRPT lists:
      *   records on file with no journal history at all;
      *   journal history leaving a live record that is not on file;
      *   records the journal deleted that are still on file;
      *   every field where the rebuilt image and the file differ;
      * with counts of each.  A hand-patched record, a reload from an
      * old backup or a missed audit write all show up here.
      * Return code 8 when file and journal disagree, or when an
      * archive period could not be replayed in full (the proof is
      * then incomplete); 0 when they agree.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-RECONCILE.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERSSEL.
           COPY AUDSEL.
           COPY CATSEL.

           SELECT ARCHIVE-INPUT-FILE ASSIGN TO WS-ARCHIVE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-INPUT-STATUS.

           SELECT RECONCILE-REPORT-FILE ASSIGN TO JRNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-SORT-FILE ASSIGN TO JRNSORT.

       DATA DIVISION.
       FILE SECTION.
           COPY PERSFD.
           COPY AUDFD.
           COPY CATFD.

      ******************************************************************
      * Archive files carry unaltered AUDIT-RECORD images - the
      * PIC X(259) width is the AUDIT-RECORD length in AUDFD, kept in
      * step by hand, same as the AUDIT-ARCHIVE split files.
      ******************************************************************
       FD ARCHIVE-INPUT-FILE.
       01 ARCHIVE-AUDIT-RECORD                 PIC X(259).

       FD RECONCILE-REPORT-FILE.
       01 RECONCILE-REPORT-LINE                PIC X(132).

       SD JOURNAL-SORT-FILE.
       01 JOURNAL-SORT-RECORD.
           02 JSR-STAFF-ID-NUMBER              PIC 9(6).
           02 JSR-SEQUENCE                     PIC 9(9).
           02 JSR-AUDIT-IMAGE                  PIC X(259).

       WORKING-STORAGE SECTION.
       01  WS-PERSONNEL-STATUS                 PIC X(2).
       01  WS-AUDIT-STATUS                     PIC X(2).
       01  WS-CATALOG-STATUS                   PIC X(2).
       01  WS-ARCHIVE-INPUT-STATUS             PIC X(2).
       01  WS-REPORT-STATUS                    PIC X(2).

       01  WS-EOF-AUDIT                        PIC X(1) VALUE "N".
       01  WS-EOF-CATALOG                      PIC X(1) VALUE "N".
       01  WS-EOF-ARCHIVE                      PIC X(1) VALUE "N".
       01  WS-EOF-SORT                         PIC X(1) VALUE "N".
       01  WS-ARCHIVE-DSNAME                   PIC X(44).
       01  WS-ARCHIVE-RECORDS-READ             PIC 9(8).
       01  WS-RUN-DATE                         PIC 9(8).

      *----------------------------------------------------------------
      * Match keys - one past the highest staff id marks end of file.
      *----------------------------------------------------------------
       01  WS-END-KEY                          PIC 9(7) VALUE 9999999.
       01  WS-FILE-KEY                         PIC 9(7).
       01  WS-JOURNAL-KEY                      PIC 9(7).

       01  WS-JOURNAL-SEQUENCE                 PIC 9(9) VALUE 0.

       01  WS-REBUILT-RECORD.
           02 WS-RBL-EXISTS                    PIC X(1).
           02 WS-RBL-ENTRY-COUNT               PIC 9(6).
           02 WS-RBL-LAST-TIMESTAMP            PIC X(21).
           02 WS-RBL-FIRST-NAME                PIC X(20).
           02 WS-RBL-SURNAME                   PIC X(20).
           02 WS-RBL-DEPARTMENT-CODE           PIC X(20).
           02 WS-RBL-HIRE-DATE                 PIC 9(8).
           02 WS-RBL-EMPLOYMENT-STATUS         PIC X(1).
           02 WS-RBL-JOB-TITLE                 PIC X(30).
           02 WS-RBL-SALARY-GRADE              PIC X(2).

       01  WS-RECORD-DIFFERENCES               PIC 9(2).

       01  WS-ARCHIVE-PERIODS                  PIC 9(6) VALUE 0.
       01  WS-ARCHIVE-GAPS                     PIC 9(6) VALUE 0.
       01  WS-JOURNAL-RECORDS                  PIC 9(9) VALUE 0.
       01  WS-FILE-RECORDS                     PIC 9(6) VALUE 0.
       01  WS-JOURNAL-IDS                      PIC 9(6) VALUE 0.
       01  WS-AGREED-COUNT                     PIC 9(6) VALUE 0.
       01  WS-DELETED-AGREED-COUNT             PIC 9(6) VALUE 0.
       01  WS-NO-HISTORY-COUNT                 PIC 9(6) VALUE 0.
       01  WS-NO-RECORD-COUNT                  PIC 9(6) VALUE 0.
       01  WS-DELETED-ON-FILE-COUNT            PIC 9(6) VALUE 0.
       01  WS-DIFFERENT-RECORD-COUNT           PIC 9(6) VALUE 0.
       01  WS-FIELD-DIFFERENCE-COUNT           PIC 9(6) VALUE 0.

       01  WS-TITLE-LINE.
           02 FILLER                           PIC X(44)
                   VALUE "JOURNAL REPLAY RECONCILIATION - RUN DATE ".
           02 WS-TTL-RUN-DATE                  PIC 9(8).
       01  WS-ARCHIVE-WARNING-LINE.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-ARC-WARNING-TEXT              PIC X(30).
           02 WS-ARC-WARNING-DSNAME            PIC X(44).
       01  WS-COLUMN-LINE.
           02 FILLER                           PIC X(24)
                   VALUE "EXCEPTION".
           02 FILLER                           PIC X(8) VALUE "STAFF".
           02 FILLER                           PIC X(20)
                   VALUE "FIELD / NAME".
           02 FILLER                           PIC X(32)
                   VALUE "PER JOURNAL".
           02 FILLER                           PIC X(30)
                   VALUE "ON PERSONNEL-FILE".
       01  WS-EXCEPTION-LINE.
           02 WS-EXC-TYPE                      PIC X(22).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-EXC-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-EXC-FIELD                     PIC X(18).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-EXC-JOURNAL-VALUE             PIC X(30).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-EXC-FILE-VALUE                PIC X(30).
       01  WS-SUMMARY-LINE.
           02 WS-SUM-LABEL                     PIC X(40).
           02 WS-SUM-COUNT                     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RECONCILE
           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY JSR-STAFF-ID-NUMBER
                                JSR-SEQUENCE
               INPUT PROCEDURE IS RELEASE-JOURNAL-RECORDS
               OUTPUT PROCEDURE IS MATCH-JOURNAL-TO-FILE
           PERFORM TERMINATE-RECONCILE
           STOP RUN.

       INITIALIZE-RECONCILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PERSONNEL-FILE
           IF WS-PERSONNEL-STATUS NOT = "00"
               DISPLAY "JOURNAL RECONCILE ABORTED - STAFF OPEN STATUS "
                   WS-PERSONNEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECONCILE-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE
           WRITE RECONCILE-REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE.

      *----------------------------------------------------------------
      * Sort input: the archive periods in catalogue order and then
      * the live journal - every archived record predates every live
      * one, so the release sequence is journal order.
      *----------------------------------------------------------------
       RELEASE-JOURNAL-RECORDS.
           PERFORM REPLAY-ARCHIVED-PERIODS
           MOVE "N" TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-RECORD
               PERFORM RELEASE-ONE-AUDIT-RECORD
                   UNTIL WS-EOF-AUDIT = "Y"
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AUDIT
           END-READ.

       RELEASE-ONE-AUDIT-RECORD.
           PERFORM RELEASE-JOURNAL-IMAGE
           PERFORM READ-AUDIT-RECORD.

      *----------------------------------------------------------------
      * An archive the catalogue names but the run cannot open, or
      * one that comes up short of its registered record count, is a
      * hole in the replay - it is flagged and the proof ends RC 8
      * whatever the match finds.
      *----------------------------------------------------------------
       REPLAY-ARCHIVED-PERIODS.
           MOVE "N" TO WS-EOF-CATALOG
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               MOVE 0 TO CAT-PERIOD-END-DATE
               START ARCHIVE-CATALOG-FILE
                       KEY IS NOT LESS THAN CAT-PERIOD-END-DATE
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-CATALOG
               END-START
               IF WS-EOF-CATALOG NOT = "Y"
                   PERFORM READ-NEXT-CATALOG-ENTRY
               END-IF
               PERFORM REPLAY-ONE-ARCHIVE-PERIOD
                   UNTIL WS-EOF-CATALOG = "Y"
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       READ-NEXT-CATALOG-ENTRY.
           READ ARCHIVE-CATALOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CATALOG
           END-READ.

       REPLAY-ONE-ARCHIVE-PERIOD.
           MOVE CAT-ARCHIVE-DSNAME TO WS-ARCHIVE-DSNAME
           MOVE "N" TO WS-EOF-ARCHIVE
           MOVE 0 TO WS-ARCHIVE-RECORDS-READ
           ADD 1 TO WS-ARCHIVE-PERIODS
           OPEN INPUT ARCHIVE-INPUT-FILE
           IF WS-ARCHIVE-INPUT-STATUS = "00"
               PERFORM READ-ARCHIVE-RECORD
               PERFORM RELEASE-ONE-ARCHIVE-RECORD
                   UNTIL WS-EOF-ARCHIVE = "Y"
               CLOSE ARCHIVE-INPUT-FILE
               IF WS-ARCHIVE-RECORDS-READ NOT = CAT-RECORD-COUNT
                   MOVE "** ARCHIVE SHORT OF CATALOG: "
                       TO WS-ARC-WARNING-TEXT
                   MOVE CAT-ARCHIVE-DSNAME TO WS-ARC-WARNING-DSNAME
                   WRITE RECONCILE-REPORT-LINE
                       FROM WS-ARCHIVE-WARNING-LINE
                   ADD 1 TO WS-ARCHIVE-GAPS
               END-IF
           ELSE
               MOVE "** ARCHIVE NOT AVAILABLE:    "
                   TO WS-ARC-WARNING-TEXT
               MOVE CAT-ARCHIVE-DSNAME TO WS-ARC-WARNING-DSNAME
               WRITE RECONCILE-REPORT-LINE
                   FROM WS-ARCHIVE-WARNING-LINE
               ADD 1 TO WS-ARCHIVE-GAPS
           END-IF
           PERFORM READ-NEXT-CATALOG-ENTRY.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-INPUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-ARCHIVE
           END-READ
           IF WS-EOF-ARCHIVE NOT = "Y"
               ADD 1 TO WS-ARCHIVE-RECORDS-READ
           END-IF.

      *----------------------------------------------------------------
      * Archive records are unaltered AUDIT-RECORD images, so moving
      * one into the journal record area lets the live journal's
      * release logic work on it unchanged.
      *----------------------------------------------------------------
       RELEASE-ONE-ARCHIVE-RECORD.
           MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
           PERFORM RELEASE-JOURNAL-IMAGE
           PERFORM READ-ARCHIVE-RECORD.

       RELEASE-JOURNAL-IMAGE.
           ADD 1 TO WS-JOURNAL-SEQUENCE
           ADD 1 TO WS-JOURNAL-RECORDS
           MOVE AUD-STAFF-ID-NUMBER TO JSR-STAFF-ID-NUMBER
           MOVE WS-JOURNAL-SEQUENCE TO JSR-SEQUENCE
           MOVE AUDIT-RECORD TO JSR-AUDIT-IMAGE
           RELEASE JOURNAL-SORT-RECORD.

      *----------------------------------------------------------------
      * Sort output: a match-merge of the rebuilt images, one staff
      * id at a time, against the staff file in staff id order.
      *----------------------------------------------------------------
       MATCH-JOURNAL-TO-FILE.
           WRITE RECONCILE-REPORT-LINE FROM WS-COLUMN-LINE
           MOVE 0 TO WS-FILE-KEY
           MOVE 0 TO STAFF-ID-NUMBER
           START PERSONNEL-FILE
                   KEY IS NOT LESS THAN STAFF-ID-NUMBER
               INVALID KEY
                   MOVE WS-END-KEY TO WS-FILE-KEY
           END-START
           IF WS-FILE-KEY NOT = WS-END-KEY
               PERFORM READ-NEXT-PERSONNEL
           END-IF
           PERFORM RETURN-JOURNAL-RECORD
           PERFORM REBUILD-NEXT-EMPLOYEE
           PERFORM MATCH-ONE-KEY
               UNTIL WS-FILE-KEY = WS-END-KEY
                 AND WS-JOURNAL-KEY = WS-END-KEY.

       READ-NEXT-PERSONNEL.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE WS-END-KEY TO WS-FILE-KEY
           END-READ
           IF WS-FILE-KEY NOT = WS-END-KEY
               MOVE STAFF-ID-NUMBER TO WS-FILE-KEY
               ADD 1 TO WS-FILE-RECORDS
           END-IF.

       RETURN-JOURNAL-RECORD.
           RETURN JOURNAL-SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SORT
           END-RETURN.

      *----------------------------------------------------------------
      * Replays every journal record for the next staff id into the
      * rebuilt image - the same replay EMP-HISTORY-ENQ does for one
      * employee.
      *----------------------------------------------------------------
       REBUILD-NEXT-EMPLOYEE.
           IF WS-EOF-SORT = "Y"
               MOVE WS-END-KEY TO WS-JOURNAL-KEY
           ELSE
               MOVE JSR-STAFF-ID-NUMBER TO WS-JOURNAL-KEY
               MOVE "N" TO WS-RBL-EXISTS
               MOVE 0 TO WS-RBL-ENTRY-COUNT
               ADD 1 TO WS-JOURNAL-IDS
               PERFORM APPLY-ONE-JOURNAL-RECORD
                   UNTIL WS-EOF-SORT = "Y"
                      OR JSR-STAFF-ID-NUMBER NOT = WS-JOURNAL-KEY
           END-IF.

       APPLY-ONE-JOURNAL-RECORD.
           MOVE JSR-AUDIT-IMAGE TO AUDIT-RECORD
           ADD 1 TO WS-RBL-ENTRY-COUNT
           MOVE AUD-TIMESTAMP TO WS-RBL-LAST-TIMESTAMP
           IF AUD-TRAN-IS-DELETE
               MOVE "N" TO WS-RBL-EXISTS
           ELSE
               MOVE "Y" TO WS-RBL-EXISTS
               MOVE AUD-NEW-FIRST-NAME TO WS-RBL-FIRST-NAME
               MOVE AUD-NEW-SURNAME TO WS-RBL-SURNAME
               MOVE AUD-NEW-DEPARTMENT-CODE TO WS-RBL-DEPARTMENT-CODE
               MOVE AUD-NEW-HIRE-DATE TO WS-RBL-HIRE-DATE
               MOVE AUD-NEW-EMPLOYMENT-STATUS
                   TO WS-RBL-EMPLOYMENT-STATUS
               MOVE AUD-NEW-JOB-TITLE TO WS-RBL-JOB-TITLE
               MOVE AUD-NEW-SALARY-GRADE TO WS-RBL-SALARY-GRADE
           END-IF
           PERFORM RETURN-JOURNAL-RECORD.

       MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-FILE-KEY < WS-JOURNAL-KEY
                   PERFORM REPORT-NO-HISTORY
                   PERFORM READ-NEXT-PERSONNEL
               WHEN WS-JOURNAL-KEY < WS-FILE-KEY
                   IF WS-RBL-EXISTS = "Y"
                       PERFORM REPORT-NO-RECORD
                   ELSE
                       ADD 1 TO WS-DELETED-AGREED-COUNT
                   END-IF
                   PERFORM REBUILD-NEXT-EMPLOYEE
               WHEN OTHER
                   IF WS-RBL-EXISTS = "Y"
                       PERFORM COMPARE-REBUILT-RECORD
                   ELSE
                       PERFORM REPORT-DELETED-ON-FILE
                   END-IF
                   PERFORM READ-NEXT-PERSONNEL
                   PERFORM REBUILD-NEXT-EMPLOYEE
           END-EVALUATE.

       REPORT-NO-HISTORY.
           MOVE "ON FILE, NO HISTORY" TO WS-EXC-TYPE
           MOVE STAFF-ID-NUMBER TO WS-EXC-STAFF-ID
           MOVE EMPLOYEE-SURNAME TO WS-EXC-FIELD
           MOVE SPACES TO WS-EXC-JOURNAL-VALUE
           MOVE EMPLOYEE-FIRST-NAME TO WS-EXC-FILE-VALUE
           WRITE RECONCILE-REPORT-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-NO-HISTORY-COUNT.

       REPORT-NO-RECORD.
           MOVE "HISTORY, NOT ON FILE" TO WS-EXC-TYPE
           MOVE WS-JOURNAL-KEY TO WS-EXC-STAFF-ID
           MOVE WS-RBL-SURNAME TO WS-EXC-FIELD
           MOVE SPACES TO WS-EXC-JOURNAL-VALUE
           STRING "LAST JOURNALLED " DELIMITED BY SIZE
               WS-RBL-LAST-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO WS-EXC-JOURNAL-VALUE
           END-STRING
           MOVE SPACES TO WS-EXC-FILE-VALUE
           WRITE RECONCILE-REPORT-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-NO-RECORD-COUNT.

       REPORT-DELETED-ON-FILE.
           MOVE "DELETED, STILL ON FILE" TO WS-EXC-TYPE
           MOVE STAFF-ID-NUMBER TO WS-EXC-STAFF-ID
           MOVE EMPLOYEE-SURNAME TO WS-EXC-FIELD
           MOVE SPACES TO WS-EXC-JOURNAL-VALUE
           STRING "DELETED " DELIMITED BY SIZE
               WS-RBL-LAST-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO WS-EXC-JOURNAL-VALUE
           END-STRING
           MOVE EMPLOYEE-FIRST-NAME TO WS-EXC-FILE-VALUE
           WRITE RECONCILE-REPORT-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-DELETED-ON-FILE-COUNT.

      *----------------------------------------------------------------
      * One line per field that differs - the rebuilt value on the
      * left, what is actually on file on the right.
      *----------------------------------------------------------------
       COMPARE-REBUILT-RECORD.
           MOVE 0 TO WS-RECORD-DIFFERENCES
           MOVE "FIELD DIFFERS" TO WS-EXC-TYPE
           MOVE STAFF-ID-NUMBER TO WS-EXC-STAFF-ID
           IF WS-RBL-FIRST-NAME NOT = EMPLOYEE-FIRST-NAME
               MOVE "FIRST NAME" TO WS-EXC-FIELD
               MOVE WS-RBL-FIRST-NAME TO WS-EXC-JOURNAL-VALUE
               MOVE EMPLOYEE-FIRST-NAME TO WS-EXC-FILE-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF
           IF WS-RBL-SURNAME NOT = EMPLOYEE-SURNAME
               MOVE "SURNAME" TO WS-EXC-FIELD
               MOVE WS-RBL-SURNAME TO WS-EXC-JOURNAL-VALUE
               MOVE EMPLOYEE-SURNAME TO WS-EXC-FILE-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF
           IF WS-RBL-DEPARTMENT-CODE NOT = DEPARTMENT-CODE
               MOVE "DEPARTMENT CODE" TO WS-EXC-FIELD
               MOVE WS-RBL-DEPARTMENT-CODE TO WS-EXC-JOURNAL-VALUE
               MOVE DEPARTMENT-CODE TO WS-EXC-FILE-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF
           IF WS-RBL-HIRE-DATE NOT = EMPLOYEE-HIRE-DATE
               MOVE "HIRE DATE" TO WS-EXC-FIELD
               MOVE WS-RBL-HIRE-DATE TO WS-EXC-JOURNAL-VALUE
               MOVE EMPLOYEE-HIRE-DATE TO WS-EXC-FILE-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF
           IF WS-RBL-EMPLOYMENT-STATUS NOT = EMPLOYMENT-STATUS
               MOVE "EMPLOYMENT STATUS" TO WS-EXC-FIELD
               MOVE WS-RBL-EMPLOYMENT-STATUS TO WS-EXC-JOURNAL-VALUE
               MOVE EMPLOYMENT-STATUS TO WS-EXC-FILE-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF
           IF WS-RBL-JOB-TITLE NOT = JOB-TITLE
               MOVE "JOB TITLE" TO WS-EXC-FIELD
               MOVE WS-RBL-JOB-TITLE TO WS-EXC-JOURNAL-VALUE
               MOVE JOB-TITLE TO WS-EXC-FILE-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF
           IF WS-RBL-SALARY-GRADE NOT = SALARY-GRADE
               MOVE "SALARY GRADE" TO WS-EXC-FIELD
               MOVE WS-RBL-SALARY-GRADE TO WS-EXC-JOURNAL-VALUE
               MOVE SALARY-GRADE TO WS-EXC-FILE-VALUE
               PERFORM WRITE-FIELD-DIFFERENCE
           END-IF
           IF WS-RECORD-DIFFERENCES = 0
               ADD 1 TO WS-AGREED-COUNT
           ELSE
               ADD 1 TO WS-DIFFERENT-RECORD-COUNT
           END-IF.

       WRITE-FIELD-DIFFERENCE.
           WRITE RECONCILE-REPORT-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-RECORD-DIFFERENCES
           ADD 1 TO WS-FIELD-DIFFERENCE-COUNT.

       TERMINATE-RECONCILE.
           MOVE SPACES TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
           MOVE "ARCHIVE PERIODS REPLAYED:" TO WS-SUM-LABEL
           MOVE WS-ARCHIVE-PERIODS TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "ARCHIVE PERIODS WITH GAPS:" TO WS-SUM-LABEL
           MOVE WS-ARCHIVE-GAPS TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "JOURNAL RECORDS REPLAYED:" TO WS-SUM-LABEL
           MOVE WS-JOURNAL-RECORDS TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "STAFF IDS IN JOURNAL:" TO WS-SUM-LABEL
           MOVE WS-JOURNAL-IDS TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "RECORDS ON PERSONNEL-FILE:" TO WS-SUM-LABEL
           MOVE WS-FILE-RECORDS TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "RECORDS AGREEING:" TO WS-SUM-LABEL
           MOVE WS-AGREED-COUNT TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "DELETED IN JOURNAL AND OFF FILE:" TO WS-SUM-LABEL
           MOVE WS-DELETED-AGREED-COUNT TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "ON FILE WITH NO HISTORY:" TO WS-SUM-LABEL
           MOVE WS-NO-HISTORY-COUNT TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "HISTORY WITH NO RECORD ON FILE:" TO WS-SUM-LABEL
           MOVE WS-NO-RECORD-COUNT TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "DELETED IN JOURNAL, STILL ON FILE:" TO WS-SUM-LABEL
           MOVE WS-DELETED-ON-FILE-COUNT TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "RECORDS WITH FIELD DIFFERENCES:" TO WS-SUM-LABEL
           MOVE WS-DIFFERENT-RECORD-COUNT TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "FIELD DIFFERENCES:" TO WS-SUM-LABEL
           MOVE WS-FIELD-DIFFERENCE-COUNT TO WS-SUM-COUNT
           WRITE RECONCILE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
           IF WS-NO-HISTORY-COUNT > 0
                   OR WS-NO-RECORD-COUNT > 0
                   OR WS-DELETED-ON-FILE-COUNT > 0
                   OR WS-DIFFERENT-RECORD-COUNT > 0
               MOVE "** FILE AND JOURNAL DISAGREE **"
                   TO RECONCILE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ARCHIVE-GAPS > 0
                   MOVE "** PROOF INCOMPLETE - ARCHIVE GAPS **"
                       TO RECONCILE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "FILE AND JOURNAL AGREE"
                       TO RECONCILE-REPORT-LINE
               END-IF
           END-IF
           WRITE RECONCILE-REPORT-LINE
           CLOSE PERSONNEL-FILE
           CLOSE RECONCILE-REPORT-FILE.

       END PROGRAM JOURNAL-RECONCILE.
