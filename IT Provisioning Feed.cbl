      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly starters, movers and leavers feed to the IT
      * access-provisioning system, in place of the emails the desk
      * used to send - a leaver's "T" now reaches IT the night it is
      * applied.  Runs in the nightly stream straight after
      * PERSONNEL-MAINT (bookended on the run ledger) and reads the
      * audit journal records that run has added: everything on the
      * live AUDIT-FILE after the last record the feed sent, per the
      * control file (PRVCTL).  Each applied transaction becomes one
      * detail on the fixed-layout feed file (PRVFEED) per event - a
      * starter, a department or job-title move, a termination, a
      * leave start or a return from leave - carrying the department
      * and job title before and after.  The file has a header with
      * the run sequence number and a trailer with count and hash;
      * PRVRPT lists what was sent.
      * Deletes written by LEAVER-PURGE (operator LVPURGE) are not
      * sent - those employees left, and were sent as leavers, long
      * before the purge.
      * Resend: a PRVPARM card "R" YYYYMMDD rebuilds the feed for that
      * past date from the journal - the catalogued archive periods
      * on ARCCAT and then the live journal - as a file of its own
      * with the next sequence number, flagged as a resend.  A resend
      * is an on-request run outside the nightly stream, so it does
      * not book on the run ledger, and it leaves the nightly
      * high-water mark where it is.
      * Return code 4 when a resend could not replay every archive
      * period in full, 16 when the run cannot start or a file will
      * not open.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IT-PROVISION-FEED.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDSEL.
           COPY CATSEL.
           COPY PRVSEL.
           COPY PVCSEL.

           SELECT ARCHIVE-INPUT-FILE ASSIGN TO WS-ARCHIVE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-INPUT-STATUS.

           SELECT FEED-PARM-FILE ASSIGN TO PRVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FEED-REPORT-FILE ASSIGN TO PRVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDFD.
           COPY CATFD.
           COPY PRVFD.
           COPY PVCFD.

      ******************************************************************
      * Archive files carry unaltered AUDIT-RECORD images - the
      * PIC X(259) width is the AUDIT-RECORD length in AUDFD, kept in
      * step by hand, same as the AUDIT-ARCHIVE split files.
      ******************************************************************
       FD ARCHIVE-INPUT-FILE.
       01 ARCHIVE-AUDIT-RECORD                 PIC X(259).

       FD FEED-PARM-FILE.
       01 FEED-PARM-RECORD.
           02 PARM-RUN-MODE                    PIC X(1).
               88 PARM-IS-RESEND               VALUE "R".
           02 FILLER                           PIC X(1).
           02 PARM-RESEND-DATE                 PIC 9(8).

       FD FEED-REPORT-FILE.
       01 FEED-REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                     PIC X(2).
       01  WS-CATALOG-STATUS                   PIC X(2).
       01  WS-ARCHIVE-INPUT-STATUS             PIC X(2).
       01  WS-FEED-STATUS                      PIC X(2).
       01  WS-PROVISION-CONTROL-STATUS         PIC X(2).
       01  WS-PARM-STATUS                      PIC X(2).
       01  WS-REPORT-STATUS                    PIC X(2).

       01  WS-EOF-AUDIT                        PIC X(1) VALUE "N".
       01  WS-EOF-CATALOG                      PIC X(1) VALUE "N".
       01  WS-EOF-ARCHIVE                      PIC X(1) VALUE "N".
       01  WS-EOF-PARM                         PIC X(1) VALUE "N".
       01  WS-ARCHIVE-DSNAME                   PIC X(44).
       01  WS-ARCHIVE-RECORDS-READ             PIC 9(8).
       01  WS-ARCHIVE-GAPS                     PIC 9(4) VALUE 0.
       01  WS-RUN-DATE                         PIC 9(8).

       01  WS-FEED-MODE                        PIC X(1) VALUE "N".
           88 FEED-IS-NIGHTLY                  VALUE "N".
           88 FEED-IS-RESEND                   VALUE "R".
       01  WS-RESEND-DATE                      PIC 9(8) VALUE 0.

       01  WS-CONTROL-ON-FILE                  PIC X(1) VALUE "N".
       01  WS-SEQUENCE-NUMBER                  PIC 9(8) VALUE 0.
       01  WS-HIGH-WATER-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  WS-NEW-HIGH-WATER                   PIC X(21) VALUE SPACES.

       01  WS-EVENT-TYPE                       PIC X(1).
       01  WS-MOVE-CHANGED                     PIC X(1).

       01  WS-JOURNAL-READ                     PIC 9(9) VALUE 0.
       01  WS-JOURNAL-SELECTED                 PIC 9(9) VALUE 0.
       01  WS-PURGE-SKIPPED                    PIC 9(6) VALUE 0.
       01  WS-DETAIL-COUNT                     PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL                       PIC 9(12) VALUE 0.
       01  WS-STARTER-COUNT                    PIC 9(6) VALUE 0.
       01  WS-MOVER-COUNT                      PIC 9(6) VALUE 0.
       01  WS-LEAVER-COUNT                     PIC 9(6) VALUE 0.
       01  WS-LEAVE-START-COUNT                PIC 9(6) VALUE 0.
       01  WS-LEAVE-RETURN-COUNT               PIC 9(6) VALUE 0.

       01  WS-TITLE-LINE.
           02 FILLER                           PIC X(31)
                   VALUE "IT PROVISIONING FEED - SEQUENCE".
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-TTL-SEQUENCE                  PIC 9(8).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-TTL-MODE                      PIC X(30).
       01  WS-ARCHIVE-WARNING-LINE.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-ARC-WARNING-TEXT              PIC X(30).
           02 WS-ARC-WARNING-DSNAME            PIC X(44).
       01  WS-COLUMN-LINE.
           02 FILLER                           PIC X(3) VALUE "EV".
           02 FILLER                           PIC X(8) VALUE "STAFF".
           02 FILLER                           PIC X(21)
                   VALUE "SURNAME".
           02 FILLER                           PIC X(15)
                   VALUE "APPLIED".
           02 FILLER                           PIC X(21)
                   VALUE "DEPARTMENT WAS".
           02 FILLER                           PIC X(21)
                   VALUE "DEPARTMENT NOW".
           02 FILLER                           PIC X(6) VALUE "ST".
           02 FILLER                           PIC X(30)
                   VALUE "JOB TITLE NOW".
       01  WS-DETAIL-LINE.
           02 WS-DTL-EVENT                     PIC X(1).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-DTL-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-DTL-SURNAME                   PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-TIMESTAMP                 PIC X(14).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-OLD-DEPARTMENT-CODE       PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-NEW-DEPARTMENT-CODE       PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-OLD-STATUS                PIC X(1).
           02 FILLER                           PIC X(1) VALUE ">".
           02 WS-DTL-NEW-STATUS                PIC X(1).
           02 FILLER                           PIC X(3) VALUE SPACES.
           02 WS-DTL-NEW-JOB-TITLE             PIC X(30).
       01  WS-SUMMARY-LINE.
           02 WS-SUM-LABEL                     PIC X(32).
           02 WS-SUM-COUNT                     PIC ZZZ,ZZZ,ZZ9.

           COPY RUNLNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-FEED-PARM
           IF FEED-IS-NIGHTLY
               PERFORM CHECK-RUN-LEDGER-START
           END-IF
           PERFORM INITIALIZE-FEED
           IF FEED-IS-RESEND
               PERFORM REPLAY-ARCHIVED-PERIODS
           END-IF
           PERFORM SCAN-LIVE-JOURNAL
           PERFORM TERMINATE-FEED
           IF FEED-IS-NIGHTLY
               PERFORM RECORD-RUN-LEDGER-END
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * No PRVPARM, or a blank one, is the normal nightly run.
      *----------------------------------------------------------------
       READ-FEED-PARM.
           OPEN INPUT FEED-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ FEED-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PARM
               END-READ
               IF WS-EOF-PARM NOT = "Y"
                       AND FEED-PARM-RECORD NOT = SPACES
                   IF PARM-IS-RESEND
                           AND PARM-RESEND-DATE IS NUMERIC
                           AND PARM-RESEND-DATE > 19000101
                       MOVE "R" TO WS-FEED-MODE
                       MOVE PARM-RESEND-DATE TO WS-RESEND-DATE
                   ELSE
                       DISPLAY "IT-PROVISION-FEED NOT RUN - BAD "
                           "PRVPARM CARD: " FEED-PARM-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE FEED-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * Follows PERSONNEL-MAINT - the feed must not tell IT about a
      * batch that only half-applied.
      *----------------------------------------------------------------
       CHECK-RUN-LEDGER-START.
           MOVE "S" TO RLNK-ACTION
           MOVE "IT-PROVISION-FEED" TO RLNK-PROGRAM-ID
           MOVE "PERSONNEL-MAINT" TO RLNK-PREDECESSOR-ID
           MOVE 0 TO RLNK-RETURN-CODE
           CALL "RUN-LEDGER" USING RUN-LEDGER-PARMS
           IF RLNK-RESULT NOT = "Y"
               DISPLAY "IT-PROVISION-FEED NOT RUN - "
                   RLNK-REFUSAL-TEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-RUN-LEDGER-END.
           MOVE "E" TO RLNK-ACTION
           MOVE "IT-PROVISION-FEED" TO RLNK-PROGRAM-ID
           MOVE SPACES TO RLNK-PREDECESSOR-ID
           MOVE RETURN-CODE TO RLNK-RETURN-CODE
           CALL "RUN-LEDGER" USING RUN-LEDGER-PARMS.

       INITIALIZE-FEED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN I-O PROVISIONING-CONTROL-FILE
           IF WS-PROVISION-CONTROL-STATUS = "35"
               OPEN OUTPUT PROVISIONING-CONTROL-FILE
               CLOSE PROVISIONING-CONTROL-FILE
               OPEN I-O PROVISIONING-CONTROL-FILE
           END-IF
           IF WS-PROVISION-CONTROL-STATUS NOT = "00"
               DISPLAY "IT-PROVISION-FEED ABORTED - PRVCTL OPEN "
                   "STATUS " WS-PROVISION-CONTROL-STATUS
               PERFORM ABORT-FEED
           END-IF
           MOVE "LASTSENT" TO PVC-KEY
           READ PROVISIONING-CONTROL-FILE KEY IS PVC-KEY
           IF WS-PROVISION-CONTROL-STATUS = "00"
               MOVE "Y" TO WS-CONTROL-ON-FILE
               MOVE PVC-LAST-SEQUENCE TO WS-SEQUENCE-NUMBER
               MOVE PVC-LAST-SENT-TIMESTAMP
                   TO WS-HIGH-WATER-TIMESTAMP
           END-IF
           ADD 1 TO WS-SEQUENCE-NUMBER
           MOVE WS-HIGH-WATER-TIMESTAMP TO WS-NEW-HIGH-WATER
           OPEN OUTPUT PROVISIONING-FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "IT-PROVISION-FEED ABORTED - PRVFEED OPEN "
                   "STATUS " WS-FEED-STATUS
               PERFORM ABORT-FEED
           END-IF
           OPEN OUTPUT FEED-REPORT-FILE
           MOVE WS-SEQUENCE-NUMBER TO WS-TTL-SEQUENCE
           IF FEED-IS-RESEND
               MOVE SPACES TO WS-TTL-MODE
               STRING "RESEND FOR " DELIMITED BY SIZE
                   WS-RESEND-DATE DELIMITED BY SIZE
                   INTO WS-TTL-MODE
               END-STRING
           ELSE
               MOVE "NIGHTLY" TO WS-TTL-MODE
           END-IF
           WRITE FEED-REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE FROM WS-COLUMN-LINE
           MOVE SPACES TO PROVISIONING-FEED-RECORD
           MOVE "H" TO PRV-RECORD-TYPE
           MOVE WS-SEQUENCE-NUMBER TO PRV-SEQUENCE-NUMBER
           MOVE WS-RUN-DATE TO PRV-CREATED-DATE
           MOVE WS-FEED-MODE TO PRV-FILE-MODE
           IF FEED-IS-RESEND
               MOVE WS-RESEND-DATE TO PRV-COVERS-DATE
           ELSE
               MOVE WS-RUN-DATE TO PRV-COVERS-DATE
           END-IF
           WRITE PROVISIONING-FEED-RECORD.

      *----------------------------------------------------------------
      * The nightly run books its failure on the ledger so the rest
      * of the stream holds; a resend just stops.
      *----------------------------------------------------------------
       ABORT-FEED.
           MOVE 16 TO RETURN-CODE
           IF FEED-IS-NIGHTLY
               PERFORM RECORD-RUN-LEDGER-END
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * A resend replays the archive periods in catalogue order before
      * the live journal - the date asked for may be behind the last
      * period-end cut.  An archive that cannot be read in full is
      * flagged on the listing: the resend may then be short.
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
           OPEN INPUT ARCHIVE-INPUT-FILE
           IF WS-ARCHIVE-INPUT-STATUS = "00"
               PERFORM READ-ARCHIVE-RECORD
               PERFORM SCAN-ONE-ARCHIVE-RECORD
                   UNTIL WS-EOF-ARCHIVE = "Y"
               CLOSE ARCHIVE-INPUT-FILE
               IF WS-ARCHIVE-RECORDS-READ NOT = CAT-RECORD-COUNT
                   MOVE "** ARCHIVE SHORT OF CATALOG: "
                       TO WS-ARC-WARNING-TEXT
                   MOVE CAT-ARCHIVE-DSNAME TO WS-ARC-WARNING-DSNAME
                   WRITE FEED-REPORT-LINE
                       FROM WS-ARCHIVE-WARNING-LINE
                   ADD 1 TO WS-ARCHIVE-GAPS
               END-IF
           ELSE
               MOVE "** ARCHIVE NOT AVAILABLE:    "
                   TO WS-ARC-WARNING-TEXT
               MOVE CAT-ARCHIVE-DSNAME TO WS-ARC-WARNING-DSNAME
               WRITE FEED-REPORT-LINE
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
      * selection logic work on it unchanged.
      *----------------------------------------------------------------
       SCAN-ONE-ARCHIVE-RECORD.
           MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
           PERFORM SELECT-JOURNAL-RECORD
           PERFORM READ-ARCHIVE-RECORD.

       SCAN-LIVE-JOURNAL.
           MOVE "N" TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-RECORD
               PERFORM SCAN-ONE-AUDIT-RECORD
                   UNTIL WS-EOF-AUDIT = "Y"
               CLOSE AUDIT-FILE
           ELSE
               IF FEED-IS-NIGHTLY
                   DISPLAY "IT-PROVISION-FEED ABORTED - AUDIT OPEN "
                       "STATUS " WS-AUDIT-STATUS
                   PERFORM ABORT-FEED
               END-IF
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AUDIT
           END-READ.

       SCAN-ONE-AUDIT-RECORD.
           PERFORM SELECT-JOURNAL-RECORD
           PERFORM READ-AUDIT-RECORD.

      *----------------------------------------------------------------
      * Nightly: everything after the high-water mark - or, the very
      * first night with no control record yet, everything applied
      * today.  Resend: everything applied on the date asked for.
      *----------------------------------------------------------------
       SELECT-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-READ
           IF FEED-IS-RESEND
               IF AUD-TIMESTAMP(1:8) = WS-RESEND-DATE
                   PERFORM CLASSIFY-JOURNAL-RECORD
               END-IF
           ELSE
               IF WS-CONTROL-ON-FILE = "Y"
                   IF AUD-TIMESTAMP > WS-HIGH-WATER-TIMESTAMP
                       PERFORM CLASSIFY-JOURNAL-RECORD
                   END-IF
               ELSE
                   IF AUD-TIMESTAMP(1:8) >= WS-RUN-DATE
                       PERFORM CLASSIFY-JOURNAL-RECORD
                   END-IF
               END-IF
               IF AUD-TIMESTAMP > WS-NEW-HIGH-WATER
                   MOVE AUD-TIMESTAMP TO WS-NEW-HIGH-WATER
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A status change is sent as its own event; a department or
      * title change on top of a leave start or return is sent as a
      * move as well.  A termination or a reinstatement already
      * carries the before and after values, so no separate move is
      * sent with it.
      *----------------------------------------------------------------
       CLASSIFY-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-SELECTED
           MOVE "N" TO WS-MOVE-CHANGED
           EVALUATE TRUE
               WHEN AUD-TRAN-IS-ADD
                   IF AUD-NEW-EMPLOYMENT-STATUS NOT = "T"
                       MOVE "S" TO WS-EVENT-TYPE
                       PERFORM WRITE-FEED-DETAIL
                   END-IF
               WHEN AUD-TRAN-IS-DELETE
                   IF AUD-OPERATOR-ID = "LVPURGE"
                       ADD 1 TO WS-PURGE-SKIPPED
                   ELSE
                       IF AUD-OLD-EMPLOYMENT-STATUS NOT = "T"
                           MOVE "T" TO WS-EVENT-TYPE
                           PERFORM WRITE-FEED-DETAIL
                       END-IF
                   END-IF
               WHEN AUD-TRAN-IS-CHANGE
                   IF AUD-OLD-DEPARTMENT-CODE
                           NOT = AUD-NEW-DEPARTMENT-CODE
                           OR AUD-OLD-JOB-TITLE NOT = AUD-NEW-JOB-TITLE
                       MOVE "Y" TO WS-MOVE-CHANGED
                   END-IF
                   PERFORM CLASSIFY-STATUS-CHANGE
           END-EVALUATE.

       CLASSIFY-STATUS-CHANGE.
           MOVE SPACES TO WS-EVENT-TYPE
           EVALUATE TRUE
               WHEN AUD-OLD-EMPLOYMENT-STATUS
                       = AUD-NEW-EMPLOYMENT-STATUS
                   CONTINUE
               WHEN AUD-NEW-EMPLOYMENT-STATUS = "T"
                   MOVE "T" TO WS-EVENT-TYPE
               WHEN AUD-OLD-EMPLOYMENT-STATUS = "T"
                   MOVE "S" TO WS-EVENT-TYPE
               WHEN AUD-NEW-EMPLOYMENT-STATUS = "L"
                   MOVE "L" TO WS-EVENT-TYPE
               WHEN AUD-OLD-EMPLOYMENT-STATUS = "L"
                   MOVE "R" TO WS-EVENT-TYPE
           END-EVALUATE
           IF WS-EVENT-TYPE NOT = SPACES
               PERFORM WRITE-FEED-DETAIL
           END-IF
           IF WS-MOVE-CHANGED = "Y"
                   AND AUD-NEW-EMPLOYMENT-STATUS NOT = "T"
                   AND WS-EVENT-TYPE NOT = "S"
               MOVE "M" TO WS-EVENT-TYPE
               PERFORM WRITE-FEED-DETAIL
           END-IF.

       WRITE-FEED-DETAIL.
           MOVE SPACES TO PROVISIONING-FEED-RECORD
           MOVE "D" TO PRV-RECORD-TYPE
           MOVE WS-EVENT-TYPE TO PRV-EVENT-TYPE
           MOVE AUD-STAFF-ID-NUMBER TO PRV-STAFF-ID-NUMBER
           IF AUD-TRAN-IS-DELETE
               MOVE AUD-OLD-SURNAME TO PRV-SURNAME
               MOVE AUD-OLD-FIRST-NAME TO PRV-FIRST-NAME
           ELSE
               MOVE AUD-NEW-SURNAME TO PRV-SURNAME
               MOVE AUD-NEW-FIRST-NAME TO PRV-FIRST-NAME
           END-IF
           MOVE AUD-TIMESTAMP(1:14) TO PRV-EFFECTIVE-TIMESTAMP
           IF NOT AUD-TRAN-IS-ADD
               MOVE AUD-OLD-DEPARTMENT-CODE
                   TO PRV-OLD-DEPARTMENT-CODE
               MOVE AUD-OLD-JOB-TITLE TO PRV-OLD-JOB-TITLE
               MOVE AUD-OLD-EMPLOYMENT-STATUS
                   TO PRV-OLD-EMPLOYMENT-STATUS
           END-IF
           IF NOT AUD-TRAN-IS-DELETE
               MOVE AUD-NEW-DEPARTMENT-CODE
                   TO PRV-NEW-DEPARTMENT-CODE
               MOVE AUD-NEW-JOB-TITLE TO PRV-NEW-JOB-TITLE
               MOVE AUD-NEW-EMPLOYMENT-STATUS
                   TO PRV-NEW-EMPLOYMENT-STATUS
           END-IF
           MOVE AUD-OPERATOR-ID TO PRV-OPERATOR-ID
           WRITE PROVISIONING-FEED-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD AUD-STAFF-ID-NUMBER TO WS-HASH-TOTAL
           EVALUATE WS-EVENT-TYPE
               WHEN "S"
                   ADD 1 TO WS-STARTER-COUNT
               WHEN "M"
                   ADD 1 TO WS-MOVER-COUNT
               WHEN "T"
                   ADD 1 TO WS-LEAVER-COUNT
               WHEN "L"
                   ADD 1 TO WS-LEAVE-START-COUNT
               WHEN "R"
                   ADD 1 TO WS-LEAVE-RETURN-COUNT
           END-EVALUATE
           MOVE PRV-EVENT-TYPE TO WS-DTL-EVENT
           MOVE PRV-STAFF-ID-NUMBER TO WS-DTL-STAFF-ID
           MOVE PRV-SURNAME TO WS-DTL-SURNAME
           MOVE PRV-EFFECTIVE-TIMESTAMP TO WS-DTL-TIMESTAMP
           MOVE PRV-OLD-DEPARTMENT-CODE TO WS-DTL-OLD-DEPARTMENT-CODE
           MOVE PRV-NEW-DEPARTMENT-CODE TO WS-DTL-NEW-DEPARTMENT-CODE
           MOVE PRV-OLD-EMPLOYMENT-STATUS TO WS-DTL-OLD-STATUS
           MOVE PRV-NEW-EMPLOYMENT-STATUS TO WS-DTL-NEW-STATUS
           MOVE PRV-NEW-JOB-TITLE TO WS-DTL-NEW-JOB-TITLE
           WRITE FEED-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * The control record is only moved on once the feed file is
      * complete - a run that dies before here sends the same records
      * again under the same sequence number on the rerun.
      *----------------------------------------------------------------
       TERMINATE-FEED.
           MOVE SPACES TO PROVISIONING-FEED-RECORD
           MOVE "T" TO PRV-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO PRV-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO PRV-HASH-TOTAL
           WRITE PROVISIONING-FEED-RECORD
           CLOSE PROVISIONING-FEED-FILE
           MOVE "LASTSENT" TO PVC-KEY
           MOVE WS-SEQUENCE-NUMBER TO PVC-LAST-SEQUENCE
           IF FEED-IS-NIGHTLY
               MOVE WS-NEW-HIGH-WATER TO PVC-LAST-SENT-TIMESTAMP
           ELSE
               MOVE WS-HIGH-WATER-TIMESTAMP
                   TO PVC-LAST-SENT-TIMESTAMP
           END-IF
           MOVE WS-RUN-DATE TO PVC-LAST-RUN-DATE
           MOVE WS-FEED-MODE TO PVC-LAST-FILE-MODE
           IF WS-CONTROL-ON-FILE = "Y"
               REWRITE PROVISIONING-CONTROL-RECORD
           ELSE
               WRITE PROVISIONING-CONTROL-RECORD
           END-IF
           CLOSE PROVISIONING-CONTROL-FILE
           MOVE SPACES TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           MOVE "JOURNAL RECORDS READ:" TO WS-SUM-LABEL
           MOVE WS-JOURNAL-READ TO WS-SUM-COUNT
           WRITE FEED-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "JOURNAL RECORDS SELECTED:" TO WS-SUM-LABEL
           MOVE WS-JOURNAL-SELECTED TO WS-SUM-COUNT
           WRITE FEED-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "PURGE DELETES NOT SENT:" TO WS-SUM-LABEL
           MOVE WS-PURGE-SKIPPED TO WS-SUM-COUNT
           WRITE FEED-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "STARTERS:" TO WS-SUM-LABEL
           MOVE WS-STARTER-COUNT TO WS-SUM-COUNT
           WRITE FEED-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "MOVERS:" TO WS-SUM-LABEL
           MOVE WS-MOVER-COUNT TO WS-SUM-COUNT
           WRITE FEED-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "LEAVERS:" TO WS-SUM-LABEL
           MOVE WS-LEAVER-COUNT TO WS-SUM-COUNT
           WRITE FEED-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "LEAVE STARTS:" TO WS-SUM-LABEL
           MOVE WS-LEAVE-START-COUNT TO WS-SUM-COUNT
           WRITE FEED-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "LEAVE RETURNS:" TO WS-SUM-LABEL
           MOVE WS-LEAVE-RETURN-COUNT TO WS-SUM-COUNT
           WRITE FEED-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "FEED DETAIL RECORDS:" TO WS-SUM-LABEL
           MOVE WS-DETAIL-COUNT TO WS-SUM-COUNT
           WRITE FEED-REPORT-LINE FROM WS-SUMMARY-LINE
           IF WS-ARCHIVE-GAPS > 0
               MOVE "** RESEND MAY BE SHORT - ARCHIVE GAPS **"
                   TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE FEED-REPORT-FILE.

       END PROGRAM IT-PROVISION-FEED.
