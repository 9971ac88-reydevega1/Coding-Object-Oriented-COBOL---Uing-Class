      ******************************************************************
      * Author:
      * Date:
      * Purpose: Periodic purge of terminated employees off
      * PERSONNEL-FILE.  EMPLOYMENT-STATUS "T" records otherwise stay
      * on the live file for ever, and every roster, reconcile,
      * unload and extract pass reads them only to skip them.  Each
      * terminated employee whose termination is older than the
      * retention period on PRGPARM is moved to the leavers archive
      * file (LVRMAS) - final EMPLOYEE-RECORD image plus the
      * termination date - deleted off PERSONNEL-FILE with a "D"
      * record on the audit journal so the history enquiry still
      * ends in a deletion, and its id retired on the staff-id
      * control file the same way a maintenance delete retires one.
      * The termination date is the date the employee's last move
      * to "T" was journalled, found by replaying every catalogued
      * archive period (ARCCAT) and then the live journal; a leaver
      * whose termination cannot be found there is kept and listed
      * for HR rather than guessed at.  The purge listing (PRGRPT)
      * balances terminated records found against purged and kept,
      * "D" records written against purged, and the leavers file
      * growth against purged; a run that does not balance ends
      * RETURN-CODE 8, one with listed exceptions ends 4.  With no
      * usable retention period the run purges nothing and ends 16.
      * A purge whose "D" journal record or retired-id control record
      * cannot be written stops the run there and ends 16 - the
      * leaver has left PERSONNEL-FILE and the listing names it.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVER-PURGE.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERSSEL.
           COPY AUDSEL.
           COPY CATSEL.
           COPY STFSEL.
           COPY LVRSEL.

           SELECT ARCHIVE-INPUT-FILE ASSIGN TO WS-ARCHIVE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-INPUT-STATUS.

           SELECT PURGE-PARM-FILE ASSIGN TO PRGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PURGE-REPORT-FILE ASSIGN TO PRGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PERSFD.
           COPY AUDFD.
           COPY CATFD.
           COPY STFFD.
           COPY LVRFD.

      ******************************************************************
      * Archive files carry unaltered AUDIT-RECORD images - the
      * PIC X(259) width is the AUDIT-RECORD length in AUDFD, kept in
      * step by hand, same as the AUDIT-ARCHIVE split files.
      ******************************************************************
       FD ARCHIVE-INPUT-FILE.
       01 ARCHIVE-AUDIT-RECORD                 PIC X(259).

       FD PURGE-PARM-FILE.
       01 PURGE-PARM-RECORD.
           02 PARM-RETENTION-DAYS              PIC 9(5).

       FD PURGE-REPORT-FILE.
       01 PURGE-REPORT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PERSONNEL-STATUS                 PIC X(2).
       01  WS-AUDIT-STATUS                     PIC X(2).
       01  WS-CATALOG-STATUS                   PIC X(2).
       01  WS-STAFF-CONTROL-STATUS             PIC X(2).
       01  WS-LEAVERS-STATUS                   PIC X(2).
       01  WS-ARCHIVE-INPUT-STATUS             PIC X(2).
       01  WS-PARM-STATUS                      PIC X(2).
       01  WS-REPORT-STATUS                    PIC X(2).

       01  WS-EOF-PERSONNEL                    PIC X(1) VALUE "N".
       01  WS-EOF-AUDIT                        PIC X(1) VALUE "N".
       01  WS-EOF-CATALOG                      PIC X(1) VALUE "N".
       01  WS-EOF-ARCHIVE                      PIC X(1) VALUE "N".
       01  WS-EOF-LEAVERS                      PIC X(1) VALUE "N".
       01  WS-EOF-PARM                         PIC X(1) VALUE "N".
       01  WS-ARCHIVE-DSNAME                   PIC X(44).
       01  WS-ARCHIVE-RECORDS-READ             PIC 9(8).

       01  WS-RUN-DATE                         PIC 9(8).
       01  WS-RETENTION-DAYS                   PIC 9(5) VALUE 0.
       01  WS-CUTOFF-DATE                      PIC 9(8).
       01  WS-CUTOFF-INTEGER                   PIC 9(8).
       01  WS-PURGE-OPERATOR-ID                PIC X(8) VALUE "LVPURGE".
       01  WS-PURGE-INDEX                      PIC 9(8).
       01  WS-PURGE-OUTCOME                    PIC X(30).
       01  WS-LEAVER-WRITTEN                   PIC X(1).

      *    Terminated employees found on PERSONNEL-FILE, loaded in
      *    STAFF-ID-NUMBER order off the primary key so the journal
      *    replay can find each one by binary search.
       01  WS-MAX-LEAVERS                      PIC 9(8) VALUE 20000.
       01  WS-LEAVER-TABLE.
           02 WS-LEAVER-COUNT                  PIC 9(8) COMP VALUE 0.
           02 WS-LEAVER-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-LEAVER-COUNT
                   ASCENDING KEY IS WS-LVT-STAFF-ID
                   INDEXED BY WS-LVT-INDEX.
               03 WS-LVT-STAFF-ID              PIC 9(6).
               03 WS-LVT-TERM-DATE             PIC 9(8).

       01  WS-PERSONNEL-READ                   PIC 9(9) VALUE 0.
       01  WS-TERMINATED-FOUND                 PIC 9(9) VALUE 0.
       01  WS-NOT-CONSIDERED                   PIC 9(9) VALUE 0.
       01  WS-PURGED-COUNT                     PIC 9(9) VALUE 0.
       01  WS-KEPT-RETENTION                   PIC 9(9) VALUE 0.
       01  WS-KEPT-NO-DATE                     PIC 9(9) VALUE 0.
       01  WS-KEPT-EXCEPTION                   PIC 9(9) VALUE 0.
       01  WS-AUDIT-WRITTEN                    PIC 9(9) VALUE 0.
       01  WS-LEAVERS-BEFORE                   PIC 9(9) VALUE 0.
       01  WS-LEAVERS-AFTER                    PIC 9(9) VALUE 0.
       01  WS-LEAVERS-COUNTED                  PIC 9(9) VALUE 0.
       01  WS-STAFF-ID-HASH                    PIC 9(12) VALUE 0.
       01  WS-ARCHIVE-WARNINGS                 PIC 9(4) VALUE 0.
       01  WS-OUT-OF-BALANCE                   PIC X(1) VALUE "N".

       01  WS-PARM-LINE.
           02 FILLER                           PIC X(10)
                   VALUE "RUN DATE: ".
           02 WS-PRM-RUN-DATE                  PIC 9(8).
           02 FILLER                           PIC X(18)
                   VALUE "  RETENTION DAYS: ".
           02 WS-PRM-RETENTION-DAYS            PIC ZZZZ9.
           02 FILLER                           PIC X(33)
                   VALUE "  PURGING TERMINATIONS ON/BEFORE ".
           02 WS-PRM-CUTOFF-DATE               PIC 9(8).
       01  WS-COLUMN-LINE.
           02 FILLER                           PIC X(10)
                   VALUE "STAFF ID".
           02 FILLER                           PIC X(21)
                   VALUE "SURNAME".
           02 FILLER                           PIC X(21)
                   VALUE "FIRST NAME".
           02 FILLER                           PIC X(21)
                   VALUE "DEPARTMENT".
           02 FILLER                           PIC X(10)
                   VALUE "TERM DATE".
           02 FILLER                           PIC X(30)
                   VALUE "OUTCOME".
       01  WS-DETAIL-LINE.
           02 WS-DTL-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(4) VALUE SPACES.
           02 WS-DTL-SURNAME                   PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-FIRST-NAME                PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-DEPARTMENT-CODE           PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-TERM-DATE                 PIC 9(8).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-DTL-OUTCOME                   PIC X(30).
       01  WS-ARCHIVE-WARNING-LINE.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-ARC-WARNING-TEXT              PIC X(30).
           02 WS-ARC-WARNING-DSNAME            PIC X(44).
       01  WS-TOTAL-LINE.
           02 WS-TOT-LABEL                     PIC X(36).
           02 WS-TOT-COUNT                     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PURGE
           PERFORM LOAD-TERMINATED-EMPLOYEES
           PERFORM FIND-TERMINATION-DATES
           MOVE 0 TO WS-PURGE-INDEX
           PERFORM PURGE-ONE-LEAVER
               UNTIL WS-PURGE-INDEX >= WS-LEAVER-COUNT
           PERFORM TERMINATE-PURGE
           STOP RUN.

      *----------------------------------------------------------------
      * A purge deletes records, so it does not run on a default: no
      * usable retention period on PRGPARM and nothing is touched.
      * The cut-off is the latest termination date old enough to go.
      *----------------------------------------------------------------
       INITIALIZE-PURGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-PURGE-PARM
           IF WS-RETENTION-DAYS = 0
               DISPLAY "LEAVER PURGE NOT RUN - NO RETENTION PERIOD "
                   "ON PRGPARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-RETENTION-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               TO WS-CUTOFF-DATE
           OPEN I-O PERSONNEL-FILE
           IF WS-PERSONNEL-STATUS NOT = "00"
               DISPLAY "LEAVER PURGE ABORTED - STAFF OPEN STATUS "
                   WS-PERSONNEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LEAVERS-FILE
           IF WS-LEAVERS-STATUS = "35"
               OPEN OUTPUT LEAVERS-FILE
               CLOSE LEAVERS-FILE
               OPEN I-O LEAVERS-FILE
           END-IF
           OPEN I-O STAFF-ID-CONTROL-FILE
           IF WS-STAFF-CONTROL-STATUS = "35"
               OPEN OUTPUT STAFF-ID-CONTROL-FILE
               CLOSE STAFF-ID-CONTROL-FILE
               OPEN I-O STAFF-ID-CONTROL-FILE
           END-IF
           OPEN OUTPUT PURGE-REPORT-FILE
           MOVE "LEAVER PURGE LISTING" TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-LINE
           MOVE WS-RUN-DATE TO WS-PRM-RUN-DATE
           MOVE WS-RETENTION-DAYS TO WS-PRM-RETENTION-DAYS
           MOVE WS-CUTOFF-DATE TO WS-PRM-CUTOFF-DATE
           WRITE PURGE-REPORT-LINE FROM WS-PARM-LINE
           MOVE SPACES TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-LINE
           PERFORM COUNT-LEAVERS-ON-FILE
           MOVE WS-LEAVERS-COUNTED TO WS-LEAVERS-BEFORE.

       READ-PURGE-PARM.
           OPEN INPUT PURGE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PURGE-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PARM
               END-READ
               IF WS-EOF-PARM NOT = "Y"
                       AND PARM-RETENTION-DAYS IS NUMERIC
                   MOVE PARM-RETENTION-DAYS TO WS-RETENTION-DAYS
               END-IF
               CLOSE PURGE-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * The leavers file is counted before and after the purge - the
      * difference has to be exactly what the listing says went on.
      *----------------------------------------------------------------
       COUNT-LEAVERS-ON-FILE.
           MOVE 0 TO WS-LEAVERS-COUNTED
           MOVE "N" TO WS-EOF-LEAVERS
           MOVE 0 TO LVR-STAFF-ID-NUMBER
           START LEAVERS-FILE
                   KEY IS NOT LESS THAN LVR-STAFF-ID-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-LEAVERS
           END-START
           PERFORM COUNT-ONE-LEAVER
               UNTIL WS-EOF-LEAVERS = "Y".

       COUNT-ONE-LEAVER.
           READ LEAVERS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LEAVERS
               NOT AT END
                   ADD 1 TO WS-LEAVERS-COUNTED
           END-READ.

      *----------------------------------------------------------------
      * One pass of PERSONNEL-FILE in primary key order picks out the
      * terminated employees.  More of them than the table holds is
      * not an error - the rest are simply left for the next purge and
      * counted as not considered.
      *----------------------------------------------------------------
       LOAD-TERMINATED-EMPLOYEES.
           MOVE 0 TO STAFF-ID-NUMBER
           START PERSONNEL-FILE
                   KEY IS NOT LESS THAN STAFF-ID-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-START
           IF WS-EOF-PERSONNEL NOT = "Y"
               PERFORM READ-NEXT-PERSONNEL
           END-IF
           PERFORM NOTE-ONE-EMPLOYEE
               UNTIL WS-EOF-PERSONNEL = "Y".

       READ-NEXT-PERSONNEL.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-READ
           IF WS-EOF-PERSONNEL NOT = "Y"
               ADD 1 TO WS-PERSONNEL-READ
           END-IF.

       NOTE-ONE-EMPLOYEE.
           IF EMPLOYMENT-IS-TERMINATED
               IF WS-LEAVER-COUNT < WS-MAX-LEAVERS
                   ADD 1 TO WS-LEAVER-COUNT
                   ADD 1 TO WS-TERMINATED-FOUND
                   MOVE STAFF-ID-NUMBER
                       TO WS-LVT-STAFF-ID(WS-LEAVER-COUNT)
                   MOVE 0 TO WS-LVT-TERM-DATE(WS-LEAVER-COUNT)
               ELSE
                   ADD 1 TO WS-NOT-CONSIDERED
               END-IF
           END-IF
           PERFORM READ-NEXT-PERSONNEL.

      *----------------------------------------------------------------
      * Archive periods first, in catalogue (chronological) order, then
      * the live journal - so a later termination of the same id
      * overwrites an earlier one and the date left standing is the
      * employee's last move to "T".  A gap in the archives is put on
      * the listing: a leaver whose termination is in a missing period
      * simply has no date found and is kept.
      *----------------------------------------------------------------
       FIND-TERMINATION-DATES.
           IF WS-LEAVER-COUNT > 0
               PERFORM REPLAY-ARCHIVED-PERIODS
               MOVE "N" TO WS-EOF-AUDIT
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   PERFORM READ-AUDIT-RECORD
                   PERFORM SCAN-ONE-AUDIT-RECORD
                       UNTIL WS-EOF-AUDIT = "Y"
                   CLOSE AUDIT-FILE
               END-IF
           END-IF
           IF WS-ARCHIVE-WARNINGS > 0
               MOVE SPACES TO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
           END-IF
           WRITE PURGE-REPORT-LINE FROM WS-COLUMN-LINE.

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
                   WRITE PURGE-REPORT-LINE
                       FROM WS-ARCHIVE-WARNING-LINE
                   ADD 1 TO WS-ARCHIVE-WARNINGS
               END-IF
           ELSE
               MOVE "** ARCHIVE NOT AVAILABLE:    "
                   TO WS-ARC-WARNING-TEXT
               MOVE CAT-ARCHIVE-DSNAME TO WS-ARC-WARNING-DSNAME
               WRITE PURGE-REPORT-LINE
                   FROM WS-ARCHIVE-WARNING-LINE
               ADD 1 TO WS-ARCHIVE-WARNINGS
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

       SCAN-ONE-ARCHIVE-RECORD.
           MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
           PERFORM NOTE-TERMINATION
           PERFORM READ-ARCHIVE-RECORD.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AUDIT
           END-READ.

       SCAN-ONE-AUDIT-RECORD.
           PERFORM NOTE-TERMINATION
           PERFORM READ-AUDIT-RECORD.

      *----------------------------------------------------------------
      * A termination is an add or change whose after-image says "T"
      * and whose before-image did not - a change that only touches
      * some other field of someone already terminated is not a new
      * termination date.
      *----------------------------------------------------------------
       NOTE-TERMINATION.
           IF NOT AUD-TRAN-IS-DELETE
                   AND AUD-NEW-EMPLOYMENT-STATUS = "T"
                   AND AUD-OLD-EMPLOYMENT-STATUS NOT = "T"
                   AND AUD-TIMESTAMP(1:8) IS NUMERIC
               SEARCH ALL WS-LEAVER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LVT-STAFF-ID(WS-LVT-INDEX)
                           = AUD-STAFF-ID-NUMBER
                       MOVE AUD-TIMESTAMP(1:8)
                           TO WS-LVT-TERM-DATE(WS-LVT-INDEX)
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * Each leaver is re-read by key before it goes - the record the
      * leavers file keeps is the one actually deleted.  A leaver is
      * only deleted once its leavers-file record is safely written,
      * and the leavers record is taken back off if the delete then
      * fails, so an employee is never on both files or neither.
      *----------------------------------------------------------------
       PURGE-ONE-LEAVER.
           ADD 1 TO WS-PURGE-INDEX
           EVALUATE TRUE
               WHEN WS-LVT-TERM-DATE(WS-PURGE-INDEX) = 0
                   ADD 1 TO WS-KEPT-NO-DATE
                   MOVE "KEPT - NO TERMINATION JOURNALLED"
                       TO WS-PURGE-OUTCOME
                   PERFORM READ-LEAVER-FOR-LISTING
                   PERFORM WRITE-PURGE-DETAIL
               WHEN WS-LVT-TERM-DATE(WS-PURGE-INDEX) > WS-CUTOFF-DATE
                   ADD 1 TO WS-KEPT-RETENTION
               WHEN OTHER
                   PERFORM MOVE-LEAVER-OFF-FILE
           END-EVALUATE.

       READ-LEAVER-FOR-LISTING.
           MOVE WS-LVT-STAFF-ID(WS-PURGE-INDEX) TO STAFF-ID-NUMBER
           READ PERSONNEL-FILE KEY IS STAFF-ID-NUMBER
           IF WS-PERSONNEL-STATUS NOT = "00"
               MOVE SPACES TO EMPLOYEE-NAME
               MOVE SPACES TO DEPARTMENT-CODE
           END-IF.

       MOVE-LEAVER-OFF-FILE.
           MOVE WS-LVT-STAFF-ID(WS-PURGE-INDEX) TO STAFF-ID-NUMBER
           READ PERSONNEL-FILE KEY IS STAFF-ID-NUMBER
           IF WS-PERSONNEL-STATUS NOT = "00"
                   OR NOT EMPLOYMENT-IS-TERMINATED
               ADD 1 TO WS-KEPT-EXCEPTION
               MOVE "KEPT - RECORD CHANGED SINCE LOAD"
                   TO WS-PURGE-OUTCOME
               PERFORM WRITE-PURGE-DETAIL
           ELSE
               PERFORM WRITE-LEAVER-RECORD
               IF WS-LEAVER-WRITTEN NOT = "Y"
                   ADD 1 TO WS-KEPT-EXCEPTION
                   PERFORM WRITE-PURGE-DETAIL
               ELSE
                   DELETE PERSONNEL-FILE RECORD
                   IF WS-PERSONNEL-STATUS NOT = "00"
                       DELETE LEAVERS-FILE RECORD
                       ADD 1 TO WS-KEPT-EXCEPTION
                       MOVE "KEPT - STAFF DELETE FAILED"
                           TO WS-PURGE-OUTCOME
                       PERFORM WRITE-PURGE-DETAIL
                   ELSE
                       PERFORM WRITE-PURGE-AUDIT-RECORD
                       PERFORM RETIRE-STAFF-ID
                       ADD 1 TO WS-PURGED-COUNT
                       ADD STAFF-ID-NUMBER TO WS-STAFF-ID-HASH
                       MOVE "PURGED TO LEAVERS FILE"
                           TO WS-PURGE-OUTCOME
                       PERFORM WRITE-PURGE-DETAIL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A staff id already on the leavers file means the id was
      * purged once before and then used again - the earlier leaver
      * is not overwritten; this one stays on PERSONNEL-FILE for
      * someone to look at.
      *----------------------------------------------------------------
       WRITE-LEAVER-RECORD.
           MOVE STAFF-ID-NUMBER TO LVR-STAFF-ID-NUMBER
           MOVE EMPLOYEE-SURNAME TO LVR-SURNAME
           MOVE WS-LVT-TERM-DATE(WS-PURGE-INDEX)
               TO LVR-TERMINATION-DATE
           MOVE WS-RUN-DATE TO LVR-PURGE-DATE
           MOVE EMPLOYEE-RECORD TO LVR-EMPLOYEE-IMAGE
           WRITE LEAVER-RECORD
           IF WS-LEAVERS-STATUS = "00" OR WS-LEAVERS-STATUS = "02"
               MOVE "Y" TO WS-LEAVER-WRITTEN
           ELSE
               MOVE "N" TO WS-LEAVER-WRITTEN
               IF WS-LEAVERS-STATUS = "22"
                   MOVE "KEPT - ID ALREADY ON LEAVERS FILE"
                       TO WS-PURGE-OUTCOME
               ELSE
                   MOVE "KEPT - LEAVERS FILE WRITE FAILED"
                       TO WS-PURGE-OUTCOME
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The purge is journalled as an ordinary delete - the old image
      * is the record that went to the leavers file - under its own
      * operator id, so the history enquiry ends in a deletion and the
      * journal says who did it.
      *----------------------------------------------------------------
       WRITE-PURGE-AUDIT-RECORD.
           IF WS-AUDIT-WRITTEN = 0
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
           END-IF
           MOVE STAFF-ID-NUMBER TO AUD-STAFF-ID-NUMBER
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-PURGE-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE AUD-TIMESTAMP TO AUD-ENTRY-TIMESTAMP
           MOVE "D" TO AUD-TRANSACTION-TYPE
           MOVE EMPLOYEE-FIRST-NAME TO AUD-OLD-FIRST-NAME
           MOVE EMPLOYEE-SURNAME TO AUD-OLD-SURNAME
           MOVE DEPARTMENT-CODE TO AUD-OLD-DEPARTMENT-CODE
           MOVE EMPLOYEE-HIRE-DATE TO AUD-OLD-HIRE-DATE
           MOVE EMPLOYMENT-STATUS TO AUD-OLD-EMPLOYMENT-STATUS
           MOVE JOB-TITLE TO AUD-OLD-JOB-TITLE
           MOVE SALARY-GRADE TO AUD-OLD-SALARY-GRADE
           MOVE SPACES TO AUD-NEW-FIRST-NAME
           MOVE SPACES TO AUD-NEW-SURNAME
           MOVE SPACES TO AUD-NEW-DEPARTMENT-CODE
           MOVE 0 TO AUD-NEW-HIRE-DATE
           MOVE SPACES TO AUD-NEW-EMPLOYMENT-STATUS
           MOVE SPACES TO AUD-NEW-JOB-TITLE
           MOVE SPACES TO AUD-NEW-SALARY-GRADE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "LEAVER PURGE ABORTED - AUDIT WRITE STATUS "
                   WS-AUDIT-STATUS " STAFF ID " STAFF-ID-NUMBER
               MOVE "STOPPED - NO JOURNAL RECORD"
                   TO WS-PURGE-OUTCOME
               PERFORM WRITE-PURGE-DETAIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AUDIT-WRITTEN.

      *----------------------------------------------------------------
      * Same as a maintenance delete: the id gets an "R" record on the
      * control file, rewriting one left by an earlier retirement.
      *----------------------------------------------------------------
       RETIRE-STAFF-ID.
           MOVE STAFF-ID-NUMBER TO CTL-KEY
           READ STAFF-ID-CONTROL-FILE KEY IS CTL-KEY
           IF WS-STAFF-CONTROL-STATUS NOT = "00"
                   AND WS-STAFF-CONTROL-STATUS NOT = "23"
               PERFORM ABORT-RETIRE-STAFF-ID
           END-IF
           MOVE "R" TO CTL-RECORD-TYPE
           MOVE STAFF-ID-NUMBER TO CTL-STAFF-ID
           MOVE WS-RUN-DATE TO CTL-RETIRE-DATE
           IF WS-STAFF-CONTROL-STATUS = "00"
               REWRITE STAFF-ID-CONTROL-RECORD
           ELSE
               WRITE STAFF-ID-CONTROL-RECORD
           END-IF
           IF WS-STAFF-CONTROL-STATUS NOT = "00"
               PERFORM ABORT-RETIRE-STAFF-ID
           END-IF.

      *----------------------------------------------------------------
      * The leaver is already off PERSONNEL-FILE and journalled; an id
      * that cannot be retired could be issued again, so the run goes
      * no further.
      *----------------------------------------------------------------
       ABORT-RETIRE-STAFF-ID.
           DISPLAY "LEAVER PURGE ABORTED - STAFF ID CONTROL STATUS "
               WS-STAFF-CONTROL-STATUS " STAFF ID " STAFF-ID-NUMBER
           MOVE "STOPPED - ID NOT RETIRED"
               TO WS-PURGE-OUTCOME
           PERFORM WRITE-PURGE-DETAIL
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       WRITE-PURGE-DETAIL.
           MOVE WS-LVT-STAFF-ID(WS-PURGE-INDEX) TO WS-DTL-STAFF-ID
           MOVE EMPLOYEE-SURNAME TO WS-DTL-SURNAME
           MOVE EMPLOYEE-FIRST-NAME TO WS-DTL-FIRST-NAME
           MOVE DEPARTMENT-CODE TO WS-DTL-DEPARTMENT-CODE
           MOVE WS-LVT-TERM-DATE(WS-PURGE-INDEX) TO WS-DTL-TERM-DATE
           MOVE WS-PURGE-OUTCOME TO WS-DTL-OUTCOME
           WRITE PURGE-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * Three proofs: every terminated record found is accounted for
      * as purged or kept, every purge has its "D" journal record, and
      * the leavers file grew by exactly the number purged.
      *----------------------------------------------------------------
       TERMINATE-PURGE.
           IF WS-AUDIT-WRITTEN > 0
               CLOSE AUDIT-FILE
           END-IF
           PERFORM COUNT-LEAVERS-ON-FILE
           MOVE WS-LEAVERS-COUNTED TO WS-LEAVERS-AFTER
           MOVE SPACES TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-LINE
           MOVE "PERSONNEL RECORDS READ:" TO WS-TOT-LABEL
           MOVE WS-PERSONNEL-READ TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "TERMINATED RECORDS CONSIDERED:" TO WS-TOT-LABEL
           MOVE WS-TERMINATED-FOUND TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  PURGED TO LEAVERS FILE:" TO WS-TOT-LABEL
           MOVE WS-PURGED-COUNT TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  KEPT - INSIDE RETENTION PERIOD:" TO WS-TOT-LABEL
           MOVE WS-KEPT-RETENTION TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  KEPT - NO TERMINATION JOURNALLED:" TO WS-TOT-LABEL
           MOVE WS-KEPT-NO-DATE TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  KEPT - EXCEPTIONS LISTED ABOVE:" TO WS-TOT-LABEL
           MOVE WS-KEPT-EXCEPTION TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-NOT-CONSIDERED > 0
               MOVE "TERMINATED - LEFT FOR NEXT PURGE:" TO WS-TOT-LABEL
               MOVE WS-NOT-CONSIDERED TO WS-TOT-COUNT
               WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           MOVE "DELETE JOURNAL RECORDS WRITTEN:" TO WS-TOT-LABEL
           MOVE WS-AUDIT-WRITTEN TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "LEAVERS FILE RECORDS BEFORE:" TO WS-TOT-LABEL
           MOVE WS-LEAVERS-BEFORE TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "LEAVERS FILE RECORDS AFTER:" TO WS-TOT-LABEL
           MOVE WS-LEAVERS-AFTER TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "PURGED STAFF ID HASH TOTAL:" TO WS-TOT-LABEL
           MOVE WS-STAFF-ID-HASH TO WS-TOT-COUNT
           WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-TERMINATED-FOUND NOT = WS-PURGED-COUNT
                   + WS-KEPT-RETENTION + WS-KEPT-NO-DATE
                   + WS-KEPT-EXCEPTION
                   OR WS-AUDIT-WRITTEN NOT = WS-PURGED-COUNT
                   OR WS-LEAVERS-AFTER NOT = WS-LEAVERS-BEFORE
                       + WS-PURGED-COUNT
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE "*** PURGE OUT OF BALANCE - RETURN CODE 8 ***"
                   TO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "PURGE IN BALANCE" TO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
               IF WS-KEPT-NO-DATE > 0 OR WS-KEPT-EXCEPTION > 0
                       OR WS-ARCHIVE-WARNINGS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PERSONNEL-FILE
           CLOSE LEAVERS-FILE
           CLOSE STAFF-ID-CONTROL-FILE
           CLOSE PURGE-REPORT-FILE
           DISPLAY "LEAVER PURGE - CONSIDERED " WS-TERMINATED-FOUND
           DISPLAY "LEAVER PURGE - PURGED     " WS-PURGED-COUNT.

       END PROGRAM LEAVER-PURGE.
