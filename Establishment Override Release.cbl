      ******************************************************************
      * Author:
      * Date:
      * Purpose: Release run for the establishment override hold
      * file.  PERSONNEL-MAINT holds an add or change that would take
      * a department/grade past its funded posts (ESTMAS) when it
      * carries an authorising operator id; this program applies
      * Finance's decisions on those holds.  Each decision card
      * (OVRAPPR) names a held transaction by the operator id, entry
      * timestamp, staff id and transaction code it was keyed with -
      * a reorganisation batch stamps every card with the same
      * operator and timestamp, so those two alone do not single one
      * out - then an "A" approve or "D" decline, and the id of
      * whoever made the decision.  Approved
      * holds are written out as a properly bracketed batch - header,
      * the released details marked as approved past the
      * establishment and carrying the approver's id, and a trailer
      * whose counts match what was written - ready to be the next
      * maintenance run's TRANIN - and each one is entered on the
      * release register (OVRREL), rewritten with that batch, which is
      * what PERSONNEL-MAINT checks the approval mark against before
      * it lets a card past the establishment.  Declined holds are
      * dropped.
      * Anything not yet decided is carried onto the replacement hold
      * file (ESTHNEW) that operations swap in once the run ends
      * clean.  The listing (OVRRPT) shows every hold swept, what
      * became of it and how long it has waited, plus any decision
      * that matched nothing; those end the run with RETURN-CODE 4.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAB-OVERRIDE-REL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TRANSEL.
           COPY OVRSEL.
           COPY ORLSEL.

           SELECT OVERRIDE-DECISION-FILE ASSIGN TO OVRAPPR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT OVERRIDE-NEW-FILE ASSIGN TO ESTHNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-NEW-STATUS.

           SELECT OVERRIDE-REPORT-FILE ASSIGN TO OVRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY TRANFD.
           COPY OVRFD.
           COPY ORLFD.

       FD OVERRIDE-DECISION-FILE.
       01 OVERRIDE-DECISION-RECORD.
           02 DEC-OPERATOR-ID                  PIC X(8).
           02 DEC-ENTRY-TIMESTAMP              PIC X(21).
           02 DEC-STAFF-ID-NUMBER              PIC 9(6).
           02 DEC-TRAN-CODE                    PIC X(1).
           02 DEC-DECISION                     PIC X(1).
               88 DEC-IS-APPROVED              VALUE "A".
               88 DEC-IS-DECLINED              VALUE "D".
           02 DEC-DECIDED-BY                   PIC X(8).

      ******************************************************************
      * The replacement hold file carries unaltered
      * OVERRIDE-HOLD-RECORD images - the PIC X(196) width below is the
      * OVERRIDE-HOLD-RECORD length in OVRFD and has to be kept in
      * step by hand whenever that layout grows.
      ******************************************************************
       FD OVERRIDE-NEW-FILE.
       01 OVERRIDE-NEW-RECORD                  PIC X(196).

       FD OVERRIDE-REPORT-FILE.
       01 OVERRIDE-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANSACTION-STATUS               PIC X(2).
       01  WS-OVERRIDE-STATUS                  PIC X(2).
       01  WS-DECISION-STATUS                  PIC X(2).
       01  WS-OVERRIDE-NEW-STATUS              PIC X(2).
       01  WS-OVERRIDE-REPORT-STATUS           PIC X(2).
       01  WS-RELEASE-STATUS                   PIC X(2).

       01  WS-EOF-OVERRIDE                     PIC X(1) VALUE "N".
       01  WS-EOF-DECISIONS                    PIC X(1) VALUE "N".
       01  WS-OVERRIDE-OPEN                    PIC X(1) VALUE "N".
       01  WS-RUN-DATE                         PIC 9(8).
       01  WS-QUEUED-AGE-DAYS                  PIC S9(8).

      *    Decisions are buffered so each hold can look its own up
      *    wherever it sits on the hold file.
       01  WS-MAX-DECISIONS                    PIC 9(4) VALUE 500.
       01  WS-DECISION-COUNT                   PIC 9(4) VALUE 0.
       01  WS-DECISION-INDEX                   PIC 9(4).
       01  WS-DECISION-FOUND                   PIC X(1).
       01  WS-DECISION-TABLE.
           02 WS-DECISION-ENTRY OCCURS 500 TIMES.
               03 WS-DEC-OPERATOR-ID           PIC X(8).
               03 WS-DEC-ENTRY-TIMESTAMP       PIC X(21).
               03 WS-DEC-STAFF-ID-NUMBER       PIC 9(6).
               03 WS-DEC-TRAN-CODE             PIC X(1).
               03 WS-DEC-DECISION              PIC X(1).
               03 WS-DEC-DECIDED-BY            PIC X(8).
               03 WS-DEC-USED                  PIC X(1).

       01  WS-HOLDS-READ                       PIC 9(6) VALUE 0.
       01  WS-RELEASED-ADDS                    PIC 9(6) VALUE 0.
       01  WS-RELEASED-CHANGES                 PIC 9(6) VALUE 0.
       01  WS-DECLINED-COUNT                   PIC 9(6) VALUE 0.
       01  WS-STILL-HELD-COUNT                 PIC 9(6) VALUE 0.
       01  WS-DECISIONS-READ                   PIC 9(6) VALUE 0.
       01  WS-DECISIONS-REFUSED                PIC 9(6) VALUE 0.
       01  WS-DECISIONS-UNMATCHED              PIC 9(6) VALUE 0.

       01  WS-OVERRIDE-DETAIL-LINE.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-OVR-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-OVR-TRAN-CODE                 PIC X(1).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-OVR-DEPARTMENT-CODE           PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-OVR-SALARY-GRADE              PIC X(2).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-OVR-FILLED                    PIC ZZZZ9.
           02 FILLER                           PIC X(1) VALUE "/".
           02 WS-OVR-AUTHORISED                PIC ZZZZ9.
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-OVR-AGE-DAYS                  PIC ZZZZ9.
           02 FILLER                           PIC X(6)
                   VALUE " DAYS ".
           02 WS-OVR-DISPOSITION               PIC X(13).
       01  WS-UNMATCHED-LINE.
           02 FILLER                           PIC X(28)
                   VALUE "** DECISION MATCHES NOTHING:".
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-UNM-OPERATOR-ID               PIC X(8).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-UNM-ENTRY-TIMESTAMP           PIC X(21).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-UNM-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-UNM-TRAN-CODE                 PIC X(1).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-UNM-DECISION                  PIC X(1).
       01  WS-OVERRIDE-TOTAL-LINE.
           02 WS-OVR-TOT-LABEL                 PIC X(24).
           02 WS-OVR-TOT-COUNT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-OVERRIDE-RELEASE
           PERFORM LOAD-OVERRIDE-DECISIONS
           PERFORM RELEASE-ONE-OVERRIDE
               UNTIL WS-EOF-OVERRIDE = "Y"
           PERFORM TERMINATE-OVERRIDE-RELEASE
           STOP RUN.

      *----------------------------------------------------------------
      * A missing hold file just means nothing has been held - the run
      * still writes an empty bracketed batch and a clean listing.
      *----------------------------------------------------------------
       INITIALIZE-OVERRIDE-RELEASE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT OVERRIDE-HOLD-FILE
           IF WS-OVERRIDE-STATUS = "00"
               MOVE "Y" TO WS-OVERRIDE-OPEN
           ELSE
               MOVE "Y" TO WS-EOF-OVERRIDE
           END-IF
           OPEN OUTPUT TRANSACTION-FILE
           OPEN OUTPUT OVERRIDE-NEW-FILE
           OPEN OUTPUT OVERRIDE-RELEASE-FILE
           OPEN OUTPUT OVERRIDE-REPORT-FILE
           MOVE "ESTABLISHMENT OVERRIDE RELEASE LISTING"
               TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "H" TO TRAN-CODE
           MOVE WS-RUN-DATE TO TRAN-BATCH-DATE
           WRITE TRANSACTION-RECORD
           IF WS-EOF-OVERRIDE NOT = "Y"
               PERFORM READ-OVERRIDE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * A decision nobody signed, with a code that is neither approve
      * nor decline, or that does not name an add or change by a
      * numeric staff id, is refused here and the hold it names
      * simply stays held.  Past the table capacity the run stops
      * before writing anything, rather than release half the
      * decisions and carry the rest as undecided.
      *----------------------------------------------------------------
       LOAD-OVERRIDE-DECISIONS.
           OPEN INPUT OVERRIDE-DECISION-FILE
           IF WS-DECISION-STATUS = "00"
               PERFORM READ-OVERRIDE-DECISION
               PERFORM BUFFER-ONE-DECISION
                   UNTIL WS-EOF-DECISIONS = "Y"
               CLOSE OVERRIDE-DECISION-FILE
           END-IF.

       READ-OVERRIDE-DECISION.
           READ OVERRIDE-DECISION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-DECISIONS
           END-READ
           IF WS-EOF-DECISIONS NOT = "Y"
               ADD 1 TO WS-DECISIONS-READ
           END-IF.

       BUFFER-ONE-DECISION.
           IF (NOT DEC-IS-APPROVED AND NOT DEC-IS-DECLINED)
                   OR DEC-DECIDED-BY = SPACES
                   OR DEC-DECIDED-BY = LOW-VALUES
                   OR DEC-STAFF-ID-NUMBER IS NOT NUMERIC
                   OR (DEC-TRAN-CODE NOT = "A" AND NOT = "C")
               DISPLAY "OVERRIDE DECISION REFUSED - " DEC-OPERATOR-ID
                   " " DEC-ENTRY-TIMESTAMP " " DEC-STAFF-ID-NUMBER
                   " " DEC-TRAN-CODE
               ADD 1 TO WS-DECISIONS-REFUSED
           ELSE
               IF WS-DECISION-COUNT < WS-MAX-DECISIONS
                   ADD 1 TO WS-DECISION-COUNT
                   MOVE DEC-OPERATOR-ID
                       TO WS-DEC-OPERATOR-ID(WS-DECISION-COUNT)
                   MOVE DEC-ENTRY-TIMESTAMP
                       TO WS-DEC-ENTRY-TIMESTAMP(WS-DECISION-COUNT)
                   MOVE DEC-STAFF-ID-NUMBER
                       TO WS-DEC-STAFF-ID-NUMBER(WS-DECISION-COUNT)
                   MOVE DEC-TRAN-CODE
                       TO WS-DEC-TRAN-CODE(WS-DECISION-COUNT)
                   MOVE DEC-DECISION
                       TO WS-DEC-DECISION(WS-DECISION-COUNT)
                   MOVE DEC-DECIDED-BY
                       TO WS-DEC-DECIDED-BY(WS-DECISION-COUNT)
                   MOVE "N" TO WS-DEC-USED(WS-DECISION-COUNT)
               ELSE
                   DISPLAY "OVERRIDE RELEASE ABORTED - OVRAPPR EXCEEDS "
                       WS-MAX-DECISIONS " DECISION CAPACITY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-OVERRIDE-DECISION.

       READ-OVERRIDE-RECORD.
           READ OVERRIDE-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OVERRIDE
           END-READ
           IF WS-EOF-OVERRIDE NOT = "Y"
               ADD 1 TO WS-HOLDS-READ
           END-IF.

      *----------------------------------------------------------------
      * The saved image goes back out exactly as held apart from the
      * approval marks - the maintenance run still owns every other
      * edit, so an approved transfer into a department deactivated
      * since is still rejected there.
      *----------------------------------------------------------------
       RELEASE-ONE-OVERRIDE.
           MOVE OVR-TRANSACTION-IMAGE TO TRANSACTION-RECORD
           PERFORM FIND-OVERRIDE-DECISION
           EVALUATE TRUE
               WHEN WS-DECISION-FOUND NOT = "Y"
                   WRITE OVERRIDE-NEW-RECORD FROM OVERRIDE-HOLD-RECORD
                   ADD 1 TO WS-STILL-HELD-COUNT
                   MOVE "STILL HELD   " TO WS-OVR-DISPOSITION
               WHEN WS-DEC-DECISION(WS-DECISION-INDEX) = "A"
                   MOVE "Y" TO TRAN-ESTAB-OVERRIDE
                   MOVE WS-DEC-DECIDED-BY(WS-DECISION-INDEX)
                       TO TRAN-AUTHORISING-ID
                   WRITE TRANSACTION-RECORD
                   PERFORM WRITE-RELEASE-REGISTER-ENTRY
                   IF TRAN-IS-ADD
                       ADD 1 TO WS-RELEASED-ADDS
                   ELSE
                       ADD 1 TO WS-RELEASED-CHANGES
                   END-IF
                   MOVE "RELEASED     " TO WS-OVR-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED     " TO WS-OVR-DISPOSITION
           END-EVALUATE
           PERFORM WRITE-OVERRIDE-LISTING-LINE
           PERFORM READ-OVERRIDE-RECORD.

      *----------------------------------------------------------------
      * A hold is named by who keyed it and when, plus its staff id
      * and transaction code - a reorganisation batch shares one
      * operator and timestamp across every card, and the staff id
      * alone will not do either, since a held add may still carry id
      * zero.
      *----------------------------------------------------------------
       FIND-OVERRIDE-DECISION.
           MOVE "N" TO WS-DECISION-FOUND
           MOVE 0 TO WS-DECISION-INDEX
           PERFORM CHECK-ONE-DECISION
               UNTIL WS-DECISION-FOUND = "Y"
                  OR WS-DECISION-INDEX >= WS-DECISION-COUNT.

       CHECK-ONE-DECISION.
           ADD 1 TO WS-DECISION-INDEX
           IF WS-DEC-USED(WS-DECISION-INDEX) = "N"
                   AND WS-DEC-OPERATOR-ID(WS-DECISION-INDEX)
                       = TRAN-OPERATOR-ID
                   AND WS-DEC-ENTRY-TIMESTAMP(WS-DECISION-INDEX)
                       = TRAN-ENTRY-TIMESTAMP
                   AND WS-DEC-STAFF-ID-NUMBER(WS-DECISION-INDEX)
                       = TRAN-STAFF-ID-NUMBER
                   AND WS-DEC-TRAN-CODE(WS-DECISION-INDEX) = TRAN-CODE
               MOVE "Y" TO WS-DECISION-FOUND
               MOVE "Y" TO WS-DEC-USED(WS-DECISION-INDEX)
           END-IF.

      *----------------------------------------------------------------
      * The register entry is what PERSONNEL-MAINT matches the
      * released card against - without it the approval mark on the
      * card is not honoured.
      *----------------------------------------------------------------
       WRITE-RELEASE-REGISTER-ENTRY.
           MOVE TRAN-OPERATOR-ID TO ORL-OPERATOR-ID
           MOVE TRAN-ENTRY-TIMESTAMP TO ORL-ENTRY-TIMESTAMP
           MOVE TRAN-STAFF-ID-NUMBER TO ORL-STAFF-ID-NUMBER
           MOVE TRAN-CODE TO ORL-TRAN-CODE
           MOVE TRAN-AUTHORISING-ID TO ORL-AUTHORISING-ID
           MOVE WS-RUN-DATE TO ORL-RELEASE-DATE
           WRITE OVERRIDE-RELEASE-RECORD.

       WRITE-OVERRIDE-LISTING-LINE.
           MOVE TRAN-STAFF-ID-NUMBER TO WS-OVR-STAFF-ID
           MOVE TRAN-CODE TO WS-OVR-TRAN-CODE
           MOVE TRAN-DEPARTMENT-CODE TO WS-OVR-DEPARTMENT-CODE
           MOVE TRAN-SALARY-GRADE TO WS-OVR-SALARY-GRADE
           MOVE OVR-FILLED-HEADCOUNT TO WS-OVR-FILLED
           MOVE OVR-AUTHORISED-HEADCOUNT TO WS-OVR-AUTHORISED
           IF OVR-QUEUED-DATE IS NUMERIC
                   AND OVR-QUEUED-DATE > 19000101
               COMPUTE WS-QUEUED-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(OVR-QUEUED-DATE)
           ELSE
               MOVE 99999 TO WS-QUEUED-AGE-DAYS
           END-IF
           MOVE WS-QUEUED-AGE-DAYS TO WS-OVR-AGE-DAYS
           WRITE OVERRIDE-REPORT-LINE FROM WS-OVERRIDE-DETAIL-LINE.

       LIST-UNMATCHED-DECISION.
           ADD 1 TO WS-DECISION-INDEX
           IF WS-DEC-USED(WS-DECISION-INDEX) = "N"
               MOVE WS-DEC-OPERATOR-ID(WS-DECISION-INDEX)
                   TO WS-UNM-OPERATOR-ID
               MOVE WS-DEC-ENTRY-TIMESTAMP(WS-DECISION-INDEX)
                   TO WS-UNM-ENTRY-TIMESTAMP
               MOVE WS-DEC-STAFF-ID-NUMBER(WS-DECISION-INDEX)
                   TO WS-UNM-STAFF-ID
               MOVE WS-DEC-TRAN-CODE(WS-DECISION-INDEX)
                   TO WS-UNM-TRAN-CODE
               MOVE WS-DEC-DECISION(WS-DECISION-INDEX)
                   TO WS-UNM-DECISION
               WRITE OVERRIDE-REPORT-LINE FROM WS-UNMATCHED-LINE
               ADD 1 TO WS-DECISIONS-UNMATCHED
           END-IF.

       TERMINATE-OVERRIDE-RELEASE.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "T" TO TRAN-CODE
           MOVE WS-RELEASED-ADDS TO TRAN-EXPECTED-ADDS
           MOVE WS-RELEASED-CHANGES TO TRAN-EXPECTED-CHANGES
           MOVE 0 TO TRAN-EXPECTED-DELETES
           WRITE TRANSACTION-RECORD
           MOVE 0 TO WS-DECISION-INDEX
           PERFORM LIST-UNMATCHED-DECISION
               UNTIL WS-DECISION-INDEX >= WS-DECISION-COUNT
           MOVE SPACES TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           MOVE "HOLDS READ:             " TO WS-OVR-TOT-LABEL
           MOVE WS-HOLDS-READ TO WS-OVR-TOT-COUNT
           WRITE OVERRIDE-REPORT-LINE FROM WS-OVERRIDE-TOTAL-LINE
           MOVE "RELEASED ADDS:          " TO WS-OVR-TOT-LABEL
           MOVE WS-RELEASED-ADDS TO WS-OVR-TOT-COUNT
           WRITE OVERRIDE-REPORT-LINE FROM WS-OVERRIDE-TOTAL-LINE
           MOVE "RELEASED CHANGES:       " TO WS-OVR-TOT-LABEL
           MOVE WS-RELEASED-CHANGES TO WS-OVR-TOT-COUNT
           WRITE OVERRIDE-REPORT-LINE FROM WS-OVERRIDE-TOTAL-LINE
           MOVE "DECLINED:               " TO WS-OVR-TOT-LABEL
           MOVE WS-DECLINED-COUNT TO WS-OVR-TOT-COUNT
           WRITE OVERRIDE-REPORT-LINE FROM WS-OVERRIDE-TOTAL-LINE
           MOVE "STILL HELD:             " TO WS-OVR-TOT-LABEL
           MOVE WS-STILL-HELD-COUNT TO WS-OVR-TOT-COUNT
           WRITE OVERRIDE-REPORT-LINE FROM WS-OVERRIDE-TOTAL-LINE
           MOVE "DECISIONS READ:         " TO WS-OVR-TOT-LABEL
           MOVE WS-DECISIONS-READ TO WS-OVR-TOT-COUNT
           WRITE OVERRIDE-REPORT-LINE FROM WS-OVERRIDE-TOTAL-LINE
           MOVE "DECISIONS REFUSED:      " TO WS-OVR-TOT-LABEL
           MOVE WS-DECISIONS-REFUSED TO WS-OVR-TOT-COUNT
           WRITE OVERRIDE-REPORT-LINE FROM WS-OVERRIDE-TOTAL-LINE
           MOVE "DECISIONS UNMATCHED:    " TO WS-OVR-TOT-LABEL
           MOVE WS-DECISIONS-UNMATCHED TO WS-OVR-TOT-COUNT
           WRITE OVERRIDE-REPORT-LINE FROM WS-OVERRIDE-TOTAL-LINE
           IF WS-DECISIONS-REFUSED > 0 OR WS-DECISIONS-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERRIDE-OPEN = "Y"
               CLOSE OVERRIDE-HOLD-FILE
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE OVERRIDE-NEW-FILE
           CLOSE OVERRIDE-RELEASE-FILE
           CLOSE OVERRIDE-REPORT-FILE.

       END PROGRAM ESTAB-OVERRIDE-REL.
