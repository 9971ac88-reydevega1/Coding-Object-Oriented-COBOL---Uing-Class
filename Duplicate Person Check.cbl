      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly data-quality run for the same person held on
      * PERSONNEL-FILE under two STAFF-ID-NUMBERs - a rehire or a
      * re-keyed starter gets a fresh id off the control file, and
      * both records then go through PAYROLL-EXTRACT.  The staff file
      * is walked on the EMPLOYEE-SURNAME alternate key and every
      * employee still holding a post (status "A" or "L") is released
      * to a sort twice: once keyed surname-then-first-name and once
      * first-name-then-surname, each name upper-cased with its
      * spaces squeezed out.  Records that come back from the sort
      * with the same key are candidate pairs:
      *   same surname and first name exactly         score 60
      *   same apart from spacing or case             score 50
      *   first name and surname transposed           score 40
      *   plus the same (captured) hire date          score +30
      *   plus the same department                    score +10
      * Each pair is printed on the review list (DUPRPT) with both
      * records side by side.  Pairs HR has already cleared as "not a
      * duplicate" are read from the exclusions file (DUPEXCL) and
      * suppressed, so a cleared pair does not come back every week.
      * Terminated records are left out - an old "T" record beside a
      * rehire's new one is the expected history, not a double.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-PERSON-CHECK.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERSSEL.

           SELECT DUPLICATE-EXCLUSION-FILE ASSIGN TO DUPEXCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUSION-STATUS.

           SELECT DUPLICATE-REPORT-FILE ASSIGN TO DUPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT DUPLICATE-SORT-FILE ASSIGN TO DUPSORT.

       DATA DIVISION.
       FILE SECTION.
           COPY PERSFD.

      *----------------------------------------------------------------
      * One card per pair HR has cleared.  The two ids may be keyed in
      * either order.
      *----------------------------------------------------------------
       FD DUPLICATE-EXCLUSION-FILE.
       01 DUPLICATE-EXCLUSION-RECORD.
           02 EXC-STAFF-ID-ONE                 PIC 9(6).
           02 EXC-STAFF-ID-TWO                 PIC 9(6).
           02 EXC-DECIDED-BY                   PIC X(8).
           02 EXC-DECIDED-DATE                 PIC 9(8).

       FD DUPLICATE-REPORT-FILE.
       01 DUPLICATE-REPORT-LINE                PIC X(132).

       SD DUPLICATE-SORT-FILE.
       01 DUPLICATE-SORT-RECORD.
           02 DSR-NAME-KEY.
               03 DSR-KEY-FIRST-PART           PIC X(20).
               03 DSR-KEY-SECOND-PART          PIC X(20).
           02 DSR-STAFF-ID-NUMBER              PIC 9(6).
           02 DSR-TRANSPOSED                   PIC X(1).
           02 DSR-NORM-SURNAME                 PIC X(20).
           02 DSR-NORM-FIRST-NAME              PIC X(20).
           02 DSR-SURNAME                      PIC X(20).
           02 DSR-FIRST-NAME                   PIC X(20).
           02 DSR-HIRE-DATE                    PIC 9(8).
           02 DSR-DEPARTMENT-CODE              PIC X(20).
           02 DSR-EMPLOYMENT-STATUS            PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-PERSONNEL-STATUS                 PIC X(2).
       01  WS-EXCLUSION-STATUS                 PIC X(2).
       01  WS-REPORT-STATUS                    PIC X(2).

       01  WS-EOF-PERSONNEL                    PIC X(1) VALUE "N".
       01  WS-EOF-EXCLUSIONS                   PIC X(1) VALUE "N".
       01  WS-EOF-SORT                         PIC X(1) VALUE "N".
       01  WS-RUN-DATE                         PIC 9(8).

       01  WS-LOWER-CASE                       PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE                       PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-SQUEEZE-IN                       PIC X(20).
       01  WS-SQUEEZE-OUT                      PIC X(20).
       01  WS-SQUEEZE-IN-POS                   PIC 9(2).
       01  WS-SQUEEZE-OUT-POS                  PIC 9(2).
       01  WS-NORM-SURNAME                     PIC X(20).
       01  WS-NORM-FIRST-NAME                  PIC X(20).

       01  WS-MAX-EXCLUSIONS                   PIC 9(4) VALUE 5000.
       01  WS-EXCLUSION-COUNT                  PIC 9(4) VALUE 0.
       01  WS-EXCLUSION-INDEX                  PIC 9(4).
       01  WS-DROPPED-EXCLUSIONS               PIC 9(6) VALUE 0.
       01  WS-EXCLUSION-FOUND                  PIC X(1).
       01  WS-EXCLUSION-TABLE.
           02 WS-EXCLUSION OCCURS 5000 TIMES.
               03 WS-EXC-LOW-ID                PIC 9(6).
               03 WS-EXC-HIGH-ID               PIC 9(6).

       01  WS-CURRENT-NAME-KEY                 PIC X(40).
       01  WS-MAX-GROUP                        PIC 9(4) VALUE 100.
       01  WS-GROUP-COUNT                      PIC 9(4) VALUE 0.
       01  WS-GROUP-OVERFLOW                   PIC 9(6) VALUE 0.
       01  WS-GROUP-TABLE.
           02 WS-MEMBER OCCURS 100 TIMES.
               03 WS-MBR-STAFF-ID              PIC 9(6).
               03 WS-MBR-TRANSPOSED            PIC X(1).
               03 WS-MBR-NORM-SURNAME          PIC X(20).
               03 WS-MBR-NORM-FIRST-NAME       PIC X(20).
               03 WS-MBR-SURNAME               PIC X(20).
               03 WS-MBR-FIRST-NAME            PIC X(20).
               03 WS-MBR-HIRE-DATE             PIC 9(8).
               03 WS-MBR-DEPARTMENT-CODE       PIC X(20).
               03 WS-MBR-STATUS                PIC X(1).

       01  WS-OUTER-INDEX                      PIC 9(4).
       01  WS-INNER-INDEX                      PIC 9(4).
       01  WS-DIRECT-INDEX                     PIC 9(4).
       01  WS-SWAPPED-INDEX                    PIC 9(4).
       01  WS-PAIR-WANTED                      PIC X(1).
       01  WS-PAIR-SCORE                       PIC 9(3).
       01  WS-PAIR-REASON                      PIC X(60).
       01  WS-REASON-SO-FAR                    PIC X(60).
       01  WS-PAIR-LOW-ID                      PIC 9(6).
       01  WS-PAIR-HIGH-ID                     PIC 9(6).
       01  WS-PRINT-INDEX                      PIC 9(4).

       01  WS-EMPLOYEES-CHECKED                PIC 9(6) VALUE 0.
       01  WS-PAIRS-REPORTED                   PIC 9(6) VALUE 0.
       01  WS-PAIRS-HIGH                       PIC 9(6) VALUE 0.
       01  WS-PAIRS-MEDIUM                     PIC 9(6) VALUE 0.
       01  WS-PAIRS-LOW                        PIC 9(6) VALUE 0.
       01  WS-PAIRS-SUPPRESSED                 PIC 9(6) VALUE 0.

       01  WS-RUN-DATE-LINE.
           02 FILLER                           PIC X(10)
                   VALUE "RUN DATE: ".
           02 WS-HDG-RUN-DATE                  PIC 9(8).
       01  WS-SCORE-BANDS-LINE                 PIC X(80) VALUE
           "SCORE 80+ HIGH   50-79 MEDIUM   UNDER 50 LOW".
       01  WS-PAIR-HEADING-LINE.
           02 FILLER                           PIC X(6)
                   VALUE "SCORE ".
           02 WS-PHD-SCORE                     PIC ZZ9.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-PHD-BAND                      PIC X(6).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-PHD-REASON                    PIC X(60).
       01  WS-PERSON-LINE.
           02 FILLER                           PIC X(4) VALUE SPACES.
           02 WS-PER-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-PER-SURNAME                   PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-PER-FIRST-NAME                PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-PER-HIRE-DATE                 PIC 9(8).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-PER-DEPARTMENT-CODE           PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-PER-STATUS                    PIC X(1).
       01  WS-SUMMARY-LINE.
           02 WS-SUM-LABEL                     PIC X(36).
           02 WS-SUM-COUNT                     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-DUPLICATE-CHECK
           PERFORM LOAD-EXCLUSIONS
           SORT DUPLICATE-SORT-FILE
               ON ASCENDING KEY DSR-NAME-KEY
                                DSR-STAFF-ID-NUMBER
                                DSR-TRANSPOSED
               INPUT PROCEDURE IS RELEASE-SORT-CANDIDATES
               OUTPUT PROCEDURE IS SCAN-NAME-GROUPS
           PERFORM TERMINATE-DUPLICATE-CHECK
           STOP RUN.

       INITIALIZE-DUPLICATE-CHECK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PERSONNEL-FILE
           IF WS-PERSONNEL-STATUS NOT = "00"
               DISPLAY "DUPLICATE CHECK ABORTED - STAFF OPEN STATUS "
                   WS-PERSONNEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           MOVE "POSSIBLE DUPLICATE PERSONS - REVIEW LIST"
               TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE DUPLICATE-REPORT-LINE FROM WS-RUN-DATE-LINE
           WRITE DUPLICATE-REPORT-LINE FROM WS-SCORE-BANDS-LINE.

      *----------------------------------------------------------------
      * No exclusions file yet just means nothing has been cleared.
      * A file past the table capacity stops the run - dropping some
      * exclusions would quietly bring cleared pairs back.
      *----------------------------------------------------------------
       LOAD-EXCLUSIONS.
           OPEN INPUT DUPLICATE-EXCLUSION-FILE
           IF WS-EXCLUSION-STATUS = "00"
               PERFORM READ-EXCLUSION
               PERFORM BUFFER-ONE-EXCLUSION
                   UNTIL WS-EOF-EXCLUSIONS = "Y"
               CLOSE DUPLICATE-EXCLUSION-FILE
           END-IF
           IF WS-DROPPED-EXCLUSIONS > 0
               DISPLAY "DUPLICATE CHECK ABORTED - DUPEXCL EXCEEDS "
                   WS-MAX-EXCLUSIONS " PAIR CAPACITY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-EXCLUSION.
           READ DUPLICATE-EXCLUSION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-EXCLUSIONS
           END-READ.

       BUFFER-ONE-EXCLUSION.
           IF EXC-STAFF-ID-ONE IS NUMERIC
                   AND EXC-STAFF-ID-TWO IS NUMERIC
               IF WS-EXCLUSION-COUNT < WS-MAX-EXCLUSIONS
                   ADD 1 TO WS-EXCLUSION-COUNT
                   IF EXC-STAFF-ID-ONE < EXC-STAFF-ID-TWO
                       MOVE EXC-STAFF-ID-ONE
                           TO WS-EXC-LOW-ID(WS-EXCLUSION-COUNT)
                       MOVE EXC-STAFF-ID-TWO
                           TO WS-EXC-HIGH-ID(WS-EXCLUSION-COUNT)
                   ELSE
                       MOVE EXC-STAFF-ID-TWO
                           TO WS-EXC-LOW-ID(WS-EXCLUSION-COUNT)
                       MOVE EXC-STAFF-ID-ONE
                           TO WS-EXC-HIGH-ID(WS-EXCLUSION-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-DROPPED-EXCLUSIONS
               END-IF
           ELSE
               DISPLAY "DUPLICATE CHECK - BAD DUPEXCL CARD SKIPPED"
           END-IF
           PERFORM READ-EXCLUSION.

      *----------------------------------------------------------------
      * Sort input: the staff file in EMPLOYEE-SURNAME order, each
      * employee holding a post released under both name orders.
      *----------------------------------------------------------------
       RELEASE-SORT-CANDIDATES.
           MOVE LOW-VALUES TO EMPLOYEE-SURNAME
           START PERSONNEL-FILE
                   KEY IS NOT LESS THAN EMPLOYEE-SURNAME
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-START
           PERFORM RELEASE-ONE-EMPLOYEE
               UNTIL WS-EOF-PERSONNEL = "Y".

       RELEASE-ONE-EMPLOYEE.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-READ
           IF WS-EOF-PERSONNEL NOT = "Y"
                   AND NOT EMPLOYMENT-IS-TERMINATED
               ADD 1 TO WS-EMPLOYEES-CHECKED
               MOVE EMPLOYEE-SURNAME TO WS-SQUEEZE-IN
               PERFORM NORMALISE-NAME
               MOVE WS-SQUEEZE-OUT TO WS-NORM-SURNAME
               MOVE EMPLOYEE-FIRST-NAME TO WS-SQUEEZE-IN
               PERFORM NORMALISE-NAME
               MOVE WS-SQUEEZE-OUT TO WS-NORM-FIRST-NAME
               MOVE STAFF-ID-NUMBER TO DSR-STAFF-ID-NUMBER
               MOVE WS-NORM-SURNAME TO DSR-NORM-SURNAME
               MOVE WS-NORM-FIRST-NAME TO DSR-NORM-FIRST-NAME
               MOVE EMPLOYEE-SURNAME TO DSR-SURNAME
               MOVE EMPLOYEE-FIRST-NAME TO DSR-FIRST-NAME
               MOVE EMPLOYEE-HIRE-DATE TO DSR-HIRE-DATE
               MOVE DEPARTMENT-CODE TO DSR-DEPARTMENT-CODE
               MOVE EMPLOYMENT-STATUS TO DSR-EMPLOYMENT-STATUS
               MOVE WS-NORM-SURNAME TO DSR-KEY-FIRST-PART
               MOVE WS-NORM-FIRST-NAME TO DSR-KEY-SECOND-PART
               MOVE "N" TO DSR-TRANSPOSED
               RELEASE DUPLICATE-SORT-RECORD
               MOVE WS-NORM-FIRST-NAME TO DSR-KEY-FIRST-PART
               MOVE WS-NORM-SURNAME TO DSR-KEY-SECOND-PART
               MOVE "Y" TO DSR-TRANSPOSED
               RELEASE DUPLICATE-SORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Upper-case the name and close up its spaces, so "McDonald",
      * "MCDONALD" and "MC DONALD" all compare equal.
      *----------------------------------------------------------------
       NORMALISE-NAME.
           INSPECT WS-SQUEEZE-IN
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE SPACES TO WS-SQUEEZE-OUT
           MOVE 0 TO WS-SQUEEZE-IN-POS
           MOVE 0 TO WS-SQUEEZE-OUT-POS
           PERFORM SQUEEZE-ONE-CHARACTER
               UNTIL WS-SQUEEZE-IN-POS >= 20.

       SQUEEZE-ONE-CHARACTER.
           ADD 1 TO WS-SQUEEZE-IN-POS
           IF WS-SQUEEZE-IN(WS-SQUEEZE-IN-POS:1) NOT = SPACE
               ADD 1 TO WS-SQUEEZE-OUT-POS
               MOVE WS-SQUEEZE-IN(WS-SQUEEZE-IN-POS:1)
                   TO WS-SQUEEZE-OUT(WS-SQUEEZE-OUT-POS:1)
           END-IF.

      *----------------------------------------------------------------
      * Sort output: every run of records sharing a name key is one
      * group of candidates, paired off when the key changes.
      *----------------------------------------------------------------
       SCAN-NAME-GROUPS.
           PERFORM RETURN-SORTED-CANDIDATE
           PERFORM COLLECT-ONE-CANDIDATE
               UNTIL WS-EOF-SORT = "Y"
           PERFORM PAIR-NAME-GROUP.

       RETURN-SORTED-CANDIDATE.
           RETURN DUPLICATE-SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SORT
           END-RETURN.

       COLLECT-ONE-CANDIDATE.
           IF WS-GROUP-COUNT > 0
                   AND DSR-NAME-KEY NOT = WS-CURRENT-NAME-KEY
               PERFORM PAIR-NAME-GROUP
           END-IF
           IF WS-GROUP-COUNT = 0
               MOVE DSR-NAME-KEY TO WS-CURRENT-NAME-KEY
           END-IF
           IF WS-GROUP-COUNT < WS-MAX-GROUP
               ADD 1 TO WS-GROUP-COUNT
               MOVE DSR-STAFF-ID-NUMBER
                   TO WS-MBR-STAFF-ID(WS-GROUP-COUNT)
               MOVE DSR-TRANSPOSED TO WS-MBR-TRANSPOSED(WS-GROUP-COUNT)
               MOVE DSR-NORM-SURNAME
                   TO WS-MBR-NORM-SURNAME(WS-GROUP-COUNT)
               MOVE DSR-NORM-FIRST-NAME
                   TO WS-MBR-NORM-FIRST-NAME(WS-GROUP-COUNT)
               MOVE DSR-SURNAME TO WS-MBR-SURNAME(WS-GROUP-COUNT)
               MOVE DSR-FIRST-NAME TO WS-MBR-FIRST-NAME(WS-GROUP-COUNT)
               MOVE DSR-HIRE-DATE TO WS-MBR-HIRE-DATE(WS-GROUP-COUNT)
               MOVE DSR-DEPARTMENT-CODE
                   TO WS-MBR-DEPARTMENT-CODE(WS-GROUP-COUNT)
               MOVE DSR-EMPLOYMENT-STATUS
                   TO WS-MBR-STATUS(WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF
           PERFORM RETURN-SORTED-CANDIDATE.

       PAIR-NAME-GROUP.
           MOVE 0 TO WS-OUTER-INDEX
           PERFORM PAIR-FROM-ONE-MEMBER
               UNTIL WS-OUTER-INDEX >= WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-COUNT.

       PAIR-FROM-ONE-MEMBER.
           ADD 1 TO WS-OUTER-INDEX
           MOVE WS-OUTER-INDEX TO WS-INNER-INDEX
           PERFORM SCORE-ONE-PAIR
               UNTIL WS-INNER-INDEX >= WS-GROUP-COUNT.

      *----------------------------------------------------------------
      * Every real pair turns up in more than one group, so each is
      * scored in exactly one place:
      *   - both records in name order: a straight name match;
      *   - both transposed: the mirror of a straight match, skipped;
      *   - one of each: a transposition, taken only from the group
      *     where the record in name order has the lower staff id (the
      *     other group holds the same pair the other way round), and
      *     not at all for someone whose first name and surname are
      *     the same, whose straight match already covers it.
      *----------------------------------------------------------------
       SCORE-ONE-PAIR.
           ADD 1 TO WS-INNER-INDEX
           MOVE "N" TO WS-PAIR-WANTED
           MOVE 0 TO WS-PAIR-SCORE
           MOVE SPACES TO WS-PAIR-REASON
           EVALUATE TRUE
               WHEN WS-MBR-STAFF-ID(WS-OUTER-INDEX)
                       = WS-MBR-STAFF-ID(WS-INNER-INDEX)
                   CONTINUE
               WHEN WS-MBR-TRANSPOSED(WS-OUTER-INDEX) = "N"
                       AND WS-MBR-TRANSPOSED(WS-INNER-INDEX) = "N"
                   MOVE "Y" TO WS-PAIR-WANTED
                   IF WS-MBR-SURNAME(WS-OUTER-INDEX)
                           = WS-MBR-SURNAME(WS-INNER-INDEX)
                       AND WS-MBR-FIRST-NAME(WS-OUTER-INDEX)
                           = WS-MBR-FIRST-NAME(WS-INNER-INDEX)
                       MOVE 60 TO WS-PAIR-SCORE
                       MOVE "SAME NAME" TO WS-PAIR-REASON
                   ELSE
                       MOVE 50 TO WS-PAIR-SCORE
                       MOVE "SAME NAME BAR SPACING/CASE"
                           TO WS-PAIR-REASON
                   END-IF
               WHEN WS-MBR-TRANSPOSED(WS-OUTER-INDEX) = "Y"
                       AND WS-MBR-TRANSPOSED(WS-INNER-INDEX) = "Y"
                   CONTINUE
               WHEN OTHER
                   PERFORM CHECK-TRANSPOSED-PAIR
           END-EVALUATE
           IF WS-PAIR-WANTED = "Y"
               PERFORM ADD-SUPPORTING-SCORE
               PERFORM CHECK-PAIR-EXCLUDED
               IF WS-EXCLUSION-FOUND = "Y"
                   ADD 1 TO WS-PAIRS-SUPPRESSED
               ELSE
                   PERFORM PRINT-DUPLICATE-PAIR
               END-IF
           END-IF.

       CHECK-TRANSPOSED-PAIR.
           IF WS-MBR-TRANSPOSED(WS-OUTER-INDEX) = "N"
               MOVE WS-OUTER-INDEX TO WS-DIRECT-INDEX
               MOVE WS-INNER-INDEX TO WS-SWAPPED-INDEX
           ELSE
               MOVE WS-INNER-INDEX TO WS-DIRECT-INDEX
               MOVE WS-OUTER-INDEX TO WS-SWAPPED-INDEX
           END-IF
           IF WS-MBR-STAFF-ID(WS-DIRECT-INDEX)
                   < WS-MBR-STAFF-ID(WS-SWAPPED-INDEX)
                   AND WS-MBR-NORM-SURNAME(WS-DIRECT-INDEX)
                       NOT = WS-MBR-NORM-FIRST-NAME(WS-DIRECT-INDEX)
               MOVE "Y" TO WS-PAIR-WANTED
               MOVE 40 TO WS-PAIR-SCORE
               MOVE "FIRST NAME/SURNAME TRANSPOSED" TO WS-PAIR-REASON
           END-IF.

      *----------------------------------------------------------------
      * A zero hire date was never captured, so two zeros prove
      * nothing and score nothing.
      *----------------------------------------------------------------
       ADD-SUPPORTING-SCORE.
           IF WS-MBR-HIRE-DATE(WS-OUTER-INDEX) > 0
                   AND WS-MBR-HIRE-DATE(WS-OUTER-INDEX)
                       = WS-MBR-HIRE-DATE(WS-INNER-INDEX)
               ADD 30 TO WS-PAIR-SCORE
               MOVE WS-PAIR-REASON TO WS-REASON-SO-FAR
               MOVE SPACES TO WS-PAIR-REASON
               STRING WS-REASON-SO-FAR DELIMITED BY "  "
                   " + SAME HIRE DATE" DELIMITED BY SIZE
                   INTO WS-PAIR-REASON
               END-STRING
           END-IF
           IF WS-MBR-DEPARTMENT-CODE(WS-OUTER-INDEX)
                   = WS-MBR-DEPARTMENT-CODE(WS-INNER-INDEX)
               ADD 10 TO WS-PAIR-SCORE
               MOVE WS-PAIR-REASON TO WS-REASON-SO-FAR
               MOVE SPACES TO WS-PAIR-REASON
               STRING WS-REASON-SO-FAR DELIMITED BY "  "
                   " + SAME DEPT" DELIMITED BY SIZE
                   INTO WS-PAIR-REASON
               END-STRING
           END-IF.

       CHECK-PAIR-EXCLUDED.
           IF WS-MBR-STAFF-ID(WS-OUTER-INDEX)
                   < WS-MBR-STAFF-ID(WS-INNER-INDEX)
               MOVE WS-MBR-STAFF-ID(WS-OUTER-INDEX) TO WS-PAIR-LOW-ID
               MOVE WS-MBR-STAFF-ID(WS-INNER-INDEX) TO WS-PAIR-HIGH-ID
           ELSE
               MOVE WS-MBR-STAFF-ID(WS-INNER-INDEX) TO WS-PAIR-LOW-ID
               MOVE WS-MBR-STAFF-ID(WS-OUTER-INDEX) TO WS-PAIR-HIGH-ID
           END-IF
           MOVE "N" TO WS-EXCLUSION-FOUND
           MOVE 0 TO WS-EXCLUSION-INDEX
           PERFORM CHECK-ONE-EXCLUSION
               UNTIL WS-EXCLUSION-FOUND = "Y"
                  OR WS-EXCLUSION-INDEX >= WS-EXCLUSION-COUNT.

       CHECK-ONE-EXCLUSION.
           ADD 1 TO WS-EXCLUSION-INDEX
           IF WS-EXC-LOW-ID(WS-EXCLUSION-INDEX) = WS-PAIR-LOW-ID
                   AND WS-EXC-HIGH-ID(WS-EXCLUSION-INDEX)
                       = WS-PAIR-HIGH-ID
               MOVE "Y" TO WS-EXCLUSION-FOUND
           END-IF.

       PRINT-DUPLICATE-PAIR.
           ADD 1 TO WS-PAIRS-REPORTED
           EVALUATE TRUE
               WHEN WS-PAIR-SCORE >= 80
                   MOVE "HIGH" TO WS-PHD-BAND
                   ADD 1 TO WS-PAIRS-HIGH
               WHEN WS-PAIR-SCORE >= 50
                   MOVE "MEDIUM" TO WS-PHD-BAND
                   ADD 1 TO WS-PAIRS-MEDIUM
               WHEN OTHER
                   MOVE "LOW" TO WS-PHD-BAND
                   ADD 1 TO WS-PAIRS-LOW
           END-EVALUATE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-PAIR-SCORE TO WS-PHD-SCORE
           MOVE WS-PAIR-REASON TO WS-PHD-REASON
           WRITE DUPLICATE-REPORT-LINE FROM WS-PAIR-HEADING-LINE
           MOVE WS-OUTER-INDEX TO WS-PRINT-INDEX
           PERFORM PRINT-PAIR-MEMBER
           MOVE WS-INNER-INDEX TO WS-PRINT-INDEX
           PERFORM PRINT-PAIR-MEMBER.

       PRINT-PAIR-MEMBER.
           MOVE WS-MBR-STAFF-ID(WS-PRINT-INDEX) TO WS-PER-STAFF-ID
           MOVE WS-MBR-SURNAME(WS-PRINT-INDEX) TO WS-PER-SURNAME
           MOVE WS-MBR-FIRST-NAME(WS-PRINT-INDEX) TO WS-PER-FIRST-NAME
           MOVE WS-MBR-HIRE-DATE(WS-PRINT-INDEX) TO WS-PER-HIRE-DATE
           MOVE WS-MBR-DEPARTMENT-CODE(WS-PRINT-INDEX)
               TO WS-PER-DEPARTMENT-CODE
           MOVE WS-MBR-STATUS(WS-PRINT-INDEX) TO WS-PER-STATUS
           WRITE DUPLICATE-REPORT-LINE FROM WS-PERSON-LINE.

       TERMINATE-DUPLICATE-CHECK.
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE "EMPLOYEES CHECKED:" TO WS-SUM-LABEL
           MOVE WS-EMPLOYEES-CHECKED TO WS-SUM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "PAIRS FOR REVIEW:" TO WS-SUM-LABEL
           MOVE WS-PAIRS-REPORTED TO WS-SUM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "  HIGH:" TO WS-SUM-LABEL
           MOVE WS-PAIRS-HIGH TO WS-SUM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "  MEDIUM:" TO WS-SUM-LABEL
           MOVE WS-PAIRS-MEDIUM TO WS-SUM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "  LOW:" TO WS-SUM-LABEL
           MOVE WS-PAIRS-LOW TO WS-SUM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "PAIRS CLEARED ON DUPEXCL:" TO WS-SUM-LABEL
           MOVE WS-PAIRS-SUPPRESSED TO WS-SUM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "EXCLUSIONS LOADED:" TO WS-SUM-LABEL
           MOVE WS-EXCLUSION-COUNT TO WS-SUM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM WS-SUMMARY-LINE
           IF WS-GROUP-OVERFLOW > 0
               MOVE "NAMES PAST GROUP CAPACITY:" TO WS-SUM-LABEL
               MOVE WS-GROUP-OVERFLOW TO WS-SUM-COUNT
               WRITE DUPLICATE-REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF
           IF WS-PAIRS-REPORTED > 0 OR WS-GROUP-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE PERSONNEL-FILE
           CLOSE DUPLICATE-REPORT-FILE.

       END PROGRAM DUP-PERSON-CHECK.
