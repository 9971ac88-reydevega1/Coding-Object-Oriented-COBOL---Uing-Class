      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online enquiry screen for the HR desk, in place of
      * keying SURIN / HISTIN cards and waiting for SURNAME-LOOKUP or
      * EMP-HISTORY-ENQ printouts.  Enquiry only - every file is
      * opened INPUT and nothing is ever written; changes still go
      * through the TRANIN batch so PERSONNEL-MAINT's edits and the
      * audit trail cannot be bypassed.
      *   Search   - a STAFF-ID-NUMBER goes straight to the employee;
      *              otherwise the surname (or its leading letters) is
      *              looked up on the EMPLOYEE-SURNAME alternate key.
      *   List     - ten matches a page, paged forward and back, any
      *              line selected by its number.
      *   Detail   - the full employee record with the department name
      *              from DEPARTMENT-MASTER, the grade description from
      *              GRADE-MASTER and the open leave spell, if any.
      *   Journal  - the employee's audit journal entries, catalogued
      *              archive periods first and then the live journal,
      *              oldest first, four a page with before and after
      *              values.
      * Every screen takes a one or two character command on the
      * bottom line; X leaves the enquiry from anywhere.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HR-ENQUIRY.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERSSEL.
           COPY DEPTSEL.
           COPY GRDSEL.
           COPY LEVSEL.
           COPY AUDSEL.
           COPY CATSEL.

           SELECT ARCHIVE-INPUT-FILE ASSIGN TO WS-ARCHIVE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PERSFD.
           COPY DEPTFD.
           COPY GRDFD.
           COPY LEVFD.
           COPY AUDFD.
           COPY CATFD.

      ******************************************************************
      * Archive files carry unaltered AUDIT-RECORD images - the
      * PIC X(259) width is the AUDIT-RECORD length in AUDFD, kept in
      * step by hand, same as the AUDIT-ARCHIVE split files.
      ******************************************************************
       FD ARCHIVE-INPUT-FILE.
       01 ARCHIVE-AUDIT-RECORD                 PIC X(259).

       WORKING-STORAGE SECTION.
       01  WS-PERSONNEL-STATUS                 PIC X(2).
       01  WS-DEPARTMENT-STATUS                PIC X(2).
       01  WS-GRADE-STATUS                     PIC X(2).
       01  WS-LEAVE-STATUS                     PIC X(2).
       01  WS-AUDIT-STATUS                     PIC X(2).
       01  WS-CATALOG-STATUS                   PIC X(2).
       01  WS-ARCHIVE-INPUT-STATUS             PIC X(2).

       01  WS-DEPARTMENT-OPEN                  PIC X(1) VALUE "N".
       01  WS-GRADE-OPEN                       PIC X(1) VALUE "N".
       01  WS-LEAVE-OPEN                       PIC X(1) VALUE "N".

      *----------------------------------------------------------------
      * Screen mode: S search, L list, D detail, J journal, X leave.
      *----------------------------------------------------------------
       01  WS-SCREEN-MODE                      PIC X(1) VALUE "S".
           88 SCREEN-IS-SEARCH                 VALUE "S".
           88 SCREEN-IS-LIST                   VALUE "L".
           88 SCREEN-IS-DETAIL                 VALUE "D".
           88 SCREEN-IS-JOURNAL                VALUE "J".
           88 SCREEN-IS-FINISHED               VALUE "X".
       01  WS-DETAIL-RETURN-MODE               PIC X(1).

       01  WS-COMMAND                          PIC X(2).
       01  WS-SELECTION                        PIC 9(2).
       01  WS-LOWER-CASE                       PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE                       PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-SCREEN-TITLE                     PIC X(79).
       01  WS-SCREEN-MESSAGE                   PIC X(79) VALUE SPACES.
       01  WS-COMMAND-PROMPT                   PIC X(60).
       01  WS-BODY-INDEX                       PIC 9(2).
       01  WS-BODY-TABLE.
           02 WS-BODY-LINE OCCURS 18 TIMES     PIC X(79).

       01  WS-SEARCH-STAFF-ID                  PIC X(6).
       01  WS-SEARCH-SURNAME                   PIC X(20).

       01  WS-LIST-SURNAME                     PIC X(20).
       01  WS-LIST-PREFIX-LENGTH               PIC 9(2).
       01  WS-LIST-PAGE                        PIC 9(4).
       01  WS-LIST-SKIP                        PIC 9(6).
       01  WS-LIST-COUNT                       PIC 9(2).
       01  WS-LIST-MORE                        PIC X(1).
       01  WS-EOF-LIST                         PIC X(1).
       01  WS-LIST-STAFF-IDS.
           02 WS-LIST-STAFF-ID OCCURS 10 TIMES PIC 9(6).
       01  WS-SELECTED-STAFF-ID                PIC 9(6).

       01  WS-MAX-JOURNAL                      PIC 9(4) VALUE 500.
       01  WS-JOURNAL-COUNT                    PIC 9(4) VALUE 0.
       01  WS-JOURNAL-DROPPED                  PIC 9(6) VALUE 0.
       01  WS-JOURNAL-PAGE                     PIC 9(4).
       01  WS-JOURNAL-LAST-PAGE                PIC 9(4).
       01  WS-JOURNAL-INDEX                    PIC 9(4).
       01  WS-JOURNAL-ON-PAGE                  PIC 9(2).
       01  WS-JOURNAL-ARCHIVE-GAPS             PIC 9(4) VALUE 0.
       01  WS-EOF-AUDIT                        PIC X(1).
       01  WS-EOF-CATALOG                      PIC X(1).
       01  WS-EOF-ARCHIVE                      PIC X(1).
       01  WS-ARCHIVE-DSNAME                   PIC X(44).
       01  WS-JOURNAL-TABLE.
           02 WS-JOURNAL-IMAGE OCCURS 500 TIMES
                                               PIC X(259).

       01  WS-STATUS-DESC                      PIC X(10).

       01  WS-LIST-HEADING.
           02 FILLER                           PIC X(4) VALUE "NO".
           02 FILLER                           PIC X(8) VALUE "STAFF".
           02 FILLER                           PIC X(21)
                   VALUE "SURNAME".
           02 FILLER                           PIC X(21)
                   VALUE "FIRST NAME".
           02 FILLER                           PIC X(21)
                   VALUE "DEPARTMENT".
           02 FILLER                           PIC X(3) VALUE "ST".
       01  WS-LIST-DETAIL.
           02 WS-LST-NUMBER                    PIC Z9.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-LST-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-LST-SURNAME                   PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-LST-FIRST-NAME                PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-LST-DEPARTMENT-CODE           PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-LST-STATUS                    PIC X(1).
       01  WS-PAGE-LINE.
           02 FILLER                           PIC X(5) VALUE "PAGE ".
           02 WS-PGL-PAGE                      PIC ZZZ9.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-PGL-TEXT                      PIC X(40).

       01  WS-DTL-ID-LINE.
           02 FILLER                           PIC X(14)
                   VALUE "STAFF ID    : ".
           02 WS-DTL-STAFF-ID                  PIC 9(6).
       01  WS-DTL-NAME-LINE.
           02 FILLER                           PIC X(14)
                   VALUE "NAME        : ".
           02 WS-DTL-FIRST-NAME                PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-SURNAME                   PIC X(20).
       01  WS-DTL-DEPT-LINE.
           02 FILLER                           PIC X(14)
                   VALUE "DEPARTMENT  : ".
           02 WS-DTL-DEPARTMENT-CODE           PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-DEPARTMENT-NAME           PIC X(30).
       01  WS-DTL-TITLE-LINE.
           02 FILLER                           PIC X(14)
                   VALUE "JOB TITLE   : ".
           02 WS-DTL-JOB-TITLE                 PIC X(30).
       01  WS-DTL-GRADE-LINE.
           02 FILLER                           PIC X(14)
                   VALUE "GRADE       : ".
           02 WS-DTL-SALARY-GRADE              PIC X(2).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-GRADE-DESC                PIC X(30).
       01  WS-DTL-HIRE-LINE.
           02 FILLER                           PIC X(14)
                   VALUE "HIRE DATE   : ".
           02 WS-DTL-HIRE-DATE                 PIC 9(8).
       01  WS-DTL-STATUS-LINE.
           02 FILLER                           PIC X(14)
                   VALUE "STATUS      : ".
           02 WS-DTL-STATUS                    PIC X(1).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DTL-STATUS-DESC               PIC X(10).
       01  WS-DTL-LEAVE-LINE.
           02 FILLER                           PIC X(14)
                   VALUE "LEAVE       : ".
           02 FILLER                           PIC X(8)
                   VALUE "STARTED ".
           02 WS-DTL-LEAVE-START               PIC 9(8).
           02 FILLER                           PIC X(17)
                   VALUE "  EXPECTED BACK ".
           02 WS-DTL-LEAVE-EXPECTED            PIC 9(8).

       01  WS-JNL-HEADER-LINE.
           02 WS-JNH-NUMBER                    PIC ZZ9.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-JNH-APPLIED-DATE              PIC X(8).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-JNH-APPLIED-TIME              PIC X(4).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-JNH-TYPE                      PIC X(6).
           02 FILLER                           PIC X(4) VALUE " BY ".
           02 WS-JNH-OPERATOR-ID               PIC X(8).
           02 FILLER                           PIC X(8)
                   VALUE "  KEYED ".
           02 WS-JNH-KEYED-DATE                PIC X(8).
       01  WS-JNL-IMAGE-LINE.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-JNI-LABEL                     PIC X(4).
           02 WS-JNI-DEPARTMENT-CODE           PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-JNI-STATUS                    PIC X(1).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-JNI-GRADE                     PIC X(2).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-JNI-JOB-TITLE                 PIC X(30).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-JNI-HIRE-DATE                 PIC 9(8).
       01  WS-JNL-NAME-LINE.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 FILLER                           PIC X(10)
                   VALUE "NAME WAS: ".
           02 WS-JNN-OLD-FIRST-NAME            PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-JNN-OLD-SURNAME               PIC X(20).

       SCREEN SECTION.
       01  SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
                   VALUE "HR ENQUIRY - EMPLOYEE SEARCH".
           05 LINE 3 COLUMN 1
                   VALUE "STAFF ID   :".
           05 LINE 3 COLUMN 14 PIC X(6) USING WS-SEARCH-STAFF-ID.
           05 LINE 4 COLUMN 1
                   VALUE "OR SURNAME :".
           05 LINE 4 COLUMN 14 PIC X(20) USING WS-SEARCH-SURNAME.
           05 LINE 6 COLUMN 1
                   VALUE "A SURNAME MAY BE THE LEADING LETTERS ONLY.".
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-SCREEN-MESSAGE.
           05 LINE 23 COLUMN 1
                   VALUE "COMMAND (ENTER = SEARCH, X = EXIT) ===>".
           05 LINE 23 COLUMN 41 PIC X(2) USING WS-COMMAND.

       01  ENQUIRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 PIC X(79) FROM WS-SCREEN-TITLE.
           05 LINE 3 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(1).
           05 LINE 4 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(2).
           05 LINE 5 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(3).
           05 LINE 6 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(4).
           05 LINE 7 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(5).
           05 LINE 8 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(6).
           05 LINE 9 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(7).
           05 LINE 10 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(8).
           05 LINE 11 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(9).
           05 LINE 12 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(10).
           05 LINE 13 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(11).
           05 LINE 14 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(12).
           05 LINE 15 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(13).
           05 LINE 16 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(14).
           05 LINE 17 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(15).
           05 LINE 18 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(16).
           05 LINE 19 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(17).
           05 LINE 20 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(18).
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-SCREEN-MESSAGE.
           05 LINE 23 COLUMN 1 PIC X(60) FROM WS-COMMAND-PROMPT.
           05 LINE 23 COLUMN 62 PIC X(2) USING WS-COMMAND.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-ENQUIRY
           PERFORM PROCESS-ONE-SCREEN
               UNTIL SCREEN-IS-FINISHED
           PERFORM TERMINATE-ENQUIRY
           STOP RUN.

      *----------------------------------------------------------------
      * The staff file is the only one the enquiry cannot work
      * without.  A missing reference file just leaves its
      * description blank on the detail screen.
      *----------------------------------------------------------------
       INITIALIZE-ENQUIRY.
           OPEN INPUT PERSONNEL-FILE
           IF WS-PERSONNEL-STATUS NOT = "00"
               DISPLAY "HR ENQUIRY UNAVAILABLE - STAFF OPEN STATUS "
                   WS-PERSONNEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPARTMENT-STATUS = "00"
               MOVE "Y" TO WS-DEPARTMENT-OPEN
           END-IF
           OPEN INPUT GRADE-MASTER
           IF WS-GRADE-STATUS = "00"
               MOVE "Y" TO WS-GRADE-OPEN
           END-IF
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00"
               MOVE "Y" TO WS-LEAVE-OPEN
           END-IF
           MOVE SPACES TO WS-SEARCH-STAFF-ID
           MOVE SPACES TO WS-SEARCH-SURNAME.

       PROCESS-ONE-SCREEN.
           MOVE SPACES TO WS-COMMAND
           EVALUATE TRUE
               WHEN SCREEN-IS-SEARCH
                   PERFORM SHOW-SEARCH-SCREEN
               WHEN SCREEN-IS-LIST
                   PERFORM SHOW-LIST-SCREEN
               WHEN SCREEN-IS-DETAIL
                   PERFORM SHOW-DETAIL-SCREEN
               WHEN SCREEN-IS-JOURNAL
                   PERFORM SHOW-JOURNAL-SCREEN
           END-EVALUATE.

       ACCEPT-ENQUIRY-SCREEN.
           DISPLAY ENQUIRY-SCREEN
           ACCEPT ENQUIRY-SCREEN
           MOVE SPACES TO WS-SCREEN-MESSAGE
           INSPECT WS-COMMAND
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

       CLEAR-SCREEN-BODY.
           MOVE SPACES TO WS-BODY-TABLE.

      *----------------------------------------------------------------
      * Search: a numeric staff id wins over a surname if both are
      * keyed.
      *----------------------------------------------------------------
       SHOW-SEARCH-SCREEN.
           DISPLAY SEARCH-SCREEN
           ACCEPT SEARCH-SCREEN
           MOVE SPACES TO WS-SCREEN-MESSAGE
           INSPECT WS-COMMAND
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-SEARCH-SURNAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           EVALUATE TRUE
               WHEN WS-COMMAND = "X"
                   MOVE "X" TO WS-SCREEN-MODE
               WHEN WS-SEARCH-STAFF-ID NOT = SPACES
                   PERFORM SEARCH-BY-STAFF-ID
               WHEN WS-SEARCH-SURNAME NOT = SPACES
                   PERFORM SEARCH-BY-SURNAME
               WHEN OTHER
                   MOVE "KEY A STAFF ID OR A SURNAME"
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       SEARCH-BY-STAFF-ID.
           IF WS-SEARCH-STAFF-ID IS NUMERIC
               MOVE WS-SEARCH-STAFF-ID TO WS-SELECTED-STAFF-ID
               MOVE "S" TO WS-DETAIL-RETURN-MODE
               PERFORM SELECT-EMPLOYEE
           ELSE
               MOVE "STAFF ID MUST BE SIX DIGITS" TO WS-SCREEN-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * Only the letters actually keyed are matched, so "MAC" lists
      * MACDONALD, MACKAY and the rest.
      *----------------------------------------------------------------
       SEARCH-BY-SURNAME.
           MOVE WS-SEARCH-SURNAME TO WS-LIST-SURNAME
           MOVE 20 TO WS-LIST-PREFIX-LENGTH
           PERFORM SHORTEN-SURNAME-PREFIX
               UNTIL WS-LIST-PREFIX-LENGTH = 1
                  OR WS-LIST-SURNAME(WS-LIST-PREFIX-LENGTH:1)
                       NOT = SPACE
           MOVE 1 TO WS-LIST-PAGE
           PERFORM BUILD-LIST-PAGE
           IF WS-LIST-COUNT = 0
               MOVE "NO EMPLOYEE WITH THAT SURNAME" TO WS-SCREEN-MESSAGE
           ELSE
               MOVE "L" TO WS-SCREEN-MODE
           END-IF.

       SHORTEN-SURNAME-PREFIX.
           SUBTRACT 1 FROM WS-LIST-PREFIX-LENGTH.

      *----------------------------------------------------------------
      * A page is rebuilt from the START each time - skip the earlier
      * pages' matches, take ten, and read one more to know whether a
      * next page exists.  Duplicate surnames come back in the same
      * order on every pass, so paging back lands where it should.
      *----------------------------------------------------------------
       BUILD-LIST-PAGE.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-MORE
           MOVE "N" TO WS-EOF-LIST
           COMPUTE WS-LIST-SKIP = (WS-LIST-PAGE - 1) * 10
           MOVE WS-LIST-SURNAME TO EMPLOYEE-SURNAME
           START PERSONNEL-FILE
                   KEY IS NOT LESS THAN EMPLOYEE-SURNAME
               INVALID KEY
                   MOVE "Y" TO WS-EOF-LIST
           END-START
           PERFORM READ-LIST-CANDIDATE
           PERFORM SKIP-ONE-LIST-CANDIDATE
               UNTIL WS-EOF-LIST = "Y"
                  OR WS-LIST-SKIP = 0
           PERFORM TAKE-ONE-LIST-CANDIDATE
               UNTIL WS-EOF-LIST = "Y"
                  OR WS-LIST-COUNT = 10
           IF WS-EOF-LIST NOT = "Y"
               MOVE "Y" TO WS-LIST-MORE
           END-IF.

       READ-LIST-CANDIDATE.
           IF WS-EOF-LIST NOT = "Y"
               READ PERSONNEL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-LIST
               END-READ
           END-IF
           IF WS-EOF-LIST NOT = "Y"
               IF EMPLOYEE-SURNAME(1:WS-LIST-PREFIX-LENGTH)
                       NOT = WS-LIST-SURNAME(1:WS-LIST-PREFIX-LENGTH)
                   MOVE "Y" TO WS-EOF-LIST
               END-IF
           END-IF.

       SKIP-ONE-LIST-CANDIDATE.
           SUBTRACT 1 FROM WS-LIST-SKIP
           PERFORM READ-LIST-CANDIDATE.

       TAKE-ONE-LIST-CANDIDATE.
           ADD 1 TO WS-LIST-COUNT
           MOVE STAFF-ID-NUMBER TO WS-LIST-STAFF-ID(WS-LIST-COUNT)
           MOVE WS-LIST-COUNT TO WS-LST-NUMBER
           MOVE STAFF-ID-NUMBER TO WS-LST-STAFF-ID
           MOVE EMPLOYEE-SURNAME TO WS-LST-SURNAME
           MOVE EMPLOYEE-FIRST-NAME TO WS-LST-FIRST-NAME
           MOVE DEPARTMENT-CODE TO WS-LST-DEPARTMENT-CODE
           MOVE EMPLOYMENT-STATUS TO WS-LST-STATUS
           COMPUTE WS-BODY-INDEX = WS-LIST-COUNT + 2
           MOVE WS-LIST-DETAIL TO WS-BODY-LINE(WS-BODY-INDEX)
           PERFORM READ-LIST-CANDIDATE.

       SHOW-LIST-SCREEN.
           PERFORM CLEAR-SCREEN-BODY
           PERFORM BUILD-LIST-PAGE
           MOVE "HR ENQUIRY - SURNAME MATCHES" TO WS-SCREEN-TITLE
           MOVE WS-LIST-HEADING TO WS-BODY-LINE(1)
           MOVE WS-LIST-PAGE TO WS-PGL-PAGE
           IF WS-LIST-MORE = "Y"
               MOVE "MORE FOLLOW" TO WS-PGL-TEXT
           ELSE
               MOVE "END OF MATCHES" TO WS-PGL-TEXT
           END-IF
           MOVE WS-PAGE-LINE TO WS-BODY-LINE(14)
           MOVE "LINE NO = SELECT  N/P = PAGE  B = SEARCH  X = EXIT"
               TO WS-COMMAND-PROMPT
           PERFORM ACCEPT-ENQUIRY-SCREEN
           PERFORM DECODE-SELECTION
           EVALUATE TRUE
               WHEN WS-COMMAND = "X"
                   MOVE "X" TO WS-SCREEN-MODE
               WHEN WS-COMMAND = "B"
                   MOVE "S" TO WS-SCREEN-MODE
               WHEN WS-COMMAND = "N"
                   IF WS-LIST-MORE = "Y"
                       ADD 1 TO WS-LIST-PAGE
                   ELSE
                       MOVE "NO FURTHER MATCHES" TO WS-SCREEN-MESSAGE
                   END-IF
               WHEN WS-COMMAND = "P"
                   IF WS-LIST-PAGE > 1
                       SUBTRACT 1 FROM WS-LIST-PAGE
                   ELSE
                       MOVE "ALREADY ON THE FIRST PAGE"
                           TO WS-SCREEN-MESSAGE
                   END-IF
               WHEN WS-SELECTION > 0
                       AND WS-SELECTION NOT > WS-LIST-COUNT
                   MOVE WS-LIST-STAFF-ID(WS-SELECTION)
                       TO WS-SELECTED-STAFF-ID
                   MOVE "L" TO WS-DETAIL-RETURN-MODE
                   PERFORM SELECT-EMPLOYEE
               WHEN OTHER
                   MOVE "INVALID COMMAND" TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       DECODE-SELECTION.
           MOVE 0 TO WS-SELECTION
           EVALUATE TRUE
               WHEN WS-COMMAND IS NUMERIC
                   MOVE WS-COMMAND TO WS-SELECTION
               WHEN WS-COMMAND(1:1) IS NUMERIC
                       AND WS-COMMAND(2:1) = SPACE
                   MOVE WS-COMMAND(1:1) TO WS-SELECTION
               WHEN WS-COMMAND(2:1) IS NUMERIC
                       AND WS-COMMAND(1:1) = SPACE
                   MOVE WS-COMMAND(2:1) TO WS-SELECTION
           END-EVALUATE.

       SELECT-EMPLOYEE.
           MOVE WS-SELECTED-STAFF-ID TO STAFF-ID-NUMBER
           READ PERSONNEL-FILE KEY IS STAFF-ID-NUMBER
           IF WS-PERSONNEL-STATUS = "00"
               MOVE "D" TO WS-SCREEN-MODE
               MOVE 0 TO WS-JOURNAL-COUNT
           ELSE
               MOVE "NO EMPLOYEE WITH THAT STAFF ID"
                   TO WS-SCREEN-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * The record is read again each time the detail is shown, since
      * a list page rebuild leaves the record area on another
      * employee.
      *----------------------------------------------------------------
       SHOW-DETAIL-SCREEN.
           PERFORM CLEAR-SCREEN-BODY
           MOVE WS-SELECTED-STAFF-ID TO STAFF-ID-NUMBER
           READ PERSONNEL-FILE KEY IS STAFF-ID-NUMBER
           MOVE "HR ENQUIRY - EMPLOYEE DETAIL" TO WS-SCREEN-TITLE
           PERFORM FORMAT-EMPLOYEE-DETAIL
           MOVE "J = JOURNAL  B = BACK  X = EXIT" TO WS-COMMAND-PROMPT
           PERFORM ACCEPT-ENQUIRY-SCREEN
           EVALUATE TRUE
               WHEN WS-COMMAND = "X"
                   MOVE "X" TO WS-SCREEN-MODE
               WHEN WS-COMMAND = "B"
                   MOVE WS-DETAIL-RETURN-MODE TO WS-SCREEN-MODE
               WHEN WS-COMMAND = "J"
                   PERFORM LOAD-EMPLOYEE-JOURNAL
                   MOVE 1 TO WS-JOURNAL-PAGE
                   MOVE "J" TO WS-SCREEN-MODE
               WHEN OTHER
                   MOVE "INVALID COMMAND" TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       FORMAT-EMPLOYEE-DETAIL.
           MOVE STAFF-ID-NUMBER TO WS-DTL-STAFF-ID
           MOVE WS-DTL-ID-LINE TO WS-BODY-LINE(1)
           MOVE EMPLOYEE-FIRST-NAME TO WS-DTL-FIRST-NAME
           MOVE EMPLOYEE-SURNAME TO WS-DTL-SURNAME
           MOVE WS-DTL-NAME-LINE TO WS-BODY-LINE(2)
           MOVE DEPARTMENT-CODE TO WS-DTL-DEPARTMENT-CODE
           MOVE SPACES TO WS-DTL-DEPARTMENT-NAME
           IF WS-DEPARTMENT-OPEN = "Y"
               MOVE DEPARTMENT-CODE TO DEPT-MASTER-CODE
               READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
               IF WS-DEPARTMENT-STATUS = "00"
                   MOVE DEPT-MASTER-NAME TO WS-DTL-DEPARTMENT-NAME
               ELSE
                   MOVE "** NOT ON DEPT MASTER **"
                       TO WS-DTL-DEPARTMENT-NAME
               END-IF
           END-IF
           MOVE WS-DTL-DEPT-LINE TO WS-BODY-LINE(3)
           MOVE JOB-TITLE TO WS-DTL-JOB-TITLE
           MOVE WS-DTL-TITLE-LINE TO WS-BODY-LINE(4)
           MOVE SALARY-GRADE TO WS-DTL-SALARY-GRADE
           MOVE SPACES TO WS-DTL-GRADE-DESC
           IF WS-GRADE-OPEN = "Y"
               MOVE SALARY-GRADE TO GRADE-MASTER-CODE
               READ GRADE-MASTER KEY IS GRADE-MASTER-CODE
               IF WS-GRADE-STATUS = "00"
                   MOVE GRADE-MASTER-DESC TO WS-DTL-GRADE-DESC
               ELSE
                   MOVE "** NOT ON GRADE MASTER **"
                       TO WS-DTL-GRADE-DESC
               END-IF
           END-IF
           MOVE WS-DTL-GRADE-LINE TO WS-BODY-LINE(5)
           MOVE EMPLOYEE-HIRE-DATE TO WS-DTL-HIRE-DATE
           MOVE WS-DTL-HIRE-LINE TO WS-BODY-LINE(6)
           EVALUATE TRUE
               WHEN EMPLOYMENT-IS-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-DESC
               WHEN EMPLOYMENT-IS-ON-LEAVE
                   MOVE "ON LEAVE" TO WS-STATUS-DESC
               WHEN EMPLOYMENT-IS-TERMINATED
                   MOVE "TERMINATED" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-DESC
           END-EVALUATE
           MOVE EMPLOYMENT-STATUS TO WS-DTL-STATUS
           MOVE WS-STATUS-DESC TO WS-DTL-STATUS-DESC
           MOVE WS-DTL-STATUS-LINE TO WS-BODY-LINE(7)
           MOVE "LEAVE       : NONE OPEN" TO WS-BODY-LINE(8)
           IF WS-LEAVE-OPEN = "Y"
               MOVE STAFF-ID-NUMBER TO LEAVE-STAFF-ID
               READ LEAVE-FILE KEY IS LEAVE-STAFF-ID
               IF WS-LEAVE-STATUS = "00"
                   IF LEAVE-STILL-OUT
                       MOVE LEAVE-START-DATE TO WS-DTL-LEAVE-START
                       MOVE LEAVE-EXPECTED-RETURN
                           TO WS-DTL-LEAVE-EXPECTED
                       MOVE WS-DTL-LEAVE-LINE TO WS-BODY-LINE(8)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Journal entries for the employee, oldest first: the catalogued
      * archive periods in catalogue order, then the live journal -
      * the same replay order EMP-HISTORY-ENQ uses.  An employee with
      * more entries than the table holds shows the earliest, with a
      * message pointing at EMP-HISTORY-ENQ for the rest.
      *----------------------------------------------------------------
       LOAD-EMPLOYEE-JOURNAL.
           MOVE 0 TO WS-JOURNAL-COUNT
           MOVE 0 TO WS-JOURNAL-DROPPED
           MOVE 0 TO WS-JOURNAL-ARCHIVE-GAPS
           PERFORM LOAD-ARCHIVED-PERIODS
           MOVE "N" TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-RECORD
               PERFORM SCAN-ONE-AUDIT-RECORD
                   UNTIL WS-EOF-AUDIT = "Y"
               CLOSE AUDIT-FILE
           END-IF
           COMPUTE WS-JOURNAL-LAST-PAGE = (WS-JOURNAL-COUNT + 3) / 4
           IF WS-JOURNAL-LAST-PAGE = 0
               MOVE 1 TO WS-JOURNAL-LAST-PAGE
           END-IF.

       LOAD-ARCHIVED-PERIODS.
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
               PERFORM LOAD-ONE-ARCHIVE-PERIOD
                   UNTIL WS-EOF-CATALOG = "Y"
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       READ-NEXT-CATALOG-ENTRY.
           READ ARCHIVE-CATALOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CATALOG
           END-READ.

       LOAD-ONE-ARCHIVE-PERIOD.
           MOVE CAT-ARCHIVE-DSNAME TO WS-ARCHIVE-DSNAME
           MOVE "N" TO WS-EOF-ARCHIVE
           OPEN INPUT ARCHIVE-INPUT-FILE
           IF WS-ARCHIVE-INPUT-STATUS = "00"
               PERFORM READ-ARCHIVE-RECORD
               PERFORM SCAN-ONE-ARCHIVE-RECORD
                   UNTIL WS-EOF-ARCHIVE = "Y"
               CLOSE ARCHIVE-INPUT-FILE
           ELSE
               ADD 1 TO WS-JOURNAL-ARCHIVE-GAPS
           END-IF
           PERFORM READ-NEXT-CATALOG-ENTRY.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-INPUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-ARCHIVE
           END-READ.

       SCAN-ONE-ARCHIVE-RECORD.
           MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
           PERFORM KEEP-JOURNAL-ENTRY
           PERFORM READ-ARCHIVE-RECORD.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AUDIT
           END-READ.

       SCAN-ONE-AUDIT-RECORD.
           PERFORM KEEP-JOURNAL-ENTRY
           PERFORM READ-AUDIT-RECORD.

       KEEP-JOURNAL-ENTRY.
           IF AUD-STAFF-ID-NUMBER = WS-SELECTED-STAFF-ID
               IF WS-JOURNAL-COUNT < WS-MAX-JOURNAL
                   ADD 1 TO WS-JOURNAL-COUNT
                   MOVE AUDIT-RECORD
                       TO WS-JOURNAL-IMAGE(WS-JOURNAL-COUNT)
               ELSE
                   ADD 1 TO WS-JOURNAL-DROPPED
               END-IF
           END-IF.

       SHOW-JOURNAL-SCREEN.
           PERFORM CLEAR-SCREEN-BODY
           MOVE SPACES TO WS-SCREEN-TITLE
           STRING "HR ENQUIRY - AUDIT JOURNAL FOR STAFF ID "
                   DELIMITED BY SIZE
               WS-SELECTED-STAFF-ID DELIMITED BY SIZE
               INTO WS-SCREEN-TITLE
           END-STRING
           IF WS-JOURNAL-COUNT = 0
               MOVE "NO JOURNAL ENTRIES FOR THIS EMPLOYEE"
                   TO WS-BODY-LINE(1)
           ELSE
               COMPUTE WS-JOURNAL-INDEX = (WS-JOURNAL-PAGE - 1) * 4
               MOVE 0 TO WS-JOURNAL-ON-PAGE
               MOVE 0 TO WS-BODY-INDEX
               PERFORM FORMAT-ONE-JOURNAL-ENTRY
                   UNTIL WS-JOURNAL-ON-PAGE = 4
                      OR WS-JOURNAL-INDEX >= WS-JOURNAL-COUNT
           END-IF
           MOVE WS-JOURNAL-PAGE TO WS-PGL-PAGE
           MOVE SPACES TO WS-PGL-TEXT
           STRING "OF " DELIMITED BY SIZE
               WS-JOURNAL-LAST-PAGE DELIMITED BY SIZE
               INTO WS-PGL-TEXT
           END-STRING
           MOVE WS-PAGE-LINE TO WS-BODY-LINE(18)
           IF WS-JOURNAL-DROPPED > 0
               MOVE "EARLIEST ENTRIES ONLY - SEE EMP-HISTORY-ENQ"
                   TO WS-SCREEN-MESSAGE
           END-IF
           IF WS-JOURNAL-ARCHIVE-GAPS > 0
               MOVE "AN ARCHIVE PERIOD WAS NOT AVAILABLE - HISTORY GAP"
                   TO WS-SCREEN-MESSAGE
           END-IF
           MOVE "N/P = PAGE  B = DETAIL  X = EXIT" TO WS-COMMAND-PROMPT
           PERFORM ACCEPT-ENQUIRY-SCREEN
           EVALUATE TRUE
               WHEN WS-COMMAND = "X"
                   MOVE "X" TO WS-SCREEN-MODE
               WHEN WS-COMMAND = "B"
                   MOVE "D" TO WS-SCREEN-MODE
               WHEN WS-COMMAND = "N"
                   IF WS-JOURNAL-PAGE < WS-JOURNAL-LAST-PAGE
                       ADD 1 TO WS-JOURNAL-PAGE
                   ELSE
                       MOVE "NO FURTHER ENTRIES" TO WS-SCREEN-MESSAGE
                   END-IF
               WHEN WS-COMMAND = "P"
                   IF WS-JOURNAL-PAGE > 1
                       SUBTRACT 1 FROM WS-JOURNAL-PAGE
                   ELSE
                       MOVE "ALREADY ON THE FIRST PAGE"
                           TO WS-SCREEN-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE "INVALID COMMAND" TO WS-SCREEN-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------
      * Four lines an entry: when and by whom, the before and after
      * values, and the old name when the entry changed it.
      *----------------------------------------------------------------
       FORMAT-ONE-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-INDEX
           ADD 1 TO WS-JOURNAL-ON-PAGE
           MOVE WS-JOURNAL-IMAGE(WS-JOURNAL-INDEX) TO AUDIT-RECORD
           MOVE WS-JOURNAL-INDEX TO WS-JNH-NUMBER
           MOVE AUD-TIMESTAMP(1:8) TO WS-JNH-APPLIED-DATE
           MOVE AUD-TIMESTAMP(9:4) TO WS-JNH-APPLIED-TIME
           EVALUATE TRUE
               WHEN AUD-TRAN-IS-ADD
                   MOVE "ADD" TO WS-JNH-TYPE
               WHEN AUD-TRAN-IS-CHANGE
                   MOVE "CHANGE" TO WS-JNH-TYPE
               WHEN AUD-TRAN-IS-DELETE
                   MOVE "DELETE" TO WS-JNH-TYPE
               WHEN OTHER
                   MOVE AUD-TRANSACTION-TYPE TO WS-JNH-TYPE
           END-EVALUATE
           MOVE AUD-OPERATOR-ID TO WS-JNH-OPERATOR-ID
           MOVE AUD-ENTRY-TIMESTAMP(1:8) TO WS-JNH-KEYED-DATE
           ADD 1 TO WS-BODY-INDEX
           MOVE WS-JNL-HEADER-LINE TO WS-BODY-LINE(WS-BODY-INDEX)
           MOVE "OLD " TO WS-JNI-LABEL
           MOVE AUD-OLD-DEPARTMENT-CODE TO WS-JNI-DEPARTMENT-CODE
           MOVE AUD-OLD-EMPLOYMENT-STATUS TO WS-JNI-STATUS
           MOVE AUD-OLD-SALARY-GRADE TO WS-JNI-GRADE
           MOVE AUD-OLD-JOB-TITLE TO WS-JNI-JOB-TITLE
           MOVE AUD-OLD-HIRE-DATE TO WS-JNI-HIRE-DATE
           ADD 1 TO WS-BODY-INDEX
           MOVE WS-JNL-IMAGE-LINE TO WS-BODY-LINE(WS-BODY-INDEX)
           MOVE "NEW " TO WS-JNI-LABEL
           MOVE AUD-NEW-DEPARTMENT-CODE TO WS-JNI-DEPARTMENT-CODE
           MOVE AUD-NEW-EMPLOYMENT-STATUS TO WS-JNI-STATUS
           MOVE AUD-NEW-SALARY-GRADE TO WS-JNI-GRADE
           MOVE AUD-NEW-JOB-TITLE TO WS-JNI-JOB-TITLE
           MOVE AUD-NEW-HIRE-DATE TO WS-JNI-HIRE-DATE
           ADD 1 TO WS-BODY-INDEX
           MOVE WS-JNL-IMAGE-LINE TO WS-BODY-LINE(WS-BODY-INDEX)
           ADD 1 TO WS-BODY-INDEX
           IF AUD-TRAN-IS-CHANGE
                   AND AUD-OLD-EMPLOYEE-NAME NOT = AUD-NEW-EMPLOYEE-NAME
               MOVE AUD-OLD-FIRST-NAME TO WS-JNN-OLD-FIRST-NAME
               MOVE AUD-OLD-SURNAME TO WS-JNN-OLD-SURNAME
               MOVE WS-JNL-NAME-LINE TO WS-BODY-LINE(WS-BODY-INDEX)
           END-IF.

       TERMINATE-ENQUIRY.
           CLOSE PERSONNEL-FILE
           IF WS-DEPARTMENT-OPEN = "Y"
               CLOSE DEPARTMENT-MASTER
           END-IF
           IF WS-GRADE-OPEN = "Y"
               CLOSE GRADE-MASTER
           END-IF
           IF WS-LEAVE-OPEN = "Y"
               CLOSE LEAVE-FILE
           END-IF.

       END PROGRAM HR-ENQUIRY.
