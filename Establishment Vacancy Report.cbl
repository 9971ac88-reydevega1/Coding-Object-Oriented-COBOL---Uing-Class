      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly vacancy/overage report - filled against
      * funded posts for Finance.  One pass of PERSONNEL-FILE tallies
      * the posts filled in every department and salary grade (status
      * "A" active and "L" on leave each hold a post; a terminated
      * employee holds none), then the establishment file (ESTMAS) is
      * walked in department/grade order and each funded line printed
      * with its authorised headcount, active, on-leave and total
      * filled, and the vacancies or overage that leaves - with a
      * subtotal for every department and company totals at the end
      * (VACRPT).  Staff sitting in a department/grade that has no
      * establishment record at all are listed separately as
      * unfunded, so no filled post drops out of Finance's sight.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAB-VACANCY-RPT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERSSEL.
           COPY ESTSEL.
           COPY DEPTSEL.

           SELECT VACANCY-REPORT-FILE ASSIGN TO VACRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PERSFD.
           COPY ESTFD.
           COPY DEPTFD.

       FD VACANCY-REPORT-FILE.
       01 VACANCY-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PERSONNEL-STATUS                 PIC X(2).
       01  WS-ESTABLISHMENT-STATUS             PIC X(2).
       01  WS-DEPARTMENT-STATUS                PIC X(2).
       01  WS-REPORT-STATUS                    PIC X(2).

       01  WS-EOF-PERSONNEL                    PIC X(1) VALUE "N".
       01  WS-EOF-ESTABLISHMENT                PIC X(1) VALUE "N".
       01  WS-ESTABLISHMENT-OPEN               PIC X(1) VALUE "N".
       01  WS-RUN-DATE                         PIC 9(8).
       01  WS-CURRENT-DEPT-CODE                PIC X(20) VALUE SPACES.
       01  WS-FIRST-DEPARTMENT                 PIC X(1) VALUE "Y".

       01  WS-MAX-POSTS                        PIC 9(4) VALUE 2000.
       01  WS-POST-TALLY-COUNT                 PIC 9(4) VALUE 0.
       01  WS-TALLY-INDEX                      PIC 9(4).
       01  WS-TALLY-FOUND                      PIC X(1).
       01  WS-TALLY-DEPT-CODE                  PIC X(20).
       01  WS-TALLY-GRADE                      PIC X(2).
       01  WS-DROPPED-POSTS                    PIC 9(6) VALUE 0.

       01  WS-POST-TABLE.
           02 WS-POST OCCURS 2000 TIMES.
               03 WS-POST-DEPT-CODE            PIC X(20).
               03 WS-POST-GRADE                PIC X(2).
               03 WS-POST-ACTIVE               PIC 9(6).
               03 WS-POST-LEAVE                PIC 9(6).
               03 WS-POST-FUNDED               PIC X(1).

       01  WS-LINE-AUTHORISED                  PIC 9(6).
       01  WS-LINE-ACTIVE                      PIC 9(6).
       01  WS-LINE-LEAVE                       PIC 9(6).
       01  WS-LINE-FILLED                      PIC 9(6).
       01  WS-LINE-VACANT                      PIC 9(6).
       01  WS-LINE-OVER                        PIC 9(6).

       01  WS-DEPT-AUTHORISED                  PIC 9(6) VALUE 0.
       01  WS-DEPT-ACTIVE                      PIC 9(6) VALUE 0.
       01  WS-DEPT-LEAVE                       PIC 9(6) VALUE 0.
       01  WS-DEPT-FILLED                      PIC 9(6) VALUE 0.
       01  WS-DEPT-VACANT                      PIC 9(6) VALUE 0.
       01  WS-DEPT-OVER                        PIC 9(6) VALUE 0.

       01  WS-TOTAL-AUTHORISED                 PIC 9(7) VALUE 0.
       01  WS-TOTAL-FILLED                     PIC 9(7) VALUE 0.
       01  WS-TOTAL-VACANT                     PIC 9(7) VALUE 0.
       01  WS-TOTAL-OVER                       PIC 9(7) VALUE 0.
       01  WS-TOTAL-UNFUNDED                   PIC 9(7) VALUE 0.
       01  WS-UNFUNDED-LINES                   PIC 9(6) VALUE 0.

       01  WS-RUN-DATE-LINE.
           02 FILLER                           PIC X(10)
                   VALUE "RUN DATE: ".
           02 WS-HDG-RUN-DATE                  PIC 9(8).
       01  WS-COLUMN-LINE.
           02 FILLER                           PIC X(26)
                   VALUE "DEPARTMENT / GRADE".
           02 FILLER                           PIC X(11)
                   VALUE " AUTHORISED".
           02 FILLER                           PIC X(8)
                   VALUE "  ACTIVE".
           02 FILLER                           PIC X(8)
                   VALUE "   LEAVE".
           02 FILLER                           PIC X(8)
                   VALUE "  FILLED".
           02 FILLER                           PIC X(8)
                   VALUE "  VACANT".
           02 FILLER                           PIC X(8)
                   VALUE "    OVER".
       01  WS-DEPT-HEADING-LINE.
           02 WS-DHD-DEPT-CODE                 PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DHD-DEPT-NAME                 PIC X(30).
       01  WS-DETAIL-LINE.
           02 FILLER                           PIC X(4) VALUE SPACES.
           02 WS-DTL-LABEL                     PIC X(22).
           02 WS-DTL-AUTHORISED                PIC ZZZZZZZZZZ9.
           02 WS-DTL-ACTIVE                    PIC ZZZZZZZ9.
           02 WS-DTL-LEAVE                     PIC ZZZZZZZ9.
           02 WS-DTL-FILLED                    PIC ZZZZZZZ9.
           02 WS-DTL-VACANT                    PIC ZZZZZZZ9.
           02 WS-DTL-OVER                      PIC ZZZZZZZ9.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-DTL-FLAG                      PIC X(16).
       01  WS-UNFUNDED-LINE.
           02 WS-UNF-DEPT-CODE                 PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-UNF-GRADE                     PIC X(2).
           02 FILLER                           PIC X(3) VALUE SPACES.
           02 FILLER                           PIC X(11) VALUE SPACES.
           02 WS-UNF-ACTIVE                    PIC ZZZZZZZ9.
           02 WS-UNF-LEAVE                     PIC ZZZZZZZ9.
           02 WS-UNF-FILLED                    PIC ZZZZZZZ9.
       01  WS-SUMMARY-LINE.
           02 WS-SUM-LABEL                     PIC X(30).
           02 WS-SUM-COUNT                     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-VACANCY-REPORT
           PERFORM TALLY-FILLED-POSTS
           PERFORM PRINT-FUNDED-POSTS
           PERFORM PRINT-UNFUNDED-POSTS
           PERFORM TERMINATE-VACANCY-REPORT
           STOP RUN.

       INITIALIZE-VACANCY-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PERSONNEL-FILE
           IF WS-PERSONNEL-STATUS NOT = "00"
               DISPLAY "VACANCY REPORT ABORTED - STAFF OPEN STATUS "
                   WS-PERSONNEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ESTABLISHMENT-FILE
           IF WS-ESTABLISHMENT-STATUS = "00"
               MOVE "Y" TO WS-ESTABLISHMENT-OPEN
           ELSE
               MOVE "Y" TO WS-EOF-ESTABLISHMENT
           END-IF
           OPEN INPUT DEPARTMENT-MASTER
           OPEN OUTPUT VACANCY-REPORT-FILE
           MOVE "ESTABLISHMENT VACANCY / OVERAGE BY DEPARTMENT/GRADE"
               TO VACANCY-REPORT-LINE
           WRITE VACANCY-REPORT-LINE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE VACANCY-REPORT-LINE FROM WS-RUN-DATE-LINE
           MOVE SPACES TO VACANCY-REPORT-LINE
           WRITE VACANCY-REPORT-LINE
           WRITE VACANCY-REPORT-LINE FROM WS-COLUMN-LINE.

      *----------------------------------------------------------------
      * Filled posts are counted straight off the staff file, the same
      * rule PERSONNEL-MAINT's vacancy edit counts by.
      *----------------------------------------------------------------
       TALLY-FILLED-POSTS.
           MOVE 0 TO STAFF-ID-NUMBER
           START PERSONNEL-FILE
                   KEY IS NOT LESS THAN STAFF-ID-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-START
           PERFORM TALLY-ONE-EMPLOYEE
               UNTIL WS-EOF-PERSONNEL = "Y".

       TALLY-ONE-EMPLOYEE.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-READ
           IF WS-EOF-PERSONNEL NOT = "Y"
                   AND NOT EMPLOYMENT-IS-TERMINATED
               MOVE DEPARTMENT-CODE TO WS-TALLY-DEPT-CODE
               MOVE SALARY-GRADE TO WS-TALLY-GRADE
               PERFORM FIND-OR-ADD-POST
               IF WS-TALLY-FOUND = "Y"
                   IF EMPLOYMENT-IS-ON-LEAVE
                       ADD 1 TO WS-POST-LEAVE(WS-TALLY-INDEX)
                   ELSE
                       ADD 1 TO WS-POST-ACTIVE(WS-TALLY-INDEX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Linear search of the tally table, appending a fresh entry for
      * a department/grade seen for the first time.  Staff in
      * combinations past the table capacity are counted and reported
      * at the end rather than lost silently.
      *----------------------------------------------------------------
       FIND-OR-ADD-POST.
           PERFORM FIND-POST
           IF WS-TALLY-FOUND NOT = "Y"
               IF WS-POST-TALLY-COUNT < WS-MAX-POSTS
                   ADD 1 TO WS-POST-TALLY-COUNT
                   MOVE WS-POST-TALLY-COUNT TO WS-TALLY-INDEX
                   MOVE WS-TALLY-DEPT-CODE
                       TO WS-POST-DEPT-CODE(WS-TALLY-INDEX)
                   MOVE WS-TALLY-GRADE TO WS-POST-GRADE(WS-TALLY-INDEX)
                   MOVE 0 TO WS-POST-ACTIVE(WS-TALLY-INDEX)
                   MOVE 0 TO WS-POST-LEAVE(WS-TALLY-INDEX)
                   MOVE "N" TO WS-POST-FUNDED(WS-TALLY-INDEX)
                   MOVE "Y" TO WS-TALLY-FOUND
               ELSE
                   ADD 1 TO WS-DROPPED-POSTS
               END-IF
           END-IF.

       FIND-POST.
           MOVE "N" TO WS-TALLY-FOUND
           MOVE 0 TO WS-TALLY-INDEX
           PERFORM CHECK-ONE-POST-ENTRY
               UNTIL WS-TALLY-FOUND = "Y"
                  OR WS-TALLY-INDEX >= WS-POST-TALLY-COUNT.

       CHECK-ONE-POST-ENTRY.
           ADD 1 TO WS-TALLY-INDEX
           IF WS-POST-DEPT-CODE(WS-TALLY-INDEX) = WS-TALLY-DEPT-CODE
                   AND WS-POST-GRADE(WS-TALLY-INDEX) = WS-TALLY-GRADE
               MOVE "Y" TO WS-TALLY-FOUND
           END-IF.

      *----------------------------------------------------------------
      * ESTMAS is keyed department then grade, so reading it forward
      * gives each department's lines together - a change of
      * department code closes the previous one with its subtotal.
      *----------------------------------------------------------------
       PRINT-FUNDED-POSTS.
           IF WS-EOF-ESTABLISHMENT NOT = "Y"
               MOVE LOW-VALUES TO EST-KEY
               START ESTABLISHMENT-FILE
                       KEY IS NOT LESS THAN EST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-ESTABLISHMENT
               END-START
           END-IF
           PERFORM PRINT-ONE-FUNDED-POST
               UNTIL WS-EOF-ESTABLISHMENT = "Y"
           IF WS-FIRST-DEPARTMENT NOT = "Y"
               PERFORM PRINT-DEPARTMENT-SUBTOTAL
           END-IF.

       PRINT-ONE-FUNDED-POST.
           READ ESTABLISHMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ESTABLISHMENT
           END-READ
           IF WS-EOF-ESTABLISHMENT NOT = "Y"
               IF WS-FIRST-DEPARTMENT = "Y"
                       OR EST-DEPARTMENT-CODE NOT = WS-CURRENT-DEPT-CODE
                   IF WS-FIRST-DEPARTMENT NOT = "Y"
                       PERFORM PRINT-DEPARTMENT-SUBTOTAL
                   END-IF
                   PERFORM START-DEPARTMENT
               END-IF
               MOVE EST-DEPARTMENT-CODE TO WS-TALLY-DEPT-CODE
               MOVE EST-SALARY-GRADE TO WS-TALLY-GRADE
               PERFORM FIND-POST
               MOVE EST-AUTHORISED-HEADCOUNT TO WS-LINE-AUTHORISED
               IF WS-TALLY-FOUND = "Y"
                   MOVE "Y" TO WS-POST-FUNDED(WS-TALLY-INDEX)
                   MOVE WS-POST-ACTIVE(WS-TALLY-INDEX)
                       TO WS-LINE-ACTIVE
                   MOVE WS-POST-LEAVE(WS-TALLY-INDEX) TO WS-LINE-LEAVE
               ELSE
                   MOVE 0 TO WS-LINE-ACTIVE
                   MOVE 0 TO WS-LINE-LEAVE
               END-IF
               PERFORM WORK-OUT-VACANCY
               MOVE SPACES TO WS-DTL-LABEL
               STRING "GRADE " DELIMITED BY SIZE
                   EST-SALARY-GRADE DELIMITED BY SIZE
                   INTO WS-DTL-LABEL
               END-STRING
               PERFORM WRITE-VACANCY-DETAIL
               ADD WS-LINE-AUTHORISED TO WS-DEPT-AUTHORISED
               ADD WS-LINE-ACTIVE TO WS-DEPT-ACTIVE
               ADD WS-LINE-LEAVE TO WS-DEPT-LEAVE
               ADD WS-LINE-FILLED TO WS-DEPT-FILLED
               ADD WS-LINE-VACANT TO WS-DEPT-VACANT
               ADD WS-LINE-OVER TO WS-DEPT-OVER
           END-IF.

       START-DEPARTMENT.
           MOVE "N" TO WS-FIRST-DEPARTMENT
           MOVE EST-DEPARTMENT-CODE TO WS-CURRENT-DEPT-CODE
           MOVE 0 TO WS-DEPT-AUTHORISED
           MOVE 0 TO WS-DEPT-ACTIVE
           MOVE 0 TO WS-DEPT-LEAVE
           MOVE 0 TO WS-DEPT-FILLED
           MOVE 0 TO WS-DEPT-VACANT
           MOVE 0 TO WS-DEPT-OVER
           MOVE SPACES TO VACANCY-REPORT-LINE
           WRITE VACANCY-REPORT-LINE
           MOVE EST-DEPARTMENT-CODE TO WS-DHD-DEPT-CODE
           MOVE EST-DEPARTMENT-CODE TO DEPT-MASTER-CODE
           READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
           IF WS-DEPARTMENT-STATUS = "00"
               MOVE DEPT-MASTER-NAME TO WS-DHD-DEPT-NAME
           ELSE
               MOVE "** NOT ON DEPT MASTER **" TO WS-DHD-DEPT-NAME
           END-IF
           WRITE VACANCY-REPORT-LINE FROM WS-DEPT-HEADING-LINE.

      *----------------------------------------------------------------
      * Vacancies and overage are worked line by line and only then
      * added up - an overfilled grade does not hide a vacancy in the
      * next grade of the same department.
      *----------------------------------------------------------------
       WORK-OUT-VACANCY.
           COMPUTE WS-LINE-FILLED = WS-LINE-ACTIVE + WS-LINE-LEAVE
           IF WS-LINE-FILLED > WS-LINE-AUTHORISED
               MOVE 0 TO WS-LINE-VACANT
               COMPUTE WS-LINE-OVER =
                   WS-LINE-FILLED - WS-LINE-AUTHORISED
           ELSE
               COMPUTE WS-LINE-VACANT =
                   WS-LINE-AUTHORISED - WS-LINE-FILLED
               MOVE 0 TO WS-LINE-OVER
           END-IF
           ADD WS-LINE-AUTHORISED TO WS-TOTAL-AUTHORISED
           ADD WS-LINE-FILLED TO WS-TOTAL-FILLED
           ADD WS-LINE-VACANT TO WS-TOTAL-VACANT
           ADD WS-LINE-OVER TO WS-TOTAL-OVER.

       WRITE-VACANCY-DETAIL.
           MOVE WS-LINE-AUTHORISED TO WS-DTL-AUTHORISED
           MOVE WS-LINE-ACTIVE TO WS-DTL-ACTIVE
           MOVE WS-LINE-LEAVE TO WS-DTL-LEAVE
           MOVE WS-LINE-FILLED TO WS-DTL-FILLED
           MOVE WS-LINE-VACANT TO WS-DTL-VACANT
           MOVE WS-LINE-OVER TO WS-DTL-OVER
           IF WS-LINE-OVER > 0
               MOVE "** OVER ESTAB **" TO WS-DTL-FLAG
           ELSE
               MOVE SPACES TO WS-DTL-FLAG
           END-IF
           WRITE VACANCY-REPORT-LINE FROM WS-DETAIL-LINE.

       PRINT-DEPARTMENT-SUBTOTAL.
           MOVE "DEPARTMENT TOTAL" TO WS-DTL-LABEL
           MOVE WS-DEPT-AUTHORISED TO WS-DTL-AUTHORISED
           MOVE WS-DEPT-ACTIVE TO WS-DTL-ACTIVE
           MOVE WS-DEPT-LEAVE TO WS-DTL-LEAVE
           MOVE WS-DEPT-FILLED TO WS-DTL-FILLED
           MOVE WS-DEPT-VACANT TO WS-DTL-VACANT
           MOVE WS-DEPT-OVER TO WS-DTL-OVER
           MOVE SPACES TO WS-DTL-FLAG
           WRITE VACANCY-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * Whatever the establishment walk did not claim is staff with no
      * funded post behind them at all.
      *----------------------------------------------------------------
       PRINT-UNFUNDED-POSTS.
           MOVE SPACES TO VACANCY-REPORT-LINE
           WRITE VACANCY-REPORT-LINE
           MOVE "FILLED POSTS WITH NO ESTABLISHMENT RECORD (UNFUNDED)"
               TO VACANCY-REPORT-LINE
           WRITE VACANCY-REPORT-LINE
           MOVE 0 TO WS-TALLY-INDEX
           PERFORM PRINT-ONE-UNFUNDED-POST
               UNTIL WS-TALLY-INDEX >= WS-POST-TALLY-COUNT
           IF WS-UNFUNDED-LINES = 0
               MOVE "    NONE" TO VACANCY-REPORT-LINE
               WRITE VACANCY-REPORT-LINE
           END-IF.

       PRINT-ONE-UNFUNDED-POST.
           ADD 1 TO WS-TALLY-INDEX
           IF WS-POST-FUNDED(WS-TALLY-INDEX) NOT = "Y"
               MOVE WS-POST-DEPT-CODE(WS-TALLY-INDEX)
                   TO WS-UNF-DEPT-CODE
               MOVE WS-POST-GRADE(WS-TALLY-INDEX) TO WS-UNF-GRADE
               MOVE WS-POST-ACTIVE(WS-TALLY-INDEX) TO WS-UNF-ACTIVE
               MOVE WS-POST-LEAVE(WS-TALLY-INDEX) TO WS-UNF-LEAVE
               COMPUTE WS-LINE-FILLED = WS-POST-ACTIVE(WS-TALLY-INDEX)
                   + WS-POST-LEAVE(WS-TALLY-INDEX)
               MOVE WS-LINE-FILLED TO WS-UNF-FILLED
               ADD WS-LINE-FILLED TO WS-TOTAL-UNFUNDED
               ADD 1 TO WS-UNFUNDED-LINES
               WRITE VACANCY-REPORT-LINE FROM WS-UNFUNDED-LINE
           END-IF.

       TERMINATE-VACANCY-REPORT.
           MOVE SPACES TO VACANCY-REPORT-LINE
           WRITE VACANCY-REPORT-LINE
           MOVE "COMPANY POSTS AUTHORISED:" TO WS-SUM-LABEL
           MOVE WS-TOTAL-AUTHORISED TO WS-SUM-COUNT
           WRITE VACANCY-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "COMPANY POSTS FILLED:" TO WS-SUM-LABEL
           MOVE WS-TOTAL-FILLED TO WS-SUM-COUNT
           WRITE VACANCY-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "COMPANY VACANCIES:" TO WS-SUM-LABEL
           MOVE WS-TOTAL-VACANT TO WS-SUM-COUNT
           WRITE VACANCY-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "COMPANY OVERAGE:" TO WS-SUM-LABEL
           MOVE WS-TOTAL-OVER TO WS-SUM-COUNT
           WRITE VACANCY-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "STAFF IN UNFUNDED POSTS:" TO WS-SUM-LABEL
           MOVE WS-TOTAL-UNFUNDED TO WS-SUM-COUNT
           WRITE VACANCY-REPORT-LINE FROM WS-SUMMARY-LINE
           IF WS-DROPPED-POSTS > 0
               MOVE "STAFF PAST TABLE CAPACITY:" TO WS-SUM-LABEL
               MOVE WS-DROPPED-POSTS TO WS-SUM-COUNT
               WRITE VACANCY-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE PERSONNEL-FILE
           IF WS-ESTABLISHMENT-OPEN = "Y"
               CLOSE ESTABLISHMENT-FILE
           END-IF
           CLOSE DEPARTMENT-MASTER
           CLOSE VACANCY-REPORT-FILE.

       END PROGRAM ESTAB-VACANCY-RPT.
