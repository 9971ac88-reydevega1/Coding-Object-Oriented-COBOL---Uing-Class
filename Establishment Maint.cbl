      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transaction-driven maintenance for the establishment
      * file (ESTMAS) - the authorised headcount Finance funds for
      * each DEPARTMENT-CODE + SALARY-GRADE, which PERSONNEL-MAINT
      * now edits adds, transfers and grade changes against.  Reads
      * add/change/remove transactions (ETRANIN), applies each by
      * department and grade, writes rejects (EREJECT) and a
      * before/after audit journal (ESTAUD) the same way GRADE-MAINT
      * does for the grade file.  An add is edited against
      * DEPARTMENT-MASTER and GRADE-MASTER so no post is funded in a
      * department or grade that does not exist.  A change may cut
      * the authorised headcount below the posts already filled - the
      * overage shows on ESTAB-VACANCY-RPT and no one is moved - but
      * a remove is rejected while anyone still fills a post there,
      * since that would quietly take the posts out of control.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAB-MAINT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ESTSEL.
           COPY DEPTSEL.
           COPY GRDSEL.
           COPY PERSSEL.
           COPY EAUDSEL.

           SELECT ESTAB-TRANSACTION-FILE ASSIGN TO ETRANIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTAB-TRAN-STATUS.

           SELECT ESTAB-REJECT-FILE ASSIGN TO EREJECT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTAB-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ESTFD.
           COPY DEPTFD.
           COPY GRDFD.
           COPY PERSFD.
           COPY EAUDFD.

       FD ESTAB-TRANSACTION-FILE.
       01 ESTAB-TRANSACTION-RECORD.
           02 ETRAN-CODE                       PIC X(1).
               88 ETRAN-IS-ADD                 VALUE "A".
               88 ETRAN-IS-CHANGE              VALUE "C".
               88 ETRAN-IS-REMOVE              VALUE "X".
           02 ETRAN-DEPARTMENT-CODE            PIC X(20).
           02 ETRAN-SALARY-GRADE               PIC X(2).
           02 ETRAN-HEADCOUNT                  PIC 9(5).
           02 ETRAN-OPERATOR-ID                PIC X(8).
           02 ETRAN-ENTRY-TIMESTAMP            PIC X(21).

       FD ESTAB-REJECT-FILE.
       01 ESTAB-REJECT-RECORD.
           02 EREJ-DEPARTMENT-CODE             PIC X(20).
           02 EREJ-SALARY-GRADE                PIC X(2).
           02 EREJ-TRAN-CODE                   PIC X(1).
           02 EREJ-HEADCOUNT                   PIC X(5).
           02 EREJ-OPERATOR-ID                 PIC X(8).
           02 EREJ-ENTRY-TIMESTAMP             PIC X(21).
           02 EREJ-REASON                      PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-ESTABLISHMENT-STATUS             PIC X(2).
       01  WS-DEPARTMENT-STATUS                PIC X(2).
       01  WS-GRADE-STATUS                     PIC X(2).
       01  WS-PERSONNEL-STATUS                 PIC X(2).
       01  WS-ESTAB-TRAN-STATUS                PIC X(2).
       01  WS-ESTAB-REJECT-STATUS              PIC X(2).
       01  WS-ESTAB-AUDIT-STATUS               PIC X(2).

       01  WS-EOF-ESTAB-TRANS                  PIC X(1) VALUE "N".
       01  WS-EOF-PERSONNEL                    PIC X(1) VALUE "N".
       01  WS-POST-FILLED                      PIC X(1) VALUE "N".
       01  WS-ESTAB-REJECT-REASON              PIC X(40).

       01  WS-EAUD-TRAN-CODE                   PIC X(1).
       01  WS-OLD-HEADCOUNT                    PIC 9(5).
       01  WS-NEW-HEADCOUNT                    PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-ESTAB-MAINT
           PERFORM PROCESS-ESTAB-TRANSACTIONS
               UNTIL WS-EOF-ESTAB-TRANS = "Y"
           PERFORM TERMINATE-ESTAB-MAINT
           STOP RUN.

       INITIALIZE-ESTAB-MAINT.
           OPEN I-O ESTABLISHMENT-FILE
           IF WS-ESTABLISHMENT-STATUS = "35"
               OPEN OUTPUT ESTABLISHMENT-FILE
               CLOSE ESTABLISHMENT-FILE
               OPEN I-O ESTABLISHMENT-FILE
           END-IF
           OPEN INPUT DEPARTMENT-MASTER
           OPEN INPUT GRADE-MASTER
           OPEN INPUT PERSONNEL-FILE
           OPEN INPUT ESTAB-TRANSACTION-FILE
           OPEN OUTPUT ESTAB-REJECT-FILE
           OPEN EXTEND ESTAB-AUDIT-FILE
           IF WS-ESTAB-AUDIT-STATUS = "35"
               OPEN OUTPUT ESTAB-AUDIT-FILE
           END-IF
           PERFORM READ-ESTAB-TRANSACTION.

       PROCESS-ESTAB-TRANSACTIONS.
           IF ETRAN-OPERATOR-ID = SPACES
                   OR ETRAN-OPERATOR-ID = LOW-VALUES
               MOVE "REJECTED - NO OPERATOR ID"
                   TO WS-ESTAB-REJECT-REASON
               PERFORM REJECT-ESTAB-TRANSACTION
           ELSE
               EVALUATE TRUE
                   WHEN ETRAN-IS-ADD
                       PERFORM ADD-ESTABLISHMENT
                   WHEN ETRAN-IS-CHANGE
                       PERFORM CHANGE-ESTABLISHMENT
                   WHEN ETRAN-IS-REMOVE
                       PERFORM REMOVE-ESTABLISHMENT
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-ESTAB-REJECT-REASON
                       PERFORM REJECT-ESTAB-TRANSACTION
               END-EVALUATE
           END-IF
           PERFORM READ-ESTAB-TRANSACTION.

       READ-ESTAB-TRANSACTION.
           READ ESTAB-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-ESTAB-TRANS
           END-READ.

      *----------------------------------------------------------------
      * Posts are only funded where people can actually be put - an
      * active department and an active grade.  A headcount of zero
      * is allowed: it puts a department/grade under control with no
      * posts, so nobody can be added to it without an override.
      *----------------------------------------------------------------
       ADD-ESTABLISHMENT.
           MOVE ETRAN-DEPARTMENT-CODE TO DEPT-MASTER-CODE
           READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
           MOVE ETRAN-SALARY-GRADE TO GRADE-MASTER-CODE
           READ GRADE-MASTER KEY IS GRADE-MASTER-CODE
           EVALUATE TRUE
               WHEN WS-DEPARTMENT-STATUS NOT = "00"
                       OR NOT DEPT-MASTER-IS-ACTIVE
                   MOVE "ADD REJ - BAD DEPT CODE"
                       TO WS-ESTAB-REJECT-REASON
                   PERFORM REJECT-ESTAB-TRANSACTION
               WHEN WS-GRADE-STATUS NOT = "00"
                       OR NOT GRADE-MASTER-IS-ACTIVE
                   MOVE "ADD REJ - BAD SALARY GRADE"
                       TO WS-ESTAB-REJECT-REASON
                   PERFORM REJECT-ESTAB-TRANSACTION
               WHEN ETRAN-HEADCOUNT NOT NUMERIC
                   MOVE "ADD REJ - BAD HEADCOUNT"
                       TO WS-ESTAB-REJECT-REASON
                   PERFORM REJECT-ESTAB-TRANSACTION
               WHEN OTHER
                   MOVE ETRAN-DEPARTMENT-CODE TO EST-DEPARTMENT-CODE
                   MOVE ETRAN-SALARY-GRADE TO EST-SALARY-GRADE
                   MOVE ETRAN-HEADCOUNT TO EST-AUTHORISED-HEADCOUNT
                   WRITE ESTABLISHMENT-RECORD
                   IF WS-ESTABLISHMENT-STATUS NOT = "00"
                       MOVE "ADD FAILED - DEPT/GRADE ON FILE"
                           TO WS-ESTAB-REJECT-REASON
                       PERFORM REJECT-ESTAB-TRANSACTION
                   ELSE
                       MOVE 0 TO WS-OLD-HEADCOUNT
                       MOVE EST-AUTHORISED-HEADCOUNT
                           TO WS-NEW-HEADCOUNT
                       MOVE ETRAN-CODE TO WS-EAUD-TRAN-CODE
                       PERFORM WRITE-ESTAB-AUDIT-RECORD
                   END-IF
           END-EVALUATE.

       CHANGE-ESTABLISHMENT.
           IF ETRAN-HEADCOUNT NOT NUMERIC
               MOVE "CHANGE REJ - BAD HEADCOUNT"
                   TO WS-ESTAB-REJECT-REASON
               PERFORM REJECT-ESTAB-TRANSACTION
           ELSE
               MOVE ETRAN-DEPARTMENT-CODE TO EST-DEPARTMENT-CODE
               MOVE ETRAN-SALARY-GRADE TO EST-SALARY-GRADE
               READ ESTABLISHMENT-FILE KEY IS EST-KEY
               IF WS-ESTABLISHMENT-STATUS = "00"
                   MOVE EST-AUTHORISED-HEADCOUNT TO WS-OLD-HEADCOUNT
                   MOVE ETRAN-HEADCOUNT TO EST-AUTHORISED-HEADCOUNT
                   REWRITE ESTABLISHMENT-RECORD
                   IF WS-ESTABLISHMENT-STATUS NOT = "00"
                       MOVE "UPDATE FAILED - REWRITE"
                           TO WS-ESTAB-REJECT-REASON
                       PERFORM REJECT-ESTAB-TRANSACTION
                   ELSE
                       MOVE EST-AUTHORISED-HEADCOUNT
                           TO WS-NEW-HEADCOUNT
                       MOVE ETRAN-CODE TO WS-EAUD-TRAN-CODE
                       PERFORM WRITE-ESTAB-AUDIT-RECORD
                   END-IF
               ELSE
                   MOVE "CHANGE FAILED - NO SUCH DEPT/GRADE"
                       TO WS-ESTAB-REJECT-REASON
                   PERFORM REJECT-ESTAB-TRANSACTION
               END-IF
           END-IF.

       REMOVE-ESTABLISHMENT.
           MOVE ETRAN-DEPARTMENT-CODE TO EST-DEPARTMENT-CODE
           MOVE ETRAN-SALARY-GRADE TO EST-SALARY-GRADE
           READ ESTABLISHMENT-FILE KEY IS EST-KEY
           IF WS-ESTABLISHMENT-STATUS = "00"
               PERFORM CHECK-POST-FILLED
               IF WS-POST-FILLED = "Y"
                   MOVE "REMOVE REJ - POSTS STILL FILLED"
                       TO WS-ESTAB-REJECT-REASON
                   PERFORM REJECT-ESTAB-TRANSACTION
               ELSE
                   MOVE EST-AUTHORISED-HEADCOUNT TO WS-OLD-HEADCOUNT
                   DELETE ESTABLISHMENT-FILE RECORD
                   IF WS-ESTABLISHMENT-STATUS NOT = "00"
                       MOVE "REMOVE FAILED - I/O"
                           TO WS-ESTAB-REJECT-REASON
                       PERFORM REJECT-ESTAB-TRANSACTION
                   ELSE
                       MOVE 0 TO WS-NEW-HEADCOUNT
                       MOVE ETRAN-CODE TO WS-EAUD-TRAN-CODE
                       PERFORM WRITE-ESTAB-AUDIT-RECORD
                   END-IF
               END-IF
           ELSE
               MOVE "REMOVE FAILED - NO SUCH DEPT/GRADE"
                   TO WS-ESTAB-REJECT-REASON
               PERFORM REJECT-ESTAB-TRANSACTION
           END-IF.

      *----------------------------------------------------------------
      * One START on the DEPARTMENT-CODE alternate key and a read
      * forward through that department, stopping at the first active
      * or on-leave employee on the grade.
      *----------------------------------------------------------------
       CHECK-POST-FILLED.
           MOVE "N" TO WS-POST-FILLED
           MOVE "N" TO WS-EOF-PERSONNEL
           MOVE ETRAN-DEPARTMENT-CODE TO DEPARTMENT-CODE
           START PERSONNEL-FILE KEY IS EQUAL TO DEPARTMENT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-START
           PERFORM SCAN-ONE-DEPARTMENT-EMPLOYEE
               UNTIL WS-POST-FILLED = "Y"
                  OR WS-EOF-PERSONNEL = "Y".

       SCAN-ONE-DEPARTMENT-EMPLOYEE.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-READ
           IF WS-EOF-PERSONNEL NOT = "Y"
               IF DEPARTMENT-CODE NOT = ETRAN-DEPARTMENT-CODE
                   MOVE "Y" TO WS-EOF-PERSONNEL
               ELSE
                   IF SALARY-GRADE = ETRAN-SALARY-GRADE
                           AND NOT EMPLOYMENT-IS-TERMINATED
                       MOVE "Y" TO WS-POST-FILLED
                   END-IF
               END-IF
           END-IF.

       REJECT-ESTAB-TRANSACTION.
           MOVE ETRAN-DEPARTMENT-CODE TO EREJ-DEPARTMENT-CODE
           MOVE ETRAN-SALARY-GRADE TO EREJ-SALARY-GRADE
           MOVE ETRAN-CODE TO EREJ-TRAN-CODE
           MOVE ETRAN-HEADCOUNT TO EREJ-HEADCOUNT
           MOVE ETRAN-OPERATOR-ID TO EREJ-OPERATOR-ID
           MOVE ETRAN-ENTRY-TIMESTAMP TO EREJ-ENTRY-TIMESTAMP
           MOVE WS-ESTAB-REJECT-REASON TO EREJ-REASON
           WRITE ESTAB-REJECT-RECORD.

       WRITE-ESTAB-AUDIT-RECORD.
           MOVE ETRAN-DEPARTMENT-CODE TO EAUD-DEPARTMENT-CODE
           MOVE ETRAN-SALARY-GRADE TO EAUD-SALARY-GRADE
           MOVE FUNCTION CURRENT-DATE TO EAUD-TIMESTAMP
           MOVE ETRAN-OPERATOR-ID TO EAUD-OPERATOR-ID
           MOVE ETRAN-ENTRY-TIMESTAMP TO EAUD-ENTRY-TIMESTAMP
           MOVE WS-EAUD-TRAN-CODE TO EAUD-TRANSACTION-TYPE
           MOVE WS-OLD-HEADCOUNT TO EAUD-OLD-HEADCOUNT
           MOVE WS-NEW-HEADCOUNT TO EAUD-NEW-HEADCOUNT
           WRITE ESTAB-AUDIT-RECORD.

       TERMINATE-ESTAB-MAINT.
           CLOSE ESTABLISHMENT-FILE
           CLOSE DEPARTMENT-MASTER
           CLOSE GRADE-MASTER
           CLOSE PERSONNEL-FILE
           CLOSE ESTAB-TRANSACTION-FILE
           CLOSE ESTAB-REJECT-FILE
           CLOSE ESTAB-AUDIT-FILE.

       END PROGRAM ESTAB-MAINT.
