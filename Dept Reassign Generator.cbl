      * aborts the whole run rather than generating half a reorg.
      * Generated transactions carry the fixed operator id REORGGEN so
      * the journal shows where they came from.
      * Modification history:
      * - Reorgs are now proved against the establishment file
      *   (ESTMAS) before anything is written: the employees each
      *   pair would move are tallied by target department and
      *   salary grade and compared with the posts still vacant
      *   there, and a reorg that would overfill a controlled
      *   department/grade aborts the run - unless the pair carries
      *   an authorising operator id on REAPARM, in which case the
      *   generated changes carry that id and PERSONNEL-MAINT holds
      *   any that overfill for establishment override instead of
      *   applying them.
      * - A pair whose authorising id comes through as low-values is
      *   counted as unauthorised, the same as one left blank.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY PERSSEL.
           COPY DEPTSEL.
           COPY TRANSEL.
           COPY ESTSEL.

           SELECT REASSIGN-PARM-FILE ASSIGN TO REAPARM
               ORGANIZATION IS LINE SEQUENTIAL
           COPY PERSFD.
           COPY DEPTFD.
           COPY TRANFD.
           COPY ESTFD.

       FD REASSIGN-PARM-FILE.
       01 REASSIGN-PARM-RECORD.
           02 PARM-FROM-DEPT-CODE              PIC X(20).
           02 PARM-TO-DEPT-CODE                PIC X(20).
           02 PARM-AUTHORISING-ID              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PERSONNEL-STATUS                 PIC X(2).
       01  WS-DEPARTMENT-STATUS                PIC X(2).
       01  WS-TRANSACTION-STATUS               PIC X(2).
       01  WS-PARM-STATUS                      PIC X(2).
       01  WS-ESTABLISHMENT-STATUS             PIC X(2).

       01  WS-EOF-PARM                         PIC X(1) VALUE "N".
       01  WS-EOF-DEPARTMENT                   PIC X(1) VALUE "N".
           02 WS-PAIR OCCURS 50 TIMES.
               03 WS-PAIR-FROM-DEPT            PIC X(20).
               03 WS-PAIR-TO-DEPT              PIC X(20).
               03 WS-PAIR-AUTHORISING-ID       PIC X(8).

       01  WS-PAIR-MOVED-COUNT                 PIC 9(6).

       01  WS-ESTABLISHMENT-OPEN               PIC X(1) VALUE "N".
       01  WS-EOF-POST-SCAN                    PIC X(1).
       01  WS-ESTAB-BREACH-FOUND               PIC X(1) VALUE "N".
       01  WS-POSTS-FILLED                     PIC 9(6).
       01  WS-POSTS-VACANT                     PIC 9(6).
       01  WS-MAX-MOVES                        PIC 9(4) VALUE 500.
       01  WS-MOVE-TALLY-COUNT                 PIC 9(4) VALUE 0.
       01  WS-MOVE-INDEX                       PIC 9(4).
       01  WS-MOVE-FOUND                       PIC X(1).
       01  WS-DROPPED-MOVES                    PIC 9(6) VALUE 0.
       01  WS-MOVE-TABLE.
           02 WS-MOVE OCCURS 500 TIMES.
               03 WS-MOVE-TO-DEPT              PIC X(20).
               03 WS-MOVE-GRADE                PIC X(2).
               03 WS-MOVE-COUNT                PIC 9(6).
               03 WS-MOVE-AUTHORISED           PIC X(1).
       01  WS-GENERATED-CHANGES                PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-GENERATOR
           PERFORM LOAD-REASSIGN-PAIRS
           PERFORM VALIDATE-TARGET-DEPARTMENTS
           PERFORM CHECK-TARGET-ESTABLISHMENT
           PERFORM WRITE-BATCH-HEADER
           MOVE 0 TO WS-PAIR-INDEX
           PERFORM GENERATE-ONE-PAIR
           END-IF
           OPEN INPUT PERSONNEL-FILE
           OPEN INPUT DEPARTMENT-MASTER
           OPEN INPUT ESTABLISHMENT-FILE
           IF WS-ESTABLISHMENT-STATUS = "00"
               MOVE "Y" TO WS-ESTABLISHMENT-OPEN
           END-IF
           OPEN OUTPUT TRANSACTION-FILE.

      *----------------------------------------------------------------
                       TO WS-PAIR-FROM-DEPT(WS-PAIR-COUNT)
                   MOVE PARM-TO-DEPT-CODE
                       TO WS-PAIR-TO-DEPT(WS-PAIR-COUNT)
                   MOVE PARM-AUTHORISING-ID
                       TO WS-PAIR-AUTHORISING-ID(WS-PAIR-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-PAIRS
               END-IF
               MOVE "Y" TO WS-BAD-TARGET-FOUND
           END-IF.

      *----------------------------------------------------------------
      * Whole-reorg establishment check.  The movers are tallied by
      * target department and grade across every pair first - two
      * pairs feeding the same department share its vacancies - and
      * each tally is then set against the posts still vacant there.
      * A tally counts as authorised only if every pair feeding it
      * carried an authorising id.  Terminated employees hold no post
      * and are not counted; a department/grade with no ESTMAS record
      * is uncontrolled, as it is to PERSONNEL-MAINT.
      *----------------------------------------------------------------
       CHECK-TARGET-ESTABLISHMENT.
           IF WS-ESTABLISHMENT-OPEN = "Y"
               MOVE 0 TO WS-PAIR-INDEX
               PERFORM TALLY-ONE-PAIR-MOVES
                   UNTIL WS-PAIR-INDEX >= WS-PAIR-COUNT
               IF WS-DROPPED-MOVES > 0
                   DISPLAY "REASSIGN ABORTED - REORG EXCEEDS "
                       WS-MAX-MOVES " DEPT/GRADE CHECK CAPACITY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-MOVE-INDEX
               PERFORM CHECK-ONE-MOVE-TALLY
                   UNTIL WS-MOVE-INDEX >= WS-MOVE-TALLY-COUNT
               IF WS-ESTAB-BREACH-FOUND = "Y"
                   DISPLAY "REASSIGN ABORTED - REORG EXCEEDS "
                       "AUTHORISED ESTABLISHMENT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       TALLY-ONE-PAIR-MOVES.
           ADD 1 TO WS-PAIR-INDEX
           MOVE "N" TO WS-EOF-DEPARTMENT
           MOVE WS-PAIR-FROM-DEPT(WS-PAIR-INDEX) TO DEPARTMENT-CODE
           START PERSONNEL-FILE KEY IS EQUAL TO DEPARTMENT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-DEPARTMENT
           END-START
           PERFORM TALLY-ONE-MOVER
               UNTIL WS-EOF-DEPARTMENT = "Y".

       TALLY-ONE-MOVER.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-DEPARTMENT
           END-READ
           IF WS-EOF-DEPARTMENT NOT = "Y"
                   AND DEPARTMENT-CODE
                       NOT = WS-PAIR-FROM-DEPT(WS-PAIR-INDEX)
               MOVE "Y" TO WS-EOF-DEPARTMENT
           END-IF
           IF WS-EOF-DEPARTMENT NOT = "Y"
                   AND NOT EMPLOYMENT-IS-TERMINATED
               PERFORM FIND-OR-ADD-MOVE-TALLY
               IF WS-MOVE-FOUND = "Y"
                   ADD 1 TO WS-MOVE-COUNT(WS-MOVE-INDEX)
                   IF WS-PAIR-AUTHORISING-ID(WS-PAIR-INDEX) = SPACES
                           OR WS-PAIR-AUTHORISING-ID(WS-PAIR-INDEX)
                               = LOW-VALUES
                       MOVE "N" TO WS-MOVE-AUTHORISED(WS-MOVE-INDEX)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-MOVE-TALLY.
           MOVE "N" TO WS-MOVE-FOUND
           MOVE 0 TO WS-MOVE-INDEX
           PERFORM CHECK-ONE-MOVE-ENTRY
               UNTIL WS-MOVE-FOUND = "Y"
                  OR WS-MOVE-INDEX >= WS-MOVE-TALLY-COUNT
           IF WS-MOVE-FOUND NOT = "Y"
               IF WS-MOVE-TALLY-COUNT < WS-MAX-MOVES
                   ADD 1 TO WS-MOVE-TALLY-COUNT
                   MOVE WS-MOVE-TALLY-COUNT TO WS-MOVE-INDEX
                   MOVE WS-PAIR-TO-DEPT(WS-PAIR-INDEX)
                       TO WS-MOVE-TO-DEPT(WS-MOVE-INDEX)
                   MOVE SALARY-GRADE TO WS-MOVE-GRADE(WS-MOVE-INDEX)
                   MOVE 0 TO WS-MOVE-COUNT(WS-MOVE-INDEX)
                   MOVE "Y" TO WS-MOVE-AUTHORISED(WS-MOVE-INDEX)
                   MOVE "Y" TO WS-MOVE-FOUND
               ELSE
                   ADD 1 TO WS-DROPPED-MOVES
               END-IF
           END-IF.

       CHECK-ONE-MOVE-ENTRY.
           ADD 1 TO WS-MOVE-INDEX
           IF WS-MOVE-TO-DEPT(WS-MOVE-INDEX)
                   = WS-PAIR-TO-DEPT(WS-PAIR-INDEX)
                   AND WS-MOVE-GRADE(WS-MOVE-INDEX) = SALARY-GRADE
               MOVE "Y" TO WS-MOVE-FOUND
           END-IF.

       CHECK-ONE-MOVE-TALLY.
           ADD 1 TO WS-MOVE-INDEX
           MOVE WS-MOVE-TO-DEPT(WS-MOVE-INDEX) TO EST-DEPARTMENT-CODE
           MOVE WS-MOVE-GRADE(WS-MOVE-INDEX) TO EST-SALARY-GRADE
           READ ESTABLISHMENT-FILE KEY IS EST-KEY
           IF WS-ESTABLISHMENT-STATUS = "00"
               PERFORM COUNT-TARGET-POSTS-FILLED
               IF WS-POSTS-FILLED < EST-AUTHORISED-HEADCOUNT
                   COMPUTE WS-POSTS-VACANT =
                       EST-AUTHORISED-HEADCOUNT - WS-POSTS-FILLED
               ELSE
                   MOVE 0 TO WS-POSTS-VACANT
               END-IF
               IF WS-MOVE-COUNT(WS-MOVE-INDEX) > WS-POSTS-VACANT
                   DISPLAY "REASSIGN - " WS-MOVE-COUNT(WS-MOVE-INDEX)
                       " MOVER(S) INTO "
                       WS-MOVE-TO-DEPT(WS-MOVE-INDEX)
                       " GRADE " WS-MOVE-GRADE(WS-MOVE-INDEX)
                       " - " WS-POSTS-VACANT " POST(S) VACANT"
                   IF WS-MOVE-AUTHORISED(WS-MOVE-INDEX) = "Y"
                       DISPLAY "REASSIGN - OVERAGE AUTHORISED, "
                           "EXCESS WILL BE HELD FOR OVERRIDE"
                   ELSE
                       MOVE "Y" TO WS-ESTAB-BREACH-FOUND
                   END-IF
               END-IF
           END-IF.

       COUNT-TARGET-POSTS-FILLED.
           MOVE 0 TO WS-POSTS-FILLED
           MOVE "N" TO WS-EOF-POST-SCAN
           MOVE WS-MOVE-TO-DEPT(WS-MOVE-INDEX) TO DEPARTMENT-CODE
           START PERSONNEL-FILE KEY IS EQUAL TO DEPARTMENT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-POST-SCAN
           END-START
           PERFORM COUNT-ONE-TARGET-POST
               UNTIL WS-EOF-POST-SCAN = "Y".

       COUNT-ONE-TARGET-POST.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-POST-SCAN
           END-READ
           IF WS-EOF-POST-SCAN NOT = "Y"
               IF DEPARTMENT-CODE NOT = WS-MOVE-TO-DEPT(WS-MOVE-INDEX)
                   MOVE "Y" TO WS-EOF-POST-SCAN
               ELSE
                   IF SALARY-GRADE = WS-MOVE-GRADE(WS-MOVE-INDEX)
                           AND NOT EMPLOYMENT-IS-TERMINATED
                       ADD 1 TO WS-POSTS-FILLED
                   END-IF
               END-IF
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "H" TO TRAN-CODE
               MOVE JOB-TITLE TO TRAN-JOB-TITLE
               MOVE SALARY-GRADE TO TRAN-SALARY-GRADE
               MOVE "REORGGEN" TO TRAN-OPERATOR-ID
               MOVE WS-PAIR-AUTHORISING-ID(WS-PAIR-INDEX)
                   TO TRAN-AUTHORISING-ID
               MOVE FUNCTION CURRENT-DATE TO TRAN-ENTRY-TIMESTAMP
               MOVE 0 TO TRAN-EFFECTIVE-DATE
               MOVE 0 TO TRAN-LEAVE-START-DATE
           CLOSE REASSIGN-PARM-FILE
           CLOSE PERSONNEL-FILE
           CLOSE DEPARTMENT-MASTER
           IF WS-ESTABLISHMENT-OPEN = "Y"
               CLOSE ESTABLISHMENT-FILE
           END-IF
           CLOSE TRANSACTION-FILE.

       END PROGRAM DEPT-REASSIGN-GEN.
