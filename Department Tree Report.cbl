      ******************************************************************
      * Author:
      * Date:
      * Purpose: Organisation chart by department hierarchy, for the
      * division and directorate numbers management has been building
      * by hand off DEPT-ROSTER-RPT.  DEPARTMENT-MASTER is loaded into
      * a table with each department's parent resolved to its table
      * entry; PERSONNEL-FILE is then read once on the DEPARTMENT-CODE
      * alternate key to count each department's own staff, active
      * ("A") and on leave ("L") - terminated staff hold no post and
      * are not counted.  Every department's own counts are added into
      * each department above it, and the tree is printed top down,
      * each level indented under its parent, with the direct and the
      * rolled-up headcount split ACTIVE/LEAVE on every line (ORGRPT).
      * A department whose parent is not on the master is printed as
      * a top-level department and flagged; departments caught in a
      * parent loop cannot be reached from the top and are listed
      * separately so nothing goes missing from the totals.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-TREE-RPT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEPTSEL.
           COPY PERSSEL.

           SELECT TREE-REPORT-FILE ASSIGN TO ORGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY DEPTFD.
           COPY PERSFD.

       FD TREE-REPORT-FILE.
       01 TREE-REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEPARTMENT-STATUS                PIC X(2).
       01  WS-PERSONNEL-STATUS                 PIC X(2).
       01  WS-REPORT-STATUS                    PIC X(2).

       01  WS-EOF-DEPARTMENT                   PIC X(1) VALUE "N".
       01  WS-EOF-PERSONNEL                    PIC X(1) VALUE "N".
       01  WS-RUN-DATE                         PIC 9(8).

       01  WS-MAX-DEPTS                        PIC 9(4) VALUE 1000.
       01  WS-DEPT-COUNT                       PIC 9(4) VALUE 0.
       01  WS-DEPT-INDEX                       PIC 9(4).
       01  WS-SEARCH-INDEX                     PIC 9(4).
       01  WS-SEARCH-CODE                      PIC X(20).
       01  WS-SEARCH-FOUND                     PIC X(1).
       01  WS-DROPPED-DEPTS                    PIC 9(6) VALUE 0.

       01  WS-DEPT-TABLE.
           02 WS-DEPT OCCURS 1000 TIMES.
               03 WS-DEPT-CODE                 PIC X(20).
               03 WS-DEPT-NAME                 PIC X(30).
               03 WS-DEPT-PARENT-CODE          PIC X(20).
               03 WS-DEPT-COST-CENTRE          PIC X(10).
               03 WS-DEPT-ACTIVE-FLAG          PIC X(1).
               03 WS-DEPT-PARENT-INDEX         PIC 9(4).
               03 WS-DEPT-ORPHAN               PIC X(1).
               03 WS-DEPT-PRINTED              PIC X(1).
               03 WS-DEPT-DIRECT-ACTIVE        PIC 9(6).
               03 WS-DEPT-DIRECT-LEAVE         PIC 9(6).
               03 WS-DEPT-ROLLED-ACTIVE        PIC 9(7).
               03 WS-DEPT-ROLLED-LEAVE         PIC 9(7).

       01  WS-CURRENT-DEPT-CODE                PIC X(20).
       01  WS-CURRENT-DEPT-INDEX               PIC 9(4).
       01  WS-FIRST-EMPLOYEE                   PIC X(1) VALUE "Y".

       01  WS-ANCESTOR-INDEX                   PIC 9(4).
       01  WS-ANCESTOR-STEPS                   PIC 9(4).

       01  WS-STACK-DEPTH                      PIC 9(4).
       01  WS-STACK-TABLE.
           02 WS-STACK-ENTRY OCCURS 1000 TIMES.
               03 WS-STACK-NODE                PIC 9(4).
               03 WS-STACK-SCAN                PIC 9(4).
       01  WS-CHILD-INDEX                      PIC 9(4).
       01  WS-CHILD-FOUND                      PIC X(1).
       01  WS-PRINT-INDEX                      PIC 9(4).
       01  WS-PRINT-LEVEL                      PIC 9(4).
       01  WS-INDENT-OFFSET                    PIC 9(4).
       01  WS-LOOP-LINES                       PIC 9(6) VALUE 0.

       01  WS-UNMASTERED-ACTIVE                PIC 9(7) VALUE 0.
       01  WS-UNMASTERED-LEAVE                 PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACTIVE                     PIC 9(7) VALUE 0.
       01  WS-TOTAL-LEAVE                      PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-LINE.
           02 FILLER                           PIC X(10)
                   VALUE "RUN DATE: ".
           02 WS-HDG-RUN-DATE                  PIC 9(8).
       01  WS-COLUMN-LINE-1.
           02 FILLER                           PIC X(86) VALUE SPACES.
           02 FILLER                           PIC X(18)
                   VALUE "  ---- DIRECT ----".
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 FILLER                           PIC X(21)
                   VALUE "  ---- ROLLED UP ----".
       01  WS-COLUMN-LINE-2.
           02 FILLER                           PIC X(4) VALUE "LVL ".
           02 FILLER                           PIC X(37)
                   VALUE "DEPARTMENT".
           02 FILLER                           PIC X(31)
                   VALUE "NAME".
           02 FILLER                           PIC X(11)
                   VALUE "COST CTR".
           02 FILLER                           PIC X(3) VALUE SPACES.
           02 FILLER                           PIC X(18)
                   VALUE "ACTIVE LEAVE TOTAL".
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 FILLER                           PIC X(21)
                   VALUE "  ACTIVE  LEAVE TOTAL".
       01  WS-TREE-LINE.
           02 WS-TRE-LEVEL                     PIC Z9.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-TRE-LABEL                     PIC X(36).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-TRE-NAME                      PIC X(30).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-TRE-COST-CENTRE               PIC X(10).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-TRE-FLAG                      PIC X(3).
           02 WS-TRE-DIRECT-ACTIVE             PIC ZZZZZ9.
           02 WS-TRE-DIRECT-LEAVE              PIC ZZZZZ9.
           02 WS-TRE-DIRECT-TOTAL              PIC ZZZZZ9.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-TRE-ROLLED-ACTIVE             PIC ZZZZZZ9.
           02 WS-TRE-ROLLED-LEAVE              PIC ZZZZZZ9.
           02 WS-TRE-ROLLED-TOTAL              PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE.
           02 WS-SUM-LABEL                     PIC X(36).
           02 WS-SUM-COUNT                     PIC Z,ZZZ,ZZ9.
       01  WS-LEGEND-LINE                      PIC X(80) VALUE
           "FLAGS: INA = INACTIVE  ORP = PARENT NOT ON DEPT MASTER".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-TREE-REPORT
           PERFORM LOAD-DEPARTMENTS
           PERFORM RESOLVE-PARENTS
           PERFORM COUNT-DEPARTMENT-STAFF
           PERFORM ROLL-UP-HEADCOUNT
           PERFORM PRINT-DEPARTMENT-TREE
           PERFORM PRINT-LOOPED-DEPARTMENTS
           PERFORM TERMINATE-TREE-REPORT
           STOP RUN.

       INITIALIZE-TREE-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPARTMENT-STATUS NOT = "00"
               DISPLAY "TREE REPORT ABORTED - DEPTMAS OPEN STATUS "
                   WS-DEPARTMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PERSONNEL-FILE
           IF WS-PERSONNEL-STATUS NOT = "00"
               DISPLAY "TREE REPORT ABORTED - STAFF OPEN STATUS "
                   WS-PERSONNEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TREE-REPORT-FILE
           MOVE "DEPARTMENT HIERARCHY - DIRECT AND ROLLED-UP HEADCOUNT"
               TO TREE-REPORT-LINE
           WRITE TREE-REPORT-LINE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE TREE-REPORT-LINE FROM WS-RUN-DATE-LINE
           WRITE TREE-REPORT-LINE FROM WS-LEGEND-LINE
           MOVE SPACES TO TREE-REPORT-LINE
           WRITE TREE-REPORT-LINE
           WRITE TREE-REPORT-LINE FROM WS-COLUMN-LINE-1
           WRITE TREE-REPORT-LINE FROM WS-COLUMN-LINE-2.

      *----------------------------------------------------------------
      * The whole master has to be in the table before anything is
      * added up - a tree with departments missing would roll up
      * wrong numbers - so a master past the table capacity stops the
      * run instead of printing a partial chart.
      *----------------------------------------------------------------
       LOAD-DEPARTMENTS.
           MOVE LOW-VALUES TO DEPT-MASTER-CODE
           START DEPARTMENT-MASTER
                   KEY IS NOT LESS THAN DEPT-MASTER-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-DEPARTMENT
           END-START
           PERFORM LOAD-ONE-DEPARTMENT
               UNTIL WS-EOF-DEPARTMENT = "Y"
           IF WS-DROPPED-DEPTS > 0
               DISPLAY "TREE REPORT ABORTED - DEPTMAS EXCEEDS "
                   WS-MAX-DEPTS " DEPARTMENT CAPACITY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-DEPARTMENT.
           READ DEPARTMENT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-DEPARTMENT
           END-READ
           IF WS-EOF-DEPARTMENT NOT = "Y"
               IF WS-DEPT-COUNT < WS-MAX-DEPTS
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DEPT-MASTER-CODE TO WS-DEPT-CODE(WS-DEPT-COUNT)
                   MOVE DEPT-MASTER-NAME TO WS-DEPT-NAME(WS-DEPT-COUNT)
                   MOVE DEPT-MASTER-PARENT-CODE
                       TO WS-DEPT-PARENT-CODE(WS-DEPT-COUNT)
                   MOVE DEPT-MASTER-COST-CENTRE
                       TO WS-DEPT-COST-CENTRE(WS-DEPT-COUNT)
                   MOVE DEPT-MASTER-ACTIVE-FLAG
                       TO WS-DEPT-ACTIVE-FLAG(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DEPT-PARENT-INDEX(WS-DEPT-COUNT)
                   MOVE "N" TO WS-DEPT-ORPHAN(WS-DEPT-COUNT)
                   MOVE "N" TO WS-DEPT-PRINTED(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DEPT-DIRECT-ACTIVE(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DEPT-DIRECT-LEAVE(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DEPT-ROLLED-ACTIVE(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DEPT-ROLLED-LEAVE(WS-DEPT-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-DEPTS
               END-IF
           END-IF.

       RESOLVE-PARENTS.
           MOVE 0 TO WS-DEPT-INDEX
           PERFORM RESOLVE-ONE-PARENT
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.

       RESOLVE-ONE-PARENT.
           ADD 1 TO WS-DEPT-INDEX
           IF WS-DEPT-PARENT-CODE(WS-DEPT-INDEX) NOT = SPACES
               MOVE WS-DEPT-PARENT-CODE(WS-DEPT-INDEX)
                   TO WS-SEARCH-CODE
               PERFORM FIND-DEPARTMENT-ENTRY
               IF WS-SEARCH-FOUND = "Y"
                   MOVE WS-SEARCH-INDEX
                       TO WS-DEPT-PARENT-INDEX(WS-DEPT-INDEX)
               ELSE
                   MOVE "Y" TO WS-DEPT-ORPHAN(WS-DEPT-INDEX)
               END-IF
           END-IF.

       FIND-DEPARTMENT-ENTRY.
           MOVE "N" TO WS-SEARCH-FOUND
           MOVE 0 TO WS-SEARCH-INDEX
           PERFORM CHECK-ONE-DEPARTMENT-ENTRY
               UNTIL WS-SEARCH-FOUND = "Y"
                  OR WS-SEARCH-INDEX >= WS-DEPT-COUNT.

       CHECK-ONE-DEPARTMENT-ENTRY.
           ADD 1 TO WS-SEARCH-INDEX
           IF WS-DEPT-CODE(WS-SEARCH-INDEX) = WS-SEARCH-CODE
               MOVE "Y" TO WS-SEARCH-FOUND
           END-IF.

      *----------------------------------------------------------------
      * Reading on the DEPARTMENT-CODE alternate key brings each
      * department's staff back together, so the table is searched
      * once per department rather than once per employee.  Staff on
      * a code missing from the master are totalled on their own.
      *----------------------------------------------------------------
       COUNT-DEPARTMENT-STAFF.
           MOVE LOW-VALUES TO DEPARTMENT-CODE
           START PERSONNEL-FILE KEY IS NOT LESS THAN DEPARTMENT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-START
           PERFORM COUNT-ONE-EMPLOYEE
               UNTIL WS-EOF-PERSONNEL = "Y".

       COUNT-ONE-EMPLOYEE.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-READ
           IF WS-EOF-PERSONNEL NOT = "Y"
                   AND NOT EMPLOYMENT-IS-TERMINATED
               IF WS-FIRST-EMPLOYEE = "Y"
                       OR DEPARTMENT-CODE NOT = WS-CURRENT-DEPT-CODE
                   MOVE "N" TO WS-FIRST-EMPLOYEE
                   MOVE DEPARTMENT-CODE TO WS-CURRENT-DEPT-CODE
                   MOVE DEPARTMENT-CODE TO WS-SEARCH-CODE
                   PERFORM FIND-DEPARTMENT-ENTRY
                   IF WS-SEARCH-FOUND = "Y"
                       MOVE WS-SEARCH-INDEX TO WS-CURRENT-DEPT-INDEX
                   ELSE
                       MOVE 0 TO WS-CURRENT-DEPT-INDEX
                   END-IF
               END-IF
               PERFORM TALLY-EMPLOYEE-STATUS
           END-IF.

       TALLY-EMPLOYEE-STATUS.
           IF EMPLOYMENT-IS-ON-LEAVE
               ADD 1 TO WS-TOTAL-LEAVE
               IF WS-CURRENT-DEPT-INDEX > 0
                   ADD 1 TO WS-DEPT-DIRECT-LEAVE(WS-CURRENT-DEPT-INDEX)
               ELSE
                   ADD 1 TO WS-UNMASTERED-LEAVE
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-ACTIVE
               IF WS-CURRENT-DEPT-INDEX > 0
                   ADD 1
                       TO WS-DEPT-DIRECT-ACTIVE(WS-CURRENT-DEPT-INDEX)
               ELSE
                   ADD 1 TO WS-UNMASTERED-ACTIVE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Each department's own counts go into its own rolled-up figure
      * and into every department above it.  The climb is bounded by
      * the number of departments, so a parent loop on the master
      * cannot send it round for ever.
      *----------------------------------------------------------------
       ROLL-UP-HEADCOUNT.
           MOVE 0 TO WS-DEPT-INDEX
           PERFORM ROLL-UP-ONE-DEPARTMENT
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.

       ROLL-UP-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPT-INDEX
           ADD WS-DEPT-DIRECT-ACTIVE(WS-DEPT-INDEX)
               TO WS-DEPT-ROLLED-ACTIVE(WS-DEPT-INDEX)
           ADD WS-DEPT-DIRECT-LEAVE(WS-DEPT-INDEX)
               TO WS-DEPT-ROLLED-LEAVE(WS-DEPT-INDEX)
           MOVE WS-DEPT-PARENT-INDEX(WS-DEPT-INDEX)
               TO WS-ANCESTOR-INDEX
           MOVE 0 TO WS-ANCESTOR-STEPS
           PERFORM ADD-TO-ONE-ANCESTOR
               UNTIL WS-ANCESTOR-INDEX = 0
                  OR WS-ANCESTOR-STEPS >= WS-DEPT-COUNT.

       ADD-TO-ONE-ANCESTOR.
           ADD 1 TO WS-ANCESTOR-STEPS
           ADD WS-DEPT-DIRECT-ACTIVE(WS-DEPT-INDEX)
               TO WS-DEPT-ROLLED-ACTIVE(WS-ANCESTOR-INDEX)
           ADD WS-DEPT-DIRECT-LEAVE(WS-DEPT-INDEX)
               TO WS-DEPT-ROLLED-LEAVE(WS-ANCESTOR-INDEX)
           MOVE WS-DEPT-PARENT-INDEX(WS-ANCESTOR-INDEX)
               TO WS-ANCESTOR-INDEX.

      *----------------------------------------------------------------
      * Top-down print.  Every department with no parent entry in the
      * table (top level, or parent missing from the master) starts a
      * branch; the branch is walked depth first with an explicit
      * stack - each stack entry remembers how far along the table
      * its children have been taken - so every department prints
      * directly under its parent, children in department code order.
      *----------------------------------------------------------------
       PRINT-DEPARTMENT-TREE.
           MOVE 0 TO WS-DEPT-INDEX
           PERFORM PRINT-ONE-TOP-DEPARTMENT
               UNTIL WS-DEPT-INDEX >= WS-DEPT-COUNT.

       PRINT-ONE-TOP-DEPARTMENT.
           ADD 1 TO WS-DEPT-INDEX
           IF WS-DEPT-PARENT-INDEX(WS-DEPT-INDEX) = 0
               MOVE 1 TO WS-STACK-DEPTH
               MOVE WS-DEPT-INDEX TO WS-STACK-NODE(1)
               MOVE 0 TO WS-STACK-SCAN(1)
               MOVE WS-DEPT-INDEX TO WS-PRINT-INDEX
               MOVE 1 TO WS-PRINT-LEVEL
               PERFORM PRINT-TREE-LINE
               PERFORM WALK-ONE-TREE-STEP
                   UNTIL WS-STACK-DEPTH = 0
           END-IF.

       WALK-ONE-TREE-STEP.
           PERFORM FIND-NEXT-CHILD
           IF WS-CHILD-FOUND = "Y"
               MOVE WS-CHILD-INDEX TO WS-STACK-SCAN(WS-STACK-DEPTH)
               ADD 1 TO WS-STACK-DEPTH
               MOVE WS-CHILD-INDEX TO WS-STACK-NODE(WS-STACK-DEPTH)
               MOVE 0 TO WS-STACK-SCAN(WS-STACK-DEPTH)
               MOVE WS-CHILD-INDEX TO WS-PRINT-INDEX
               MOVE WS-STACK-DEPTH TO WS-PRINT-LEVEL
               PERFORM PRINT-TREE-LINE
           ELSE
               SUBTRACT 1 FROM WS-STACK-DEPTH
           END-IF.

       FIND-NEXT-CHILD.
           MOVE "N" TO WS-CHILD-FOUND
           MOVE WS-STACK-SCAN(WS-STACK-DEPTH) TO WS-CHILD-INDEX
           PERFORM CHECK-ONE-CHILD-ENTRY
               UNTIL WS-CHILD-FOUND = "Y"
                  OR WS-CHILD-INDEX >= WS-DEPT-COUNT.

       CHECK-ONE-CHILD-ENTRY.
           ADD 1 TO WS-CHILD-INDEX
           IF WS-DEPT-PARENT-INDEX(WS-CHILD-INDEX)
                   = WS-STACK-NODE(WS-STACK-DEPTH)
               MOVE "Y" TO WS-CHILD-FOUND
           END-IF.

      *----------------------------------------------------------------
      * Indent two places a level; past the ninth level the code
      * stays at the deepest indent and the level column carries on.
      *----------------------------------------------------------------
       PRINT-TREE-LINE.
           MOVE "Y" TO WS-DEPT-PRINTED(WS-PRINT-INDEX)
           MOVE WS-PRINT-LEVEL TO WS-TRE-LEVEL
           MOVE SPACES TO WS-TRE-LABEL
           IF WS-PRINT-LEVEL > 9
               MOVE 17 TO WS-INDENT-OFFSET
           ELSE
               COMPUTE WS-INDENT-OFFSET = (WS-PRINT-LEVEL - 1) * 2 + 1
           END-IF
           MOVE WS-DEPT-CODE(WS-PRINT-INDEX)
               TO WS-TRE-LABEL(WS-INDENT-OFFSET:20)
           PERFORM FORMAT-DEPARTMENT-COUNTS
           WRITE TREE-REPORT-LINE FROM WS-TREE-LINE.

       FORMAT-DEPARTMENT-COUNTS.
           MOVE WS-DEPT-NAME(WS-PRINT-INDEX) TO WS-TRE-NAME
           MOVE WS-DEPT-COST-CENTRE(WS-PRINT-INDEX)
               TO WS-TRE-COST-CENTRE
           EVALUATE TRUE
               WHEN WS-DEPT-ACTIVE-FLAG(WS-PRINT-INDEX) = "N"
                   MOVE "INA" TO WS-TRE-FLAG
               WHEN WS-DEPT-ORPHAN(WS-PRINT-INDEX) = "Y"
                   MOVE "ORP" TO WS-TRE-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-TRE-FLAG
           END-EVALUATE
           MOVE WS-DEPT-DIRECT-ACTIVE(WS-PRINT-INDEX)
               TO WS-TRE-DIRECT-ACTIVE
           MOVE WS-DEPT-DIRECT-LEAVE(WS-PRINT-INDEX)
               TO WS-TRE-DIRECT-LEAVE
           COMPUTE WS-TRE-DIRECT-TOTAL =
               WS-DEPT-DIRECT-ACTIVE(WS-PRINT-INDEX)
               + WS-DEPT-DIRECT-LEAVE(WS-PRINT-INDEX)
           MOVE WS-DEPT-ROLLED-ACTIVE(WS-PRINT-INDEX)
               TO WS-TRE-ROLLED-ACTIVE
           MOVE WS-DEPT-ROLLED-LEAVE(WS-PRINT-INDEX)
               TO WS-TRE-ROLLED-LEAVE
           COMPUTE WS-TRE-ROLLED-TOTAL =
               WS-DEPT-ROLLED-ACTIVE(WS-PRINT-INDEX)
               + WS-DEPT-ROLLED-LEAVE(WS-PRINT-INDEX).

      *----------------------------------------------------------------
      * Anything the walk never reached sits in a parent loop.  Each
      * is listed with its own staff so the company total still
      * reconciles; rolled-up figures mean nothing inside a loop.
      *----------------------------------------------------------------
       PRINT-LOOPED-DEPARTMENTS.
           MOVE 0 TO WS-PRINT-INDEX
           PERFORM PRINT-ONE-LOOPED-DEPARTMENT
               UNTIL WS-PRINT-INDEX >= WS-DEPT-COUNT.

       PRINT-ONE-LOOPED-DEPARTMENT.
           ADD 1 TO WS-PRINT-INDEX
           IF WS-DEPT-PRINTED(WS-PRINT-INDEX) NOT = "Y"
               IF WS-LOOP-LINES = 0
                   MOVE SPACES TO TREE-REPORT-LINE
                   WRITE TREE-REPORT-LINE
                   MOVE "DEPARTMENTS IN A PARENT LOOP - NOT ON THE TREE"
                       TO TREE-REPORT-LINE
                   WRITE TREE-REPORT-LINE
               END-IF
               ADD 1 TO WS-LOOP-LINES
               MOVE 0 TO WS-TRE-LEVEL
               MOVE WS-DEPT-CODE(WS-PRINT-INDEX) TO WS-TRE-LABEL
               PERFORM FORMAT-DEPARTMENT-COUNTS
               MOVE "LOP" TO WS-TRE-FLAG
               MOVE 0 TO WS-TRE-ROLLED-ACTIVE
               MOVE 0 TO WS-TRE-ROLLED-LEAVE
               MOVE 0 TO WS-TRE-ROLLED-TOTAL
               WRITE TREE-REPORT-LINE FROM WS-TREE-LINE
           END-IF.

       TERMINATE-TREE-REPORT.
           MOVE SPACES TO TREE-REPORT-LINE
           WRITE TREE-REPORT-LINE
           MOVE "DEPARTMENTS ON MASTER:" TO WS-SUM-LABEL
           MOVE WS-DEPT-COUNT TO WS-SUM-COUNT
           WRITE TREE-REPORT-LINE FROM WS-SUMMARY-LINE
           IF WS-LOOP-LINES > 0
               MOVE "DEPARTMENTS IN A PARENT LOOP:" TO WS-SUM-LABEL
               MOVE WS-LOOP-LINES TO WS-SUM-COUNT
               WRITE TREE-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "STAFF ACTIVE - COMPANY:" TO WS-SUM-LABEL
           MOVE WS-TOTAL-ACTIVE TO WS-SUM-COUNT
           WRITE TREE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "STAFF ON LEAVE - COMPANY:" TO WS-SUM-LABEL
           MOVE WS-TOTAL-LEAVE TO WS-SUM-COUNT
           WRITE TREE-REPORT-LINE FROM WS-SUMMARY-LINE
           IF WS-UNMASTERED-ACTIVE > 0 OR WS-UNMASTERED-LEAVE > 0
               MOVE "ACTIVE - DEPT NOT ON MASTER:" TO WS-SUM-LABEL
               MOVE WS-UNMASTERED-ACTIVE TO WS-SUM-COUNT
               WRITE TREE-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE "ON LEAVE - DEPT NOT ON MASTER:" TO WS-SUM-LABEL
               MOVE WS-UNMASTERED-LEAVE TO WS-SUM-COUNT
               WRITE TREE-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE DEPARTMENT-MASTER
           CLOSE PERSONNEL-FILE
           CLOSE TREE-REPORT-FILE.

       END PROGRAM DEPT-TREE-RPT.
