      * DEPARTMENT-CODE alternate key first and is rejected while any
      * employee is still assigned to the department, so a staffed
      * department cannot be switched off underneath its people.
      * Modification history:
      * - Departments now carry a parent department and a cost-centre
      *   code.  An add may place the new department in the tree, and
      *   the new hierarchy ("H") transaction moves an existing one
      *   and/or changes its cost centre.  A parent must be on file
      *   and active, and may not be the department itself or any
      *   department below it - the walk up from the proposed parent
      *   must reach the top without passing through the department
      *   being placed, so the tree can never loop.  Activate is
      *   refused under an inactive parent, and deactivate is refused
      *   while any active department still reports to the one being
      *   switched off.  The journal carries parent and cost centre
      *   before and after.
      * - An add or update whose parent code is shared with another
      *   department (every top-level department shares spaces) comes
      *   back status "02" off the parent-code alternate key - that is
      *   a good write and is now applied and journalled as one.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
               88 DTRAN-IS-RENAME              VALUE "R".
               88 DTRAN-IS-ACTIVATE            VALUE "E".
               88 DTRAN-IS-DEACTIVATE          VALUE "X".
               88 DTRAN-IS-HIERARCHY           VALUE "H".
           02 DTRAN-DEPT-CODE                  PIC X(20).
           02 DTRAN-DEPT-NAME                  PIC X(30).
           02 DTRAN-OPERATOR-ID                PIC X(8).
           02 DTRAN-ENTRY-TIMESTAMP            PIC X(21).
           02 DTRAN-PARENT-CODE                PIC X(20).
           02 DTRAN-COST-CENTRE                PIC X(10).

       FD DEPT-REJECT-FILE.
       01 DEPT-REJECT-RECORD.

       01  WS-EOF-DEPT-TRANS                   PIC X(1) VALUE "N".
       01  WS-DEPT-STAFFED                     PIC X(1) VALUE "N".
       01  WS-DEPT-HAS-ACTIVE-CHILD            PIC X(1) VALUE "N".
       01  WS-EOF-CHILD-SCAN                   PIC X(1).
       01  WS-PARENT-VALID                     PIC X(1).
       01  WS-ANCESTOR-CODE                    PIC X(20).
       01  WS-ANCESTOR-STEPS                   PIC 9(4).
       01  WS-MAX-TREE-DEPTH                   PIC 9(4) VALUE 99.
       01  WS-DEPT-REJECT-REASON               PIC X(40).

       01  WS-DAUD-TRAN-CODE                   PIC X(1).
       01  WS-OLD-ACTIVE-FLAG                  PIC X(1).
       01  WS-NEW-DEPT-NAME                    PIC X(30).
       01  WS-NEW-ACTIVE-FLAG                  PIC X(1).
       01  WS-OLD-PARENT-CODE                  PIC X(20).
       01  WS-OLD-COST-CENTRE                  PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       PERFORM ACTIVATE-DEPARTMENT
                   WHEN DTRAN-IS-DEACTIVATE
                       PERFORM DEACTIVATE-DEPARTMENT
                   WHEN DTRAN-IS-HIERARCHY
                       PERFORM PLACE-DEPARTMENT
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-DEPT-REJECT-REASON
      *----------------------------------------------------------------
      * A department is never allowed onto the file without a name -
      * that is the by-hand editing accident this program exists to
      * stop.  The parent, if one is keyed, goes through the same
      * edit as a hierarchy transaction.
      *----------------------------------------------------------------
       ADD-DEPARTMENT.
           IF DTRAN-DEPT-NAME = SPACES
                   TO WS-DEPT-REJECT-REASON
               PERFORM REJECT-DEPT-TRANSACTION
           ELSE
               PERFORM CHECK-PROPOSED-PARENT
               IF WS-PARENT-VALID = "Y"
                   PERFORM APPLY-ADD-DEPARTMENT
               ELSE
                   PERFORM REJECT-DEPT-TRANSACTION
               END-IF
           END-IF.

       APPLY-ADD-DEPARTMENT.
           MOVE DTRAN-DEPT-CODE TO DEPT-MASTER-CODE
           MOVE DTRAN-DEPT-NAME TO DEPT-MASTER-NAME
           MOVE "Y" TO DEPT-MASTER-ACTIVE-FLAG
           MOVE DTRAN-PARENT-CODE TO DEPT-MASTER-PARENT-CODE
           MOVE DTRAN-COST-CENTRE TO DEPT-MASTER-COST-CENTRE
      *    Status 02 is a successful write whose parent code duplicates
      *    another department's alternate key value.
           WRITE DEPARTMENT-RECORD
           IF WS-DEPARTMENT-STATUS NOT = "00"
                   AND WS-DEPARTMENT-STATUS NOT = "02"
               MOVE "ADD FAILED - CODE ON FILE"
                   TO WS-DEPT-REJECT-REASON
               PERFORM REJECT-DEPT-TRANSACTION
           ELSE
               MOVE SPACES TO WS-OLD-DEPT-NAME
               MOVE SPACES TO WS-OLD-ACTIVE-FLAG
               MOVE SPACES TO WS-OLD-PARENT-CODE
               MOVE SPACES TO WS-OLD-COST-CENTRE
               MOVE DEPT-MASTER-NAME TO WS-NEW-DEPT-NAME
               MOVE DEPT-MASTER-ACTIVE-FLAG TO WS-NEW-ACTIVE-FLAG
               MOVE DTRAN-CODE TO WS-DAUD-TRAN-CODE
               PERFORM WRITE-DEPT-AUDIT-RECORD
           END-IF.

       RENAME-DEPARTMENT.
           IF DTRAN-DEPT-NAME = SPACES
               MOVE "RENAME REJ - DEPT NAME MISSING"
               MOVE DTRAN-DEPT-CODE TO DEPT-MASTER-CODE
               READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
               IF WS-DEPARTMENT-STATUS = "00"
                   PERFORM SAVE-OLD-DEPARTMENT-VALUES
                   MOVE DTRAN-DEPT-NAME TO DEPT-MASTER-NAME
                   PERFORM REWRITE-DEPARTMENT-RECORD
               ELSE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * An active department may not sit under an inactive parent, so
      * the parent is looked at first and the department re-read
      * afterwards.
      *----------------------------------------------------------------
       ACTIVATE-DEPARTMENT.
           MOVE DTRAN-DEPT-CODE TO DEPT-MASTER-CODE
           READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
           IF WS-DEPARTMENT-STATUS = "00"
               MOVE "Y" TO WS-PARENT-VALID
               IF NOT DEPT-MASTER-IS-TOP-LEVEL
                   MOVE DEPT-MASTER-PARENT-CODE TO DEPT-MASTER-CODE
                   READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
                   IF WS-DEPARTMENT-STATUS NOT = "00"
                           OR NOT DEPT-MASTER-IS-ACTIVE
                       MOVE "N" TO WS-PARENT-VALID
                   END-IF
                   MOVE DTRAN-DEPT-CODE TO DEPT-MASTER-CODE
                   READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
               END-IF
               IF WS-PARENT-VALID = "Y"
                   PERFORM SAVE-OLD-DEPARTMENT-VALUES
                   MOVE "Y" TO DEPT-MASTER-ACTIVE-FLAG
                   PERFORM REWRITE-DEPARTMENT-RECORD
               ELSE
                   MOVE "ACTIVATE REJ - PARENT NOT ACTIVE"
                       TO WS-DEPT-REJECT-REASON
                   PERFORM REJECT-DEPT-TRANSACTION
               END-IF
           ELSE
               MOVE "ACTIVATE FAILED - NO SUCH CODE"
                   TO WS-DEPT-REJECT-REASON
           READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
           IF WS-DEPARTMENT-STATUS = "00"
               PERFORM CHECK-DEPARTMENT-STAFFED
               PERFORM CHECK-DEPARTMENT-HAS-CHILDREN
               EVALUATE TRUE
                   WHEN WS-DEPT-STAFFED = "Y"
                       MOVE "DEACT REJ - DEPT STILL STAFFED"
                           TO WS-DEPT-REJECT-REASON
                       PERFORM REJECT-DEPT-TRANSACTION
                   WHEN WS-DEPT-HAS-ACTIVE-CHILD = "Y"
                       MOVE "DEACT REJ - ACTIVE CHILD DEPTS"
                           TO WS-DEPT-REJECT-REASON
                       PERFORM REJECT-DEPT-TRANSACTION
                   WHEN OTHER
                       PERFORM SAVE-OLD-DEPARTMENT-VALUES
                       MOVE "N" TO DEPT-MASTER-ACTIVE-FLAG
                       PERFORM REWRITE-DEPARTMENT-RECORD
               END-EVALUATE
           ELSE
               MOVE "DEACT FAILED - NO SUCH CODE"
                   TO WS-DEPT-REJECT-REASON
                   END-READ
           END-START.

      *----------------------------------------------------------------
      * Children are found on the parent-code alternate key.  The walk
      * leaves the record area on some other department, so the one
      * being deactivated is read back before it is rewritten.
      *----------------------------------------------------------------
       CHECK-DEPARTMENT-HAS-CHILDREN.
           MOVE "N" TO WS-DEPT-HAS-ACTIVE-CHILD
           MOVE "N" TO WS-EOF-CHILD-SCAN
           MOVE DTRAN-DEPT-CODE TO DEPT-MASTER-PARENT-CODE
           START DEPARTMENT-MASTER
                   KEY IS EQUAL TO DEPT-MASTER-PARENT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-CHILD-SCAN
           END-START
           PERFORM CHECK-ONE-CHILD-DEPARTMENT
               UNTIL WS-EOF-CHILD-SCAN = "Y"
           MOVE DTRAN-DEPT-CODE TO DEPT-MASTER-CODE
           READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE.

       CHECK-ONE-CHILD-DEPARTMENT.
           READ DEPARTMENT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CHILD-SCAN
           END-READ
           IF WS-EOF-CHILD-SCAN NOT = "Y"
               IF DEPT-MASTER-PARENT-CODE NOT = DTRAN-DEPT-CODE
                   MOVE "Y" TO WS-EOF-CHILD-SCAN
               ELSE
                   IF DEPT-MASTER-IS-ACTIVE
                       MOVE "Y" TO WS-DEPT-HAS-ACTIVE-CHILD
                       MOVE "Y" TO WS-EOF-CHILD-SCAN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Hierarchy transaction: the parent (spaces for a top-level
      * department) and cost centre are taken as keyed, replacing
      * both.  The parent edit reads up the tree, so the department
      * itself is read only once the edit has passed.
      *----------------------------------------------------------------
       PLACE-DEPARTMENT.
           PERFORM CHECK-PROPOSED-PARENT
           IF WS-PARENT-VALID = "Y"
               MOVE DTRAN-DEPT-CODE TO DEPT-MASTER-CODE
               READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
               IF WS-DEPARTMENT-STATUS = "00"
                   PERFORM SAVE-OLD-DEPARTMENT-VALUES
                   MOVE DTRAN-PARENT-CODE TO DEPT-MASTER-PARENT-CODE
                   MOVE DTRAN-COST-CENTRE TO DEPT-MASTER-COST-CENTRE
                   PERFORM REWRITE-DEPARTMENT-RECORD
               ELSE
                   MOVE "HIERARCHY FAILED - NO SUCH CODE"
                       TO WS-DEPT-REJECT-REASON
                   PERFORM REJECT-DEPT-TRANSACTION
               END-IF
           ELSE
               PERFORM REJECT-DEPT-TRANSACTION
           END-IF.

      *----------------------------------------------------------------
      * The proposed parent must be on file and active, and walking up
      * from it to the top must never meet the department being
      * placed - if it did, the department would become its own
      * ancestor.  The walk is bounded, so a loop already on the file
      * (keyed in by hand before these edits) is refused rather than
      * followed for ever.
      *----------------------------------------------------------------
       CHECK-PROPOSED-PARENT.
           MOVE "Y" TO WS-PARENT-VALID
           IF DTRAN-PARENT-CODE NOT = SPACES
               IF DTRAN-PARENT-CODE = DTRAN-DEPT-CODE
                   MOVE "N" TO WS-PARENT-VALID
                   MOVE "PARENT REJ - DEPT IS OWN PARENT"
                       TO WS-DEPT-REJECT-REASON
               ELSE
                   MOVE DTRAN-PARENT-CODE TO DEPT-MASTER-CODE
                   READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
                   EVALUATE TRUE
                       WHEN WS-DEPARTMENT-STATUS NOT = "00"
                           MOVE "N" TO WS-PARENT-VALID
                           MOVE "PARENT REJ - NOT ON DEPT MASTER"
                               TO WS-DEPT-REJECT-REASON
                       WHEN NOT DEPT-MASTER-IS-ACTIVE
                           MOVE "N" TO WS-PARENT-VALID
                           MOVE "PARENT REJ - PARENT INACTIVE"
                               TO WS-DEPT-REJECT-REASON
                       WHEN OTHER
                           MOVE 0 TO WS-ANCESTOR-STEPS
                           MOVE DEPT-MASTER-PARENT-CODE
                               TO WS-ANCESTOR-CODE
                           PERFORM CHECK-ONE-ANCESTOR
                               UNTIL WS-ANCESTOR-CODE = SPACES
                                  OR WS-PARENT-VALID = "N"
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-ONE-ANCESTOR.
           ADD 1 TO WS-ANCESTOR-STEPS
           EVALUATE TRUE
               WHEN WS-ANCESTOR-CODE = DTRAN-DEPT-CODE
                   MOVE "N" TO WS-PARENT-VALID
                   MOVE "PARENT REJ - WOULD MAKE A LOOP"
                       TO WS-DEPT-REJECT-REASON
               WHEN WS-ANCESTOR-STEPS > WS-MAX-TREE-DEPTH
                   MOVE "N" TO WS-PARENT-VALID
                   MOVE "PARENT REJ - LOOP ABOVE PARENT"
                       TO WS-DEPT-REJECT-REASON
               WHEN OTHER
                   MOVE WS-ANCESTOR-CODE TO DEPT-MASTER-CODE
                   READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
                   IF WS-DEPARTMENT-STATUS = "00"
                       MOVE DEPT-MASTER-PARENT-CODE TO WS-ANCESTOR-CODE
                   ELSE
                       MOVE SPACES TO WS-ANCESTOR-CODE
                   END-IF
           END-EVALUATE.

       SAVE-OLD-DEPARTMENT-VALUES.
           MOVE DEPT-MASTER-NAME TO WS-OLD-DEPT-NAME
           MOVE DEPT-MASTER-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG
           MOVE DEPT-MASTER-PARENT-CODE TO WS-OLD-PARENT-CODE
           MOVE DEPT-MASTER-COST-CENTRE TO WS-OLD-COST-CENTRE.

       REWRITE-DEPARTMENT-RECORD.
           REWRITE DEPARTMENT-RECORD
           IF WS-DEPARTMENT-STATUS NOT = "00"
                   AND WS-DEPARTMENT-STATUS NOT = "02"
               MOVE "UPDATE FAILED - REWRITE"
                   TO WS-DEPT-REJECT-REASON
               PERFORM REJECT-DEPT-TRANSACTION
           MOVE WS-OLD-ACTIVE-FLAG TO DAUD-OLD-ACTIVE-FLAG
           MOVE WS-NEW-DEPT-NAME TO DAUD-NEW-DEPT-NAME
           MOVE WS-NEW-ACTIVE-FLAG TO DAUD-NEW-ACTIVE-FLAG
           MOVE WS-OLD-PARENT-CODE TO DAUD-OLD-PARENT-CODE
           MOVE WS-OLD-COST-CENTRE TO DAUD-OLD-COST-CENTRE
           MOVE DEPT-MASTER-PARENT-CODE TO DAUD-NEW-PARENT-CODE
           MOVE DEPT-MASTER-COST-CENTRE TO DAUD-NEW-COST-CENTRE
           WRITE DEPT-AUDIT-RECORD.

       TERMINATE-DEPT-MAINT.
