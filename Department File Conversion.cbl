      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-shot conversion of DEPARTMENT-MASTER and its
      * audit journal to the layouts carrying the organisation tree.
      * Reads the existing indexed master under its old layout
      * (DEPTOLD) - code, name and active flag only - and writes every
      * record back out in the new layout (DEPTMAS) in one sequential
      * pass, so the master is rebuilt with the parent-code alternate
      * key.  Every department comes through as top-level (parent
      * code spaces) with no cost centre, for the hierarchy ("H")
      * transaction to place afterwards.  The journal under its old
      * layout (DAUDOLD) is copied to the new one (DEPTAUD) in the
      * same way, before and after parent and cost centre spaces, so
      * the department history is kept and the maintenance run can go
      * on extending the file.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPARTMENT-CONVERT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEPTSEL.
           COPY DAUDSEL.

           SELECT OLD-DEPARTMENT-MASTER ASSIGN TO DEPTOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-DEPT-MASTER-CODE
               FILE STATUS IS WS-OLD-DEPARTMENT-STATUS.

           SELECT OLD-DEPT-AUDIT-FILE ASSIGN TO DAUDOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-DEPT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY DEPTFD.
           COPY DAUDFD.

      ******************************************************************
      * The department master and its journal exactly as they stood
      * before the hierarchy was added - this is the one place the old
      * record shapes survive, so the conversion can be re-run against
      * a restored backup if it ever has to be.
      ******************************************************************
       FD OLD-DEPARTMENT-MASTER.
       01 OLD-DEPARTMENT-RECORD.
           02 OLD-DEPT-MASTER-CODE             PIC X(20).
           02 OLD-DEPT-MASTER-NAME             PIC X(30).
           02 OLD-DEPT-MASTER-ACTIVE-FLAG      PIC X(1).

       FD OLD-DEPT-AUDIT-FILE.
       01 OLD-DEPT-AUDIT-RECORD.
           02 OLD-DAUD-DEPT-CODE               PIC X(20).
           02 OLD-DAUD-TIMESTAMP               PIC X(21).
           02 OLD-DAUD-OPERATOR-ID             PIC X(8).
           02 OLD-DAUD-ENTRY-TIMESTAMP         PIC X(21).
           02 OLD-DAUD-TRANSACTION-TYPE        PIC X(1).
           02 OLD-DAUD-OLD-DEPT-NAME           PIC X(30).
           02 OLD-DAUD-OLD-ACTIVE-FLAG         PIC X(1).
           02 OLD-DAUD-NEW-DEPT-NAME           PIC X(30).
           02 OLD-DAUD-NEW-ACTIVE-FLAG         PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-DEPARTMENT-STATUS                PIC X(2).
       01  WS-OLD-DEPARTMENT-STATUS            PIC X(2).
       01  WS-DEPT-AUDIT-STATUS                PIC X(2).
       01  WS-OLD-DEPT-AUDIT-STATUS            PIC X(2).
       01  WS-EOF-OLD-DEPARTMENT               PIC X(1) VALUE "N".
       01  WS-EOF-OLD-DEPT-AUDIT               PIC X(1) VALUE "N".
       01  WS-AUDIT-PRESENT                    PIC X(1) VALUE "N".
       01  WS-RECORDS-READ                     PIC 9(8) VALUE 0.
       01  WS-RECORDS-WRITTEN                  PIC 9(8) VALUE 0.
       01  WS-RECORDS-IN-ERROR                 PIC 9(8) VALUE 0.
       01  WS-AUDIT-READ                       PIC 9(8) VALUE 0.
       01  WS-AUDIT-WRITTEN                    PIC 9(8) VALUE 0.
       01  WS-AUDIT-IN-ERROR                   PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CONVERSION
           PERFORM CONVERT-ONE-DEPARTMENT
               UNTIL WS-EOF-OLD-DEPARTMENT = "Y"
           IF WS-AUDIT-PRESENT = "Y"
               PERFORM CONVERT-ONE-AUDIT-RECORD
                   UNTIL WS-EOF-OLD-DEPT-AUDIT = "Y"
           END-IF
           PERFORM TERMINATE-CONVERSION
           STOP RUN.

      *----------------------------------------------------------------
      * A site that never journalled a department change has no
      * DAUDOLD; the master is still converted and the new journal is
      * left for the maintenance run to create.
      *----------------------------------------------------------------
       INITIALIZE-CONVERSION.
           OPEN INPUT OLD-DEPARTMENT-MASTER
           IF WS-OLD-DEPARTMENT-STATUS NOT = "00"
               DISPLAY "CONVERSION ABORTED - DEPTOLD OPEN STATUS "
                   WS-OLD-DEPARTMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-DEPT-AUDIT-FILE
           IF WS-OLD-DEPT-AUDIT-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-PRESENT
           ELSE
               IF WS-OLD-DEPT-AUDIT-STATUS NOT = "35"
                   DISPLAY "CONVERSION ABORTED - DAUDOLD OPEN STATUS "
                       WS-OLD-DEPT-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT DEPARTMENT-MASTER
           IF WS-DEPARTMENT-STATUS NOT = "00"
               DISPLAY "CONVERSION ABORTED - DEPTMAS OPEN STATUS "
                   WS-DEPARTMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUDIT-PRESENT = "Y"
               OPEN OUTPUT DEPT-AUDIT-FILE
               IF WS-DEPT-AUDIT-STATUS NOT = "00"
                   DISPLAY "CONVERSION ABORTED - DEPTAUD OPEN STATUS "
                       WS-DEPT-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-OLD-AUDIT-RECORD
           END-IF
           PERFORM READ-OLD-DEPARTMENT.

       READ-OLD-DEPARTMENT.
           READ OLD-DEPARTMENT-MASTER
               AT END
                   MOVE "Y" TO WS-EOF-OLD-DEPARTMENT
           END-READ
           IF WS-EOF-OLD-DEPARTMENT NOT = "Y"
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       CONVERT-ONE-DEPARTMENT.
           MOVE OLD-DEPT-MASTER-CODE TO DEPT-MASTER-CODE
           MOVE OLD-DEPT-MASTER-NAME TO DEPT-MASTER-NAME
           MOVE OLD-DEPT-MASTER-ACTIVE-FLAG TO DEPT-MASTER-ACTIVE-FLAG
           MOVE SPACES TO DEPT-MASTER-PARENT-CODE
           MOVE SPACES TO DEPT-MASTER-COST-CENTRE
      *    Status 02 is a successful write whose parent code duplicates
      *    another record's alternate key value - every record has the
      *    same spaces parent here, so it is the normal case.
           WRITE DEPARTMENT-RECORD
           IF WS-DEPARTMENT-STATUS = "00"
                   OR WS-DEPARTMENT-STATUS = "02"
               ADD 1 TO WS-RECORDS-WRITTEN
           ELSE
               ADD 1 TO WS-RECORDS-IN-ERROR
               DISPLAY "CONVERT WRITE FAILED - DEPT " DEPT-MASTER-CODE
                   " STATUS " WS-DEPARTMENT-STATUS
           END-IF
           PERFORM READ-OLD-DEPARTMENT.

       READ-OLD-AUDIT-RECORD.
           READ OLD-DEPT-AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OLD-DEPT-AUDIT
           END-READ
           IF WS-EOF-OLD-DEPT-AUDIT NOT = "Y"
               ADD 1 TO WS-AUDIT-READ
           END-IF.

      *----------------------------------------------------------------
      * Nothing before the conversion had a parent or a cost centre,
      * so both sides of the journal record carry spaces - the same
      * "top-level, no cost centre" the master comes through with.
      *----------------------------------------------------------------
       CONVERT-ONE-AUDIT-RECORD.
           MOVE OLD-DAUD-DEPT-CODE TO DAUD-DEPT-CODE
           MOVE OLD-DAUD-TIMESTAMP TO DAUD-TIMESTAMP
           MOVE OLD-DAUD-OPERATOR-ID TO DAUD-OPERATOR-ID
           MOVE OLD-DAUD-ENTRY-TIMESTAMP TO DAUD-ENTRY-TIMESTAMP
           MOVE OLD-DAUD-TRANSACTION-TYPE TO DAUD-TRANSACTION-TYPE
           MOVE OLD-DAUD-OLD-DEPT-NAME TO DAUD-OLD-DEPT-NAME
           MOVE OLD-DAUD-OLD-ACTIVE-FLAG TO DAUD-OLD-ACTIVE-FLAG
           MOVE OLD-DAUD-NEW-DEPT-NAME TO DAUD-NEW-DEPT-NAME
           MOVE OLD-DAUD-NEW-ACTIVE-FLAG TO DAUD-NEW-ACTIVE-FLAG
           MOVE SPACES TO DAUD-OLD-PARENT-CODE
           MOVE SPACES TO DAUD-OLD-COST-CENTRE
           MOVE SPACES TO DAUD-NEW-PARENT-CODE
           MOVE SPACES TO DAUD-NEW-COST-CENTRE
           WRITE DEPT-AUDIT-RECORD
           IF WS-DEPT-AUDIT-STATUS = "00"
               ADD 1 TO WS-AUDIT-WRITTEN
           ELSE
               ADD 1 TO WS-AUDIT-IN-ERROR
               DISPLAY "CONVERT WRITE FAILED - DEPTAUD RECORD "
                   WS-AUDIT-READ " STATUS " WS-DEPT-AUDIT-STATUS
           END-IF
           PERFORM READ-OLD-AUDIT-RECORD.

       TERMINATE-CONVERSION.
           CLOSE OLD-DEPARTMENT-MASTER
           CLOSE DEPARTMENT-MASTER
           IF WS-AUDIT-PRESENT = "Y"
               CLOSE OLD-DEPT-AUDIT-FILE
               CLOSE DEPT-AUDIT-FILE
           END-IF
           DISPLAY "DEPARTMENT CONVERSION - READ    "
               WS-RECORDS-READ
           DISPLAY "DEPARTMENT CONVERSION - WRITTEN "
               WS-RECORDS-WRITTEN
           DISPLAY "DEPARTMENT CONVERSION - ERRORS  "
               WS-RECORDS-IN-ERROR
           DISPLAY "DEPT JOURNAL CONVERSION - READ    "
               WS-AUDIT-READ
           DISPLAY "DEPT JOURNAL CONVERSION - WRITTEN "
               WS-AUDIT-WRITTEN
           DISPLAY "DEPT JOURNAL CONVERSION - ERRORS  "
               WS-AUDIT-IN-ERROR
           IF WS-RECORDS-IN-ERROR > 0
                   OR WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
                   OR WS-AUDIT-IN-ERROR > 0
                   OR WS-AUDIT-WRITTEN NOT = WS-AUDIT-READ
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM DEPARTMENT-CONVERT.
