      * limit in days before its applied timestamp is flagged on the
      * line - keyed-long-before-applied gaps are exactly what the
      * reviewers probe.  Output is OPARPT.
      * Modification history:
      * - Department journal lines now show the parent department and
      *   cost centre before and after as well, so a hierarchy move
      *   is visible on the report and not just a name or flag change.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 FILLER                           PIC X(9)
                   VALUE " ACTIVE: ".
           02 WS-DIM-ACTIVE-FLAG               PIC X(1).
           02 FILLER                           PIC X(9)
                   VALUE " PARENT: ".
           02 WS-DIM-PARENT-CODE               PIC X(20).
           02 FILLER                           PIC X(5)
                   VALUE " CC: ".
           02 WS-DIM-COST-CENTRE               PIC X(10).
       01  WS-OPERATOR-TOTAL-LINE.
           02 WS-TOT-OPERATOR-ID               PIC X(8).
           02 FILLER                           PIC X(7)
           MOVE "OLD: " TO WS-DIM-LABEL
           MOVE DAUD-OLD-DEPT-NAME TO WS-DIM-DEPT-NAME
           MOVE DAUD-OLD-ACTIVE-FLAG TO WS-DIM-ACTIVE-FLAG
           MOVE DAUD-OLD-PARENT-CODE TO WS-DIM-PARENT-CODE
           MOVE DAUD-OLD-COST-CENTRE TO WS-DIM-COST-CENTRE
           WRITE ACTIVITY-REPORT-LINE FROM WS-DEPT-IMAGE-LINE
           MOVE "NEW: " TO WS-DIM-LABEL
           MOVE DAUD-NEW-DEPT-NAME TO WS-DIM-DEPT-NAME
           MOVE DAUD-NEW-ACTIVE-FLAG TO WS-DIM-ACTIVE-FLAG
           MOVE DAUD-NEW-PARENT-CODE TO WS-DIM-PARENT-CODE
           MOVE DAUD-NEW-COST-CENTRE TO WS-DIM-COST-CENTRE
           WRITE ACTIVITY-REPORT-LINE FROM WS-DEPT-IMAGE-LINE
           ADD 1 TO WS-SELECTED-COUNT
           MOVE DAUD-OPERATOR-ID TO WS-TALLY-OPERATOR-ID
