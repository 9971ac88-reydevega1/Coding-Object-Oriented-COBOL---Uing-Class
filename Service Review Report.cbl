      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly service anniversary and probation review off
      * EMPLOYEE-HIRE-DATE, for HR.  Three lists, each by department
      * (PERSONNEL-FILE walked on the DEPARTMENT-CODE key, names from
      * DEPARTMENT-MASTER), on SVCRPT:
      *   1. employees reaching 5, 10, 15, 20 or 25 years' service in
      *      the review month - also written to the awards team's
      *      interface file (AWDFILE);
      *   2. employees whose probation ends in the review month - the
      *      probation length is per SALARY-GRADE from SVCPARM;
      *   3. employees whose hire date is still zero (or not a real
      *      date) from the conversion, for HR to back-fill - they
      *      cannot be judged for either of the other lists.
      * Terminated staff are left out altogether; anyone on leave
      * (status "L") is listed with an ON LEAVE flag.
      * SVCPARM cards:
      *   "M" YYYYMM        - review month; default is the month after
      *                       the run date.
      *   "P" GG NNN        - probation of NNN months for grade GG;
      *                       grade "**" sets the length for any grade
      *                       with no card of its own (6 months if no
      *                       "**" card is given).
      * Return code 4 when the follow-up list is not empty, 16 when a
      * parm card is bad or there are more grade cards than the table
      * holds.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-REVIEW-RPT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERSSEL.
           COPY DEPTSEL.
           COPY AWDSEL.

           SELECT SERVICE-PARM-FILE ASSIGN TO SVCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SERVICE-REPORT-FILE ASSIGN TO SVCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PERSFD.
           COPY DEPTFD.
           COPY AWDFD.

       FD SERVICE-PARM-FILE.
       01 SERVICE-PARM-RECORD.
           02 PARM-CARD-TYPE                   PIC X(1).
               88 PARM-IS-REVIEW-MONTH         VALUE "M".
               88 PARM-IS-PROBATION            VALUE "P".
           02 PARM-CARD-DATA                   PIC X(79).
           02 PARM-MONTH-DATA REDEFINES PARM-CARD-DATA.
               03 FILLER                       PIC X(1).
               03 PARM-REVIEW-MONTH            PIC 9(6).
               03 FILLER                       PIC X(72).
           02 PARM-PROBATION-DATA REDEFINES PARM-CARD-DATA.
               03 FILLER                       PIC X(1).
               03 PARM-GRADE                   PIC X(2).
               03 FILLER                       PIC X(1).
               03 PARM-PROBATION-MONTHS        PIC 9(3).
               03 FILLER                       PIC X(72).

       FD SERVICE-REPORT-FILE.
       01 SERVICE-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PERSONNEL-STATUS                 PIC X(2).
       01  WS-DEPARTMENT-STATUS                PIC X(2).
       01  WS-AWARDS-STATUS                    PIC X(2).
       01  WS-PARM-STATUS                      PIC X(2).
       01  WS-REPORT-STATUS                    PIC X(2).

       01  WS-EOF-PERSONNEL                    PIC X(1).
       01  WS-EOF-PARM                         PIC X(1) VALUE "N".
       01  WS-DEPARTMENT-OPEN                  PIC X(1) VALUE "N".
       01  WS-RUN-DATE                         PIC 9(8).

       01  WS-REVIEW-MONTH                     PIC 9(6).
       01  WS-REVIEW-MONTH-PARTS REDEFINES WS-REVIEW-MONTH.
           02 WS-REVIEW-YEAR                   PIC 9(4).
           02 WS-REVIEW-MM                     PIC 9(2).

      *----------------------------------------------------------------
      * Pass type: M milestones, P probation, F follow-up.
      *----------------------------------------------------------------
       01  WS-PASS-TYPE                        PIC X(1).
           88 PASS-IS-MILESTONE                VALUE "M".
           88 PASS-IS-PROBATION                VALUE "P".
           88 PASS-IS-FOLLOW-UP                VALUE "F".
       01  WS-SECTION-COUNT                    PIC 9(6).
       01  WS-CURRENT-DEPT-CODE                PIC X(20).
       01  WS-FIRST-IN-SECTION                 PIC X(1).
       01  WS-CASE-FOUND                       PIC X(1).

       01  WS-HIRE-DATE                        PIC 9(8).
       01  WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE.
           02 WS-HIRE-YEAR                     PIC 9(4).
           02 WS-HIRE-MM                       PIC 9(2).
           02 WS-HIRE-DD                       PIC 9(2).
       01  WS-HIRE-DATE-OK                     PIC X(1).
       01  WS-FOLLOW-UP-REASON                 PIC X(30).

       01  WS-SERVICE-YEARS                    PIC 9(4).
       01  WS-MILESTONE-QUOTIENT               PIC 9(4).
       01  WS-MILESTONE-REMAINDER              PIC 9(4).
       01  WS-EVENT-DATE                       PIC 9(8).
       01  WS-EVENT-DATE-PARTS REDEFINES WS-EVENT-DATE.
           02 WS-EVENT-YEAR                    PIC 9(4).
           02 WS-EVENT-MM                      PIC 9(2).
           02 WS-EVENT-DD                      PIC 9(2).
       01  WS-MONTH-NUMBER                     PIC 9(6).
       01  WS-MONTH-OF-YEAR                    PIC 9(2).

       01  WS-CALC-YEAR                        PIC 9(4).
       01  WS-CALC-MM                          PIC 9(2).
       01  WS-CALC-MONTH-DAYS                  PIC 9(2).
       01  WS-LEAP-QUOTIENT                    PIC 9(4).
       01  WS-LEAP-REMAINDER                   PIC 9(4).
       01  WS-MONTH-DAYS-VALUES                PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           02 WS-MONTH-DAYS OCCURS 12 TIMES    PIC 9(2).

       01  WS-DEFAULT-PROBATION                PIC 9(3) VALUE 6.
       01  WS-PROBATION-MONTHS                 PIC 9(3).
       01  WS-MAX-GRADES                       PIC 9(4) VALUE 100.
       01  WS-GRADE-COUNT                      PIC 9(4) VALUE 0.
       01  WS-GRADE-INDEX                      PIC 9(4).
       01  WS-GRADE-FOUND                      PIC X(1).
       01  WS-PROBATION-TABLE.
           02 WS-PROBATION-ENTRY OCCURS 100 TIMES.
               03 WS-PROB-GRADE                PIC X(2).
               03 WS-PROB-MONTHS               PIC 9(3).

       01  WS-MILESTONE-COUNT                  PIC 9(6) VALUE 0.
       01  WS-PROBATION-COUNT                  PIC 9(6) VALUE 0.
       01  WS-FOLLOW-UP-COUNT                  PIC 9(6) VALUE 0.
       01  WS-ON-LEAVE-COUNT                   PIC 9(6) VALUE 0.
       01  WS-AWARDS-HASH                      PIC 9(12) VALUE 0.

       01  WS-TITLE-LINE.
           02 FILLER                           PIC X(42)
                   VALUE "SERVICE ANNIVERSARY AND PROBATION REVIEW -".
           02 FILLER                           PIC X(8)
                   VALUE " MONTH: ".
           02 WS-TTL-REVIEW-MONTH              PIC 9(6).
           02 FILLER                           PIC X(11)
                   VALUE "  RUN DATE ".
           02 WS-TTL-RUN-DATE                  PIC 9(8).
       01  WS-PROBATION-DEFAULT-LINE.
           02 FILLER                           PIC X(44)
                   VALUE "PROBATION MONTHS FOR GRADES WITH NO CARD:  ".
           02 WS-PDL-MONTHS                    PIC ZZ9.
       01  WS-SECTION-LINE.
           02 WS-SEC-TITLE                     PIC X(60).
       01  WS-DEPT-HEADING-LINE.
           02 FILLER                           PIC X(12)
                   VALUE "DEPARTMENT: ".
           02 WS-DHL-DEPT-CODE                 PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-DHL-DEPT-NAME                 PIC X(30).
       01  WS-MILESTONE-COLUMN-LINE.
           02 FILLER                           PIC X(10)
                   VALUE "  STAFF".
           02 FILLER                           PIC X(21)
                   VALUE "SURNAME".
           02 FILLER                           PIC X(21)
                   VALUE "FIRST NAME".
           02 FILLER                           PIC X(31) VALUE "TITLE".
           02 FILLER                           PIC X(10) VALUE "HIRED".
           02 FILLER                           PIC X(6) VALUE "YEARS".
           02 FILLER                           PIC X(11)
                   VALUE "ANNIVERSARY".
       01  WS-MILESTONE-DETAIL-LINE.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-MDL-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-MDL-SURNAME                   PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-MDL-FIRST-NAME                PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-MDL-JOB-TITLE                 PIC X(30).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-MDL-HIRE-DATE                 PIC 9(8).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-MDL-YEARS                     PIC Z9.
           02 FILLER                           PIC X(4) VALUE SPACES.
           02 WS-MDL-ANNIVERSARY               PIC 9(8).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-MDL-FLAG                      PIC X(8).
       01  WS-PROBATION-COLUMN-LINE.
           02 FILLER                           PIC X(10)
                   VALUE "  STAFF".
           02 FILLER                           PIC X(21)
                   VALUE "SURNAME".
           02 FILLER                           PIC X(21)
                   VALUE "FIRST NAME".
           02 FILLER                           PIC X(31) VALUE "TITLE".
           02 FILLER                           PIC X(6) VALUE "GRADE".
           02 FILLER                           PIC X(7) VALUE "MONTHS".
           02 FILLER                           PIC X(10) VALUE "HIRED".
           02 FILLER                           PIC X(10) VALUE "ENDS".
       01  WS-PROBATION-DETAIL-LINE.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-PBL-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-PBL-SURNAME                   PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-PBL-FIRST-NAME                PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-PBL-JOB-TITLE                 PIC X(30).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-PBL-GRADE                     PIC X(2).
           02 FILLER                           PIC X(4) VALUE SPACES.
           02 WS-PBL-MONTHS                    PIC ZZ9.
           02 FILLER                           PIC X(4) VALUE SPACES.
           02 WS-PBL-HIRE-DATE                 PIC 9(8).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-PBL-END-DATE                  PIC 9(8).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-PBL-FLAG                      PIC X(8).
       01  WS-FOLLOW-UP-COLUMN-LINE.
           02 FILLER                           PIC X(10)
                   VALUE "  STAFF".
           02 FILLER                           PIC X(21)
                   VALUE "SURNAME".
           02 FILLER                           PIC X(21)
                   VALUE "FIRST NAME".
           02 FILLER                           PIC X(3) VALUE "ST".
           02 FILLER                           PIC X(10)
                   VALUE "HIRE DATE".
           02 FILLER                           PIC X(30) VALUE "REASON".
       01  WS-FOLLOW-UP-DETAIL-LINE.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-FUL-STAFF-ID                  PIC 9(6).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-FUL-SURNAME                   PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-FUL-FIRST-NAME                PIC X(20).
           02 FILLER                           PIC X(1) VALUE SPACES.
           02 WS-FUL-STATUS                    PIC X(1).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-FUL-HIRE-DATE                 PIC X(8).
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 WS-FUL-REASON                    PIC X(30).
       01  WS-COUNT-LINE.
           02 WS-CNT-LABEL                     PIC X(34).
           02 WS-CNT-VALUE                     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SERVICE-REVIEW
           MOVE "M" TO WS-PASS-TYPE
           PERFORM RUN-ONE-SECTION
           MOVE "P" TO WS-PASS-TYPE
           PERFORM RUN-ONE-SECTION
           MOVE "F" TO WS-PASS-TYPE
           PERFORM RUN-ONE-SECTION
           PERFORM TERMINATE-SERVICE-REVIEW
           STOP RUN.

       INITIALIZE-SERVICE-REVIEW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-REVIEW-MONTH
           IF WS-REVIEW-MM = 12
               ADD 1 TO WS-REVIEW-YEAR
               MOVE 1 TO WS-REVIEW-MM
           ELSE
               ADD 1 TO WS-REVIEW-MM
           END-IF
           PERFORM LOAD-SERVICE-PARMS
           OPEN INPUT PERSONNEL-FILE
           IF WS-PERSONNEL-STATUS NOT = "00"
               DISPLAY "SERVICE REVIEW ABORTED - STAFF OPEN STATUS "
                   WS-PERSONNEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPARTMENT-STATUS = "00"
               MOVE "Y" TO WS-DEPARTMENT-OPEN
           END-IF
           OPEN OUTPUT SERVICE-REPORT-FILE
           OPEN OUTPUT AWARDS-INTERFACE-FILE
           MOVE WS-REVIEW-MONTH TO WS-TTL-REVIEW-MONTH
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE
           WRITE SERVICE-REPORT-LINE FROM WS-TITLE-LINE
           MOVE WS-DEFAULT-PROBATION TO WS-PDL-MONTHS
           WRITE SERVICE-REPORT-LINE FROM WS-PROBATION-DEFAULT-LINE
           MOVE SPACES TO AWARDS-INTERFACE-RECORD
           MOVE "H" TO AWD-RECORD-TYPE
           MOVE WS-REVIEW-MONTH TO AWD-REVIEW-MONTH
           MOVE WS-RUN-DATE TO AWD-EXTRACT-DATE
           WRITE AWARDS-INTERFACE-RECORD.

      *----------------------------------------------------------------
      * No SVCPARM at all means next month with the default probation
      * for every grade.  A bad card stops the run - a mistyped
      * probation length would quietly put the wrong people on the
      * list.
      *----------------------------------------------------------------
       LOAD-SERVICE-PARMS.
           OPEN INPUT SERVICE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM READ-SERVICE-PARM
               PERFORM APPLY-ONE-SERVICE-PARM
                   UNTIL WS-EOF-PARM = "Y"
               CLOSE SERVICE-PARM-FILE
           END-IF.

       READ-SERVICE-PARM.
           READ SERVICE-PARM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PARM
           END-READ.

       APPLY-ONE-SERVICE-PARM.
           EVALUATE TRUE
               WHEN SERVICE-PARM-RECORD = SPACES
                   CONTINUE
               WHEN PARM-IS-REVIEW-MONTH
                   IF PARM-REVIEW-MONTH IS NUMERIC
                           AND PARM-REVIEW-MONTH(5:2) >= "01"
                           AND PARM-REVIEW-MONTH(5:2) <= "12"
                       MOVE PARM-REVIEW-MONTH TO WS-REVIEW-MONTH
                   ELSE
                       PERFORM REJECT-SERVICE-PARM
                   END-IF
               WHEN PARM-IS-PROBATION
                   IF PARM-GRADE NOT = SPACES
                           AND PARM-PROBATION-MONTHS IS NUMERIC
                       PERFORM STORE-PROBATION-LENGTH
                   ELSE
                       PERFORM REJECT-SERVICE-PARM
                   END-IF
               WHEN OTHER
                   PERFORM REJECT-SERVICE-PARM
           END-EVALUATE
           PERFORM READ-SERVICE-PARM.

       REJECT-SERVICE-PARM.
           DISPLAY "SERVICE REVIEW ABORTED - BAD SVCPARM CARD: "
               SERVICE-PARM-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       STORE-PROBATION-LENGTH.
           IF PARM-GRADE = "**"
               MOVE PARM-PROBATION-MONTHS TO WS-DEFAULT-PROBATION
           ELSE
               IF WS-GRADE-COUNT >= WS-MAX-GRADES
                   DISPLAY "SERVICE REVIEW ABORTED - MORE THAN "
                       WS-MAX-GRADES " PROBATION CARDS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRADE-COUNT
               MOVE PARM-GRADE TO WS-PROB-GRADE(WS-GRADE-COUNT)
               MOVE PARM-PROBATION-MONTHS
                   TO WS-PROB-MONTHS(WS-GRADE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * One pass of the staff file in department order per list - a
      * department heading is printed only when the department has
      * someone on that list.
      *----------------------------------------------------------------
       RUN-ONE-SECTION.
           MOVE SPACES TO SERVICE-REPORT-LINE
           WRITE SERVICE-REPORT-LINE
           EVALUATE TRUE
               WHEN PASS-IS-MILESTONE
                   MOVE "LONG-SERVICE MILESTONES (5/10/15/20/25 YEARS)"
                       TO WS-SEC-TITLE
               WHEN PASS-IS-PROBATION
                   MOVE "PROBATION PERIODS ENDING" TO WS-SEC-TITLE
               WHEN PASS-IS-FOLLOW-UP
                   MOVE "HIRE DATE FOLLOW-UP - BACK-FILL REQUIRED"
                       TO WS-SEC-TITLE
           END-EVALUATE
           WRITE SERVICE-REPORT-LINE FROM WS-SECTION-LINE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "Y" TO WS-FIRST-IN-SECTION
           MOVE SPACES TO WS-CURRENT-DEPT-CODE
           MOVE "N" TO WS-EOF-PERSONNEL
           MOVE LOW-VALUES TO DEPARTMENT-CODE
           START PERSONNEL-FILE KEY IS NOT LESS THAN DEPARTMENT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-START
           IF WS-EOF-PERSONNEL NOT = "Y"
               PERFORM READ-NEXT-PERSONNEL
           END-IF
           PERFORM CHECK-ONE-EMPLOYEE
               UNTIL WS-EOF-PERSONNEL = "Y"
           IF WS-SECTION-COUNT = 0
               MOVE "  NONE" TO SERVICE-REPORT-LINE
               WRITE SERVICE-REPORT-LINE
           END-IF
           MOVE SPACES TO SERVICE-REPORT-LINE
           WRITE SERVICE-REPORT-LINE
           MOVE "EMPLOYEES LISTED:" TO WS-CNT-LABEL
           MOVE WS-SECTION-COUNT TO WS-CNT-VALUE
           WRITE SERVICE-REPORT-LINE FROM WS-COUNT-LINE.

       READ-NEXT-PERSONNEL.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PERSONNEL
           END-READ.

       CHECK-ONE-EMPLOYEE.
           IF NOT EMPLOYMENT-IS-TERMINATED
               PERFORM CHECK-HIRE-DATE
               MOVE "N" TO WS-CASE-FOUND
               EVALUATE TRUE
                   WHEN PASS-IS-MILESTONE
                       IF WS-HIRE-DATE-OK = "Y"
                           PERFORM CHECK-SERVICE-MILESTONE
                       END-IF
                   WHEN PASS-IS-PROBATION
                       IF WS-HIRE-DATE-OK = "Y"
                           PERFORM CHECK-PROBATION-END
                       END-IF
                   WHEN PASS-IS-FOLLOW-UP
                       IF WS-HIRE-DATE-OK NOT = "Y"
                           MOVE "Y" TO WS-CASE-FOUND
                       END-IF
               END-EVALUATE
               IF WS-CASE-FOUND = "Y"
                   PERFORM PRINT-ONE-CASE
               END-IF
           END-IF
           PERFORM READ-NEXT-PERSONNEL.

      *----------------------------------------------------------------
      * Zero is the conversion's "not known"; anything else that is
      * not a plausible calendar date goes on the same follow-up
      * list rather than being guessed at.
      *----------------------------------------------------------------
       CHECK-HIRE-DATE.
           MOVE "Y" TO WS-HIRE-DATE-OK
           MOVE SPACES TO WS-FOLLOW-UP-REASON
           EVALUATE TRUE
               WHEN EMPLOYEE-HIRE-DATE NOT NUMERIC
                   MOVE "N" TO WS-HIRE-DATE-OK
                   MOVE "HIRE DATE NOT NUMERIC" TO WS-FOLLOW-UP-REASON
               WHEN EMPLOYEE-HIRE-DATE = 0
                   MOVE "N" TO WS-HIRE-DATE-OK
                   MOVE "NO HIRE DATE ON FILE" TO WS-FOLLOW-UP-REASON
               WHEN OTHER
                   MOVE EMPLOYEE-HIRE-DATE TO WS-HIRE-DATE
                   IF WS-HIRE-YEAR < 1900
                           OR WS-HIRE-MM < 1 OR WS-HIRE-MM > 12
                           OR WS-HIRE-DD < 1 OR WS-HIRE-DD > 31
                       MOVE "N" TO WS-HIRE-DATE-OK
                       MOVE "HIRE DATE NOT A VALID DATE"
                           TO WS-FOLLOW-UP-REASON
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * A milestone falls in the review month when the hire month is
      * the review month and the whole years served by then are 5,
      * 10, 15, 20 or 25.  A 29 February hire has its anniversary on
      * the 28th in a common year.
      *----------------------------------------------------------------
       CHECK-SERVICE-MILESTONE.
           IF WS-HIRE-MM = WS-REVIEW-MM
                   AND WS-HIRE-YEAR < WS-REVIEW-YEAR
               COMPUTE WS-SERVICE-YEARS =
                   WS-REVIEW-YEAR - WS-HIRE-YEAR
               DIVIDE WS-SERVICE-YEARS BY 5
                   GIVING WS-MILESTONE-QUOTIENT
                   REMAINDER WS-MILESTONE-REMAINDER
               IF WS-MILESTONE-REMAINDER = 0
                       AND WS-SERVICE-YEARS <= 25
                   MOVE "Y" TO WS-CASE-FOUND
                   MOVE WS-REVIEW-YEAR TO WS-EVENT-YEAR
                   MOVE WS-HIRE-MM TO WS-EVENT-MM
                   MOVE WS-HIRE-DD TO WS-EVENT-DD
                   PERFORM CLAMP-EVENT-DAY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Probation ends the same day of the month, the grade's number
      * of months after hire (the last day of the month when that
      * month is shorter).
      *----------------------------------------------------------------
       CHECK-PROBATION-END.
           PERFORM FIND-PROBATION-LENGTH
           COMPUTE WS-MONTH-NUMBER =
               WS-HIRE-YEAR * 12 + WS-HIRE-MM - 1
               + WS-PROBATION-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-EVENT-YEAR
               REMAINDER WS-MONTH-OF-YEAR
           COMPUTE WS-EVENT-MM = WS-MONTH-OF-YEAR + 1
           IF WS-EVENT-YEAR = WS-REVIEW-YEAR
                   AND WS-EVENT-MM = WS-REVIEW-MM
               MOVE "Y" TO WS-CASE-FOUND
               MOVE WS-HIRE-DD TO WS-EVENT-DD
               PERFORM CLAMP-EVENT-DAY
           END-IF.

       FIND-PROBATION-LENGTH.
           MOVE WS-DEFAULT-PROBATION TO WS-PROBATION-MONTHS
           MOVE "N" TO WS-GRADE-FOUND
           MOVE 1 TO WS-GRADE-INDEX
           PERFORM CHECK-ONE-PROBATION-ENTRY
               UNTIL WS-GRADE-FOUND = "Y"
                  OR WS-GRADE-INDEX > WS-GRADE-COUNT.

       CHECK-ONE-PROBATION-ENTRY.
           IF WS-PROB-GRADE(WS-GRADE-INDEX) = SALARY-GRADE
               MOVE WS-PROB-MONTHS(WS-GRADE-INDEX)
                   TO WS-PROBATION-MONTHS
               MOVE "Y" TO WS-GRADE-FOUND
           ELSE
               ADD 1 TO WS-GRADE-INDEX
           END-IF.

       CLAMP-EVENT-DAY.
           MOVE WS-EVENT-YEAR TO WS-CALC-YEAR
           MOVE WS-EVENT-MM TO WS-CALC-MM
           PERFORM SET-DAYS-IN-MONTH
           IF WS-EVENT-DD > WS-CALC-MONTH-DAYS
               MOVE WS-CALC-MONTH-DAYS TO WS-EVENT-DD
           END-IF.

       SET-DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS(WS-CALC-MM) TO WS-CALC-MONTH-DAYS
           IF WS-CALC-MM = 2
               DIVIDE WS-CALC-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-CALC-MONTH-DAYS
                   DIVIDE WS-CALC-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 28 TO WS-CALC-MONTH-DAYS
                       DIVIDE WS-CALC-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-CALC-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRINT-ONE-CASE.
           IF WS-FIRST-IN-SECTION = "Y"
                   OR DEPARTMENT-CODE NOT = WS-CURRENT-DEPT-CODE
               PERFORM START-DEPARTMENT
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE TRUE
               WHEN PASS-IS-MILESTONE
                   PERFORM PRINT-MILESTONE-LINE
               WHEN PASS-IS-PROBATION
                   PERFORM PRINT-PROBATION-LINE
               WHEN PASS-IS-FOLLOW-UP
                   PERFORM PRINT-FOLLOW-UP-LINE
           END-EVALUATE.

       START-DEPARTMENT.
           MOVE "N" TO WS-FIRST-IN-SECTION
           MOVE DEPARTMENT-CODE TO WS-CURRENT-DEPT-CODE
           MOVE SPACES TO SERVICE-REPORT-LINE
           WRITE SERVICE-REPORT-LINE
           MOVE DEPARTMENT-CODE TO WS-DHL-DEPT-CODE
           PERFORM LOOK-UP-DEPARTMENT-NAME
           WRITE SERVICE-REPORT-LINE FROM WS-DEPT-HEADING-LINE
           EVALUATE TRUE
               WHEN PASS-IS-MILESTONE
                   WRITE SERVICE-REPORT-LINE
                       FROM WS-MILESTONE-COLUMN-LINE
               WHEN PASS-IS-PROBATION
                   WRITE SERVICE-REPORT-LINE
                       FROM WS-PROBATION-COLUMN-LINE
               WHEN PASS-IS-FOLLOW-UP
                   WRITE SERVICE-REPORT-LINE
                       FROM WS-FOLLOW-UP-COLUMN-LINE
           END-EVALUATE.

       LOOK-UP-DEPARTMENT-NAME.
           MOVE SPACES TO WS-DHL-DEPT-NAME
           IF WS-DEPARTMENT-OPEN = "Y"
               MOVE DEPARTMENT-CODE TO DEPT-MASTER-CODE
               READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
               IF WS-DEPARTMENT-STATUS = "00"
                   MOVE DEPT-MASTER-NAME TO WS-DHL-DEPT-NAME
               ELSE
                   MOVE "** NOT ON DEPT MASTER **"
                       TO WS-DHL-DEPT-NAME
               END-IF
           END-IF.

       PRINT-MILESTONE-LINE.
           MOVE STAFF-ID-NUMBER TO WS-MDL-STAFF-ID
           MOVE EMPLOYEE-SURNAME TO WS-MDL-SURNAME
           MOVE EMPLOYEE-FIRST-NAME TO WS-MDL-FIRST-NAME
           MOVE JOB-TITLE TO WS-MDL-JOB-TITLE
           MOVE EMPLOYEE-HIRE-DATE TO WS-MDL-HIRE-DATE
           MOVE WS-SERVICE-YEARS TO WS-MDL-YEARS
           MOVE WS-EVENT-DATE TO WS-MDL-ANNIVERSARY
           MOVE SPACES TO WS-MDL-FLAG
           IF EMPLOYMENT-IS-ON-LEAVE
               MOVE "ON LEAVE" TO WS-MDL-FLAG
               ADD 1 TO WS-ON-LEAVE-COUNT
           END-IF
           WRITE SERVICE-REPORT-LINE FROM WS-MILESTONE-DETAIL-LINE
           ADD 1 TO WS-MILESTONE-COUNT
           PERFORM WRITE-AWARDS-DETAIL.

       WRITE-AWARDS-DETAIL.
           MOVE SPACES TO AWARDS-INTERFACE-RECORD
           MOVE "D" TO AWD-RECORD-TYPE
           MOVE STAFF-ID-NUMBER TO AWD-STAFF-ID-NUMBER
           MOVE EMPLOYEE-SURNAME TO AWD-SURNAME
           MOVE EMPLOYEE-FIRST-NAME TO AWD-FIRST-NAME
           MOVE DEPARTMENT-CODE TO AWD-DEPARTMENT-CODE
           MOVE WS-DHL-DEPT-NAME TO AWD-DEPARTMENT-NAME
           MOVE JOB-TITLE TO AWD-JOB-TITLE
           MOVE EMPLOYEE-HIRE-DATE TO AWD-HIRE-DATE
           MOVE WS-SERVICE-YEARS TO AWD-SERVICE-YEARS
           MOVE WS-EVENT-DATE TO AWD-ANNIVERSARY-DATE
           IF EMPLOYMENT-IS-ON-LEAVE
               MOVE "Y" TO AWD-ON-LEAVE-FLAG
           ELSE
               MOVE "N" TO AWD-ON-LEAVE-FLAG
           END-IF
           WRITE AWARDS-INTERFACE-RECORD
           ADD STAFF-ID-NUMBER TO WS-AWARDS-HASH.

       PRINT-PROBATION-LINE.
           MOVE STAFF-ID-NUMBER TO WS-PBL-STAFF-ID
           MOVE EMPLOYEE-SURNAME TO WS-PBL-SURNAME
           MOVE EMPLOYEE-FIRST-NAME TO WS-PBL-FIRST-NAME
           MOVE JOB-TITLE TO WS-PBL-JOB-TITLE
           MOVE SALARY-GRADE TO WS-PBL-GRADE
           MOVE WS-PROBATION-MONTHS TO WS-PBL-MONTHS
           MOVE EMPLOYEE-HIRE-DATE TO WS-PBL-HIRE-DATE
           MOVE WS-EVENT-DATE TO WS-PBL-END-DATE
           MOVE SPACES TO WS-PBL-FLAG
           IF EMPLOYMENT-IS-ON-LEAVE
               MOVE "ON LEAVE" TO WS-PBL-FLAG
               ADD 1 TO WS-ON-LEAVE-COUNT
           END-IF
           WRITE SERVICE-REPORT-LINE FROM WS-PROBATION-DETAIL-LINE
           ADD 1 TO WS-PROBATION-COUNT.

       PRINT-FOLLOW-UP-LINE.
           MOVE STAFF-ID-NUMBER TO WS-FUL-STAFF-ID
           MOVE EMPLOYEE-SURNAME TO WS-FUL-SURNAME
           MOVE EMPLOYEE-FIRST-NAME TO WS-FUL-FIRST-NAME
           MOVE EMPLOYMENT-STATUS TO WS-FUL-STATUS
           MOVE EMPLOYEE-HIRE-DATE TO WS-FUL-HIRE-DATE
           MOVE WS-FOLLOW-UP-REASON TO WS-FUL-REASON
           WRITE SERVICE-REPORT-LINE FROM WS-FOLLOW-UP-DETAIL-LINE
           ADD 1 TO WS-FOLLOW-UP-COUNT.

       TERMINATE-SERVICE-REVIEW.
           MOVE SPACES TO AWARDS-INTERFACE-RECORD
           MOVE "T" TO AWD-RECORD-TYPE
           MOVE WS-MILESTONE-COUNT TO AWD-RECORD-COUNT
           MOVE WS-AWARDS-HASH TO AWD-HASH-TOTAL
           WRITE AWARDS-INTERFACE-RECORD
           MOVE SPACES TO SERVICE-REPORT-LINE
           WRITE SERVICE-REPORT-LINE
           MOVE "SERVICE MILESTONES:" TO WS-CNT-LABEL
           MOVE WS-MILESTONE-COUNT TO WS-CNT-VALUE
           WRITE SERVICE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "PROBATION PERIODS ENDING:" TO WS-CNT-LABEL
           MOVE WS-PROBATION-COUNT TO WS-CNT-VALUE
           WRITE SERVICE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "OF WHICH ON LEAVE:" TO WS-CNT-LABEL
           MOVE WS-ON-LEAVE-COUNT TO WS-CNT-VALUE
           WRITE SERVICE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "HIRE DATES TO BACK-FILL:" TO WS-CNT-LABEL
           MOVE WS-FOLLOW-UP-COUNT TO WS-CNT-VALUE
           WRITE SERVICE-REPORT-LINE FROM WS-COUNT-LINE
           IF WS-FOLLOW-UP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE PERSONNEL-FILE
           IF WS-DEPARTMENT-OPEN = "Y"
               CLOSE DEPARTMENT-MASTER
           END-IF
           CLOSE SERVICE-REPORT-FILE
           CLOSE AWARDS-INTERFACE-FILE.

       END PROGRAM SERVICE-REVIEW-RPT.
