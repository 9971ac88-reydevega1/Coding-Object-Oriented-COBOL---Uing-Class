      ******************************************************************
      * Author:
      * Date:
      * Purpose: Enquiry against the leavers archive file written by
      * LEAVER-PURGE.  Once a leaver is purged SURNAME-LOOKUP and the
      * other PERSONNEL-FILE enquiries no longer find them, so this
      * answers the same questions off LVRMAS.  Each LVRIN request
      * carries either a STAFF-ID-NUMBER - read directly on the
      * primary key - or, with the id left zero or blank, a surname,
      * which STARTs on the LVR-SURNAME alternate key and reads
      * forward returning every leaver sharing it.  Each match lists
      * the final employee image as purged with its termination and
      * purge dates; a request with no match says so.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVER-LOOKUP.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LVRSEL.

           SELECT LEAVER-REQUEST-FILE ASSIGN TO LVRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT LEAVER-RESULT-FILE ASSIGN TO LVROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY LVRFD.

       FD LEAVER-REQUEST-FILE.
       01 LEAVER-REQUEST-RECORD.
           02 REQ-STAFF-ID-NUMBER          PIC 9(6).
           02 REQ-SURNAME                  PIC X(20).

       FD LEAVER-RESULT-FILE.
       01 LEAVER-RESULT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LEAVERS-STATUS                PIC X(2).
       01  WS-REQUEST-STATUS                PIC X(2).
       01  WS-RESULT-STATUS                 PIC X(2).
       01  WS-LEAVERS-OPEN                  PIC X(1) VALUE "N".
       01  WS-EOF-REQUESTS                  PIC X(1) VALUE "N".
       01  WS-MORE-MATCHES                  PIC X(1) VALUE "N".
       01  WS-LOOKUP-SURNAME                PIC X(20).
       01  WS-MATCH-COUNT                   PIC 9(6) VALUE 0.

       01  WS-REQUEST-HEADING.
           02 FILLER                        PIC X(16)
                   VALUE "LEAVER ENQUIRY: ".
           02 WS-HDG-REQUEST                PIC X(26).

       01  WS-RESULT-DETAIL.
           02 WS-RES-STAFF-ID               PIC 9(6).
           02 FILLER                        PIC X(2) VALUE SPACES.
           02 WS-RES-SURNAME                PIC X(20).
           02 FILLER                        PIC X(1) VALUE SPACES.
           02 WS-RES-FIRST-NAME             PIC X(20).
           02 FILLER                        PIC X(1) VALUE SPACES.
           02 WS-RES-DEPARTMENT-CODE        PIC X(20).
           02 FILLER                        PIC X(1) VALUE SPACES.
           02 WS-RES-JOB-TITLE              PIC X(30).
           02 FILLER                        PIC X(1) VALUE SPACES.
           02 WS-RES-SALARY-GRADE           PIC X(2).
           02 FILLER                        PIC X(1) VALUE SPACES.
           02 WS-RES-HIRE-DATE              PIC 9(8).
           02 FILLER                        PIC X(1) VALUE SPACES.
           02 WS-RES-TERMINATION-DATE       PIC 9(8).
           02 FILLER                        PIC X(1) VALUE SPACES.
           02 WS-RES-PURGE-DATE             PIC 9(8).

       01  WS-NO-MATCH-LINE.
           02 FILLER                        PIC X(2) VALUE SPACES.
           02 FILLER                        PIC X(17)
                   VALUE "NO LEAVER ON FILE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT LEAVERS-FILE
           IF WS-LEAVERS-STATUS = "00"
               MOVE "Y" TO WS-LEAVERS-OPEN
           END-IF
           OPEN INPUT LEAVER-REQUEST-FILE
           OPEN OUTPUT LEAVER-RESULT-FILE

           PERFORM READ-LEAVER-REQUEST
           PERFORM PROCESS-LEAVER-REQUEST
               UNTIL WS-EOF-REQUESTS = "Y"

           IF WS-LEAVERS-OPEN = "Y"
               CLOSE LEAVERS-FILE
           END-IF
           CLOSE LEAVER-REQUEST-FILE
           CLOSE LEAVER-RESULT-FILE
           STOP RUN.

       READ-LEAVER-REQUEST.
           READ LEAVER-REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-REQUESTS
           END-READ.

      *----------------------------------------------------------------
      * No leavers file yet (nothing ever purged) answers every
      * request with no match rather than failing the enquiry.  The
      * open is remembered in its own flag - the file status is
      * overwritten by every READ and START, and a miss on one request
      * must not stop the next one being looked up.
      *----------------------------------------------------------------
       PROCESS-LEAVER-REQUEST.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE LEAVER-REQUEST-RECORD TO WS-HDG-REQUEST
           WRITE LEAVER-RESULT-LINE FROM WS-REQUEST-HEADING
           IF WS-LEAVERS-OPEN = "Y"
               IF REQ-STAFF-ID-NUMBER IS NUMERIC
                       AND REQ-STAFF-ID-NUMBER > 0
                   PERFORM FIND-LEAVER-BY-STAFF-ID
               ELSE
                   MOVE REQ-SURNAME TO WS-LOOKUP-SURNAME
                   PERFORM FIND-LEAVER-SURNAME-MATCHES
               END-IF
           END-IF
           IF WS-MATCH-COUNT = 0
               WRITE LEAVER-RESULT-LINE FROM WS-NO-MATCH-LINE
           END-IF
           PERFORM READ-LEAVER-REQUEST.

       FIND-LEAVER-BY-STAFF-ID.
           MOVE REQ-STAFF-ID-NUMBER TO LVR-STAFF-ID-NUMBER
           READ LEAVERS-FILE KEY IS LVR-STAFF-ID-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM WRITE-LEAVER-RESULT
           END-READ.

       FIND-LEAVER-SURNAME-MATCHES.
           MOVE WS-LOOKUP-SURNAME TO LVR-SURNAME
           START LEAVERS-FILE KEY IS NOT LESS THAN LVR-SURNAME
               INVALID KEY
                   MOVE "N" TO WS-MORE-MATCHES
               NOT INVALID KEY
                   MOVE "Y" TO WS-MORE-MATCHES
           END-START
           IF WS-MORE-MATCHES = "Y"
               PERFORM READ-SURNAME-CANDIDATE
           END-IF
           PERFORM CHECK-SURNAME-CANDIDATE
               UNTIL WS-MORE-MATCHES = "N".

       CHECK-SURNAME-CANDIDATE.
           IF LVR-SURNAME = WS-LOOKUP-SURNAME
               PERFORM WRITE-LEAVER-RESULT
               PERFORM READ-SURNAME-CANDIDATE
           ELSE
               MOVE "N" TO WS-MORE-MATCHES
           END-IF.

       READ-SURNAME-CANDIDATE.
           READ LEAVERS-FILE NEXT RECORD
               AT END
                   MOVE "N" TO WS-MORE-MATCHES
           END-READ.

       WRITE-LEAVER-RESULT.
           MOVE LVR-STAFF-ID-NUMBER TO WS-RES-STAFF-ID
           MOVE LVR-IMG-SURNAME TO WS-RES-SURNAME
           MOVE LVR-IMG-FIRST-NAME TO WS-RES-FIRST-NAME
           MOVE LVR-IMG-DEPARTMENT-CODE TO WS-RES-DEPARTMENT-CODE
           MOVE LVR-IMG-JOB-TITLE TO WS-RES-JOB-TITLE
           MOVE LVR-IMG-SALARY-GRADE TO WS-RES-SALARY-GRADE
           MOVE LVR-IMG-HIRE-DATE TO WS-RES-HIRE-DATE
           MOVE LVR-TERMINATION-DATE TO WS-RES-TERMINATION-DATE
           MOVE LVR-PURGE-DATE TO WS-RES-PURGE-DATE
           WRITE LEAVER-RESULT-LINE FROM WS-RESULT-DETAIL
           ADD 1 TO WS-MATCH-COUNT.

       END PROGRAM LEAVER-LOOKUP.
