      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-shot conversion of the pending-transactions hold
      * file (PENDING) and the maintenance reject file (REJECTS) to
      * the TRANSACTION-RECORD layout carrying the establishment
      * authorising id and override mark.  Both files hold complete
      * transaction images, so both grow with that record.  Each is
      * read under its old layout (PENDOLD, REJOLD) and every record
      * copied to the new layout in order; the image is carried over
      * byte for byte and the two new fields at its end come through
      * as spaces - no authorising id, not an approved override -
      * which is how any transaction keyed before the change would
      * have read.  The queued date, reject reason and reject date
      * are carried over unchanged.  A file that is not there (nothing
      * ever held or rejected) is skipped.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAN-HOLD-CONVERT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PENDSEL.
           COPY REJSEL.

           SELECT OLD-PENDING-FILE ASSIGN TO PENDOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-PENDING-STATUS.

           SELECT OLD-REJECT-FILE ASSIGN TO REJOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PENDFD.
           COPY REJFD.

      ******************************************************************
      * The hold and reject files exactly as they stood while
      * TRANSACTION-RECORD was 169 bytes - this is the one place the
      * old record shapes survive, so the conversion can be re-run
      * against a restored backup if it ever has to be.
      ******************************************************************
       FD OLD-PENDING-FILE.
       01 OLD-PENDING-RECORD.
           02 OLD-PEND-TRANSACTION-IMAGE       PIC X(169).
           02 OLD-PEND-QUEUED-DATE             PIC 9(8).

       FD OLD-REJECT-FILE.
       01 OLD-REJECT-RECORD.
           02 OLD-REJ-TRANSACTION-IMAGE        PIC X(169).
           02 OLD-REJ-REASON                   PIC X(40).
           02 OLD-REJ-REJECT-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS                   PIC X(2).
       01  WS-REJECT-STATUS                    PIC X(2).
       01  WS-OLD-PENDING-STATUS               PIC X(2).
       01  WS-OLD-REJECT-STATUS                PIC X(2).
       01  WS-PENDING-PRESENT                  PIC X(1) VALUE "N".
       01  WS-REJECTS-PRESENT                  PIC X(1) VALUE "N".
       01  WS-EOF-OLD-PENDING                  PIC X(1) VALUE "N".
       01  WS-EOF-OLD-REJECT                   PIC X(1) VALUE "N".
       01  WS-PENDING-READ                     PIC 9(8) VALUE 0.
       01  WS-PENDING-WRITTEN                  PIC 9(8) VALUE 0.
       01  WS-PENDING-IN-ERROR                 PIC 9(8) VALUE 0.
       01  WS-REJECTS-READ                     PIC 9(8) VALUE 0.
       01  WS-REJECTS-WRITTEN                  PIC 9(8) VALUE 0.
       01  WS-REJECTS-IN-ERROR                 PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CONVERSION
           IF WS-PENDING-PRESENT = "Y"
               PERFORM CONVERT-ONE-PENDING
                   UNTIL WS-EOF-OLD-PENDING = "Y"
           END-IF
           IF WS-REJECTS-PRESENT = "Y"
               PERFORM CONVERT-ONE-REJECT
                   UNTIL WS-EOF-OLD-REJECT = "Y"
           END-IF
           PERFORM TERMINATE-CONVERSION
           STOP RUN.

       INITIALIZE-CONVERSION.
           OPEN INPUT OLD-PENDING-FILE
           IF WS-OLD-PENDING-STATUS = "00"
               MOVE "Y" TO WS-PENDING-PRESENT
               OPEN OUTPUT PENDING-FILE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "CONVERSION ABORTED - PENDING OPEN STATUS "
                       WS-PENDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-OLD-PENDING
           ELSE
               IF WS-OLD-PENDING-STATUS NOT = "35"
                   DISPLAY "CONVERSION ABORTED - PENDOLD OPEN STATUS "
                       WS-OLD-PENDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT OLD-REJECT-FILE
           IF WS-OLD-REJECT-STATUS = "00"
               MOVE "Y" TO WS-REJECTS-PRESENT
               OPEN OUTPUT REJECT-FILE
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "CONVERSION ABORTED - REJECTS OPEN STATUS "
                       WS-REJECT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-OLD-REJECT
           ELSE
               IF WS-OLD-REJECT-STATUS NOT = "35"
                   DISPLAY "CONVERSION ABORTED - REJOLD OPEN STATUS "
                       WS-OLD-REJECT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-OLD-PENDING.
           READ OLD-PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OLD-PENDING
           END-READ
           IF WS-EOF-OLD-PENDING NOT = "Y"
               ADD 1 TO WS-PENDING-READ
           END-IF.

      *----------------------------------------------------------------
      * The shorter image moved into the longer one is padded on the
      * right with spaces - TRAN-AUTHORISING-ID and TRAN-ESTAB-OVERRIDE
      * are the last two fields of the detail.
      *----------------------------------------------------------------
       CONVERT-ONE-PENDING.
           MOVE OLD-PEND-TRANSACTION-IMAGE TO PEND-TRANSACTION-IMAGE
           MOVE OLD-PEND-QUEUED-DATE TO PEND-QUEUED-DATE
           WRITE PENDING-RECORD
           IF WS-PENDING-STATUS = "00"
               ADD 1 TO WS-PENDING-WRITTEN
           ELSE
               ADD 1 TO WS-PENDING-IN-ERROR
               DISPLAY "CONVERT WRITE FAILED - PENDING RECORD "
                   WS-PENDING-READ " STATUS " WS-PENDING-STATUS
           END-IF
           PERFORM READ-OLD-PENDING.

       READ-OLD-REJECT.
           READ OLD-REJECT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OLD-REJECT
           END-READ
           IF WS-EOF-OLD-REJECT NOT = "Y"
               ADD 1 TO WS-REJECTS-READ
           END-IF.

       CONVERT-ONE-REJECT.
           MOVE OLD-REJ-TRANSACTION-IMAGE TO REJ-TRANSACTION-IMAGE
           MOVE OLD-REJ-REASON TO REJ-REASON
           MOVE OLD-REJ-REJECT-DATE TO REJ-REJECT-DATE
           WRITE REJECT-RECORD
           IF WS-REJECT-STATUS = "00"
               ADD 1 TO WS-REJECTS-WRITTEN
           ELSE
               ADD 1 TO WS-REJECTS-IN-ERROR
               DISPLAY "CONVERT WRITE FAILED - REJECTS RECORD "
                   WS-REJECTS-READ " STATUS " WS-REJECT-STATUS
           END-IF
           PERFORM READ-OLD-REJECT.

       TERMINATE-CONVERSION.
           IF WS-PENDING-PRESENT = "Y"
               CLOSE OLD-PENDING-FILE
               CLOSE PENDING-FILE
           END-IF
           IF WS-REJECTS-PRESENT = "Y"
               CLOSE OLD-REJECT-FILE
               CLOSE REJECT-FILE
           END-IF
           DISPLAY "PENDING CONVERSION - READ    " WS-PENDING-READ
           DISPLAY "PENDING CONVERSION - WRITTEN " WS-PENDING-WRITTEN
           DISPLAY "PENDING CONVERSION - ERRORS  " WS-PENDING-IN-ERROR
           DISPLAY "REJECTS CONVERSION - READ    " WS-REJECTS-READ
           DISPLAY "REJECTS CONVERSION - WRITTEN " WS-REJECTS-WRITTEN
           DISPLAY "REJECTS CONVERSION - ERRORS  " WS-REJECTS-IN-ERROR
           IF WS-PENDING-IN-ERROR > 0
                   OR WS-PENDING-WRITTEN NOT = WS-PENDING-READ
                   OR WS-REJECTS-IN-ERROR > 0
                   OR WS-REJECTS-WRITTEN NOT = WS-REJECTS-READ
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM TRAN-HOLD-CONVERT.
