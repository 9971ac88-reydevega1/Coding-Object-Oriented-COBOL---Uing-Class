      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-shot conversion of the run ledger (RUNLDG) to the
      * layout whose closing bookend carries the run's own totals.
      * Reads the existing indexed ledger under its old layout
      * (RUNOLD) and writes every record back out in the new layout
      * in one sequential pass, keys unchanged.  The records expected,
      * records read and restart count come through as zero - "no
      * totals given" - which is what the ledger report already shows
      * for a program that has none, so the history before the change
      * reads exactly as it did.
      * Tectonics: cobc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LEDGER-CONVERT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNSEL.

           SELECT OLD-RUN-LEDGER-FILE ASSIGN TO RUNOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-RLG-KEY
               FILE STATUS IS WS-OLD-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNFD.

      ******************************************************************
      * The ledger exactly as it stood before the run totals were
      * added - this is the one place the old record shape survives,
      * so the conversion can be re-run against a restored backup if
      * it ever has to be.
      ******************************************************************
       FD OLD-RUN-LEDGER-FILE.
       01 OLD-RUN-LEDGER-RECORD.
           02 OLD-RLG-KEY.
               03 OLD-RLG-RUN-DATE             PIC 9(8).
               03 OLD-RLG-PROGRAM-ID           PIC X(18).
           02 OLD-RLG-START-TIMESTAMP          PIC X(21).
           02 OLD-RLG-END-TIMESTAMP            PIC X(21).
           02 OLD-RLG-STATUS                   PIC X(1).
           02 OLD-RLG-RETURN-CODE              PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-RUN-LEDGER-STATUS                PIC X(2).
       01  WS-OLD-RUN-LEDGER-STATUS            PIC X(2).
       01  WS-EOF-OLD-RUN-LEDGER               PIC X(1) VALUE "N".
       01  WS-RECORDS-READ                     PIC 9(8) VALUE 0.
       01  WS-RECORDS-WRITTEN                  PIC 9(8) VALUE 0.
       01  WS-RECORDS-IN-ERROR                 PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CONVERSION
           PERFORM CONVERT-ONE-LEDGER-RECORD
               UNTIL WS-EOF-OLD-RUN-LEDGER = "Y"
           PERFORM TERMINATE-CONVERSION
           STOP RUN.

       INITIALIZE-CONVERSION.
           OPEN INPUT OLD-RUN-LEDGER-FILE
           IF WS-OLD-RUN-LEDGER-STATUS NOT = "00"
               DISPLAY "CONVERSION ABORTED - RUNOLD OPEN STATUS "
                   WS-OLD-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-STATUS NOT = "00"
               DISPLAY "CONVERSION ABORTED - RUNLDG OPEN STATUS "
                   WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OLD-LEDGER-RECORD.

       READ-OLD-LEDGER-RECORD.
           READ OLD-RUN-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OLD-RUN-LEDGER
           END-READ
           IF WS-EOF-OLD-RUN-LEDGER NOT = "Y"
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       CONVERT-ONE-LEDGER-RECORD.
           MOVE OLD-RLG-RUN-DATE TO RLG-RUN-DATE
           MOVE OLD-RLG-PROGRAM-ID TO RLG-PROGRAM-ID
           MOVE OLD-RLG-START-TIMESTAMP TO RLG-START-TIMESTAMP
           MOVE OLD-RLG-END-TIMESTAMP TO RLG-END-TIMESTAMP
           MOVE OLD-RLG-STATUS TO RLG-STATUS
           MOVE OLD-RLG-RETURN-CODE TO RLG-RETURN-CODE
           MOVE 0 TO RLG-RECORDS-EXPECTED
           MOVE 0 TO RLG-RECORDS-READ
           MOVE 0 TO RLG-RESTART-COUNT
           WRITE RUN-LEDGER-RECORD
           IF WS-RUN-LEDGER-STATUS = "00"
               ADD 1 TO WS-RECORDS-WRITTEN
           ELSE
               ADD 1 TO WS-RECORDS-IN-ERROR
               DISPLAY "CONVERT WRITE FAILED - " RLG-RUN-DATE " "
                   RLG-PROGRAM-ID " STATUS " WS-RUN-LEDGER-STATUS
           END-IF
           PERFORM READ-OLD-LEDGER-RECORD.

       TERMINATE-CONVERSION.
           CLOSE OLD-RUN-LEDGER-FILE
           CLOSE RUN-LEDGER-FILE
           DISPLAY "RUN LEDGER CONVERSION - READ    "
               WS-RECORDS-READ
           DISPLAY "RUN LEDGER CONVERSION - WRITTEN "
               WS-RECORDS-WRITTEN
           DISPLAY "RUN LEDGER CONVERSION - ERRORS  "
               WS-RECORDS-IN-ERROR
           IF WS-RECORDS-IN-ERROR > 0
                   OR WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM RUN-LEDGER-CONVERT.
