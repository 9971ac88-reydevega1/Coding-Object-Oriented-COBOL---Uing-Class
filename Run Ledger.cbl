      * With no usable RUNDTE the current date is used, which is
      * only safe for a stream that runs inside one calendar day.
      * Tectonics: cobc.
      *
      * Modification history:
      * - The end bookend now books the caller's run totals (records
      *   expected and read, restart count) on the ledger entry, so a
      *   PERSONNEL-MAINT night that was restarted from its
      *   checkpoint still shows as one balanced run with the restart
      *   visible.  Callers with no totals to give get zeros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LEDGER.
           MOVE SPACES TO RLG-END-TIMESTAMP
           MOVE "O" TO RLG-STATUS
           MOVE 0 TO RLG-RETURN-CODE
           MOVE 0 TO RLG-RECORDS-EXPECTED
           MOVE 0 TO RLG-RECORDS-READ
           MOVE 0 TO RLG-RESTART-COUNT
           IF WS-OWN-RECORD-ON-FILE = "Y"
               REWRITE RUN-LEDGER-RECORD
           ELSE
      * An end with no start record on file should not happen, but a
      * ledger that silently loses an ending is worse than one with
      * an end-only entry - so the record is created rather than the
      * ending dropped.  A caller that never filled in the run totals
      * leaves them as whatever its storage held; anything not
      * numeric is booked as zero rather than trusted.
      *----------------------------------------------------------------
       WRITE-END-RECORD.
           MOVE WS-RUN-DATE TO RLG-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO RLG-END-TIMESTAMP
           MOVE "E" TO RLG-STATUS
           MOVE RLNK-RETURN-CODE TO RLG-RETURN-CODE
           IF RLNK-RUN-TOTALS IS NUMERIC
               MOVE RLNK-RECORDS-EXPECTED TO RLG-RECORDS-EXPECTED
               MOVE RLNK-RECORDS-READ TO RLG-RECORDS-READ
               MOVE RLNK-RESTART-COUNT TO RLG-RESTART-COUNT
           ELSE
               MOVE 0 TO RLG-RECORDS-EXPECTED
               MOVE 0 TO RLG-RECORDS-READ
               MOVE 0 TO RLG-RESTART-COUNT
           END-IF
           IF WS-OWN-RECORD-ON-FILE = "Y"
               REWRITE RUN-LEDGER-RECORD
           ELSE
