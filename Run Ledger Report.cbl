      * still going, and an ended entry shows its final return code.
      * Output is RLGRPT.
      * Tectonics: cobc.
      *
      * Modification history:
      * - An ended entry that booked run totals now gets a second
      *   line with records expected and read, and a run that had to
      *   be restarted from its checkpoint is flagged with how many
      *   restarts it took.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LEDGER-RPT.
           02 FILLER                           PIC X(4)
                   VALUE " RC ".
           02 WS-LDG-RETURN-CODE               PIC ZZZ9.
       01  WS-LEDGER-TOTALS-LINE.
           02 FILLER                           PIC X(20) VALUE SPACES.
           02 FILLER                           PIC X(10)
                   VALUE "EXPECTED: ".
           02 WS-LDG-RECORDS-EXPECTED          PIC ZZZ,ZZZ,ZZ9.
           02 FILLER                           PIC X(8)
                   VALUE "  READ: ".
           02 WS-LDG-RECORDS-READ              PIC ZZZ,ZZZ,ZZ9.
           02 WS-LDG-RESTART-TEXT              PIC X(24).
           02 WS-LDG-RESTART-COUNT             PIC ZZZ9.
       01  WS-RUN-DATE-LINE.
           02 FILLER                           PIC X(10)
                   VALUE "RUN DATE: ".
           END-IF
           MOVE RLG-RETURN-CODE TO WS-LDG-RETURN-CODE
           WRITE LEDGER-REPORT-LINE FROM WS-LEDGER-DETAIL-LINE
           IF RLG-IS-ENDED
                   AND (RLG-RECORDS-EXPECTED > 0
                   OR RLG-RECORDS-READ > 0
                   OR RLG-RESTART-COUNT > 0)
               PERFORM LIST-LEDGER-RUN-TOTALS
           END-IF
           ADD 1 TO WS-ENTRIES-LISTED
           PERFORM READ-NEXT-LEDGER-ENTRY.

      *----------------------------------------------------------------
      * Only PERSONNEL-MAINT books run totals; the other programs'
      * entries carry zeros and get no second line.
      *----------------------------------------------------------------
       LIST-LEDGER-RUN-TOTALS.
           MOVE RLG-RECORDS-EXPECTED TO WS-LDG-RECORDS-EXPECTED
           MOVE RLG-RECORDS-READ TO WS-LDG-RECORDS-READ
           IF RLG-RESTART-COUNT > 0
               MOVE "  *RESTARTED* RESTARTS: " TO WS-LDG-RESTART-TEXT
               MOVE RLG-RESTART-COUNT TO WS-LDG-RESTART-COUNT
           ELSE
               MOVE SPACES TO WS-LDG-RESTART-TEXT
               MOVE 0 TO WS-LDG-RESTART-COUNT
           END-IF
           WRITE LEDGER-REPORT-LINE FROM WS-LEDGER-TOTALS-LINE.

       TERMINATE-LEDGER-REPORT.
           MOVE SPACES TO LEDGER-REPORT-LINE
           WRITE LEDGER-REPORT-LINE
