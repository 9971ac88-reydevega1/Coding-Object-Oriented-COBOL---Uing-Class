      * still going - and a record ended with RLG-RETURN-CODE 8 or
      * higher means it failed; either way the successor program
      * refuses to start on top of it.
      * The closing bookend also carries the run's own totals where
      * the program has any to give: how many records its input
      * trailer said to expect, how many it actually read, and how
      * many times the run was restarted from a checkpoint before it
      * finished - so a night that needed a restart still shows one
      * entry, balanced as a single run, with the restart visible.
      ******************************************************************
       FD RUN-LEDGER-FILE.
       01 RUN-LEDGER-RECORD.
               88 RLG-IS-OPEN                  VALUE "O".
               88 RLG-IS-ENDED                 VALUE "E".
           02 RLG-RETURN-CODE                  PIC 9(4).
           02 RLG-RECORDS-EXPECTED             PIC 9(9).
           02 RLG-RECORDS-READ                 PIC 9(9).
           02 RLG-RESTART-COUNT                PIC 9(4).
