      * why, for the caller to show the operator.  A blank
      * RLNK-PREDECESSOR-ID means the program is first in the stream
      * and only its own record is written.
      * RLNK-RUN-TOTALS is only looked at on action "E": a program
      * with trailer totals to book (PERSONNEL-MAINT) fills it in
      * before ending; a program that leaves it untouched gets zeros
      * on its ledger entry.
      ******************************************************************
       01  RUN-LEDGER-PARMS.
           02 RLNK-ACTION                      PIC X(1).
               88 RLNK-RESULT-OK               VALUE "Y".
               88 RLNK-RESULT-REFUSED          VALUE "N".
           02 RLNK-REFUSAL-TEXT                PIC X(50).
           02 RLNK-RUN-TOTALS.
               03 RLNK-RECORDS-EXPECTED        PIC 9(9).
               03 RLNK-RECORDS-READ            PIC 9(9).
               03 RLNK-RESTART-COUNT           PIC 9(4).
