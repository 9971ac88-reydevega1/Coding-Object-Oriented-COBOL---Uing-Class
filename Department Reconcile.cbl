      *   closed and passing - sweeping the staff file against the
      *   masters means nothing if the maintenance pass it follows
      *   only half-applied.
      * - IT-PROVISION-FEED now runs straight after PERSONNEL-MAINT,
      *   so the sweep follows it on the ledger instead - the feed
      *   has to read the night's journal before anything later in
      *   the stream (AUDIT-ARCHIVE) can cut it away.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-RECONCILE.
       CHECK-RUN-LEDGER-START.
           MOVE "S" TO RLNK-ACTION
           MOVE "DEPT-RECONCILE" TO RLNK-PROGRAM-ID
           MOVE "IT-PROVISION-FEED" TO RLNK-PREDECESSOR-ID
           MOVE 0 TO RLNK-RETURN-CODE
           CALL "RUN-LEDGER" USING RUN-LEDGER-PARMS
           IF RLNK-RESULT NOT = "Y"
