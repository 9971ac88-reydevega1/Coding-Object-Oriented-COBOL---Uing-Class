      * that actually matches the current run - two different batches
      * can easily share the same record count, but not the same
      * checksum, so both are compared before a checkpoint is trusted.
      * CKPT-SORT-SPEC is a byte image of the sortSpec group in SRTSPEC
      * the run was sorting under (PIC X(55) - keep it in step with
      * that copybook by hand), so a checkpoint taken under a
      * different record length or key list is never resumed either.
      * Each CKPT-OUT-ENTRY holds only the inValueTbl position of the
      * record in that slot of the sorted table - the sort key is
      * rebuilt from the record on restart - so the checkpoint stays
      * small however long the records being sorted are.
      ******************************************************************
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           02 CKPT-SOURCE-IN-COUNT         PIC 9(8) COMP.
           02 CKPT-SOURCE-CHECKSUM         PIC 9(18) COMP.
           02 CKPT-SORT-SPEC               PIC X(55).
           02 CKPT-LAST-INPUT-INDEX        PIC 9(8) COMP.
           02 CKPT-OUT-COUNT               PIC 9(8) COMP.
           02 CKPT-OUT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CKPT-OUT-COUNT.
               03 CKPT-OUT-INPUT-INDEX     PIC 9(8) COMP.
