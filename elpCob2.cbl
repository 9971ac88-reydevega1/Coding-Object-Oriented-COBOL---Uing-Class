      *   no capacity cap.  The elpSortTbl1 class is no longer
      *   involved; duplicate reporting, input sequence checking and
      *   checkpoint/restart are handled here.
      * - DUPTBL entries widened to whole records for the elpSortTbl1
      *   sort specification; only the 10-byte key part is shown in
      *   the duplicate report here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. elpCob2.
           END-IF.

       DISPLAY-DUPLICATE-ENTRY.
           DISPLAY "  DUPLICATE KEY: " dupValRec(dupListIndex)(1:10)
           ADD 1 TO dupListIndex.

       TERMINATE-MERGE-JOB.
