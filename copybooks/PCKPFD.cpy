      ******************************************************************
      * FD and record layout for PERSONNEL-MAINT's checkpoint file.
      * Single-record state snapshot in the same spirit as elpCob2's
      * MRGCKPT: rewritten at every commit point with how many TRANIN
      * records have been disposed of and every control-report count
      * as it stood at that moment, so a rerun of the same batch can
      * skip what was already committed and still balance to the
      * trailer as one run.  PCKP-PENDING-BASE-COUNT is the number of
      * records the pending hold file carried before the batch
      * started, which is what lets a restart tell this batch's holds
      * from older ones; PCKP-OVERRIDE-BASE-COUNT does the same for
      * the establishment override hold file.  PERSONNEL-MAINT clears
      * the file back to empty once a run finishes normally - a record
      * only exists here while a batch is mid-flight or has abended.
      * The record is only ever moved to and from WS-MAINT-CHECKPOINT
      * (PCKPWS) by READ ... INTO and WRITE ... FROM, so nothing is
      * taken from the record area once the file is closed.  The
      * PIC X(169) width below is the WS-MAINT-CHECKPOINT length and
      * has to be kept in step by hand whenever that layout grows.
      ******************************************************************
       FD MAINT-CHECKPOINT-FILE.
       01 MAINT-CHECKPOINT-RECORD              PIC X(169).
