      *   getDuplicateList mechanism - consolidating a nightly batch
      *   into the running master no longer means resorting all of
      *   history.
      * - New setSortSpec method takes a sort specification (SRTSPEC)
      *   from the caller - record length up to 500, up to 10 key
      *   fields by offset, length and ascending/descending, and
      *   whether records equal on the full key are reported or
      *   allowed.  elpSprt sorts an index table on a built key
      *   instead of sorting the records themselves, so equal keys
      *   keep their input order; checkpoints hold record positions
      *   and the specification, and the checksum covers the full
      *   record length.  No specification still means the old
      *   10-byte ascending key with duplicates reported.
      * - elpMrg now orders and matches duplicates on the same built
      *   key as elpSprt, so two tables sorted under a specification
      *   merge in that order and only records equal on the key (and
      *   only when duplicates are reported) are listed - not on the
      *   whole record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       CLASS-ID. elpSortTbl1.
       WORKING-STORAGE SECTION.
       77  maxTblEntries               PIC 9(8) COMP VALUE 5000.
       77  checkpointInterval          PIC 9(8) COMP VALUE 500.
       77  maxRecordLength             PIC 9(4) COMP VALUE 500.
       77  maxSortKeys                 PIC 9(4) COMP VALUE 10.
       77  maxSortKeyLength            PIC 9(4) COMP VALUE 250.
       01  WS-CHECKPOINT-STATUS        PIC X(2).
       01  checkpointOnFile            PIC X(1) VALUE "N".
       01  sortEntryIndex              PIC 9(8) COMP.
       01  computedChecksum            PIC 9(18) COMP.
       01  checksumEntryIndex          PIC 9(8) COMP.
       01  checksumCharIndex           PIC 9(4) COMP.
       01  sortSpecSupplied            PIC X(1) VALUE "N".
       01  keyFieldIndex               PIC 9(4) COMP.
       01  keyBuildPosition            PIC 9(4) COMP.
       01  keyBuildInputIndex          PIC 9(8) COMP.
       01  byteSetIndex                PIC 9(4) COMP.
       01  ascendingByteSet            PIC X(256).
       01  descendingByteSet           PIC X(256).
       01  mergeKeyRecord              PIC X(500).
       01  mergeKeyBuilt               PIC X(250).
       01  mergeAKey                   PIC X(250).
       01  mergeBKey                   PIC X(250).
      *----------------------------------------------------------------
      * elpSprt sorts this table rather than the records themselves -
      * one entry per input record, holding the record's sort key
      * (its key fields end to end, descending fields complemented so
      * a plain ascending SORT puts them high-to-low) and its
      * position in inValueTbl.  The position is the minor sort key,
      * which keeps records with equal keys in their input order.
      *----------------------------------------------------------------
       01  sortWorkTbl.
           02 sortWorkCount                PIC 9(8) COMP.
           02 sortWorkEntry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON sortWorkCount.
               03 sortWorkKey              PIC X(250).
               03 sortWorkInputIndex       PIC 9(8) COMP.
           COPY SRTSPEC.
           COPY DUPTBL.

       PROCEDURE DIVISION.

      ******************************************************************
      * setSortSpec - take the caller's sort specification (SRTSPEC)
      * for the elpSprt runs that follow.  The specification is
      * checked here, before anything is sorted: a record length
      * outside 1 to maxRecordLength, no key fields or more than
      * maxSortKeys, a key field running past the end of the record,
      * key fields adding up to more than maxSortKeyLength, or a bad
      * direction or duplicate option are all refused.  A refused
      * specification returns "N" and leaves the one already in force
      * untouched, so the caller can stop before sorting on a
      * mistyped offset instead of producing a misordered file.
      ******************************************************************
       METHOD-ID. setSortSpec.
       DATA DIVISION.
       LINKAGE SECTION.
           COPY SRTSPEC REPLACING
               ==sortSpec==              BY ==callerSortSpec==
               ==sortSpecRecordLength==  BY ==callerRecordLength==
               ==sortSpecDupOption==     BY ==callerDupOption==
               ==sortSpecReportDups==    BY ==callerReportDups==
               ==sortSpecAllowDups==     BY ==callerAllowDups==
               ==sortSpecKeyCount==      BY ==callerKeyCount==
               ==sortSpecKey==           BY ==callerKey==
               ==sortSpecKeyOffset==     BY ==callerKeyOffset==
               ==sortSpecKeyLength==     BY ==callerKeyLength==
               ==sortSpecKeyDirection==  BY ==callerKeyDirection==
               ==sortSpecKeyAscending==  BY ==callerKeyAscending==
               ==sortSpecKeyDescending== BY ==callerKeyDescending==.
       01  specAccepted                PIC X(1).
       PROCEDURE DIVISION USING callerSortSpec
                           RETURNING specAccepted.

           MOVE "Y" TO specAccepted
           MOVE 0 TO keyBuildPosition
           IF callerRecordLength < 1
                   OR callerRecordLength > maxRecordLength
               MOVE "N" TO specAccepted
           END-IF
           IF NOT callerReportDups AND NOT callerAllowDups
               MOVE "N" TO specAccepted
           END-IF
           IF callerKeyCount < 1 OR callerKeyCount > maxSortKeys
               MOVE "N" TO specAccepted
           ELSE
               PERFORM CHECK-ONE-KEY-FIELD
                   VARYING keyFieldIndex FROM 1 BY 1
                   UNTIL keyFieldIndex > callerKeyCount
           END-IF
           IF keyBuildPosition > maxSortKeyLength
               MOVE "N" TO specAccepted
           END-IF
           IF specAccepted = "Y"
               MOVE callerSortSpec TO sortSpec
               MOVE "Y" TO sortSpecSupplied
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * keyBuildPosition totals the key field lengths so the combined
      * sort key can be checked against maxSortKeyLength afterwards.
      *----------------------------------------------------------------
       CHECK-ONE-KEY-FIELD.
           IF callerKeyOffset(keyFieldIndex) < 1
                   OR callerKeyLength(keyFieldIndex) < 1
                   OR callerKeyOffset(keyFieldIndex)
                       + callerKeyLength(keyFieldIndex) - 1
                       > callerRecordLength
               MOVE "N" TO specAccepted
           END-IF
           IF NOT callerKeyAscending(keyFieldIndex)
                   AND NOT callerKeyDescending(keyFieldIndex)
               MOVE "N" TO specAccepted
           END-IF
           ADD callerKeyLength(keyFieldIndex) TO keyBuildPosition.

       END METHOD setSortSpec.

       METHOD-ID. elpSprt.
       DATA DIVISION.
       LINKAGE SECTION.
           COPY SRTTBL.
       PROCEDURE DIVISION USING inValueTbl RETURNING outValueTbl1.

           PERFORM ESTABLISH-SORT-SPEC
           PERFORM COMPUTE-INPUT-CHECKSUM
           PERFORM RESTORE-CHECKPOINT-IF-ANY
           PERFORM PROCESS-NEXT-INPUT-CHUNK
               UNTIL sortEntryIndex > inValueTblCount
           PERFORM BUILD-OUTPUT-TABLE
           PERFORM DETECT-DUPLICATE-ENTRIES
           PERFORM CLEAR-CHECKPOINT
           GOBACK.

      *----------------------------------------------------------------
      * A caller that never called setSortSpec gets the original
      * behaviour - 10-byte records sorted ascending on the whole
      * record, duplicates reported.  The two byte sets drive the
      * complementing of descending key fields: every byte value in
      * collating order, and the same values in reverse, so
      * converting one to the other turns high into low.
      *----------------------------------------------------------------
       ESTABLISH-SORT-SPEC.
           IF sortSpecSupplied NOT = "Y"
               MOVE 10 TO sortSpecRecordLength
               MOVE "R" TO sortSpecDupOption
               MOVE 1 TO sortSpecKeyCount
               MOVE 1 TO sortSpecKeyOffset(1)
               MOVE 10 TO sortSpecKeyLength(1)
               MOVE "A" TO sortSpecKeyDirection(1)
           END-IF
           PERFORM BUILD-ONE-BYTE-SET-ENTRY
               VARYING byteSetIndex FROM 1 BY 1
               UNTIL byteSetIndex > 256.

       BUILD-ONE-BYTE-SET-ENTRY.
           MOVE FUNCTION CHAR(byteSetIndex)
               TO ascendingByteSet(byteSetIndex:1)
           MOVE FUNCTION CHAR(257 - byteSetIndex)
               TO descendingByteSet(byteSetIndex:1).

      *----------------------------------------------------------------
      * A weighted hash total over every byte of every inValRec entry -
      * each character's ordinal value times its overall position in
      * the table, summed across the whole input.  Two input batches
      * with the same record count almost never land on the same
      * checksum, which a plain count comparison cannot tell apart.
      * Only the first sortSpecRecordLength bytes of each entry are
      * part of the record, so that is how much of each is summed.
      *----------------------------------------------------------------
       COMPUTE-INPUT-CHECKSUM.
           MOVE 0 TO computedChecksum
               VARYING checksumEntryIndex FROM 1 BY 1
                   UNTIL checksumEntryIndex > inValueTblCount
               AFTER checksumCharIndex FROM 1 BY 1
                   UNTIL checksumCharIndex > sortSpecRecordLength.

       COMPUTE-CHECKSUM-FOR-CHAR.
           COMPUTE computedChecksum = computedChecksum +
               FUNCTION ORD(inValRec(checksumEntryIndex)
                   (checksumCharIndex:1))
               * ((checksumEntryIndex - 1) * sortSpecRecordLength
                   + checksumCharIndex).

      *----------------------------------------------------------------
      * Restart support - if a checkpoint from an earlier, aborted run
      * is on file, load the partial sortWorkTbl it holds and resume
      * just past the last input entry that run had finished, instead
      * of sorting the whole input table again from entry one.  A
      * checkpoint is only trusted when CKPT-SOURCE-IN-COUNT,
      * CKPT-SOURCE-CHECKSUM and CKPT-SORT-SPEC all match this run -
      * a mismatch in any of them means the checkpoint belongs to a
      * different input batch or a different sort, so it is discarded
      * and the run starts over from scratch instead of splicing
      * unrelated data into the sorted table.
      *----------------------------------------------------------------
       RESTORE-CHECKPOINT-IF-ANY.
           MOVE 0 TO sortWorkCount
           MOVE 1 TO sortEntryIndex
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               IF WS-CHECKPOINT-STATUS = "00"
                       AND CKPT-SOURCE-IN-COUNT = inValueTblCount
                       AND CKPT-SOURCE-CHECKSUM = computedChecksum
                       AND CKPT-SORT-SPEC = sortSpec
                   MOVE "Y" TO checkpointOnFile
                   MOVE CKPT-LAST-INPUT-INDEX TO sortEntryIndex
                   ADD 1 TO sortEntryIndex
                   PERFORM RESTORE-CHECKPOINT-ENTRY
                       VARYING compareIndex FROM 1 BY 1
                       UNTIL compareIndex > CKPT-OUT-COUNT
               ELSE
                   MOVE "N" TO checkpointOnFile
                   MOVE 0 TO sortWorkCount
                   MOVE 1 TO sortEntryIndex
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

       RESTORE-CHECKPOINT-ENTRY.
           MOVE CKPT-OUT-INPUT-INDEX(compareIndex) TO keyBuildInputIndex
           PERFORM ADD-SORT-WORK-ENTRY.

      *----------------------------------------------------------------
      * Process one checkpoint-sized chunk of the remaining input: add
      * the next batch of inValRec entries onto sortWorkTbl and
      * re-sort the accumulated table, then write a fresh checkpoint
      * before moving on to the next chunk.
      *----------------------------------------------------------------
               VARYING compareIndex FROM sortEntryIndex BY 1
               UNTIL compareIndex > chunkEndIndex
           MOVE compareIndex TO sortEntryIndex
           SORT sortWorkEntry
               ASCENDING KEY sortWorkKey sortWorkInputIndex
           PERFORM WRITE-CHECKPOINT-RECORD.

       APPEND-ONE-INPUT-ENTRY.
           MOVE compareIndex TO keyBuildInputIndex
           PERFORM ADD-SORT-WORK-ENTRY.

      *----------------------------------------------------------------
      * Add inValRec(keyBuildInputIndex) to sortWorkTbl, building its
      * sort key from the specification's key fields in major-to-minor
      * order.  The key is space-filled past its last field, the same
      * for every entry, so it never affects the order.
      *----------------------------------------------------------------
       ADD-SORT-WORK-ENTRY.
           ADD 1 TO sortWorkCount
           MOVE SPACES TO sortWorkKey(sortWorkCount)
           MOVE keyBuildInputIndex TO sortWorkInputIndex(sortWorkCount)
           MOVE 1 TO keyBuildPosition
           PERFORM APPEND-ONE-KEY-FIELD
               VARYING keyFieldIndex FROM 1 BY 1
               UNTIL keyFieldIndex > sortSpecKeyCount.

       APPEND-ONE-KEY-FIELD.
           MOVE inValRec(keyBuildInputIndex)
                   (sortSpecKeyOffset(keyFieldIndex):
                    sortSpecKeyLength(keyFieldIndex))
               TO sortWorkKey(sortWorkCount)
                   (keyBuildPosition:sortSpecKeyLength(keyFieldIndex))
           IF sortSpecKeyDescending(keyFieldIndex)
               INSPECT sortWorkKey(sortWorkCount)
                       (keyBuildPosition:
                        sortSpecKeyLength(keyFieldIndex))
                   CONVERTING ascendingByteSet TO descendingByteSet
           END-IF
           ADD sortSpecKeyLength(keyFieldIndex) TO keyBuildPosition.

       WRITE-CHECKPOINT-RECORD.
           MOVE inValueTblCount TO CKPT-SOURCE-IN-COUNT
           MOVE computedChecksum TO CKPT-SOURCE-CHECKSUM
           MOVE sortSpec TO CKPT-SORT-SPEC
           MOVE sortEntryIndex TO CKPT-LAST-INPUT-INDEX
           SUBTRACT 1 FROM CKPT-LAST-INPUT-INDEX
           MOVE sortWorkCount TO CKPT-OUT-COUNT
           PERFORM SAVE-CHECKPOINT-ENTRY
               VARYING compareIndex FROM 1 BY 1
               UNTIL compareIndex > sortWorkCount
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       SAVE-CHECKPOINT-ENTRY.
           MOVE sortWorkInputIndex(compareIndex)
               TO CKPT-OUT-INPUT-INDEX(compareIndex).

      *----------------------------------------------------------------
      * sortWorkTbl is fully sorted - lay the records out in that
      * order in outValueTbl1 for the caller.
      *----------------------------------------------------------------
       BUILD-OUTPUT-TABLE.
           MOVE sortWorkCount TO outValueTbl1Count
           PERFORM BUILD-ONE-OUTPUT-ENTRY
               VARYING compareIndex FROM 1 BY 1
               UNTIL compareIndex > sortWorkCount.

       BUILD-ONE-OUTPUT-ENTRY.
           MOVE inValRec(sortWorkInputIndex(compareIndex))
               TO outValRec(compareIndex).

      *----------------------------------------------------------------
      * sortWorkTbl is fully sorted at this point - adjacent equal
      * keys are the only way a duplicate can show up, so one forward
      * pass over the sorted table finds every one of them.  Under a
      * specification that allows duplicates nothing is reported.
      *----------------------------------------------------------------
       DETECT-DUPLICATE-ENTRIES.
           MOVE 0 TO dupValueTblCount
           IF outValueTbl1Count > 1 AND sortSpecReportDups
               PERFORM CHECK-ONE-ADJACENT-PAIR
                   VARYING compareIndex FROM 2 BY 1
                   UNTIL compareIndex > outValueTbl1Count
           END-IF.

       CHECK-ONE-ADJACENT-PAIR.
           IF sortWorkKey(compareIndex) = sortWorkKey(compareIndex - 1)
               ADD 1 TO dupValueTblCount
               MOVE outValRec(compareIndex)
                   TO dupValRec(dupValueTblCount)
       END METHOD elpSprt.

      ******************************************************************
      * elpMrg - interleave two tables that are each already in sort
      * order - the key list set through setSortSpec, or the original
      * 10-byte ascending key if none was - into outValueTbl1 in a
      * single forward pass.
      * Unlike elpSprt there is no checkpointing: one pass over two
      * in-storage tables is over in moments, so there is nothing
      * worth restarting.  Duplicates - within either input or
      * sort run's are.  If the combined inputs exceed the table
      * capacity the merge stops at maxTblEntries; the caller can see
      * the shortfall from its own input counts.
      * Each comparison builds the two records' sort keys exactly as
      * elpSprt's ADD-SORT-WORK-ENTRY does, so a merge can never
      * disagree with the sort that produced its inputs.
      ******************************************************************
       METHOD-ID. elpMrg.
       DATA DIVISION.
       PROCEDURE DIVISION USING inValueTbl mrgValueTbl
                           RETURNING outValueTbl1.

           PERFORM ESTABLISH-MERGE-SORT-SPEC
           MOVE 0 TO outValueTbl1Count
           MOVE 1 TO mergeAIndex
           MOVE 1 TO mergeBIndex
           PERFORM DETECT-MERGE-DUPLICATES
           GOBACK.

      *----------------------------------------------------------------
      * Same default and byte sets as elpSprt's ESTABLISH-SORT-SPEC -
      * a caller may merge without ever having sorted in this object.
      *----------------------------------------------------------------
       ESTABLISH-MERGE-SORT-SPEC.
           IF sortSpecSupplied NOT = "Y"
               MOVE 10 TO sortSpecRecordLength
               MOVE "R" TO sortSpecDupOption
               MOVE 1 TO sortSpecKeyCount
               MOVE 1 TO sortSpecKeyOffset(1)
               MOVE 10 TO sortSpecKeyLength(1)
               MOVE "A" TO sortSpecKeyDirection(1)
           END-IF
           PERFORM BUILD-MERGE-BYTE-SET-ENTRY
               VARYING byteSetIndex FROM 1 BY 1
               UNTIL byteSetIndex > 256.

       BUILD-MERGE-BYTE-SET-ENTRY.
           MOVE FUNCTION CHAR(byteSetIndex)
               TO ascendingByteSet(byteSetIndex:1)
           MOVE FUNCTION CHAR(257 - byteSetIndex)
               TO descendingByteSet(byteSetIndex:1).

      *----------------------------------------------------------------
      * Build the sort key of the record in mergeKeyRecord into
      * mergeKeyBuilt - key fields end to end, major first,
      * descending fields complemented, space-filled past the last.
      *----------------------------------------------------------------
       BUILD-MERGE-KEY.
           MOVE SPACES TO mergeKeyBuilt
           MOVE 1 TO keyBuildPosition
           PERFORM APPEND-MERGE-KEY-FIELD
               VARYING keyFieldIndex FROM 1 BY 1
               UNTIL keyFieldIndex > sortSpecKeyCount.

       APPEND-MERGE-KEY-FIELD.
           MOVE mergeKeyRecord(sortSpecKeyOffset(keyFieldIndex):
                               sortSpecKeyLength(keyFieldIndex))
               TO mergeKeyBuilt
                   (keyBuildPosition:sortSpecKeyLength(keyFieldIndex))
           IF sortSpecKeyDescending(keyFieldIndex)
               INSPECT mergeKeyBuilt
                       (keyBuildPosition:
                        sortSpecKeyLength(keyFieldIndex))
                   CONVERTING ascendingByteSet TO descendingByteSet
           END-IF
           ADD sortSpecKeyLength(keyFieldIndex) TO keyBuildPosition.

      *----------------------------------------------------------------
      * Whichever input still has entries and currently holds the
      * lower key gives up its next entry; on equal keys the first
                   PERFORM TAKE-SECOND-TABLE-ENTRY
               WHEN mergeBIndex > mrgValueTblCount
                   PERFORM TAKE-FIRST-TABLE-ENTRY
               WHEN OTHER
                   PERFORM COMPARE-MERGE-HEADS
           END-EVALUATE.

       COMPARE-MERGE-HEADS.
           MOVE inValRec(mergeAIndex) TO mergeKeyRecord
           PERFORM BUILD-MERGE-KEY
           MOVE mergeKeyBuilt TO mergeAKey
           MOVE mrgValRec(mergeBIndex) TO mergeKeyRecord
           PERFORM BUILD-MERGE-KEY
           MOVE mergeKeyBuilt TO mergeBKey
           IF mergeAKey <= mergeBKey
               PERFORM TAKE-FIRST-TABLE-ENTRY
           ELSE
               PERFORM TAKE-SECOND-TABLE-ENTRY
           END-IF.

       TAKE-FIRST-TABLE-ENTRY.
           ADD 1 TO outValueTbl1Count
           MOVE inValRec(mergeAIndex) TO outValRec(outValueTbl1Count)
           MOVE mrgValRec(mergeBIndex) TO outValRec(outValueTbl1Count)
           ADD 1 TO mergeBIndex.

      *----------------------------------------------------------------
      * As in elpSprt, a duplicate is a record equal to its neighbour
      * on the sort key, and a specification allowing duplicates has
      * none reported.
      *----------------------------------------------------------------
       DETECT-MERGE-DUPLICATES.
           MOVE 0 TO dupValueTblCount
           IF outValueTbl1Count > 1 AND sortSpecReportDups
               PERFORM CHECK-ONE-MERGED-PAIR
                   VARYING compareIndex FROM 2 BY 1
                   UNTIL compareIndex > outValueTbl1Count
           END-IF.

       CHECK-ONE-MERGED-PAIR.
           MOVE outValRec(compareIndex - 1) TO mergeKeyRecord
           PERFORM BUILD-MERGE-KEY
           MOVE mergeKeyBuilt TO mergeAKey
           MOVE outValRec(compareIndex) TO mergeKeyRecord
           PERFORM BUILD-MERGE-KEY
           IF mergeKeyBuilt = mergeAKey
               ADD 1 TO dupValueTblCount
               MOVE outValRec(compareIndex)
                   TO dupValRec(dupValueTblCount)
