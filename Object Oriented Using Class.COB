      *   50-entry OCCURS limit is no longer hard-coded here.
      * - Reports the duplicate-key count (and the keys themselves)
      *   that elpSortTbl1 finds while sorting.
      * - Reads a sort specification from SRTPARM and hands it to
      *   elpSortTbl1 through setSortSpec, so the same step can sort
      *   any flat file of up to 500-byte records on up to 10 key
      *   fields instead of only bare 10-byte keys.  SRTIN/SRTOUT
      *   records are the SRTPARM record length; a record of any other
      *   length stops the run.  No SRTPARM still sorts 10-byte keys
      *   ascending with duplicates reported, as before.
      * - No SRTPARM reads and writes SRTIN/SRTOUT through the original
      *   fixed 10-byte record files again, so the nightly key file
      *   and elpCob2, which reads SRTOUT, see exactly what they always
      *   did.  Only a run with SRTPARM uses the variable-length record
      *   files.
      * - With no K card the default whole-record key stops at the
      *   250-byte combined key limit, so a long R card sorts on its
      *   first 250 bytes instead of being refused.
      *
      * With SRTPARM, SRTIN and SRTOUT are variable-length record
      * files, every record the R-card length; a fixed-length file is
      * copied to variable-length records before the step and back
      * after it if a fixed copy is wanted.
      *
      * SRTPARM cards:
      *   R LLLL D       record length LLLL; D = "R" report records
      *                  equal on the full key (default), "A" allow
      *                  them.  No R card means 10-byte records.
      *   K OOOO LLLL A  key field at byte offset OOOO (from 1),
      *                  length LLLL, "A" ascending (default) or "D"
      *                  descending.  Up to 10 cards, major key
      *                  first; the key fields together may not
      *                  exceed 250 bytes.  No K card means one
      *                  ascending key over the whole record, or
      *                  over its first 250 bytes if it is longer.
      * For example the internal phone list from a PERSBKP image,
      * details by department then surname - strip the header and
      * trailer records off first, since no key on the record type
      * puts "H" first and "T" last with "D" in between:
      *   R 0108 A
      *   K 0048 0020 A
      *   K 0028 0020 A
      * and REJECTS by operator, latest entry first:
      *   R 0226 A
      *   K 0109 0008 A
      *   K 0117 0021 D
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. elpCob1.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-PARM-FILE ASSIGN TO SRTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sortParmStatus.

           SELECT SORT-INPUT-FILE ASSIGN TO SRTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS sortOutputStatus.

           SELECT SPEC-INPUT-FILE ASSIGN TO SRTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS sortInputStatus.

           SELECT SPEC-OUTPUT-FILE ASSIGN TO SRTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS sortOutputStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SORT-PARM-FILE.
       01 SORT-PARM-RECORD.
           02 SORT-PARM-CARD-TYPE          PIC X(1).
               88 SORT-PARM-IS-RECORD      VALUE "R".
               88 SORT-PARM-IS-KEY         VALUE "K".
           02 SORT-PARM-CARD-DATA          PIC X(79).
           02 SORT-PARM-RECORD-DATA REDEFINES SORT-PARM-CARD-DATA.
               03 FILLER                   PIC X(1).
               03 SORT-PARM-RECORD-LENGTH  PIC 9(4).
               03 FILLER                   PIC X(1).
               03 SORT-PARM-DUP-OPTION     PIC X(1).
               03 FILLER                   PIC X(72).
           02 SORT-PARM-KEY-DATA REDEFINES SORT-PARM-CARD-DATA.
               03 FILLER                   PIC X(1).
               03 SORT-PARM-KEY-OFFSET     PIC 9(4).
               03 FILLER                   PIC X(1).
               03 SORT-PARM-KEY-LENGTH     PIC 9(4).
               03 FILLER                   PIC X(1).
               03 SORT-PARM-KEY-DIRECTION  PIC X(1).
               03 FILLER                   PIC X(67).

      *    The nightly 10-byte key files - the only SRTIN/SRTOUT
      *    format when no SRTPARM is supplied.
       FD SORT-INPUT-FILE.
       01 SORT-INPUT-RECORD                PIC X(10).

       FD SORT-OUTPUT-FILE.
       01 SORT-OUTPUT-RECORD               PIC X(10).

      *    SRTIN/SRTOUT as variable-length records, for a run sorting
      *    to a SRTPARM specification.
       FD SPEC-INPUT-FILE
           RECORD VARYING IN SIZE FROM 1 TO 500 CHARACTERS
               DEPENDING ON sortInputLength.
       01 SPEC-INPUT-RECORD                PIC X(500).

       FD SPEC-OUTPUT-FILE
           RECORD VARYING IN SIZE FROM 1 TO 500 CHARACTERS
               DEPENDING ON sortOutputLength.
       01 SPEC-OUTPUT-RECORD               PIC X(500).

       WORKING-STORAGE Section.
       01  srt-Customer USAGE Object REFERENCE elpSortTbl1.
       77  maxTblEntries                   PIC 9(8) COMP VALUE 5000.
       77  maxSortKeys                     PIC 9(4) COMP VALUE 10.
       77  maxSortKeyLength                PIC 9(4) COMP VALUE 250.
       01  sortParmStatus                  PIC X(2).
       01  sortInputStatus                 PIC X(2).
       01  sortOutputStatus                PIC X(2).
       01  sortParmEof                     PIC X(1) VALUE "N".
       01  sortParmSupplied                PIC X(1) VALUE "N".
       01  sortInputEof                    PIC X(1) VALUE "N".
       01  sortInputLength                 PIC 9(4) COMP.
       01  sortOutputLength                PIC 9(4) COMP.
       01  sortSpecAccepted                PIC X(1).
       01  sortOutputIndex                 PIC 9(8) COMP.
       01  dupListIndex                    PIC 9(8) COMP.
       01  dupCount                        PIC 9(8) COMP.
       01  dupKeyFieldIndex                PIC 9(4) COMP.
       01  dupKeyPosition                  PIC 9(4) COMP.
       01  dupKeyText                      PIC X(260).
       01  discardedInputCount             PIC 9(8) COMP VALUE 0.
           COPY SRTSPEC.
           COPY SRTTBL.
           COPY DUPTBL.

           Stop Run.

       INITIALIZE-SORT-JOB.
           MOVE 0 TO inValueTblCount
           MOVE 0 TO outValueTbl1Count
           Invoke elpSortTbl1 "createInstance" Returning srt-Customer
           PERFORM LOAD-SORT-SPEC
           IF sortParmSupplied = "Y"
               OPEN INPUT SPEC-INPUT-FILE
               OPEN OUTPUT SPEC-OUTPUT-FILE
           ELSE
               OPEN INPUT SORT-INPUT-FILE
               OPEN OUTPUT SORT-OUTPUT-FILE
           END-IF
           PERFORM READ-SORT-INPUT-RECORD.

      *----------------------------------------------------------------
      * No SRTPARM at all is the original 10-byte key sort.  A bad
      * card, or a specification elpSortTbl1 refuses, stops the run
      * before anything is read - sorting on a mistyped offset would
      * quietly write a misordered file.  The default key over the
      * whole record is cut at maxSortKeyLength, the most elpSortTbl1
      * will take, so an R card alone is never refused for it.
      *----------------------------------------------------------------
       LOAD-SORT-SPEC.
           MOVE 10 TO sortSpecRecordLength
           MOVE "R" TO sortSpecDupOption
           MOVE 0 TO sortSpecKeyCount
           OPEN INPUT SORT-PARM-FILE
           IF sortParmStatus = "00"
               MOVE "Y" TO sortParmSupplied
               PERFORM READ-SORT-PARM
               PERFORM APPLY-ONE-SORT-PARM
                   UNTIL sortParmEof = "Y"
               CLOSE SORT-PARM-FILE
           END-IF
           IF sortSpecKeyCount = 0
               MOVE 1 TO sortSpecKeyCount
               MOVE 1 TO sortSpecKeyOffset(1)
               IF sortSpecRecordLength > maxSortKeyLength
                   MOVE maxSortKeyLength TO sortSpecKeyLength(1)
               ELSE
                   MOVE sortSpecRecordLength TO sortSpecKeyLength(1)
               END-IF
               MOVE "A" TO sortSpecKeyDirection(1)
           END-IF
           Invoke srt-Customer "setSortSpec" USING sortSpec
                               RETURNING sortSpecAccepted
           IF sortSpecAccepted NOT = "Y"
               DISPLAY "SORT ABORTED - SRTPARM SPECIFICATION REFUSED"
                   " - RECORD LENGTH 1-500, KEYS WITHIN THE RECORD,"
                   " KEYS TOTAL AT MOST " maxSortKeyLength " BYTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "SORT SPECIFICATION - RECORD LENGTH "
               sortSpecRecordLength " KEY FIELDS " sortSpecKeyCount
               " DUPLICATES " sortSpecDupOption.

       READ-SORT-PARM.
           READ SORT-PARM-FILE
               AT END
                   MOVE "Y" TO sortParmEof
           END-READ.

       APPLY-ONE-SORT-PARM.
           EVALUATE TRUE
               WHEN SORT-PARM-RECORD = SPACES
                   CONTINUE
               WHEN SORT-PARM-IS-RECORD
                   IF SORT-PARM-RECORD-LENGTH IS NUMERIC
                           AND (SORT-PARM-DUP-OPTION = "R" OR "A"
                                OR SPACE)
                       MOVE SORT-PARM-RECORD-LENGTH
                           TO sortSpecRecordLength
                       IF SORT-PARM-DUP-OPTION NOT = SPACE
                           MOVE SORT-PARM-DUP-OPTION
                               TO sortSpecDupOption
                       END-IF
                   ELSE
                       PERFORM REJECT-SORT-PARM
                   END-IF
               WHEN SORT-PARM-IS-KEY
                   IF SORT-PARM-KEY-OFFSET IS NUMERIC
                           AND SORT-PARM-KEY-LENGTH IS NUMERIC
                           AND (SORT-PARM-KEY-DIRECTION = "A" OR "D"
                                OR SPACE)
                       PERFORM STORE-SORT-KEY-FIELD
                   ELSE
                       PERFORM REJECT-SORT-PARM
                   END-IF
               WHEN OTHER
                   PERFORM REJECT-SORT-PARM
           END-EVALUATE
           PERFORM READ-SORT-PARM.

       REJECT-SORT-PARM.
           DISPLAY "SORT ABORTED - BAD SRTPARM CARD: " SORT-PARM-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       STORE-SORT-KEY-FIELD.
           IF sortSpecKeyCount >= maxSortKeys
               DISPLAY "SORT ABORTED - MORE THAN " maxSortKeys
                   " SRTPARM KEY CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO sortSpecKeyCount
           MOVE SORT-PARM-KEY-OFFSET
               TO sortSpecKeyOffset(sortSpecKeyCount)
           MOVE SORT-PARM-KEY-LENGTH
               TO sortSpecKeyLength(sortSpecKeyCount)
           IF SORT-PARM-KEY-DIRECTION = SPACE
               MOVE "A" TO sortSpecKeyDirection(sortSpecKeyCount)
           ELSE
               MOVE SORT-PARM-KEY-DIRECTION
                   TO sortSpecKeyDirection(sortSpecKeyCount)
           END-IF.

      *----------------------------------------------------------------
      * Every SRTIN record has to be the SRTPARM record length - a
      * different length means the wrong file or the wrong parm, and
      * the key offsets would not line up with the data.  The fixed
      * 10-byte file cannot be anything else.
      *----------------------------------------------------------------
       READ-SORT-INPUT-RECORD.
           IF sortParmSupplied = "Y"
               READ SPEC-INPUT-FILE
                   AT END
                       MOVE "Y" TO sortInputEof
               END-READ
           ELSE
               READ SORT-INPUT-FILE
                   AT END
                       MOVE "Y" TO sortInputEof
               END-READ
               MOVE sortSpecRecordLength TO sortInputLength
           END-IF
           IF sortInputEof NOT = "Y"
                   AND sortInputLength NOT = sortSpecRecordLength
               DISPLAY "SORT ABORTED - SRTIN RECORD LENGTH "
                   sortInputLength " IS NOT THE SRTPARM LENGTH "
                   sortSpecRecordLength
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Stop buffering early rather than overrun the table if SRTIN
      * holds more keys than one run can sort.  If that happens, keep

       BUFFER-INPUT-RECORD.
           ADD 1 TO inValueTblCount
           IF sortParmSupplied = "Y"
               MOVE SPEC-INPUT-RECORD(1:sortSpecRecordLength)
                   TO inValRec(inValueTblCount)
           ELSE
               MOVE SORT-INPUT-RECORD TO inValRec(inValueTblCount)
           END-IF
           PERFORM READ-SORT-INPUT-RECORD.

       COUNT-DISCARDED-INPUT-RECORD.
                               RETURNING outValueTbl1.

       WRITE-OUTPUT-TABLE.
           MOVE sortSpecRecordLength TO sortOutputLength
           MOVE 1 TO sortOutputIndex
           PERFORM WRITE-OUTPUT-ENTRY
               UNTIL sortOutputIndex > outValueTbl1Count.

       WRITE-OUTPUT-ENTRY.
           IF sortParmSupplied = "Y"
               MOVE outValRec(sortOutputIndex) TO SPEC-OUTPUT-RECORD
               WRITE SPEC-OUTPUT-RECORD
           ELSE
               MOVE outValRec(sortOutputIndex) TO SORT-OUTPUT-RECORD
               WRITE SORT-OUTPUT-RECORD
           END-IF
           ADD 1 TO sortOutputIndex.

       REPORT-DUPLICATES.
           IF sortSpecAllowDups
               DISPLAY "DUPLICATE KEYS ALLOWED - NOT REPORTED"
           ELSE
               Invoke srt-Customer "getDuplicateCount"
                                   Returning dupCount
               DISPLAY "DUPLICATE KEYS FOUND: " dupCount
               IF dupCount > 0
                   Invoke srt-Customer "getDuplicateList"
                                       Returning dupValueTbl
                   MOVE 1 TO dupListIndex
                   PERFORM DISPLAY-DUPLICATE-ENTRY
                       UNTIL dupListIndex > dupValueTblCount
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Show the key fields of each duplicate, major key first, one
      * space between fields - for the default 10-byte sort that is
      * just the key, as it always was.
      *----------------------------------------------------------------
       DISPLAY-DUPLICATE-ENTRY.
           MOVE SPACES TO dupKeyText
           MOVE 1 TO dupKeyPosition
           PERFORM APPEND-DUPLICATE-KEY-FIELD
               VARYING dupKeyFieldIndex FROM 1 BY 1
               UNTIL dupKeyFieldIndex > sortSpecKeyCount
           SUBTRACT 2 FROM dupKeyPosition
           DISPLAY "  DUPLICATE KEY: " dupKeyText(1:dupKeyPosition)
           ADD 1 TO dupListIndex.

       APPEND-DUPLICATE-KEY-FIELD.
           MOVE dupValRec(dupListIndex)
                   (sortSpecKeyOffset(dupKeyFieldIndex):
                    sortSpecKeyLength(dupKeyFieldIndex))
               TO dupKeyText(dupKeyPosition:
                             sortSpecKeyLength(dupKeyFieldIndex))
           COMPUTE dupKeyPosition = dupKeyPosition
               + sortSpecKeyLength(dupKeyFieldIndex) + 1.

       TERMINATE-SORT-JOB.
           IF sortParmSupplied = "Y"
               CLOSE SPEC-INPUT-FILE
               CLOSE SPEC-OUTPUT-FILE
           ELSE
               CLOSE SORT-INPUT-FILE
               CLOSE SORT-OUTPUT-FILE
           END-IF.
