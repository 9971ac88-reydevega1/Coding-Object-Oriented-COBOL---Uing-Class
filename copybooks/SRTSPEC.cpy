      ******************************************************************
      * Sort specification handed to the elpSortTbl1 class through
      * its setSortSpec method, so one sort step can order any of our
      * flat files instead of only bare 10-byte keys.
      * sortSpecRecordLength is the length of every record in the
      * table (1 to 500 - the inValRec/outValRec width in SRTTBL).
      * sortSpecKey lists up to 10 key fields, major key first, each
      * as a 1-based byte offset into the record, a length and a
      * direction ("A" ascending, "D" descending); the key fields
      * together may not exceed 250 bytes.  Records equal on every
      * key field are left in their input order.
      * sortSpecDupOption "R" reports records that are equal on the
      * full key through getDuplicateCount/getDuplicateList, "A"
      * allows them without reporting.
      * The limits above are literals in the PICs and OCCURS here and
      * in SRTTBL, DUPTBL and CKPTFD, and CKPT-SORT-SPEC in CKPTFD is
      * a byte image of this group - keep them all in step by hand
      * with the maxRecordLength, maxSortKeys and maxSortKeyLength
      * constants in elpSortTbl1 if any of them is ever changed.
      ******************************************************************
       01  sortSpec.
           02 sortSpecRecordLength         PIC 9(4) COMP.
           02 sortSpecDupOption            PIC X(1).
               88 sortSpecReportDups       VALUE "R".
               88 sortSpecAllowDups        VALUE "A".
           02 sortSpecKeyCount             PIC 9(4) COMP.
           02 sortSpecKey OCCURS 10 TIMES.
               03 sortSpecKeyOffset        PIC 9(4) COMP.
               03 sortSpecKeyLength        PIC 9(4) COMP.
               03 sortSpecKeyDirection     PIC X(1).
                   88 sortSpecKeyAscending VALUE "A".
                   88 sortSpecKeyDescending
                                           VALUE "D".
