      * with the maxTblEntries constant each including program also
      * carries for its own loop limits - raise both together if the
      * capacity is ever increased again.
      * inValRec/outValRec are 500 bytes wide so the table can carry
      * whole flat-file records, not just bare keys - a caller sorting
      * shorter records uses the leading sortSpecRecordLength bytes
      * (see SRTSPEC) and leaves the rest spaces.  The ASCENDING KEY
      * clauses describe the default whole-record order; once a
      * caller supplies its own key list through setSortSpec,
      * outValueTbl1 comes back in that key order instead.
      ******************************************************************
       01  inValueTbl.
           02 inValueTblCount              PIC 9(8) COMP.
                   DEPENDING ON inValueTblCount
                   ASCENDING KEY IS inValRec
                   INDEXED BY inValIdx.
               03 inValRec                 PIC X(500).
       01  outValueTbl1.
           02 outValueTbl1Count            PIC 9(8) COMP.
           02 outValue OCCURS 1 TO 5000 TIMES
                   DEPENDING ON outValueTbl1Count
                   ASCENDING KEY IS outValRec
                   INDEXED BY outValIdx.
               03 outValRec                PIC X(500).
