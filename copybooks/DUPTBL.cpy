      * more than once - so elpCob1 can report back a count (and the
      * actual keys) instead of the caller having no way to tell
      * whether a repeated key was silently merged away.
      * dupValRec is as wide as inValRec in SRTTBL: under a caller's
      * sort specification each entry is the whole record that
      * repeated an earlier record's full key.
      ******************************************************************
       01  dupValueTbl.
           02 dupValueTblCount             PIC 9(8) COMP.
           02 dupValue OCCURS 1 TO 5000 TIMES
                   DEPENDING ON dupValueTblCount.
               03 dupValRec                PIC X(500).
