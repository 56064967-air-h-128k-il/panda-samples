      * spaces while the row is active.  The retention cutoff keys on
      * the date in the first eight characters.
           05  FETCH-DEL-TS            PIC X(26).
      * When the row was first inserted (FUNCTION CURRENT-DATE form) -
      * by the online POST, FETCHLOD or FETCHAPL.  Rows that predate
      * the column carry spaces and count as having always existed
      * for the "as of" extract.
           05  FETCH-CREATED-TS        PIC X(26).
