      ************************************************************************
      * DB-CKPTSEEN - ALERTMON's memory of the DB-RESTART watermarks,
      * one row per checkpoint key in tbl_fetch_ckptseen.  DB-RESTART
      * carries no timestamp, so "has not moved since yesterday" can
      * only be told by watching it: CKSN-SINCE-TS is the first run
      * that saw the watermark at CKSN-LAST-ID, and is reset whenever
      * the last id moves.  A row whose checkpoint has been cleared -
      * the load or the GET finished - is deleted.
      * The 'key' pathname selects, updates or deletes the row for
      * CKSN-TABLE plus CKSN-LIMIT/CKSN-OFFSET; 'all' walks the table.
      ************************************************************************
       01  DB-CKPTSEEN.
           05  CKSN-TABLE              PIC X(18).
           05  CKSN-LIMIT              PIC S9(09)      COMP.
           05  CKSN-OFFSET             PIC S9(09)      COMP.
           05  CKSN-LAST-ID            PIC S9(09)      COMP.
           05  CKSN-SINCE-TS           PIC X(26).
