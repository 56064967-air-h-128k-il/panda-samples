      ************************************************************************
      * DB-SUBSCR - change-feed subscribers, one row per downstream
      * system that polls the outbox through the CHGFEED gateway
      * transaction instead of taking the OUTBFEED file.  SUB-ID is
      * the subscriber's client id in tbl_fetch_client (DB-CLIENT) -
      * the same id it presents in SCR-CLIENT-ID.  Operations register
      * the row, and set SUB-LAST-ACK-ID to the event the subscriber
      * starts after; from then on CHGFEED moves it forward as the
      * subscriber acknowledges what it has consumed.
      *
      * Every event above an active subscriber's SUB-LAST-ACK-ID is
      * still owed to it: no purge of tbl_fetch_outbox may delete an
      * event above the lowest SUB-LAST-ACK-ID of the active rows
      * here.  A retired subscriber no longer holds the outbox back.
      * The 'id' pathname selects or updates the row whose SUB-ID is
      * in the buffer; 'all' walks the table.
      ************************************************************************
       01  DB-SUBSCR.
           05  SUB-ID                  PIC X(16).
           05  SUB-STATUS              PIC X(01).
               88  SUB-ACTIVE                          VALUE 'A'.
               88  SUB-RETIRED                         VALUE 'R'.
      * Highest OUTBOX-EVENT-ID the subscriber has acknowledged, and
      * when; only ever moves forward.
           05  SUB-LAST-ACK-ID         PIC S9(09)      COMP.
           05  SUB-LAST-ACK-TS         PIC X(26).
      * When the subscriber last polled, acknowledged or not - a
      * subscriber that has stopped polling shows up here before its
      * lag does.
           05  SUB-LAST-POLL-TS        PIC X(26).
