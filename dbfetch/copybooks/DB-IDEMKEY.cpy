      ************************************************************************
      * DB-IDEMKEY - one row per create call that arrived with a request
      * key (SCR-REQ-KEY), in tbl_fetch_idemkey.  020-POST claims the
      * key before it inserts anything and, once the batch has been
      * rendered, stores the FETCH-IDs it created and the response it
      * handed back - a gateway retry of the same batch gets that
      * response replayed instead of a second set of rows.
      * IDEM-HASH-A/IDEM-HASH-B fingerprint the parsed body (values,
      * detail lines and whether a details key was sent at all); the
      * same key arriving with a different fingerprint is a caller
      * error, never a replay.
      * Keys belong to the calling client: two clients that happen to
      * pick the same key never see each other's batches.  The 'id'
      * pathname selects, updates or deletes the row whose
      * IDEM-CLIENT-ID and IDEM-KEY are in the buffer, and a DBINSERT
      * down 'id' fails when that pair is already on file - that
      * failure is how 020-POST learns a second call got there
      * first.  'all' walks the table for the nightly expiry job
      * (IDEMPRG).
      ************************************************************************
       01  DB-IDEMKEY.
           05  IDEM-CLIENT-ID          PIC X(16).
           05  IDEM-KEY                PIC X(40).
           05  IDEM-TS                 PIC X(26).
      * 'P' while the claiming call is still inserting, 'C' once its
      * response is stored.  A key left at 'P' by a call that died
      * midway stays refused (409) until IDEMPRG expires it, so a
      * retry can never double-insert a batch that half stood.
           05  IDEM-STATE              PIC X(01).
               88  IDEM-IN-FLIGHT                      VALUE 'P'.
               88  IDEM-COMPLETE                       VALUE 'C'.
           05  IDEM-HASH-A             PIC S9(09)      COMP.
           05  IDEM-HASH-B             PIC S9(09)      COMP.
           05  IDEM-HTTP-STATUS        PIC 9(03).
           05  IDEM-ID-COUNT           PIC S9(04)      COMP.
           05  IDEM-FETCH-ID           PIC S9(09)      COMP
                                       OCCURS 50.
      * Sized to SCR-BODY so the replay hands back exactly what the
      * first call did.
           05  IDEM-RESPONSE           PIC X(12288).
