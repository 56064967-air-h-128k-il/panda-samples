      * Sized to match DB-MA's MA-OBJECT so MOVE MA-OBJECT TO SCR-BODY
      * never truncates the blob-attached rendering.
           05  SCR-BODY                PIC X(12288).
      * Request key the caller tagged a create with (the gateway lifts
      * it off the request header); SPACE when the caller sent none.
      * 020-POST replays the stored response for a key it has already
      * served instead of inserting the batch a second time.
           05  SCR-REQ-KEY             PIC X(40).
      * Calling system's client id (the gateway lifts it off the
      * request's credentials), looked up in tbl_fetch_client on every
      * call - see DB-CLIENT.
           05  SCR-CLIENT-ID           PIC X(16).
      * The person behind the call (the gateway lifts it off the
      * request's user credentials); SPACE when the calling system
      * does not pass one.  Four-eyes maintenance needs it: the user
      * who approves a pending change must not be the one who made it
      * - see DB-PENDING.
           05  SCR-USER-ID             PIC X(16).
