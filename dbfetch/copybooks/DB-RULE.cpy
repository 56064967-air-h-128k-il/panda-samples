      ************************************************************************
      * DB-RULE - content validation rules for tbl_fetch_test and
      * tbl_fetch_detail, one or more rows per rule in tbl_fetch_rule,
      * maintained by operations and applied by RULECHK: the online
      * POST and PUT, FETCHLOD, FETCHAPL and the nightly RULESCAN all
      * judge a record against the same rows.
      *
      * RL-ID names the rule - it is what a 422, a reject record or
      * the rescan report quotes.  The rule's first row (lowest
      * RL-SEQ) carries everything but the extra values of an allowed
      * list; an ALLOWED rule takes one row per permitted value, all
      * under the same RL-ID.  A rule whose first row is not active is
      * not applied.
      *
      * RL-SCOPE says what the rule looks at:
      *   'P'  the parent's FETCH-DATA1
      *   'D'  every DET-VALUE under the parent, one by one
      *   'G'  the parent's line set as a whole
      * RL-TYPE, and what it uses:
      *   PATTERN   (P/D) the value must match the mask in RL-ARG,
      *             position for position and no longer than it:
      *             '9' a digit, 'A' a letter, 'N' a letter or digit,
      *             'X' any character, a '*' as the last mask
      *             character anything (or nothing) from there on;
      *             any other mask character must appear as itself.
      *   ALLOWED   (P/D) the value must equal the RL-ARG of one of
      *             the rule's rows.
      *   FORBID    (P/D) the value must not contain any of the
      *             characters in RL-ARG.
      *   MINLINES  (G) at least RL-COUNT detail lines.
      *   MAXLINES  (G) at most RL-COUNT detail lines.
      *   NODUPDET  (G) no DET-VALUE twice under the one parent.
      * RL-TEXT is the message a caller sees; blank falls back to the
      * rule type.
      * The 'all' pathname walks the table in RL-ID, RL-SEQ order.
      ************************************************************************
       01  DB-RULE.
           05  RL-ID                   PIC X(08).
           05  RL-SEQ                  PIC S9(04)      COMP.
           05  RL-ACTIVE-SW            PIC X(01).
               88  RL-ACTIVE                           VALUE 'Y'.
           05  RL-SCOPE                PIC X(01).
               88  RL-SCOPE-PARENT                     VALUE 'P'.
               88  RL-SCOPE-DETAIL                     VALUE 'D'.
               88  RL-SCOPE-GROUP                      VALUE 'G'.
           05  RL-TYPE                 PIC X(08).
           05  RL-COUNT                PIC S9(04)      COMP.
           05  RL-ARG                  PIC X(80).
           05  RL-TEXT                 PIC X(40).
