      ************************************************************************
      * RULEAREA - call area for CALL 'RULECHK' USING MCPAREA RULEAREA,
      * the content rule checker.
      *   RULE-FUNC 'LOAD'   reads tbl_fetch_rule (DB-RULE) into the
      *                      checker.  RULE-RC non-zero means the
      *                      rules could not be had and nothing may be
      *                      judged; RULE-COUNT is the number of active
      *                      rules loaded.  A batch program loads once
      *                      at start, an online call once per call.
      *   RULE-FUNC 'CHECK'  judges one parent: RULE-DATA1 and its
      *                      detail values RULE-LINE(1) to
      *                      RULE-LINE(RULE-LINE-COUNT).  Every rule
      *                      broken comes back in RULE-VIOL, with the
      *                      line it was broken on - 0 for the parent
      *                      value and for the rules on the line set
      *                      as a whole.  RULE-LINE-COUNT may exceed
      *                      500 when a stored parent has that many;
      *                      the line-count rules judge the true count
      *                      and the value rules the first 500.
      ************************************************************************
       01  RULEAREA.
           05  RULE-FUNC               PIC X(08).
           05  RULE-RC                 PIC S9(04)      COMP.
           05  RULE-COUNT              PIC S9(04)      COMP.
           05  RULE-DATA1              PIC X(80).
           05  RULE-LINE-COUNT         PIC S9(04)      COMP.
           05  RULE-LINE               PIC X(80)       OCCURS 500.
           05  RULE-VIOL-COUNT         PIC S9(04)      COMP.
      * More violations than the table holds: the first 50 are named,
      * the record is no less broken for the rest.
           05  RULE-VIOL-OVER-SW       PIC X(01).
               88  RULE-VIOL-OVERFLOW                  VALUE 'Y'.
           05  RULE-VIOL               OCCURS 50.
               10  RULE-VIOL-ID        PIC X(08).
               10  RULE-VIOL-LINE      PIC S9(04)      COMP.
               10  RULE-VIOL-TEXT      PIC X(40).
