      *> ---------------------------------------------------------
      *> MANDAUTH - one row of the user authority master AUTHMAST,
      *> keyed on the same user id the transaction cards, intake
      *> cards and audit lines carry, and maintained only through
      *> MandelbrotAuthorityMaint.  For each keyed master a user
      *> may maintain, the row lists the actions they may take on
      *> it - any of A (add), C (change), D (delete) and Z (zero
      *> usage, budget master only) in any order; blank means the
      *> user may not maintain that master at all.  A user with no
      *> row may maintain nothing.
      *>
      *> HIGHEST-PRIORITY is the most urgent queue priority the
      *> user may ask for - the lowest priority number they may put
      *> on an intake card; blank or zero holds them to the
      *> standard 50, which is also the limit of a user with no
      *> row.  The override flag says whether a budget override on
      *> the user's parameter card is honoured.
      *> ---------------------------------------------------------
       01 MANDELBROT-AUTHORITY.
           05 AU-USER-ID               pic X(8).
           05 AU-MASTER-ACTIONS.
               10 AU-REGION-ACTIONS    pic X(4).
               10 AU-PALETTE-ACTIONS   pic X(4).
               10 AU-BUDGET-ACTIONS    pic X(4).
               10 AU-COST-CENTRE-ACTIONS
                                       pic X(4).
               10 AU-AUTHORITY-ACTIONS pic X(4).
           05 AU-HIGHEST-PRIORITY      pic 9(2).
           05 AU-OVERRIDE-FLAG         pic X(1).
               88 AU-OVERRIDE-ALLOWED   value "Y".
           05 AU-USER-NAME             pic X(30).

      *> the actions the user may take on the ORDMAST standing-order
      *> master; kept at the end of the row so rows loaded before
      *> the standing-order master existed read it as blank.
           05 AU-ORDER-ACTIONS         pic X(4).
