      *> ---------------------------------------------------------
      *> MANDCOST - one row of the cost-centre master CCMAST,
      *> keyed on the same user id stamped on every audit line and
      *> maintained only through MandelbrotCostCentreMaint's edited
      *> transactions.  It names the cost centre the monthly
      *> chargeback bills that user's render time to, and the
      *> user's name as it prints on the cost centre's invoice.
      *> ---------------------------------------------------------
       01 MANDELBROT-COST-CENTRE.
           05 CC-USER-ID               pic X(8).
           05 CC-COST-CENTRE           pic X(8).
           05 CC-USER-NAME             pic X(30).
