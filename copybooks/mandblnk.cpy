      *> shared MandelbrotBudget subprogram.  A C request checks
      *> the stated estimated seconds against the user's remaining
      *> allowance on BUDGMAST before any machine time is spent,
      *> honouring the override byte only for a user the AUTHMAST
      *> authority master grants overrides; a P request posts a
      *> completed run's actual elapsed seconds back to the master.
      *> A nonzero return code on a C request means the run must
      *> not start; 4 on a P request means the usage was posted but
      *> could not be journalled.
      *> ---------------------------------------------------------
       01 MANDELBROT-BUDGET-REQUEST.
           05 BR-FUNCTION              pic X(1).
           05 BR-OVERRIDE              pic X(1).
               88 BR-OVERRIDE-ASKED     value "Y".
           05 BR-RETURN-CODE           pic S9(4) usage comp-5.

      *> the job a posted run rendered under, stamped on the change
      *> journal's record of the posting.
           05 BR-JOB-ID                pic X(8).
