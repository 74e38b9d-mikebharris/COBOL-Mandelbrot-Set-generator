      *> estimated cost against the remainder before the engine
      *> starts its escape-time loop, and posts the actual elapsed
      *> seconds back when the run completes.  The operations flag
      *> marks the operations userids; whether a card-level
      *> override is honoured is the AUTHMAST authority master's
      *> to say.
      *> ---------------------------------------------------------
       01 MANDELBROT-BUDGET.
           05 BU-USER-ID               pic X(8).
