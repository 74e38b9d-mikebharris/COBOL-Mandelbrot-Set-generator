      *> ---------------------------------------------------------
      *> MANDICRD - card read by MandelbrotIterAdvisor from the
      *> ADVCARD dataset, naming who the run's CHANGE cards are put
      *> through for.  MandelbrotRegionMaint applies a card only
      *> when its submitter may change REGNMAST, so every card the
      *> advisor writes carries this user id as its submitter and
      *> this job id for the change journal; a run without a user
      *> id writes nothing.  A blank job id is journalled as
      *> UNKNOWN.
      *> ---------------------------------------------------------
       01 MANDELBROT-ADVISOR-CARD.
           05 IC-JOB-ID                pic X(8).
           05 IC-USER-ID               pic X(8).
