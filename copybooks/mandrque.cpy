           05 RQ-FINISHED-DATE         pic 9(8).
           05 RQ-FINISHED-TIME         pic X(8).
           05 RQ-RENDER-RC             pic 9(4).
           05 RQ-PARM-CARD             pic X(450).

      *> a request MandelbrotDispatch could satisfy from a render
      *> already on the catalogue - the same parameter set, its
      *> datasets reconciling clean on disk - is marked complete
      *> without rendering, with SERVED set and the catalogue base
      *> and generation whose datasets answer it.  SAVED-SECONDS is
      *> what that earlier render took, the machine time the
      *> request did not spend.
           05 RQ-SERVED-SWITCH         pic X(1).
               88 RQ-SERVED-FROM-EARLIER value "Y".
           05 RQ-SERVED-BASE-NAME      pic X(40).
           05 RQ-SERVED-GENERATION     pic 9(4).
           05 RQ-SAVED-SECONDS         pic 9(7)V9(2).
