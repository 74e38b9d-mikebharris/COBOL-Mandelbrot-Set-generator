
      *> Y asks the budget check to waive an estimate that busts
      *> the submitter's remaining allowance; it is honoured only
      *> when the authority master grants that userid overrides.
           05 MP-BUDGET-OVERRIDE       pic X(1).
               88 MP-OVERRIDE-ASKED     value "Y".

      *> a run dispatched off the RENDQUE request queue carries the
      *> priority it was queued at, which the audit line stamps so
      *> the chargeback can surcharge priority work; zero is a run
      *> submitted any other way.
           05 MP-QUEUE-PRIORITY        pic 9(2) usage comp-5.
               88 MP-QUEUED-RUN         value 1 thru 99.

      *> E renders in extended precision: the window is taken from
      *> the EXT plane fields below, carried to the twenty-eighth
      *> decimal place, and the pitch and orbit arithmetic run in
      *> packed fields of matching width.  The standard plane fields
      *> above still hold the window truncated to nine places, so
      *> every edit and report that reads them keeps working; blank
      *> or S renders exactly as the engine always did.
           05 MP-PRECISION-MODE        pic X(1).
               88 MP-EXTENDED-PRECISION value "E".
           05 MP-EXT-REAL-PLANE-MIN    pic S9(3)V9(28) usage comp-3.
           05 MP-EXT-REAL-PLANE-MAX    pic S9(3)V9(28) usage comp-3.
           05 MP-EXT-IMAGINARY-PLANE-MIN
                                       pic S9(3)V9(28) usage comp-3.
           05 MP-EXT-IMAGINARY-PLANE-MAX
                                       pic S9(3)V9(28) usage comp-3.

      *> a nonblank PRIOR-ITERATION-DATASET makes the run a ceiling
      *> extension of that earlier MANDITER dataset: every cell that
      *> escaped under its lower ceiling is carried forward as it
      *> stands, and only the cells pinned at that ceiling run the
      *> escape-time loop again under ITERATIONS-MAX.  The new
      *> iteration dataset is always written, alongside whatever
      *> OUTPUT-MODE asks for.  Blank renders every cell as usual.
           05 MP-PRIOR-ITERATION-DATASET
                                       pic X(44).
           05 MP-OUTPUT-DATASET        pic X(44).
           05 MP-CHECKPOINT-DATASET    pic X(44).
           05 MP-OUTPUT-MODE           pic X(1).
