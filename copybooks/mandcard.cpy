
      *> Y asks the budget check to waive an estimate that busts
      *> the submitter's remaining allowance; only a userid the
      *> authority master grants overrides is honoured.
           05 PC-BUDGET-OVERRIDE       pic X(1).

      *> E asks for an extended-precision render.  The EXT columns
      *> then carry the window to twenty-eight decimal places and
      *> win over the nine-place plane columns at the front of the
      *> card; left blank, the window is taken from those columns as
      *> usual.  Blank or S keeps the standard arithmetic.
           05 PC-PRECISION-MODE        pic X(1).
               88 PC-EXTENDED-PRECISION value "E".
           05 PC-EXT-REAL-PLANE-MIN    pic S9(3)V9(28) sign leading separate.
           05 PC-EXT-REAL-PLANE-MAX    pic S9(3)V9(28) sign leading separate.
           05 PC-EXT-IMAGINARY-PLANE-MIN
                                       pic S9(3)V9(28) sign leading separate.
           05 PC-EXT-IMAGINARY-PLANE-MAX
                                       pic S9(3)V9(28) sign leading separate.

      *> Y asks MandelbrotDispatch for a fresh render even when an
      *> identical earlier render is on the catalogue - a
      *> regression baseline, say, which exists to be recomputed.
      *> Blank lets the dispatcher serve the request from the
      *> earlier render's datasets.
           05 PC-FORCE-RENDER          pic X(1).
               88 PC-FRESH-RENDER-ASKED value "Y".
