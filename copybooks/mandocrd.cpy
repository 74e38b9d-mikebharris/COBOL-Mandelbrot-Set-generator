      *> ---------------------------------------------------------
      *> MANDOCRD - orbit inquiry card read by MandelbrotOrbit from
      *> the ORBTCARD dataset.  One card per run.  A type P inquiry
      *> traces a plane point typed on the card, under the
      *> iteration ceiling, threshold, fractal and palette the card
      *> gives (blank takes the same defaults a PARMCARD does).  A
      *> type C inquiry names a rendered dataset and a cell on its
      *> grid (zero-based, the way MO-ROW-NUMBER and ScreenX count);
      *> the cell's point and every rendering option come back from
      *> the run's audit record the way MandelbrotZoom recovers
      *> them, and naming a second dataset - the other side of a
      *> MandelbrotCompare - traces the same cell of both side by
      *> side.
      *> ---------------------------------------------------------
       01 MANDELBROT-ORBIT-CARD.
           05 OC-INQUIRY-TYPE          pic X(1).
               88 OC-POINT-INQUIRY      value "P".
               88 OC-CELL-INQUIRY       value "C".
           05 OC-AUDIT-DATASET         pic X(44).
           05 OC-DATASET               pic X(44).
           05 OC-CELL-ROW              pic 9(5).
           05 OC-CELL-COLUMN           pic 9(5).

      *> the second side of a compare; its audit dataset defaults
      *> to the first side's when left blank.
           05 OC-COMPARE-AUDIT-DATASET pic X(44).
           05 OC-COMPARE-DATASET       pic X(44).

      *> type P only.
           05 OC-PLANE-REAL            pic S9(3)V9(9) sign leading separate.
           05 OC-PLANE-IMAGINARY       pic S9(3)V9(9) sign leading separate.
           05 OC-ITERATIONS-MAX        pic X(5).
           05 OC-THRESHOLD             pic X(7).
           05 OC-FRACTAL-TYPE          pic X(1).
               88 OC-MANDELBROT-FRACTAL value "M" " ".
               88 OC-JULIA-FRACTAL      value "J".
           05 OC-JULIA-REAL            pic S9(3)V9(9) sign leading separate.
           05 OC-JULIA-IMAGINARY       pic S9(3)V9(9) sign leading separate.
           05 OC-PALETTE-NAME          pic X(16).

      *> how many orbit steps are listed before the trace skips to
      *> the final one; blank lists the first 100.
           05 OC-STEPS-LISTED          pic X(3).
