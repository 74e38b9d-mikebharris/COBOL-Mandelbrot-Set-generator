      *> ---------------------------------------------------------
      *> MANDLCRD - listing request card read by
      *> MandelbrotGridListing from the LISTCARD dataset.  One card
      *> per run, naming the MANDOUT character grid to print; the
      *> program finds the run that wrote it on the audit dataset
      *> (MANDOUT.AUD when the column is blank) and recovers its
      *> plane window from that audit line the way MandelbrotZoom
      *> does.  The page width and depth size the panels the grid
      *> is tiled into; blank takes the standard 132 print
      *> positions by 60 lines.
      *> ---------------------------------------------------------
       01 MANDELBROT-LISTING-CARD.
           05 LC-AUDIT-DATASET         pic X(44).
           05 LC-GRID-DATASET          pic X(44).
           05 LC-PAGE-WIDTH            pic X(3).
           05 LC-PAGE-DEPTH            pic X(3).
