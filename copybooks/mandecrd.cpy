      *> ---------------------------------------------------------
      *> MANDECRD - ceiling extension card layout read by
      *> MandelbrotExtend from the EXTCARD dataset.  One card per
      *> run, naming an existing MANDITER dataset and the higher
      *> iteration ceiling to carry it to.  The viewport and
      *> rendering options come back from the audit line of the
      *> run that wrote the dataset, the way MandelbrotZoom
      *> recovers a window, so the card carries none of them.
      *>
      *> A region name lets the card default the rest from the
      *> region master: the prior dataset to the region's own .ITR
      *> written by the tour, the audit trail to MANDTOUR.AUD, and
      *> the new ceiling to the region's ITERATIONS-MAX - which is
      *> where an applied MandelbrotIterAdvisor CHANGE card leaves
      *> it.  The new datasets are the base name with .ITR, .DAT,
      *> .PGM and .CKP appended, as the tour names a region's.
      *> ---------------------------------------------------------
       01 MANDELBROT-EXTEND-CARD.
           05 EC-AUDIT-DATASET         pic X(44).
           05 EC-PRIOR-DATASET         pic X(44).
           05 EC-REGION-NAME           pic X(20).
           05 EC-ITERATIONS-MAX        pic 9(5).
           05 EC-NEW-BASE-NAME         pic X(20).
           05 EC-OUTPUT-MODE           pic X(1).
               88 EC-CHAR-OUTPUT-MODE   value "C".
               88 EC-PGM-OUTPUT-MODE    value "P".
               88 EC-BOTH-OUTPUT-MODE   value "B".
               88 EC-ITER-OUTPUT-MODE   value "I".
           05 EC-JOB-ID                pic X(8).
           05 EC-USER-ID               pic X(8).
