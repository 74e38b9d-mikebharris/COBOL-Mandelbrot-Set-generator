      *> ---------------------------------------------------------
      *> MANDRATE - one line of the chargeback rate card read by
      *> MandelbrotBilling from the RATECARD dataset.
      *>
      *> An R line prices a second of render time for a fractal
      *> type and a sampling factor.  A blank fractal type or a
      *> zero sampling factor matches any, and a run is priced at
      *> the most particular line that matches it: type and
      *> factor, then type alone, then factor alone, then the
      *> catch-all line.  A run no line matches is not priced; it
      *> goes to the suspense listing.
      *>
      *> The S line surcharges priority work: a run dispatched off
      *> the request queue at a priority number no higher than the
      *> limit has the percentage added to its charge.  With no S
      *> line nothing is surcharged.
      *> ---------------------------------------------------------
       01 MANDELBROT-RATE-CARD.
           05 RC-CARD-TYPE             pic X(1).
               88 RC-RATE-CARD          value "R".
               88 RC-SURCHARGE-CARD     value "S".
           05 RC-CARD-DETAIL           pic X(10).

           05 RC-RATE-DETAIL redefines RC-CARD-DETAIL.
               10 RC-FRACTAL-TYPE      pic X(1).
               10 RC-SAMPLING-FACTOR   pic 9(2).
               10 RC-RATE-PER-SECOND   pic 9(3)V9(4).

           05 RC-SURCHARGE-DETAIL redefines RC-CARD-DETAIL.
               10 RC-PRIORITY-LIMIT    pic 9(2).
               10 RC-SURCHARGE-PERCENT pic 9(3)V9(2).
               10 FILLER               pic X(3).
