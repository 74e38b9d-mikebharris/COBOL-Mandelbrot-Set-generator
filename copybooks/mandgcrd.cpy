      *> ---------------------------------------------------------
      *> MANDGCRD - function card read by MandelbrotCatalogueReport
      *> from the CATCARD dataset.  One card per run:
      *>
      *>   L  list the catalogue - every base, or only the base
      *>      named - one line per generation, rolled-off ones
      *>      included and marked;
      *>   Q  look up one generation of the named base: the
      *>      generation given, or else the newest one created on
      *>      or before the as-at date, or else the current one -
      *>      "last Tuesday's seahorse valley" is base SEAHORSE as
      *>      at last Tuesday's date;
      *>   K  set the named base's keep limit, rolling off at once
      *>      whatever generations now lie beyond it.
      *>
      *> A missing card lists the whole catalogue.
      *> ---------------------------------------------------------
       01 MANDELBROT-CATALOGUE-CARD.
           05 GC-FUNCTION              pic X(1).
               88 GC-LIST-FUNCTION      value "L".
               88 GC-QUERY-FUNCTION     value "Q".
               88 GC-KEEP-FUNCTION      value "K".
           05 GC-BASE-NAME             pic X(40).
           05 GC-GENERATION            pic 9(4).
           05 GC-AS-AT-DATE            pic 9(8).
           05 GC-KEEP-LIMIT            pic 9(3).
