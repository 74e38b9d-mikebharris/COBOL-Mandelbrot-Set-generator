               88 ZC-REGION-ROW-TYPE    value "R".
           05 ZC-NEW-DATASET           pic X(44).
           05 ZC-REGION-NAME           pic X(20).

      *> blank carries the prior run's precision mode forward, and
      *> steps up to extended precision by itself when the zoomed
      *> window's cell pitch falls below the ninth decimal place;
      *> E asks for an extended-precision card regardless.
           05 ZC-PRECISION-MODE        pic X(1).
               88 ZC-EXTENDED-PRECISION value "E".
