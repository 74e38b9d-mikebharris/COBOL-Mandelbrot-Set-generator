           05 ZS-ITERATIONS-MAX        pic 9(5).
           05 ZS-THRESHOLD             pic 9(7).
           05 ZS-OUTPUT-MODE           pic X(1).

      *> E renders every frame in extended precision, which carries
      *> the sequence on well past the depth the nine-place plane
      *> fields stop at.  A type C card may then give its centre to
      *> twenty-eight places in the EXT columns; a type D card in
      *> extended precision recovers the prior run's window at
      *> whatever precision its audit record carries.  A D card left
      *> blank here inherits the prior run's precision mode.
           05 ZS-PRECISION-MODE        pic X(1).
               88 ZS-EXTENDED-PRECISION value "E".
           05 ZS-EXT-CENTRE-REAL       pic S9(3)V9(28) sign leading separate.
           05 ZS-EXT-CENTRE-IMAGINARY  pic S9(3)V9(28) sign leading separate.
