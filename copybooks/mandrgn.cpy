      *> a nonblank palette name shades the region under that
      *> PALMAST palette; blank keeps the standard ten-step ramp.
           05 RG-PALETTE-NAME          pic X(16).

      *> E renders the region in extended precision from the EXT
      *> columns, which carry the window to twenty-eight decimal
      *> places; blank EXT columns take the window from the plane
      *> columns above.  Blank or S keeps the standard arithmetic.
           05 RG-PRECISION-MODE        pic X(1).
               88 RG-EXTENDED-PRECISION value "E".
           05 RG-EXT-REAL-PLANE-MIN    pic S9(3)V9(28) sign leading separate.
           05 RG-EXT-REAL-PLANE-MAX    pic S9(3)V9(28) sign leading separate.
           05 RG-EXT-IMAGINARY-PLANE-MIN
                                       pic S9(3)V9(28) sign leading separate.
           05 RG-EXT-IMAGINARY-PLANE-MAX
                                       pic S9(3)V9(28) sign leading separate.
