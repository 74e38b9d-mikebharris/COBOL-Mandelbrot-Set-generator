      *> ---------------------------------------------------------
      *> MANDCAT - one entry on the CATMAST render catalogue, an
      *> indexed master keyed on a dataset base name and a four-
      *> digit generation number.  MandelbrotCatalogue is the only
      *> thing that writes it.  Generation 0000 of a base is the
      *> base entry itself, carrying the keep limit and the last
      *> generation handed out; every later generation is one
      *> completed render, carrying the datasets it wrote (with a
      *> flag for each of .DAT, .PGM and .ITR), the viewport and
      *> options it rendered, who ran it and when.
      *>
      *> A generation beyond the base's keep limit is rolled off:
      *> its entry stays on the catalogue marked R with the roll-
      *> off date, so the operator's scratch list can be drawn
      *> from it, but lookups of the current generation pass it by.
      *> ---------------------------------------------------------
       01 MANDELBROT-CATALOGUE-ENTRY.
           05 CT-CATALOGUE-KEY.
               10 CT-BASE-NAME         pic X(40).
               10 CT-GENERATION        pic 9(4).
                   88 CT-BASE-ENTRY     value zero.
           05 CT-STATUS                pic X(1).
               88 CT-ACTIVE             value "A".
               88 CT-ROLLED-OFF         value "R".
           05 CT-CREATED-DATE          pic 9(8).
           05 CT-CREATED-TIME          pic X(8).
           05 CT-ROLLED-OFF-DATE       pic 9(8).
           05 CT-ENTRY-DETAIL          pic X(512).

      *> the base entry: how many active generations to keep, and
      *> the last generation number allocated under the base.
           05 CT-BASE-DETAIL redefines CT-ENTRY-DETAIL.
               10 CT-KEEP-LIMIT        pic 9(3).
               10 CT-LAST-GENERATION   pic 9(4).
               10 FILLER               pic X(505).

      *> a generation entry: one completed render.
           05 CT-GENERATION-DETAIL redefines CT-ENTRY-DETAIL.
               10 CT-OWNER-ID          pic X(8).
               10 CT-JOB-ID            pic X(8).
               10 CT-OUTPUT-DATASET    pic X(44).
               10 CT-DAT-FLAG          pic X(1).
                   88 CT-DAT-WRITTEN    value "Y".
               10 CT-PGM-DATASET       pic X(44).
               10 CT-PGM-FLAG          pic X(1).
                   88 CT-PGM-WRITTEN    value "Y".
               10 CT-ITERATION-DATASET pic X(44).
               10 CT-ITR-FLAG          pic X(1).
                   88 CT-ITR-WRITTEN    value "Y".
               10 CT-AUDIT-DATASET     pic X(44).
               10 CT-REAL-PLANE-MIN    pic S9(3)V9(9) sign leading separate.
               10 CT-REAL-PLANE-MAX    pic S9(3)V9(9) sign leading separate.
               10 CT-IMAGINARY-PLANE-MIN
                                       pic S9(3)V9(9) sign leading separate.
               10 CT-IMAGINARY-PLANE-MAX
                                       pic S9(3)V9(9) sign leading separate.
               10 CT-PRECISION-MODE    pic X(1).
                   88 CT-EXTENDED-PRECISION value "E".
               10 CT-EXT-REAL-PLANE-MIN
                                       pic S9(3)V9(28) sign leading separate.
               10 CT-EXT-REAL-PLANE-MAX
                                       pic S9(3)V9(28) sign leading separate.
               10 CT-EXT-IMAGINARY-PLANE-MIN
                                       pic S9(3)V9(28) sign leading separate.
               10 CT-EXT-IMAGINARY-PLANE-MAX
                                       pic S9(3)V9(28) sign leading separate.
               10 CT-RESOLUTION-X      pic 9(5).
               10 CT-RESOLUTION-Y      pic 9(5).
               10 CT-ITERATIONS-MAX    pic 9(5).
               10 CT-THRESHOLD         pic 9(7).
               10 CT-FRACTAL-TYPE      pic X(1).
               10 CT-JULIA-REAL        pic S9(3)V9(9) sign leading separate.
               10 CT-JULIA-IMAGINARY   pic S9(3)V9(9) sign leading separate.
               10 CT-SAMPLING-FACTOR   pic 9(2).
               10 CT-PALETTE-NAME      pic X(16).
               10 CT-ELAPSED-SECONDS   pic 9(7)V9(2).
               10 FILLER               pic X(60).
