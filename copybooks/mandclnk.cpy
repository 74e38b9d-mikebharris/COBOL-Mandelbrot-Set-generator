      *> ---------------------------------------------------------
      *> MANDCLNK - the request block a program passes to the
      *> shared MandelbrotCatalogue subprogram.
      *>
      *>   A  allocate: given the output, PGM and iteration dataset
      *>      names a render would write, hand back the base name,
      *>      the next generation number under it and the
      *>      generation-qualified names to write instead.  Nothing
      *>      is recorded, so a restarted render is handed the same
      *>      generation again.
      *>   R  record: catalogue a completed render under the
      *>      generation it was allocated, and roll off the oldest
      *>      generations beyond the base's keep limit.
      *>   L  latest: given a base name, hand back the current
      *>      (newest active) generation's datasets and flags.
      *>   K  keep: set a base's keep limit, rolling off at once
      *>      whatever now lies beyond it.
      *>   M  match: given a render's parameter set and Y in the
      *>      flag of each dataset it wants, hand back the newest
      *>      active generation of any base rendered under exactly
      *>      that set and holding every dataset wanted, with the
      *>      seconds it took to render.
      *>
      *> A return code of 4 on A means the names could not be
      *> generation-qualified and the render keeps its plain
      *> names uncatalogued; on L it means the base has no active
      *> generation on the catalogue, and on M that no generation
      *> matches.
      *> ---------------------------------------------------------
       01 MANDELBROT-CATALOGUE-REQUEST.
           05 CR-FUNCTION              pic X(1).
               88 CR-ALLOCATE-FUNCTION  value "A".
               88 CR-RECORD-FUNCTION    value "R".
               88 CR-LATEST-FUNCTION    value "L".
               88 CR-KEEP-FUNCTION      value "K".
               88 CR-MATCH-FUNCTION     value "M".
           05 CR-BASE-NAME             pic X(40).
           05 CR-GENERATION            pic 9(4) usage comp-5.
           05 CR-KEEP-LIMIT            pic 9(3) usage comp-5.
           05 CR-OUTPUT-DATASET        pic X(44).
           05 CR-DAT-FLAG              pic X(1).
               88 CR-DAT-WRITTEN        value "Y".
           05 CR-PGM-DATASET           pic X(44).
           05 CR-PGM-FLAG              pic X(1).
               88 CR-PGM-WRITTEN        value "Y".
           05 CR-ITERATION-DATASET     pic X(44).
           05 CR-ITR-FLAG              pic X(1).
               88 CR-ITR-WRITTEN        value "Y".

      *> what a record request catalogues about the render, and
      *> what a match request compares.
           05 CR-OWNER-ID              pic X(8).
           05 CR-JOB-ID                pic X(8).
           05 CR-AUDIT-DATASET         pic X(44).
           05 CR-REAL-PLANE-MIN        pic S9(3)V9(9) usage comp-5.
           05 CR-REAL-PLANE-MAX        pic S9(3)V9(9) usage comp-5.
           05 CR-IMAGINARY-PLANE-MIN   pic S9(3)V9(9) usage comp-5.
           05 CR-IMAGINARY-PLANE-MAX   pic S9(3)V9(9) usage comp-5.
           05 CR-PRECISION-MODE        pic X(1).
           05 CR-EXT-REAL-PLANE-MIN    pic S9(3)V9(28) usage comp-3.
           05 CR-EXT-REAL-PLANE-MAX    pic S9(3)V9(28) usage comp-3.
           05 CR-EXT-IMAGINARY-PLANE-MIN
                                       pic S9(3)V9(28) usage comp-3.
           05 CR-EXT-IMAGINARY-PLANE-MAX
                                       pic S9(3)V9(28) usage comp-3.
           05 CR-RESOLUTION-X          pic 9(5) usage comp-5.
           05 CR-RESOLUTION-Y          pic 9(5) usage comp-5.
           05 CR-ITERATIONS-MAX        pic 9(5) usage comp-5.
           05 CR-THRESHOLD             pic 9(7) usage comp-5.
           05 CR-FRACTAL-TYPE          pic X(1).
           05 CR-JULIA-REAL            pic S9(3)V9(9) usage comp-5.
           05 CR-JULIA-IMAGINARY       pic S9(3)V9(9) usage comp-5.
           05 CR-SAMPLING-FACTOR       pic 9(2) usage comp-5.
           05 CR-PALETTE-NAME          pic X(16).
           05 CR-ELAPSED-SECONDS       pic S9(7)V9(2) usage comp-5.
           05 CR-RETURN-CODE           pic S9(4) usage comp-5.
