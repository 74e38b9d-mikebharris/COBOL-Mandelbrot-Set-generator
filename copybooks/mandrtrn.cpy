           05 RT-SAMPLING-FACTOR       pic 9(2).
           05 RT-PROGRESS-INTERVAL     pic 9(5).
           05 RT-PALETTE-NAME          pic X(16).
           05 RT-PRECISION-MODE        pic X(1).
               88 RT-EXTENDED-PRECISION value "E".
           05 RT-EXT-REAL-PLANE-MIN    pic S9(3)V9(28) sign leading separate.
           05 RT-EXT-REAL-PLANE-MAX    pic S9(3)V9(28) sign leading separate.
           05 RT-EXT-IMAGINARY-PLANE-MIN
                                       pic S9(3)V9(28) sign leading separate.
           05 RT-EXT-IMAGINARY-PLANE-MAX
                                       pic S9(3)V9(28) sign leading separate.

      *> the userid putting the card through, whose row on the
      *> AUTHMAST authority master must allow the action on this
      *> master; a card nobody signed is refused.
           05 RT-SUBMITTED-BY          pic X(8).

      *> the job putting the card through, stamped with the
      *> submitter on every change-journal record the card causes;
      *> blank is journalled as UNKNOWN.
           05 RT-JOB-ID                pic X(8).
