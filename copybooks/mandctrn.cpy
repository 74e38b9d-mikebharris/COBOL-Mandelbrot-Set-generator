      *> ---------------------------------------------------------
      *> MANDCTRN - one maintenance transaction against the keyed
      *> cost-centre master, read by MandelbrotCostCentreMaint from
      *> the CCTRANS dataset.  A maps a new user to a cost centre,
      *> C moves a user to another cost centre or renames them, and
      *> D removes a user, whose later runs then fall to the
      *> chargeback's suspense listing until they are mapped again.
      *> ---------------------------------------------------------
       01 MANDELBROT-COST-CENTRE-TRANSACTION.
           05 CX-ACTION                pic X(1).
               88 CX-ADD-ACTION         value "A".
               88 CX-CHANGE-ACTION      value "C".
               88 CX-DELETE-ACTION      value "D".
           05 CX-USER-ID               pic X(8).
           05 CX-COST-CENTRE           pic X(8).
           05 CX-USER-NAME             pic X(30).

      *> the userid putting the card through, whose row on the
      *> AUTHMAST authority master must allow the action on this
      *> master; a card nobody signed is refused.
           05 CX-SUBMITTED-BY          pic X(8).
