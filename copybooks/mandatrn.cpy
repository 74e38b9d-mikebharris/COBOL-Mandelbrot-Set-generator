      *> ---------------------------------------------------------
      *> MANDATRN - one maintenance transaction against the keyed
      *> authority master, read by MandelbrotAuthorityMaint from
      *> the AUTHTRANS dataset.  A and C carry a user's whole
      *> authority row onto the master and D removes the user.
      *> SUBMITTED-BY is the userid putting the card through, who
      *> must themselves hold that action on the authority master.
      *> ---------------------------------------------------------
       01 MANDELBROT-AUTHORITY-TRANSACTION.
           05 AT-ACTION                pic X(1).
               88 AT-ADD-ACTION         value "A".
               88 AT-CHANGE-ACTION      value "C".
               88 AT-DELETE-ACTION      value "D".
           05 AT-USER-ID               pic X(8).
           05 AT-REGION-ACTIONS        pic X(4).
           05 AT-PALETTE-ACTIONS       pic X(4).
           05 AT-BUDGET-ACTIONS        pic X(4).
           05 AT-COST-CENTRE-ACTIONS   pic X(4).
           05 AT-AUTHORITY-ACTIONS     pic X(4).
           05 AT-HIGHEST-PRIORITY      pic X(2).
           05 AT-OVERRIDE-FLAG         pic X(1).
           05 AT-USER-NAME             pic X(30).
           05 AT-SUBMITTED-BY          pic X(8).

      *> the user's actions on the ORDMAST standing-order master,
      *> after the submitter so cards punched before that master
      *> existed keep their columns and grant nothing on it.
           05 AT-ORDER-ACTIONS         pic X(4).
