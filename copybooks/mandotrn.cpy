      *> ---------------------------------------------------------
      *> MANDOTRN - one maintenance transaction against the keyed
      *> standing-order master, read by MandelbrotOrderMaint from
      *> the ORDTRANS dataset.  A and C carry an order's whole row
      *> onto the master and D removes the order.  The dates are
      *> YYYYMMDD, and blank leaves that end of the order open.  A
      *> change keeps the order's last-generated date, so changing
      *> an order never re-enqueues a day already dealt with; to
      *> pause an order, change it with the suspended flag set.
      *> ---------------------------------------------------------
       01 MANDELBROT-ORDER-TRANSACTION.
           05 OT-ACTION                pic X(1).
               88 OT-ADD-ACTION         value "A".
               88 OT-CHANGE-ACTION      value "C".
               88 OT-DELETE-ACTION      value "D".
           05 OT-ORDER-ID              pic X(8).
           05 OT-OWNER-ID              pic X(8).
           05 OT-PRIORITY              pic X(2).
           05 OT-FREQUENCY             pic X(1).
               88 OT-DAILY-ORDER        value "D".
               88 OT-WEEKLY-ORDER       value "W".
               88 OT-MONTHLY-ORDER      value "M".
               88 OT-MONTH-END-ORDER    value "E".
           05 OT-WEEKDAY               pic X(3).
           05 OT-MONTH-DAY             pic X(2).
           05 OT-PARM-DATASET          pic X(44).
           05 OT-REGION-NAME           pic X(20).
           05 OT-START-DATE            pic X(8).
           05 OT-END-DATE              pic X(8).
           05 OT-SUSPENDED-FLAG        pic X(1).
           05 OT-FORCE-RENDER          pic X(1).
           05 OT-DESCRIPTION           pic X(30).

      *> the userid putting the card through, whose row on the
      *> AUTHMAST authority master must allow the action on this
      *> master; a card nobody signed is refused.
           05 OT-SUBMITTED-BY          pic X(8).
