      *> ---------------------------------------------------------
      *> MANDBHST - one line of the BILLHIST posting history, which
      *> MandelbrotBilling appends to once a period's journal
      *> extract has been written and closed.  A period already on
      *> the history has been posted, and the billing run refuses
      *> to post it again.
      *> ---------------------------------------------------------
       01 MANDELBROT-BILLING-HISTORY.
           05 BH-PERIOD                pic 9(6).
           05 BH-POSTED-DATE           pic 9(8).
           05 BH-POSTED-TIME           pic X(8).
           05 BH-JOURNAL-DATASET       pic X(44).
           05 BH-DETAIL-COUNT          pic 9(5).
           05 BH-CONTROL-TOTAL         pic 9(13)V9(2).
