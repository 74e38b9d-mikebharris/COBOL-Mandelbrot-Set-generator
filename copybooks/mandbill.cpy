      *> ---------------------------------------------------------
      *> MANDBILL - one card read by MandelbrotBilling from the
      *> BILLCARD dataset.  The P card, which must come first,
      *> states the billing period as a year and month, whether the
      *> run posts (P or blank) or is only a trial (T) that prints
      *> the invoices and writes neither the journal extract nor the
      *> posting history, the journal extract dataset - blank takes
      *> MANDBILL.Pyyyymm.JNL - and the ledger coding: the expense
      *> account every cost centre is debited on, and the recovery
      *> account and cost centre the total is credited to.
      *>
      *> Each A card after it names one audit trail to read - a live
      *> log or a dated .ARC archive MandelbrotHousekeep wrote.  With
      *> no A cards the live MANDOUT.AUD, MANDTOUR.AUD and
      *> MANDSEQ.AUD trails are read; once a month has been partly
      *> archived, its archives must be named, with the live logs.
      *> ---------------------------------------------------------
       01 MANDELBROT-BILLING-CARD.
           05 BC-CARD-TYPE             pic X(1).
               88 BC-PERIOD-CARD        value "P".
               88 BC-AUDIT-CARD         value "A".
           05 BC-CARD-DETAIL           pic X(83).

           05 BC-PERIOD-DETAIL redefines BC-CARD-DETAIL.
               10 BC-PERIOD            pic 9(6).
               10 BC-RUN-OPTION        pic X(1).
                   88 BC-POSTING-RUN    value "P" " ".
                   88 BC-TRIAL-RUN      value "T".
               10 BC-JOURNAL-DATASET   pic X(44).
               10 BC-EXPENSE-ACCOUNT   pic X(12).
               10 BC-RECOVERY-ACCOUNT  pic X(12).
               10 BC-RECOVERY-COST-CENTRE
                                       pic X(8).

           05 BC-AUDIT-DETAIL redefines BC-CARD-DETAIL.
               10 BC-AUDIT-DATASET     pic X(44).
               10 FILLER               pic X(39).
