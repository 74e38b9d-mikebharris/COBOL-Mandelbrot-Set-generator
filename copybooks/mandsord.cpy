      *> ---------------------------------------------------------
      *> MANDSORD - one row of the standing-order master ORDMAST,
      *> keyed on the order id and maintained only through
      *> MandelbrotOrderMaint's edited transactions.  Each row is a
      *> render that recurs on a fixed schedule, which
      *> MandelbrotScheduler puts on the RENDQUE request queue for
      *> its owner every day it falls due.
      *>
      *> FREQUENCY is D (every day), W (weekly, on the day WEEKDAY
      *> names - MON through SUN), M (monthly, on day MONTH-DAY of
      *> the month, or the month's last day when the month is
      *> shorter) or E (the last day of every month).
      *>
      *> The render is named by exactly one of PARM-DATASET, a
      *> parameter card enqueued unchanged the way an intake card's
      *> is, or REGION-NAME, a REGNMAST region whose row is turned
      *> into a parameter card on the day; a region name of *ALL
      *> enqueues every region on the master, a whole tour.
      *>
      *> START-DATE and END-DATE bound the days the order may fall
      *> due; zero leaves that end open.  A suspended order's due
      *> days pass without anything being enqueued.
      *>
      *> LAST-GENERATED-DATE is the last day the scheduler has
      *> dealt with, and only the scheduler sets it; a run takes up
      *> the days after it, so no day is enqueued twice and days a
      *> missed run should have dealt with are caught up.  An order
      *> never yet dealt with is taken up from the later of its
      *> start date and ADDED-DATE, the day it was put on the
      *> master.  LAST-REQUEST-ID is the last request id enqueued.
      *> ---------------------------------------------------------
       01 MANDELBROT-STANDING-ORDER.
           05 SO-ORDER-ID              pic X(8).
           05 SO-OWNER-ID              pic X(8).
           05 SO-PRIORITY              pic 9(2).
           05 SO-FREQUENCY             pic X(1).
               88 SO-DAILY-ORDER        value "D".
               88 SO-WEEKLY-ORDER       value "W".
               88 SO-MONTHLY-ORDER      value "M".
               88 SO-MONTH-END-ORDER    value "E".
           05 SO-WEEKDAY               pic X(3).
           05 SO-MONTH-DAY             pic 9(2).
           05 SO-PARM-DATASET          pic X(44).
           05 SO-REGION-NAME           pic X(20).
               88 SO-WHOLE-TOUR         value "*ALL".
           05 SO-START-DATE            pic 9(8).
           05 SO-END-DATE              pic 9(8).
           05 SO-SUSPENDED-FLAG        pic X(1).
               88 SO-SUSPENDED          value "Y".

      *> Y asks MandelbrotDispatch for a fresh render every time -
      *> a regression baseline, which exists to be recomputed -
      *> rather than serving the order from an earlier render.
           05 SO-FORCE-RENDER          pic X(1).
               88 SO-FRESH-RENDER-ASKED value "Y".
           05 SO-DESCRIPTION           pic X(30).
           05 SO-ADDED-DATE            pic 9(8).
           05 SO-LAST-GENERATED-DATE   pic 9(8).
           05 SO-LAST-REQUEST-ID       pic X(8).
