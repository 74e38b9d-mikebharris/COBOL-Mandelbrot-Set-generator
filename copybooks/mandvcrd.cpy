      *> ---------------------------------------------------------
      *> MANDVCRD - function card read by MandelbrotRecovery from
      *> the RCVRCARD dataset.  One card per run, naming the master
      *> - REGNMAST, PALMAST, BUDGMAST or RENDQUE.  U unloads the
      *> master in key order to the unload dataset and prints the
      *> date and time it was taken as at.  R rebuilds the master
      *> from an unload plus the change journal: the unload is
      *> loaded as it stands, then every journalled change to the
      *> master stamped from UNLOAD-DATE/TIME through TARGET-DATE/
      *> TIME is replayed in the order it was made.  A blank target
      *> replays the whole journal; a blank target time means the
      *> end of the target day.  The run option T lists the
      *> changes a rebuild would replay without touching the
      *> master.
      *>
      *> A blank unload dataset names the master with .UNL, the
      *> name MandelbrotRegionUtil unloads REGNMAST to, and a blank
      *> journal dataset reads MANDJRNL.LOG.  Times are HH:MM:SS.
      *> ---------------------------------------------------------
       01 MANDELBROT-RECOVERY-CARD.
           05 RV-FUNCTION              pic X(1).
               88 RV-UNLOAD-FUNCTION    value "U".
               88 RV-REBUILD-FUNCTION   value "R".
           05 RV-MASTER-NAME           pic X(8).
           05 RV-UNLOAD-DATASET        pic X(44).
           05 RV-JOURNAL-DATASET       pic X(44).
           05 RV-UNLOAD-DATE           pic X(8).
           05 RV-UNLOAD-TIME           pic X(8).
           05 RV-TARGET-DATE           pic X(8).
           05 RV-TARGET-TIME           pic X(8).
           05 RV-RUN-OPTION            pic X(1).
               88 RV-UPDATE-RUN         value "U" " ".
               88 RV-TRIAL-RUN          value "T".
