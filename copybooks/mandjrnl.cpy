      *> ---------------------------------------------------------
      *> MANDJRNL - one record on the append-only MANDJRNL.LOG
      *> change journal shared by every program that updates the
      *> REGNMAST, PALMAST, BUDGMAST or RENDQUE masters in place.
      *> Each change is stamped with when it happened, the job and
      *> user it was made for and the program that made it, and is
      *> journalled as a before-image of the row (B) when the row
      *> existed beforehand and an after-image (A) when it exists
      *> afterwards - so an add has only an after-image, a delete
      *> only a before-image, and every other change both, written
      *> in that order.  MandelbrotRecovery replays the images onto
      *> a master's last unload to rebuild it as at a stated time.
      *>
      *> ACTION is what was done to the row: A added, C changed,
      *> D deleted, Z usage zeroed, P usage posted.  IMAGE holds the
      *> row in its master's own record layout, blank-padded.
      *> ---------------------------------------------------------
       01 MANDELBROT-JOURNAL-RECORD.
           05 JR-DATE                  pic 9(8).
           05 JR-TIME                  pic X(8).
           05 JR-JOB-ID                pic X(8).
           05 JR-USER-ID               pic X(8).
           05 JR-PROGRAM-NAME          pic X(30).
           05 JR-MASTER-NAME           pic X(8).
           05 JR-ACTION                pic X(1).
               88 JR-ROW-ADDED          value "A".
               88 JR-ROW-DELETED        value "D".
           05 JR-IMAGE-TYPE            pic X(1).
               88 JR-BEFORE-IMAGE       value "B".
               88 JR-AFTER-IMAGE        value "A".
           05 JR-RECORD-KEY            pic X(20).
           05 JR-IMAGE                 pic X(600).
