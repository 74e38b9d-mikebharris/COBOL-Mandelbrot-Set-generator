      *> ---------------------------------------------------------
      *> MANDJLNK - the request block a program passes to the
      *> shared MandelbrotJournal subprogram each time it has
      *> added, changed or deleted a row of REGNMAST, PALMAST,
      *> BUDGMAST or RENDQUE.  The caller fills in the row as it
      *> stood before the change and as it stands after - either
      *> may be left blank where the action has none - and the
      *> subprogram stamps the date and time and appends the
      *> images to the MANDJRNL.LOG change journal.
      *>
      *> ACTION is A (add), C (change), D (delete), Z (usage
      *> zeroed) or P (usage posted); a nonzero return code means
      *> the journal could not be written, and the change is then
      *> one a recovery cannot replay.
      *> ---------------------------------------------------------
       01 MANDELBROT-JOURNAL-REQUEST.
           05 JL-MASTER-NAME           pic X(8).
           05 JL-ACTION                pic X(1).
               88 JL-ADD-ACTION         value "A".
               88 JL-DELETE-ACTION      value "D".
               88 JL-ACTION-VALID       value "A" "C" "D" "Z" "P".
           05 JL-JOB-ID                pic X(8).
           05 JL-USER-ID               pic X(8).
           05 JL-PROGRAM-NAME          pic X(30).
           05 JL-RECORD-KEY            pic X(20).
           05 JL-BEFORE-IMAGE          pic X(600).
           05 JL-AFTER-IMAGE           pic X(600).
           05 JL-RETURN-CODE           pic S9(4) usage comp-5.
