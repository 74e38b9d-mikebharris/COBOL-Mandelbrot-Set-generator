      *> ---------------------------------------------------------
      *> MANDYCRD - the optional selection card read by
      *> MandelbrotSecurityReport from SECRCARD.  It narrows the
      *> listing to refusals dated from FROM-DATE through TO-DATE,
      *> and to one user when USER-ID is filled in; a missing card,
      *> or blank columns, lists the whole log.
      *> ---------------------------------------------------------
       01 MANDELBROT-SECURITY-REPORT-CARD.
           05 SY-FROM-DATE             pic X(8).
           05 SY-TO-DATE               pic X(8).
           05 SY-USER-ID               pic X(8).
