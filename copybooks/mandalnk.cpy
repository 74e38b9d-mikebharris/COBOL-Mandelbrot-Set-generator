      *> ---------------------------------------------------------
      *> MANDALNK - the request block a program passes to the
      *> shared MandelbrotAuthority subprogram before it acts for
      *> a user.
      *>
      *>   M  maintain: may USER-ID take ACTION on the keyed master
      *>      MASTER-NAME (REGNMAST, PALMAST, BUDGMAST, CCMAST or
      *>      ORDMAST)?
      *>   Q  queue: may USER-ID enqueue a request at PRIORITY?
      *>   O  override: may USER-ID have a budget override honoured?
      *>
      *> A return code of 8 refuses the attempt: REASON-TEXT says
      *> why, in words the caller prints on its register, and the
      *> refusal has already been appended to the MANDSEC.LOG
      *> security log with PROGRAM-NAME and OBJECT-KEY - the
      *> region, palette, user or request the attempt was aimed at.
      *> ---------------------------------------------------------
       01 MANDELBROT-AUTHORITY-REQUEST.
           05 AL-FUNCTION              pic X(1).
               88 AL-MAINTAIN-FUNCTION  value "M".
               88 AL-QUEUE-FUNCTION     value "Q".
               88 AL-OVERRIDE-FUNCTION  value "O".
           05 AL-USER-ID               pic X(8).
           05 AL-MASTER-NAME           pic X(8).
           05 AL-ACTION                pic X(1).
           05 AL-PRIORITY              pic 9(2) usage comp-5.
           05 AL-PROGRAM-NAME          pic X(30).
           05 AL-OBJECT-KEY            pic X(20).
           05 AL-REASON-TEXT           pic X(60).
           05 AL-RETURN-CODE           pic S9(4) usage comp-5.
