      *> ---------------------------------------------------------
      *> MANDSECV - one refused attempt on the append-only
      *> MANDSEC.LOG security log: when, who, from which program,
      *> what they tried - the master and action, the queue
      *> priority, or a budget override - against which key, and
      *> the reason it was refused.  MandelbrotAuthority and
      *> MandelbrotAuthorityMaint write it; MandelbrotSecurityReport
      *> lists it.
      *> ---------------------------------------------------------
       01 MANDELBROT-SECURITY-VIOLATION.
           05 SV-DATE                  pic 9(8).
           05 SV-TIME                  pic X(8).
           05 SV-USER-ID               pic X(8).
           05 SV-PROGRAM-NAME          pic X(30).
           05 SV-ATTEMPT               pic X(1).
               88 SV-MAINTAIN-ATTEMPT   value "M".
               88 SV-QUEUE-ATTEMPT      value "Q".
               88 SV-OVERRIDE-ATTEMPT   value "O".
           05 SV-MASTER-NAME           pic X(8).
           05 SV-ACTION                pic X(1).
           05 SV-PRIORITY              pic 9(2).
           05 SV-OBJECT-KEY            pic X(20).
           05 SV-REASON-TEXT           pic X(60).
