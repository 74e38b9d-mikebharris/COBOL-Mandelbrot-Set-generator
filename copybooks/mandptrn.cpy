           05 PT-CHAR-RAMP             pic X(64).
           05 PT-GREY-CURVE.
               10 PT-GREY-LEVEL        occurs 64 times pic X(3).

      *> the userid putting the card through, whose row on the
      *> AUTHMAST authority master must allow the action on this
      *> master; a card nobody signed is refused.
           05 PT-SUBMITTED-BY          pic X(8).

      *> the job putting the card through, stamped with the
      *> submitter on every change-journal record the card causes;
      *> blank is journalled as UNKNOWN.
           05 PT-JOB-ID                pic X(8).
