           05 BT-USER-ID               pic X(8).
           05 BT-ALLOWANCE-SECONDS     pic 9(9).
           05 BT-OPERATIONS-FLAG       pic X(1).

      *> the userid putting the card through, whose row on the
      *> AUTHMAST authority master must allow the action on this
      *> master; a card nobody signed is refused.
           05 BT-SUBMITTED-BY          pic X(8).

      *> the job putting the card through, stamped with the
      *> submitter on every change-journal record the card causes;
      *> blank is journalled as UNKNOWN.
           05 BT-JOB-ID                pic X(8).
