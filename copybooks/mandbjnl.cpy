      *> ---------------------------------------------------------
      *> MANDBJNL - one record of the chargeback journal extract
      *> MandelbrotBilling writes for the general ledger interface.
      *> Every record carries the source system and the billing
      *> period.  The extract is one header, then one debit per
      *> cost centre billed - its render charge on the expense
      *> account - and a single credit of the whole charge to the
      *> recovery account, then one trailer carrying the count of
      *> detail records and the debit and credit control totals,
      *> which the interface checks before it posts anything.
      *> Amounts are unsigned; DEBIT-CREDIT says which side.
      *> ---------------------------------------------------------
       01 MANDELBROT-BILLING-JOURNAL.
           05 BJ-RECORD-TYPE           pic X(1).
               88 BJ-HEADER-RECORD      value "H".
               88 BJ-DETAIL-RECORD      value "D".
               88 BJ-TRAILER-RECORD     value "T".
           05 BJ-SOURCE-SYSTEM         pic X(8).
           05 BJ-PERIOD                pic 9(6).
           05 BJ-RECORD-DETAIL         pic X(105).

           05 BJ-HEADER-DETAIL redefines BJ-RECORD-DETAIL.
               10 BJ-RUN-DATE          pic 9(8).
               10 BJ-RUN-TIME          pic X(8).
               10 FILLER               pic X(89).

           05 BJ-ENTRY-DETAIL redefines BJ-RECORD-DETAIL.
               10 BJ-SEQUENCE          pic 9(5).
               10 BJ-ACCOUNT           pic X(12).
               10 BJ-COST-CENTRE       pic X(8).
               10 BJ-DEBIT-CREDIT      pic X(1).
                   88 BJ-DEBIT          value "D".
                   88 BJ-CREDIT         value "C".
               10 BJ-AMOUNT            pic 9(11)V9(2).
               10 BJ-RUN-COUNT         pic 9(7).
               10 BJ-ELAPSED-SECONDS   pic 9(9)V9(2).
               10 BJ-NARRATIVE         pic X(30).
               10 FILLER               pic X(18).

           05 BJ-TRAILER-DETAIL redefines BJ-RECORD-DETAIL.
               10 BJ-DETAIL-COUNT      pic 9(5).
               10 BJ-DEBIT-TOTAL       pic 9(13)V9(2).
               10 BJ-CREDIT-TOTAL      pic 9(13)V9(2).
               10 FILLER               pic X(70).
