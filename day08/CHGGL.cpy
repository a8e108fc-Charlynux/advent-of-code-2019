      *> Chargeback general-ledger extract record ('chggl'): one per
      *> cost center and charge code billed in the period, for the
      *> finance month-end journal - debit the cost center, credit
      *> GLX-GL-ACCOUNT from the rate table. The amount carries two
      *> decimals; GLX-PROBES is how many of the cost center's probes
      *> the line covers.
           05 GLX-PERIOD PIC X(6).
           05 GLX-COST-CENTER PIC X(8).
           05 GLX-CHARGE-CODE PIC X(8).
           05 GLX-GL-ACCOUNT PIC X(10).
           05 GLX-UNITS PIC 9(13).
           05 GLX-AMOUNT PIC 9(11)V9(2).
           05 GLX-PROBES PIC 9(5).
