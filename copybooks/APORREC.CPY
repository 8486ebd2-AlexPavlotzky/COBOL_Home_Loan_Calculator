      *> Average prime offer rates - the weekly benchmark table the
      *> register's rate spread is measured against, kept by
      *> compliance in APORRATES.DAT from the published survey
      *> tables the same way accounting keeps the GL account map.
      *> One record per week, amortization type (F fixed,
      *> V variable) and term in years; the rate in force for a
      *> loan is the latest week on or before the date its rate was
      *> set. Rates are annual percentages like the note rate.
       01  APORRECORD.
           05 AR-EFFECTIVEDATE       PIC 9(8).
           05 AR-AMORTTYPE           PIC X.
           05 AR-TERMYEARS           PIC 9(2).
           05 AR-APOR                PIC 9(2)V999.
