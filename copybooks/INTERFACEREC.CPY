           05 IF-MONTHLYPMI           PIC 9(8)V99.
           05 IF-MONTHLYESCROW        PIC 9(8)V99.
           05 IF-PITIPAYMENT          PIC 9(8)V99.
      *> The business day the loan went onto the master - a parked
      *> REFER/DECLINED image is re-dated by the release run that
      *> books it - so the ledger books each funding on its day.
           05 IF-BOOKEDDATE           PIC 9(8).
      *> Blank for a new loan booked; "M" when the record carries
      *> the new terms of a modified or recast loan - the amount is
      *> then the balance re-amortized, the total interest what the
      *> new schedule will collect, and the escrow collection goes
      *> whole, the master not splitting it into tax and insurance.
           05 IF-ACTIONCODE           PIC X.
