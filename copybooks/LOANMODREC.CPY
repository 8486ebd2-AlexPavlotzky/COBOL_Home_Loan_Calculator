      *> Loan modification request - one per booked loan servicing
      *> has approved for new terms. MR-MODTYPE "M" is a hardship
      *> modification: a new note rate and/or a new term in years
      *> (zero keeps the loan's own), with past-due interest, an
      *> escrow shortage the servicer advanced, and unpaid fees
      *> capitalized into the balance, the loan brought current.
      *> "R" is a recast after a large curtailment: the same rate
      *> and remaining term, the payment re-amortized down on the
      *> reduced balance - nothing else may change.
       01  LOANMODRECORD.
           05 MR-LOANID              PIC X(10).
           05 MR-MODTYPE             PIC X.
           05 MR-NEWRATE             PIC 9(3)V99.
           05 MR-NEWTERMYEARS        PIC 9(3).
           05 MR-CAPINTEREST         PIC 9(8)V99.
           05 MR-CAPESCROW           PIC 9(8)V99.
           05 MR-CAPFEES             PIC 9(8)V99.
