      *> Payoff quote log - one record appended for every payoff
      *> statement issued, whether only quoted or quoted and posted.
      *> A loan whose latest quote is still good on a given date
      *> (PO-GOODTHRUDATE not before it) has a payoff pending: the
      *> title company is closing on the quoted figure, so nothing
      *> else may be collected against the loan in the meantime.
      *> PO-NETPAYOFF is the net quoted for the good-through date,
      *> floored at zero the way the payoff history row is, and
      *> PO-POSTED is "Y" when the same run booked the payoff.
       01  PAYOFFLOGRECORD.
           05 PO-LOANID              PIC X(10).
           05 PO-QUOTEDATE           PIC 9(8).
           05 PO-GOODTHRUDATE        PIC 9(8).
           05 PO-NETPAYOFF           PIC 9(8)V99.
           05 PO-POSTED              PIC X.
