           05 PH-SUSPENSERELEASED    PIC 9(8)V99.
           05 PH-SUSPENSEBALANCE     PIC 9(8)V99.
           05 PH-FLAGS               PIC X(40).
      *> A "REVERSED" row backs a returned payment out: it carries
      *> the original's payment date and amount in the fields above
      *> and the amounts it backed out in the applied fields - for
      *> a POSTED original the split, with PH-SUSPENSERELEASED the
      *> held funds put back into suspense; for a SUSPENSE original
      *> PH-SUSPENSERELEASED is the amount taken back out of
      *> suspense and the principal field any part of it a later
      *> payment had already released. Its flags area points at
      *> the row it reverses - the original's type and posting
      *> date - plus the bank's return reason and the returned-
      *> item fee assessed. PH-ESCROWAPPLIED is only the escrow
      *> actually taken back out of the escrow account; where the
      *> account had already paid part of the collection away, the
      *> shortfall the servicer advanced is PH-REVESCROWADVANCE,
      *> and the two together are the escrow the original paid.
           05 PH-REVERSALREF REDEFINES PH-FLAGS.
               10 PH-REVORIGTYPE     PIC X(9).
               10 PH-REVORIGPOSTDATE PIC 9(8).
               10 PH-REVREASONCODE   PIC X(4).
               10 PH-REVFEE          PIC 9(6)V99.
               10 PH-REVESCROWADVANCE PIC 9(8)V99.
               10 FILLER             PIC X(1).
      *> A "PAYOFF" row settles the whole account: beyond the net
      *> remitted, the principal, the accrued interest and the
      *> suspense credited in the fields above, its flags area
      *> carries the escrow balance refunded against the payoff and
      *> the late fees it collected, so the ledger can book every
      *> balance the payoff closed. A "LATEFEE" row is one fee the
      *> delinquency sweep assessed, the fee in PH-AMOUNT and the
      *> sweep's as-of date in PH-PAYMENTDATE.
           05 PH-PAYOFFREF REDEFINES PH-FLAGS.
               10 PH-PAYOFFTEXT      PIC X(20).
               10 PH-PAYOFFESCROW    PIC 9(8)V99.
               10 PH-PAYOFFFEES      PIC 9(8)V99.
      *> A "MODIFIED" row records new terms put on the loan: the
      *> total capitalized in PH-AMOUNT, of which the past-due
      *> interest in PH-INTERESTAPPLIED and the escrow advance in
      *> PH-ESCROWAPPLIED, the new balance after. Its flags area
      *> says which kind (MODIFY or RECAST) with the new rate, the
      *> new payment, the fees capitalized and the periods the
      *> balance was re-amortized over.
           05 PH-MODREF REDEFINES PH-FLAGS.
               10 PH-MODKIND         PIC X(6).
               10 PH-MODNEWRATE      PIC 9(3)V99.
               10 PH-MODNEWPAYMENT   PIC 9(8)V99.
               10 PH-MODFEES         PIC 9(8)V99.
               10 PH-MODPERIODS      PIC 9(5).
               10 FILLER             PIC X(4).
