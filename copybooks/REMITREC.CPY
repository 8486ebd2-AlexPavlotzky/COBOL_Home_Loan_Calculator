      *> Monthly investor remittance file - one batch per investor:
      *> a HEADER, a POOL record and the pool's LOAN records for
      *> each of the investor's pools, and a TRAILER the investor
      *> balances the batch and the wire to. Interest is the
      *> investor's share at the pass-through rate - the servicing
      *> fee has already been held back. Scheduled figures are what
      *> the loans owed for the month, actual what they paid.
       01  REMITHEADERRECORD.
           05 RH-RECORDID            PIC X(7).
           05 RH-INVESTORID          PIC X(8).
           05 RH-INVESTORNAME        PIC X(30).
           05 RH-REMITYYYYMM         PIC 9(6).
           05 RH-CREATEDDATE         PIC 9(8).
           05 FILLER                 PIC X(61).
       01  REMITPOOLRECORD.
           05 RP-RECORDID            PIC X(7).
           05 RP-INVESTORID          PIC X(8).
           05 RP-POOLID              PIC X(8).
           05 RP-PASSTHRURATE        PIC 9(2)V999.
           05 RP-SERVICINGFEE        PIC 9(2)V999.
           05 RP-LOANCOUNT           PIC 9(5).
           05 RP-SCHEDPRINCIPAL      PIC 9(10)V99.
           05 RP-SCHEDINTEREST       PIC 9(10)V99.
           05 RP-PRINCIPAL           PIC 9(10)V99.
           05 RP-INTEREST            PIC 9(10)V99.
           05 RP-PAYOFFPRINCIPAL     PIC 9(10)V99.
           05 RP-REMITAMOUNT         PIC 9(10)V99.
           05 FILLER                 PIC X(10).
      *> RL-PAIDOFF is "Y" when the loan paid in full in the month -
      *> its principal then includes the payoff.
       01  REMITLOANRECORD.
           05 RL-RECORDID            PIC X(7).
           05 RL-INVESTORID          PIC X(8).
           05 RL-POOLID              PIC X(8).
           05 RL-LOANID              PIC X(10).
           05 RL-OPENINGBALANCE      PIC 9(8)V99.
           05 RL-SCHEDPRINCIPAL      PIC 9(8)V99.
           05 RL-SCHEDINTEREST       PIC 9(8)V99.
           05 RL-PRINCIPAL           PIC 9(8)V99.
           05 RL-INTEREST            PIC 9(8)V99.
           05 RL-CLOSINGBALANCE      PIC 9(8)V99.
           05 RL-REMITAMOUNT         PIC 9(8)V99.
           05 RL-PAIDOFF             PIC X.
           05 FILLER                 PIC X(16).
       01  REMITTRAILERRECORD.
           05 RT-RECORDID            PIC X(7).
           05 RT-INVESTORID          PIC X(8).
           05 RT-POOLCOUNT           PIC 9(5).
           05 RT-LOANCOUNT           PIC 9(7).
           05 RT-REMITAMOUNT         PIC 9(12)V99.
           05 FILLER                 PIC X(79).
