      *> Investor pool file - who owns each loan we service, kept by
      *> secondary marketing in INVESTORPOOLS.DAT the same way
      *> accounting keeps the GL account map. Two kinds of record:
      *> a "P" record defines a pool - the investor it was sold to,
      *> the pass-through rate the investor is paid on the pool's
      *> balances and the servicing fee we keep, both annual rates
      *> in percent like the note rate - and an "L" record assigns
      *> one booked loan to a pool from the date it was sold into
      *> it. A loan with no "L" record is still ours.
       01  INVESTORPOOLRECORD.
           05 IP-RECORDTYPE          PIC X.
           05 IP-POOLDEFINITION.
               10 IP-POOLID          PIC X(8).
               10 IP-INVESTORID      PIC X(8).
               10 IP-INVESTORNAME    PIC X(30).
               10 IP-PASSTHRURATE    PIC 9(2)V999.
               10 IP-SERVICINGFEE    PIC 9(2)V999.
           05 IP-LOANASSIGNMENT REDEFINES IP-POOLDEFINITION.
               10 IP-LOANID          PIC X(10).
               10 IP-ASSIGNEDPOOLID  PIC X(8).
               10 IP-ASSIGNEDDATE    PIC 9(8).
               10 FILLER             PIC X(30).
