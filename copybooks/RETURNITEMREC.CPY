      *> Returned-item record - one per payment the bank sent back
      *> unpaid (NSF, closed account, stop payment): the loan, the
      *> payment date and amount exactly as the lockbox presented
      *> them to the posting run, the date the bank returned the
      *> item, and the bank's return reason code. The reversal run
      *> matches the first three against the payment history to
      *> find the posting it backs out.
       01  RETURNEDITEMRECORD.
           05 RI-LOANID              PIC X(10).
           05 RI-PAYMENTDATE         PIC 9(8).
           05 RI-AMOUNT              PIC 9(8)V99.
           05 RI-RETURNDATE          PIC 9(8).
           05 RI-REASONCODE          PIC X(4).
