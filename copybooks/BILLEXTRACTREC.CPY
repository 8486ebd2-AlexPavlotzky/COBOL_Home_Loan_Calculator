      *> Fixed-format monthly billing extract for the statement print
      *> vendor - one per active loan, laid out for the vendor's
      *> intake the same way the year-end tax-form extract is: the
      *> amounts the statement prints, then the remittance coupon.
      *> The coupon scan line is what the lockbox keys from when the
      *> coupon comes back with the payment - loan, the due month
      *> being paid and the total amount due, closed by a mod-10
      *> check digit over the due month and amount digits. The
      *> borrower's name and mailing address from the borrower
      *> master close the record (blank when none is on file).
       01  BILLEXTRACTRECORD.
           05 BX-LOANID              PIC X(10).
           05 BX-STMTYYYYMM          PIC 9(6).
           05 BX-BILLYYYYMM          PIC 9(6).
           05 BX-NEXTDUEYYYYMM       PIC 9(6).
           05 BX-CURRENTDUE          PIC 9(8)V99.
           05 BX-PASTDUE             PIC 9(8)V99.
           05 BX-LATEFEESDUE         PIC 9(8)V99.
           05 BX-SUSPENSEBALANCE     PIC 9(8)V99.
           05 BX-TOTALDUE            PIC 9(8)V99.
           05 BX-PRINCIPALBALANCE    PIC 9(8)V99.
           05 BX-ESCROWBALANCE       PIC 9(8)V99.
           05 BX-INTERESTPAID        PIC 9(8)V99.
           05 BX-PRINCIPALPAID       PIC 9(8)V99.
           05 BX-ESCROWPAID          PIC 9(8)V99.
           05 BX-YTDINTEREST         PIC 9(10)V99.
           05 BX-COUPONLINE.
               10 BX-CPN-LOANID      PIC X(10).
               10 BX-CPN-DUEYYYYMM   PIC 9(6).
               10 BX-CPN-AMOUNT      PIC 9(8)V99.
               10 BX-CPN-CHECKDIGIT  PIC 9.
           05 BX-BORROWERNAME        PIC X(40).
           05 BX-COBORROWERNAME      PIC X(40).
           05 BX-ADDRESSLINE1        PIC X(40).
           05 BX-ADDRESSLINE2        PIC X(40).
           05 BX-CITY                PIC X(25).
           05 BX-STATE               PIC X(2).
           05 BX-ZIPCODE             PIC X(10).
