      *> Fixed-format year-end extract record for the tax-form print
      *> vendor - one per borrower with reportable activity: the
      *> calendar year's interest paid (the Form 1098 box), property
      *> tax disbursed from escrow, and PMI collected - followed by
      *> the payer of record's name, taxpayer ID and mailing address
      *> from the borrower master (blank when none is on file).
       01  TAXFORMRECORD.
           05 TX-LOANID              PIC X(10).
           05 TX-STMTYEAR            PIC 9(4).
           05 TX-INTERESTPAID        PIC 9(10)V99.
           05 TX-TAXDISBURSED        PIC 9(10)V99.
           05 TX-PMIPAID             PIC 9(10)V99.
           05 TX-BORROWERNAME        PIC X(40).
           05 TX-BORROWERTIN         PIC X(9).
           05 TX-COBORROWERNAME      PIC X(40).
           05 TX-ADDRESSLINE1        PIC X(40).
           05 TX-ADDRESSLINE2        PIC X(40).
           05 TX-CITY                PIC X(25).
           05 TX-STATE               PIC X(2).
           05 TX-ZIPCODE             PIC X(10).
