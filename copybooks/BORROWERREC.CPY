      *> Borrower name and address master - one record per loan,
      *> keyed by the same LOANID as the loan master. The booking
      *> run writes it from the names and mailing address keyed on
      *> the application (the release run from the pending image);
      *> after booking, the maintenance program's change-of-address
      *> transaction keeps it current. Every notice, statement and
      *> vendor extract addresses the borrower from here.
      *> BO-BOOKEDDATE is the date the loan booked, BO-LASTCHANGE-
      *> DATE the date of the latest name or address change (zero
      *> until the first one).
       01  BORROWERRECORD.
           05 BO-LOANID              PIC X(10).
           05 BO-NAMES.
               10 BO-PRIMARYNAME     PIC X(40).
               10 BO-PRIMARYTIN      PIC X(9).
               10 BO-COBORROWERNAME  PIC X(40).
               10 BO-COBORROWERTIN   PIC X(9).
           05 BO-MAILINGADDRESS.
               10 BO-ADDRESSLINE1    PIC X(40).
               10 BO-ADDRESSLINE2    PIC X(40).
               10 BO-CITY            PIC X(25).
               10 BO-STATE           PIC X(2).
               10 BO-ZIPCODE         PIC X(10).
           05 BO-BOOKEDDATE          PIC 9(8).
           05 BO-LASTCHANGEDATE      PIC 9(8).
