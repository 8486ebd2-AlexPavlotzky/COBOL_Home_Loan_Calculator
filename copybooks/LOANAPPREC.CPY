      *> margin-only reset move - the code field postdates most of
      *> the ARM records on file.
           05 INDEXCODEIN            PIC X(8).
      *> Borrower of record - names, taxpayer IDs and the mailing
      *> address the borrower's notices go to. Carried through
      *> booking onto the borrower master (BORROWERREC), which is
      *> where the address is maintained from then on. A blank
      *> co-borrower name means a single borrower.
           05 BORROWERNAMEIN         PIC X(40).
           05 BORROWERTININ          PIC X(9).
           05 COBORROWERNAMEIN       PIC X(40).
           05 COBORROWERTININ        PIC X(9).
           05 MAILADDRESSLINE1IN     PIC X(40).
           05 MAILADDRESSLINE2IN     PIC X(40).
           05 MAILCITYIN             PIC X(25).
           05 MAILSTATEIN            PIC X(2).
           05 MAILZIPCODEIN          PIC X(10).
      *> Government monitoring fields for the loan application
      *> register, captured at application and carried through the
      *> decision record to the year-end register. Codes follow the
      *> register's own code lists:
      *>   loan type      1 conventional 2 FHA 3 VA 4 USDA/RHS
      *>   loan purpose   1 purchase 2 home improvement
      *>                  31 refinance 32 cash-out refinance 4 other
      *>   occupancy      1 principal residence 2 second home
      *>                  3 investment property
      *>   lien status    1 first lien 2 subordinate lien
      *>   ethnicity      1 Hispanic or Latino 2 not Hispanic or
      *>                  Latino 3 not provided 4 not applicable
      *>                  5 no co-applicant
      *>   race           1 American Indian/Alaska Native 2 Asian
      *>                  3 Black/African American 4 Native
      *>                  Hawaiian/Pacific Islander 5 White
      *>                  6 not provided 7 not applicable
      *>                  8 no co-applicant
      *>   sex            1 male 2 female 3 not provided
      *>                  4 not applicable 5 no co-applicant
      *> Property location is the subject property, not the mailing
      *> address - county is the 5-digit state/county FIPS code,
      *> census tract the 11-digit tract number.
           05 HMDAFIELDSIN.
               10 APPLICATIONDATEIN      PIC 9(8).
               10 LOANTYPEIN             PIC X.
               10 LOANPURPOSEIN          PIC X(2).
               10 OCCUPANCYIN            PIC X.
               10 LIENSTATUSIN           PIC X.
               10 PROPERTYADDRESSIN      PIC X(40).
               10 PROPERTYCITYIN         PIC X(25).
               10 PROPERTYSTATEIN        PIC X(2).
               10 PROPERTYZIPCODEIN      PIC X(10).
               10 PROPERTYCOUNTYIN       PIC X(5).
               10 PROPERTYTRACTIN        PIC X(11).
               10 APPLICANTETHNICITYIN   PIC X.
               10 APPLICANTRACEIN        PIC X.
               10 APPLICANTSEXIN         PIC X.
               10 APPLICANTAGEIN         PIC 9(3).
               10 COAPPLICANTETHNICITYIN PIC X.
               10 COAPPLICANTRACEIN      PIC X.
               10 COAPPLICANTSEXIN       PIC X.
               10 COAPPLICANTAGEIN       PIC 9(3).
