      *> Loan application register - a transmittal record naming
      *> the reporter, the activity year and the count of
      *> application records, then one application record per
      *> application acted on in the year. HL-ACTIONTAKEN:
      *> 1 originated, 2 approved not accepted, 3 denied,
      *> 4 withdrawn by the applicant, 5 closed for incompleteness.
      *> The denial reason is the underwriter's reason code, blank
      *> unless denied. Income is gross annual income in whole
      *> thousands. The rate spread is the disclosed APR less the
      *> average prime offer rate, reported for originations and
      *> approvals not accepted only - "NA" otherwise.
       01  HMDATRANSMITTALRECORD.
           05 HT-RECORDID            PIC X.
           05 HT-REPORTERID          PIC X(10).
           05 HT-REPORTERNAME        PIC X(30).
           05 HT-ACTIVITYYEAR        PIC 9(4).
           05 HT-LARCOUNT            PIC 9(7).
           05 HT-CREATEDDATE         PIC 9(8).
           05 FILLER                 PIC X(160).
       01  HMDALARRECORD.
           05 HL-RECORDID            PIC X.
           05 HL-LOANID              PIC X(10).
           05 HL-APPLICATIONDATE     PIC 9(8).
           05 HL-LOANTYPE            PIC X.
           05 HL-LOANPURPOSE         PIC X(2).
           05 HL-OCCUPANCY           PIC X.
           05 HL-LIENSTATUS          PIC X.
           05 HL-LOANAMOUNT          PIC 9(8)V99.
           05 HL-ACTIONTAKEN         PIC X.
           05 HL-ACTIONDATE          PIC 9(8).
           05 HL-DENIALREASON        PIC X(4).
           05 HL-PROPERTYADDRESS     PIC X(40).
           05 HL-PROPERTYCITY        PIC X(25).
           05 HL-PROPERTYSTATE       PIC X(2).
           05 HL-PROPERTYZIPCODE     PIC X(10).
           05 HL-PROPERTYCOUNTY      PIC X(5).
           05 HL-PROPERTYTRACT       PIC X(11).
           05 HL-APPLICANTETHNICITY  PIC X.
           05 HL-APPLICANTRACE       PIC X.
           05 HL-APPLICANTSEX        PIC X.
           05 HL-APPLICANTAGE        PIC 9(3).
           05 HL-COAPPETHNICITY      PIC X.
           05 HL-COAPPRACE           PIC X.
           05 HL-COAPPSEX            PIC X.
           05 HL-COAPPAGE            PIC 9(3).
           05 HL-INCOME              PIC 9(6).
           05 HL-NOTERATE            PIC 9(3)V99.
           05 HL-LOANTERMMONTHS      PIC 9(3).
           05 HL-PROPERTYVALUE       PIC 9(8)V99.
           05 HL-RATESPREAD          PIC X(7).
           05 HL-RATESPREADVALUE REDEFINES HL-RATESPREAD
                                     PIC -99.999.
           05 FILLER                 PIC X(37).
