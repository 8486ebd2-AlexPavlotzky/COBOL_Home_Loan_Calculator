      *> Qualification decision record - one per accepted loan, the
      *> file the underwriting desk works from. Carries the ratios
      *> and the inputs behind them so a REFER can be reviewed
      *> without pulling the application back up. The decision
      *> date, the loan terms, the disclosed APR, the application's
      *> monitoring fields (HMDAFIELDSIN image) and an adjustable
      *> loan's initial fixed period follow for the year-end
      *> application register.
       01  DECISIONRECORD.
           05 DC-LOANID               PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-GROSSMONTHLYINCOME   PIC 9(7)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-MONTHLYDEBTS         PIC 9(7)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-DECISIONDATE         PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-APR                  PIC 9(3)V999.
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-LOANAMOUNT           PIC 9(8)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-NOTERATE             PIC 9(3)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-LOANTERMYEARS        PIC 9(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-ARMFLAG              PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-HOMEVALUE            PIC 9(8)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-HMDAFIELDS           PIC X(118).
           05 FILLER                  PIC X VALUE SPACE.
           05 DC-FIXEDPERIODMONTHS    PIC 9(3).
