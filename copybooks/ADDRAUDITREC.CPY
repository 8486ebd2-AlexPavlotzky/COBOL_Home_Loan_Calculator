      *> Borrower name/address change audit record - one per change
      *> the maintenance program makes to the borrower master, with
      *> who made it, when, and the whole borrower record before and
      *> after. AA-ACTION: "ADDRESS" mailing address only, "NAME"
      *> names or taxpayer IDs only, "NAMEADDR" both, "ADD" a record
      *> keyed for a loan that had none on file. The images carry
      *> headroom over the borrower record length, the same way the
      *> pending record carries its images.
       01  ADDRESSAUDITRECORD.
           05 AA-TIMESTAMP            PIC X(17).
           05 FILLER                  PIC X VALUE SPACE.
           05 AA-OPERATORID           PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 AA-LOANID               PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
           05 AA-ACTION               PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 AA-BEFOREIMAGE          PIC X(250).
           05 AA-AFTERIMAGE           PIC X(250).
