      *> Fixed-format journal-entry line for the general ledger's
      *> intake - one debit or credit leg per record, every
      *> servicing transaction written as a balanced set of legs
      *> under its loan, in the business date's file.
       01  GLENTRYRECORD.
           05 GE-BUSINESSDATE        PIC 9(8).
           05 GE-ACCOUNT             PIC X(12).
           05 GE-DRCR                PIC X.
           05 GE-AMOUNT              PIC 9(10)V99.
           05 GE-ENTRYKEY            PIC X(8).
           05 GE-SOURCE              PIC X(8).
           05 GE-LOANID              PIC X(10).
           05 GE-DESCRIPTION         PIC X(30).
