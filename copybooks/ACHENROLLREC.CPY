      *> ACH auto-draft enrollment - one record per enrolled loan,
      *> keyed by the same LOANID as the loan master and kept by the
      *> enrollment maintenance program. The borrower's bank: ABA
      *> routing number (nine digits, check digit included), account
      *> number, "C" checking or "S" savings, and the name on the
      *> account as the bank will see it on the entry. The draft run
      *> takes LM-PITIPAYMENT plus AE-EXTRAPRINCIPAL on AE-DRAFTDAY
      *> of each month (1-28, so every month has the day).
      *> AE-STATUS: "A" active, "S" suspended by the borrower or the
      *> servicer, "C" cancelled - a cancelled enrollment is kept
      *> for its history, not deleted. AE-LASTDRAFTDATE is the
      *> business date of the latest draft, so a month is never
      *> drafted twice.
       01  ACHENROLLMENTRECORD.
           05 AE-LOANID              PIC X(10).
           05 AE-BANKACCOUNT.
               10 AE-ROUTINGNUMBER   PIC X(9).
               10 AE-ACCOUNTNUMBER   PIC X(17).
               10 AE-ACCOUNTTYPE     PIC X.
               10 AE-ACCOUNTNAME     PIC X(22).
           05 AE-DRAFTDAY            PIC 9(2).
           05 AE-EXTRAPRINCIPAL      PIC 9(6)V99.
           05 AE-STATUS              PIC X.
           05 AE-ENROLLDATE          PIC 9(8).
           05 AE-LASTCHANGEDATE      PIC 9(8).
           05 AE-LASTCHANGEOPERATOR  PIC X(8).
           05 AE-LASTDRAFTDATE       PIC 9(8).
           05 AE-LASTDRAFTAMOUNT     PIC 9(8)V99.
