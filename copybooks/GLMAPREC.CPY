      *> General ledger account mapping - one per accounting leg the
      *> servicing activity posts to, maintained by accounting in
      *> GLACCOUNTMAP.DAT so a chart-of-accounts change is a file
      *> edit, not a program change. GM-ENTRYKEY is the leg the
      *> ledger run knows by name (CASH, LOANPRIN, INTINC, ...);
      *> several keys may map to the one GL account. The normal side
      *> (D or C) sets which way the balance reads on the report, and
      *> a control type ties the account to the master position the
      *> trial balance proves it against: L principal balance, E
      *> escrow balance, S suspense balance, F late fees due, blank
      *> for accounts the master does not carry.
       01  GLMAPRECORD.
           05 GM-ENTRYKEY            PIC X(8).
           05 GM-ACCOUNT             PIC X(12).
           05 GM-DESCRIPTION         PIC X(30).
           05 GM-NORMALSIDE          PIC X.
           05 GM-CONTROLTYPE         PIC X.
