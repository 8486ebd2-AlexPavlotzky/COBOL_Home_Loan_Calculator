      *> Working storage behind the borrower name and address
      *> lookup - the file status, the lookup key, and the mailing
      *> block a notice prints at the head of each borrower's page:
      *> borrower, co-borrower, street lines and city/state/ZIP,
      *> blank lines dropped, so every program addresses the
      *> borrower identically. Copied alongside the BORROWERSUPPORT
      *> paragraphs and the BORROWERREC file description, the same
      *> way the index-value support is shared.
       01 WS-BORROWER-FILE-STATUS  PIC XX.
       01 BORROWERFILEOPEN         PIC X VALUE "N".
       01 BORROWERFOUND            PIC X.
       01 BORROWERLOOKUPID         PIC X(10).
       01 MAILINGBLOCK.
           05 MAILINGLINECOUNT     PIC 9 VALUE 0.
           05 MAILINGLINE          PIC X(60) OCCURS 5 TIMES.
       01 MAILINGIDX               PIC 9.
       01 CITYSTATEZIPLINE         PIC X(60).
