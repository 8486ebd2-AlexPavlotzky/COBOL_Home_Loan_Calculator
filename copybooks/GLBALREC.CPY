      *> Running ledger balance per mapped leg, carried from one
      *> ledger run to the next in GLBALANCES.DAT. The run keeps the
      *> totals as they stood before the business date it posted as
      *> well as after, so a re-run of the same date starts again
      *> from the opening figures instead of posting the day twice.
       01  GLBALANCERECORD.
           05 GB-ENTRYKEY            PIC X(8).
           05 GB-ACCOUNT             PIC X(12).
           05 GB-ASOFDATE            PIC 9(8).
           05 GB-OPENDEBITS          PIC 9(13)V99.
           05 GB-OPENCREDITS         PIC 9(13)V99.
           05 GB-CLOSEDEBITS         PIC 9(13)V99.
           05 GB-CLOSECREDITS        PIC 9(13)V99.
