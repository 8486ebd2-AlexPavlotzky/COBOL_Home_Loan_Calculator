      *> record number lead the record so they stay at fixed offsets
      *> as the application layout grows; RJ-APPLICATION is sized with
      *> headroom over the current LOANAPPRECORD length for the same
      *> reason. The business date the application was rejected on
      *> trails the image, clear of those offsets.
       01  REJECTRECORD.
           05 RJ-ORIGRECNO           PIC 9(8).
           05 RJ-REASON              PIC X(60).
           05 RJ-APPLICATION         PIC X(600).
           05 RJ-REJECTDATE          PIC 9(8).
