      *> Working storage behind the processing-date control record -
      *> the business date the run processes for, split for the
      *> programs that work in months and years, and the scratch
      *> fields the step check-in and completion paragraphs use.
      *> Copied by every batch program alongside the BUSDATESUPPORT
      *> paragraphs and the BUSDATEREC file description. The
      *> program moves its own step name to STEPNAME before it
      *> checks in.
       01 WS-BUSDATE-FILE-STATUS   PIC XX.
       01 WS-BUSDATE-REL-KEY       PIC 9(8).
       01 BUSINESSDATE             PIC 9(8).
       01 BUSINESSDATE-SPLIT REDEFINES BUSINESSDATE.
           05 BUS-YEAR             PIC 9(4).
           05 BUS-MONTH            PIC 9(2).
           05 BUS-DAY              PIC 9(2).
      *> The business date the control record rolled from - zero
      *> until the first roll after the control record is created.
       01 PRIORBUSINESSDATE        PIC 9(8).
       01 STEPNAME                 PIC X(8).
       01 STEPCLEARED              PIC X VALUE "N".
       01 STEPREFUSAL              PIC X(60).
       01 STEPIDX                  PIC 9(2).
       01 STEPOWNIDX               PIC 9(2).
       01 STEPPREREQIDX            PIC 9(2).
       01 STEPLOOKUPNAME           PIC X(8).
       01 STEPLOOKUPSTATUS         PIC X.
       01 STEPSTAMPDATE            PIC 9(8).
       01 STEPSTAMPTIME            PIC 9(8).
       01 STEPTIMESTAMP            PIC X(17).
