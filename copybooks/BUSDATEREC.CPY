      *> Processing-date control record - the single record (relative
      *> record 1) of BUSDATE.DAT. BD-BUSINESSDATE is the business
      *> date every batch program processes for; the end-of-day
      *> rollover advances it once the cycle is complete and keeps
      *> the date it replaced in BD-PRIORBUSINESSDATE.
      *> One step entry per job in the cycle, laid down by the
      *> rollover from its cycle definition: the step name the job
      *> checks in under, whether the nightly cycle requires it
      *> before the date can roll, up to three steps that must be
      *> complete before it may start, and the step whose completion
      *> closes the date to it (a job that writes ledger activity
      *> cannot run once the day's ledger feed is done). Status is
      *> blank until the job starts, "S" started, "C" completed for
      *> the business date; the timestamp is the last change.
       01  BUSINESSDATERECORD.
           05 BD-BUSINESSDATE        PIC 9(8).
           05 BD-PRIORBUSINESSDATE   PIC 9(8).
           05 BD-ROLLEDTIMESTAMP     PIC X(17).
           05 BD-STEPCOUNT           PIC 9(2).
           05 BD-STEPENTRY OCCURS 20 TIMES.
               10 BD-STEPNAME        PIC X(8).
               10 BD-STEPREQUIRED    PIC X.
               10 BD-STEPPREREQ      PIC X(8) OCCURS 3 TIMES.
               10 BD-STEPCUTOFF      PIC X(8).
               10 BD-STEPSTATUS      PIC X.
               10 BD-STEPTIMESTAMP   PIC X(17).
