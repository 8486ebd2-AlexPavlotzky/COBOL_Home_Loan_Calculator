      *> Monthly credit bureau reporting file, laid out after the
      *> Metro 2 base segment - a HEADER record, one BASE record per
      *> loan on the master, and a TRAILER carrying the counts and
      *> totals the bureau balances the file to. Amounts are whole
      *> dollars as the bureaus take them, dates are YYYYMMDD and
      *> zero where there is none.
       01  BUREAUHEADERRECORD.
           05 BH-RECORDID            PIC X(7).
           05 BH-REPORTERID          PIC X(10).
           05 BH-REPORTERNAME        PIC X(30).
           05 BH-ACTIVITYDATE        PIC 9(8).
           05 BH-CREATEDDATE         PIC 9(8).
           05 FILLER                 PIC X(57).
      *> BB-ACCOUNTSTATUS: 11 current, 71 30-59 days past due, 78
      *> 60-89, 80 90-119, 82 120-149, 83 150-179, 84 180 and over,
      *> 13 paid in full. BB-DATECLOSED is the last payment date of a
      *> paid-in-full loan.
       01  BUREAUBASERECORD.
           05 BB-RECORDID            PIC X(7).
           05 BB-ACCOUNTNUMBER       PIC X(10).
           05 BB-PORTFOLIOTYPE       PIC X.
           05 BB-ACCOUNTTYPE         PIC X(2).
           05 BB-ACCOUNTSTATUS       PIC X(2).
           05 BB-TERMSDURATION       PIC 9(3).
           05 BB-TERMSFREQUENCY      PIC X.
           05 BB-ORIGINALAMOUNT      PIC 9(9).
           05 BB-SCHEDULEDPAYMENT    PIC 9(9).
           05 BB-CURRENTBALANCE      PIC 9(9).
           05 BB-AMOUNTPASTDUE       PIC 9(9).
           05 BB-DATELASTPAYMENT     PIC 9(8).
           05 BB-DATECLOSED          PIC 9(8).
           05 BB-DATEOFINFO          PIC 9(8).
           05 FILLER                 PIC X(34).
       01  BUREAUTRAILERRECORD.
           05 BT-RECORDID            PIC X(7).
           05 BT-BASECOUNT           PIC 9(9).
           05 BT-STATUSCOUNTS.
               10 BT-COUNT11         PIC 9(9).
               10 BT-COUNT71         PIC 9(9).
               10 BT-COUNT78         PIC 9(9).
               10 BT-COUNT80         PIC 9(9).
               10 BT-COUNT82         PIC 9(9).
               10 BT-COUNT83         PIC 9(9).
               10 BT-COUNT84         PIC 9(9).
               10 BT-COUNT13         PIC 9(9).
           05 BT-STATUSCOUNT-TABLE REDEFINES BT-STATUSCOUNTS.
               10 BT-STATUSCOUNT     PIC 9(9) OCCURS 8 TIMES.
           05 BT-TOTALBALANCE        PIC 9(12).
           05 BT-TOTALPASTDUE        PIC 9(12).
           05 FILLER                 PIC X(8).
