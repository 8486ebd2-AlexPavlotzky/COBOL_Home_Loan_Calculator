      *> Outbound ACH file in the NACHA format the bank takes - 94-
      *> byte records: a file header ("1"), one batch header ("5")
      *> for the day's PPD debits, an entry detail ("6") per draft,
      *> the batch control ("8") and the file control ("9"), the
      *> file padded with all-nines records to a whole block of
      *> ten. Amounts are in cents. The entry hash is the sum of
      *> the 8-digit bank identifiers of the entries, carried to
      *> its low-order ten digits.
       01  NACHAFILEHEADER.
           05 NF-RECORDTYPE          PIC X.
           05 NF-PRIORITYCODE        PIC X(2).
           05 NF-DESTINATION         PIC X(10).
           05 NF-ORIGIN              PIC X(10).
           05 NF-CREATIONDATE        PIC 9(6).
           05 NF-CREATIONTIME        PIC 9(4).
           05 NF-FILEIDMODIFIER      PIC X.
           05 NF-RECORDSIZE          PIC X(3).
           05 NF-BLOCKINGFACTOR      PIC X(2).
           05 NF-FORMATCODE          PIC X.
           05 NF-DESTINATIONNAME     PIC X(23).
           05 NF-ORIGINNAME          PIC X(23).
           05 NF-REFERENCECODE       PIC X(8).
       01  NACHABATCHHEADER.
           05 NB-RECORDTYPE          PIC X.
           05 NB-SERVICECLASS        PIC X(3).
           05 NB-COMPANYNAME         PIC X(16).
           05 NB-DISCRETIONARY       PIC X(20).
           05 NB-COMPANYID           PIC X(10).
           05 NB-ENTRYCLASS          PIC X(3).
           05 NB-ENTRYDESCRIPTION    PIC X(10).
           05 NB-DESCRIPTIVEDATE     PIC X(6).
           05 NB-EFFECTIVEDATE       PIC 9(6).
           05 NB-SETTLEMENTDATE      PIC X(3).
           05 NB-ORIGINATORSTATUS    PIC X.
           05 NB-ODFIID              PIC X(8).
           05 NB-BATCHNUMBER         PIC 9(7).
       01  NACHAENTRYDETAIL.
           05 NE-RECORDTYPE          PIC X.
           05 NE-TRANSACTIONCODE     PIC X(2).
           05 NE-RDFIID              PIC 9(8).
           05 NE-CHECKDIGIT          PIC X.
           05 NE-ACCOUNTNUMBER       PIC X(17).
           05 NE-AMOUNT              PIC 9(8)V99.
           05 NE-INDIVIDUALID        PIC X(15).
           05 NE-INDIVIDUALNAME      PIC X(22).
           05 NE-DISCRETIONARY       PIC X(2).
           05 NE-ADDENDAINDICATOR    PIC X.
           05 NE-TRACENUMBER.
               10 NE-TRACEODFI       PIC X(8).
               10 NE-TRACESEQUENCE   PIC 9(7).
       01  NACHABATCHCONTROL.
           05 NC-RECORDTYPE          PIC X.
           05 NC-SERVICECLASS        PIC X(3).
           05 NC-ENTRYCOUNT          PIC 9(6).
           05 NC-ENTRYHASH           PIC 9(10).
           05 NC-TOTALDEBIT          PIC 9(10)V99.
           05 NC-TOTALCREDIT         PIC 9(10)V99.
           05 NC-COMPANYID           PIC X(10).
           05 NC-AUTHENTICATION      PIC X(19).
           05 NC-RESERVED            PIC X(6).
           05 NC-ODFIID              PIC X(8).
           05 NC-BATCHNUMBER         PIC 9(7).
       01  NACHAFILECONTROL.
           05 NT-RECORDTYPE          PIC X.
           05 NT-BATCHCOUNT          PIC 9(6).
           05 NT-BLOCKCOUNT          PIC 9(6).
           05 NT-ENTRYCOUNT          PIC 9(8).
           05 NT-ENTRYHASH           PIC 9(10).
           05 NT-TOTALDEBIT          PIC 9(10)V99.
           05 NT-TOTALCREDIT         PIC 9(10)V99.
           05 NT-RESERVED            PIC X(39).
       01  NACHAPADDINGRECORD        PIC X(94).
