       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDRAFT.
       AUTHOR. Alexander Pavlotzky.
       DATE-WRITTEN. 15/10/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHENROLLFILE ASSIGN TO "ACHENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AE-LOANID
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT LOANMASTERFILE ASSIGN TO "LOANMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOANID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT PAYOFFLOGFILE ASSIGN TO "PAYOFFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOFFLOG-FILE-STATUS.
           SELECT PAYMENTFILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT NACHAFILE ASSIGN TO "ACHOUTBOUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NACHA-FILE-STATUS.
           SELECT DRAFTREPORTFILE ASSIGN TO "ACHDRAFTREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACHENROLLFILE.
       COPY ACHENROLLREC.
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       FD  PAYOFFLOGFILE.
       COPY PAYOFFLOGREC.
       FD  PAYMENTFILE.
       COPY PAYMENTREC.
       FD  NACHAFILE.
       COPY NACHAREC.
       FD  DRAFTREPORTFILE.
       01  DRAFTREPORTRECORD      PIC X(80).
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-ENROLL-FILE-STATUS  PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-PAYOFFLOG-FILE-STATUS PIC XX.
       01 WS-PAYMENT-FILE-STATUS PIC XX.
       01 WS-NACHA-FILE-STATUS   PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-INIT-ERROR          PIC X VALUE "N".
       01 ENDOFFILE              PIC X VALUE "N".
       01 WS-PAYOFFLOG-EOF       PIC X VALUE "N".
       01 WS-ENROLL-OPEN         PIC X VALUE "N".
       01 WS-PAYOFFLOG-OPEN      PIC X VALUE "N".
       01 WS-TABLE-OVERFLOW      PIC X VALUE "N".
       01 WS-UPDATE-ERROR        PIC X VALUE "N".

      *> Our side of the ACH file: the bank that originates the
      *> debits for us (its routing number, as the immediate
      *> destination and in every trace number) and the company
      *> identification the bank assigned us, the same way the
      *> bureau extract carries its reporter ID.
       01 ACHODFIROUTING         PIC X(9) VALUE "123456780".
       01 ACHODFISPLIT REDEFINES ACHODFIROUTING.
           05 ACHODFIID          PIC X(8).
           05 FILLER             PIC X.
       01 ACHDESTINATIONNAME     PIC X(23) VALUE "SERVICING BANK".
       01 ACHCOMPANYID           PIC X(10) VALUE "HLSVC00001".
       01 ACHCOMPANYNAME         PIC X(16) VALUE "HOME LOAN SVCG".
       01 ACHORIGINNAME          PIC X(23)
           VALUE "HOME LOAN SERVICING".
       01 ACHENTRYDESCRIPTION    PIC X(10) VALUE "MTG PYMT".

      *> A draft is due on this business date when its draft day,
      *> in this month or the last, falls after the business date
      *> the control record rolled from and on or before this one -
      *> so a draft day that lands on a weekend is taken on the
      *> next business date, and a month-end weekend carries into
      *> the new month. On the first date after the control record
      *> is created there is no prior date and only the day itself
      *> is drafted.
       01 DRAFTWINDOWSTART       PIC 9(8).
       01 DRAFTWINDOWINTEGER     PIC 9(8).
       01 PRIORMONTHYEAR         PIC 9(4).
       01 PRIORMONTH             PIC 9(2).
       01 DRAFTDUEDATE           PIC 9(8).
       01 CANDIDATEDATE          PIC 9(8).
       01 DRAFTAMOUNT            PIC 9(8)V99.
       01 SKIPREASON             PIC X(40).
       01 WS-LOAN-FOUND          PIC X.

      *> Unexpired payoff quotes from the quote log - a loan in this
      *> table has a payoff pending through PP-GOODTHRUDATE and is
      *> not drafted.
       01 WS-PENDING-COUNT       PIC 9(4) VALUE 0.
       01 WS-PENDING-IDX         PIC 9(4).
       01 WS-PENDING-FOUND       PIC X.
       01 PENDINGLOOKUPID        PIC X(10).
       01 PENDINGPAYOFFTABLE.
           05 PENDINGPAYOFFENTRY OCCURS 500 TIMES.
               10 PP-LOANID          PIC X(10).
               10 PP-GOODTHRUDATE    PIC 9(8).

      *> The ACH file being built. Dates on the file are YYMMDD.
       01 DATEWITHCENTURY        PIC 9(8).
       01 DATEWITHCENTURY-SPLIT REDEFINES DATEWITHCENTURY.
           05 FILLER             PIC 9(2).
           05 SHORTDATE          PIC 9(6).
       01 WS-NOWTIME             PIC 9(8).
       01 WS-NOWTIME-SPLIT REDEFINES WS-NOWTIME.
           05 NOW-HHMM           PIC 9(4).
           05 FILLER             PIC 9(4).
       01 RDFIROUTING            PIC X(9).
       01 RDFIROUTING-SPLIT REDEFINES RDFIROUTING.
           05 RDFIID             PIC 9(8).
           05 RDFICHECKDIGIT     PIC X.
       01 WS-NACHA-RECORDS       PIC 9(8) VALUE 0.
       01 WS-NACHA-BLOCKS        PIC 9(6) VALUE 0.
       01 WS-NACHA-PADDING       PIC 9(2) VALUE 0.
       01 WS-ENTRY-COUNT         PIC 9(8) VALUE 0.
       01 WS-ENTRY-HASH          PIC 9(12) VALUE 0.
       01 WS-TOTAL-DEBIT         PIC 9(10)V99 VALUE 0.

       01 WS-PAYOFFLOG-READ      PIC 9(8) VALUE 0.
       01 WS-ENROLL-READ         PIC 9(8) VALUE 0.
       01 WS-ENROLL-INACTIVE     PIC 9(8) VALUE 0.
       01 WS-ENROLL-NOTDUE       PIC 9(8) VALUE 0.
       01 WS-DRAFTED             PIC 9(8) VALUE 0.
       01 WS-RESENT              PIC 9(8) VALUE 0.
       01 WS-SKIPPED-PAIDOFF     PIC 9(8) VALUE 0.
       01 WS-SKIPPED-PAYOFF      PIC 9(8) VALUE 0.
       01 WS-SKIPPED-OTHER       PIC 9(8) VALUE 0.
       01 WS-EXTRA-TOTAL         PIC 9(10)V99 VALUE 0.

       01 DRAFTTITLELINE.
           05 FILLER             PIC X(35)
               VALUE "ACH AUTO-DRAFT RUN - BUSINESS DATE ".
           05 TL-BUSINESSDATE    PIC 9(8).
           05 FILLER             PIC X(24)
               VALUE "  DRAFT DAYS AFTER      ".
           05 TL-WINDOWSTART     PIC 9(8).

       01 DRAFTHEADERLINE.
           05 FILLER             PIC X(40) VALUE
               "LOAN ID    DUE DATE       PAYMENT      ".
           05 FILLER             PIC X(33) VALUE
               "EXTRA    DRAFT TOTAL".

       01 DRAFTDETAILLINE.
           05 DD-LOANID          PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 DD-DUEDATE         PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 DD-PAYMENT         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 DD-EXTRA           PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 DD-TOTAL           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DD-ACTION          PIC X(15).

       01 SKIPDETAILLINE.
           05 SD-LOANID          PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 SD-DUEDATE         PIC 9(8).
           05 FILLER             PIC X(11) VALUE "  SKIPPED: ".
           05 SD-REASON          PIC X(40).

       01 DRAFTAMOUNTLINE.
           05 DA-LABEL           PIC X(34).
           05 FILLER             PIC X VALUE "$".
           05 DA-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 DRAFTCOUNTLINE.
           05 DC-LABEL           PIC X(34).
           05 DC-COUNT           PIC ZZ,ZZZ,ZZ9.

      *> The daily ACH auto-draft: every active enrollment whose
      *> draft day falls due on the business date is drafted for
      *> the loan's PITI payment plus the borrower's standing extra
      *> principal - one PPD debit entry per loan on the outbound
      *> NACHA file for the bank, and a matching payment record
      *> added to PAYMENTS.DAT so the draft posts through the
      *> normal posting run, which must follow this step. A loan
      *> paid in full or with a payoff pending is not drafted and
      *> is listed on the report with the reason. Each enrollment
      *> drafted is stamped with the business date; a rerun of the
      *> step rebuilds the whole bank file but never adds a second
      *> payment record for a loan already drafted that date.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "ACHDRAFT" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-DRAFT-RUN
               IF WS-INIT-ERROR NOT = "Y"
                   IF WS-PAYOFFLOG-OPEN = "Y"
                       PERFORM LOAD-PAYOFF-LOG
                           UNTIL WS-PAYOFFLOG-EOF = "Y"
                   END-IF
                   IF WS-ENROLL-OPEN = "Y"
                       PERFORM DRAFT-ENROLLMENTS UNTIL ENDOFFILE = "Y"
                   END-IF
                   PERFORM FINISH-NACHA-FILE
                   PERFORM PRINT-DRAFT-TOTALS
                   IF WS-TABLE-OVERFLOW = "Y"
                       OR WS-UPDATE-ERROR = "Y"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM CLOSE-DRAFT-FILES
               IF WS-INIT-ERROR NOT = "Y" AND RETURN-CODE < 8
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

      *> No enrollment file means no loan is enrolled yet - the step
      *> still runs clean so the cycle can roll. No quote log means
      *> no payoff has ever been quoted.
       INITIALIZE-DRAFT-RUN.
           IF PRIORBUSINESSDATE = 0
               COMPUTE DRAFTWINDOWINTEGER =
                   FUNCTION INTEGER-OF-DATE(BUSINESSDATE) - 1
               COMPUTE DRAFTWINDOWSTART =
                   FUNCTION DATE-OF-INTEGER(DRAFTWINDOWINTEGER)
           ELSE
               MOVE PRIORBUSINESSDATE TO DRAFTWINDOWSTART
           END-IF
           IF BUS-MONTH = 1
               COMPUTE PRIORMONTHYEAR = BUS-YEAR - 1
               MOVE 12 TO PRIORMONTH
           ELSE
               MOVE BUS-YEAR TO PRIORMONTHYEAR
               COMPUTE PRIORMONTH = BUS-MONTH - 1
           END-IF
           OPEN I-O ACHENROLLFILE
           EVALUATE WS-ENROLL-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-ENROLL-OPEN
               WHEN "35"
                   DISPLAY "NO ACHENROLL.DAT - NO LOANS ENROLLED"
               WHEN OTHER
                   DISPLAY "ERROR OPENING ACHENROLL.DAT - STATUS "
                       WS-ENROLL-FILE-STATUS
                   MOVE "Y" TO WS-INIT-ERROR
           END-EVALUATE
           OPEN INPUT LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN INPUT PAYOFFLOGFILE
           EVALUATE WS-PAYOFFLOG-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-PAYOFFLOG-OPEN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING PAYOFFLOG.DAT - STATUS "
                       WS-PAYOFFLOG-FILE-STATUS
                   MOVE "Y" TO WS-INIT-ERROR
           END-EVALUATE
      *> The drafts are added behind whatever the lockbox has
      *> already delivered for the day.
           OPEN EXTEND PAYMENTFILE
           IF WS-PAYMENT-FILE-STATUS = "35"
               OPEN OUTPUT PAYMENTFILE
           END-IF
           IF WS-PAYMENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYMENTS.DAT - STATUS "
                   WS-PAYMENT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT NACHAFILE
           IF WS-NACHA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACHOUTBOUND.DAT - STATUS "
                   WS-NACHA-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT DRAFTREPORTFILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACHDRAFTREPORT.DAT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           ELSE
               MOVE BUSINESSDATE TO TL-BUSINESSDATE
               MOVE DRAFTWINDOWSTART TO TL-WINDOWSTART
               MOVE DRAFTTITLELINE TO DRAFTREPORTRECORD
               WRITE DRAFTREPORTRECORD
               MOVE DRAFTHEADERLINE TO DRAFTREPORTRECORD
               WRITE DRAFTREPORTRECORD
           END-IF.

      *> Only quotes still good on the business date and not booked
      *> matter; a loan quoted more than once is pending through the
      *> latest good-through date.
       LOAD-PAYOFF-LOG.
           READ PAYOFFLOGFILE
               AT END MOVE "Y" TO WS-PAYOFFLOG-EOF
               NOT AT END
                   ADD 1 TO WS-PAYOFFLOG-READ
                   IF PO-POSTED NOT = "Y"
                       AND PO-GOODTHRUDATE NOT < BUSINESSDATE
                       PERFORM STORE-PENDING-PAYOFF
                   END-IF
           END-READ.

       STORE-PENDING-PAYOFF.
           MOVE PO-LOANID TO PENDINGLOOKUPID
           PERFORM FIND-PENDING-PAYOFF
           EVALUATE TRUE
               WHEN WS-PENDING-FOUND = "Y"
                   IF PO-GOODTHRUDATE > PP-GOODTHRUDATE(WS-PENDING-IDX)
                       MOVE PO-GOODTHRUDATE
                           TO PP-GOODTHRUDATE(WS-PENDING-IDX)
                   END-IF
               WHEN WS-PENDING-COUNT >= 500
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "PENDING PAYOFF TABLE FULL - OVER 500 "
                           "LOANS"
                   END-IF
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE PO-LOANID TO PP-LOANID(WS-PENDING-COUNT)
                   MOVE PO-GOODTHRUDATE
                       TO PP-GOODTHRUDATE(WS-PENDING-COUNT)
           END-EVALUATE.

       FIND-PENDING-PAYOFF.
           MOVE "N" TO WS-PENDING-FOUND
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
               OR WS-PENDING-FOUND = "Y"
               IF PP-LOANID(WS-PENDING-IDX) = PENDINGLOOKUPID
                   MOVE "Y" TO WS-PENDING-FOUND
               END-IF
           END-PERFORM
      *> The search loop leaves the index one past the hit.
           IF WS-PENDING-FOUND = "Y"
               SUBTRACT 1 FROM WS-PENDING-IDX
           END-IF.

       DRAFT-ENROLLMENTS.
           READ ACHENROLLFILE NEXT RECORD
               AT END MOVE "Y" TO ENDOFFILE
               NOT AT END
                   ADD 1 TO WS-ENROLL-READ
                   PERFORM DRAFT-ONE-ENROLLMENT
           END-READ.

      *> An enrollment already stamped with this business date was
      *> drafted by an earlier attempt at the step: its entry goes
      *> back on the rebuilt bank file for the amount then drafted,
      *> and its payment record is already on PAYMENTS.DAT. That
      *> holds even when the enrollment has since been suspended,
      *> cancelled or given a new draft day - the payment will post,
      *> so the debit behind it must go to the bank.
       DRAFT-ONE-ENROLLMENT.
           PERFORM FIND-DRAFT-DUE-DATE
           EVALUATE TRUE
               WHEN AE-LASTDRAFTDATE = BUSINESSDATE
                   MOVE AE-LASTDRAFTAMOUNT TO DRAFTAMOUNT
                   PERFORM WRITE-NACHA-ENTRY
                   MOVE "RESENT - RERUN" TO DD-ACTION
                   PERFORM REPORT-DRAFTED-LOAN
                   ADD 1 TO WS-RESENT
               WHEN AE-STATUS NOT = "A"
                   ADD 1 TO WS-ENROLL-INACTIVE
               WHEN AE-DRAFTDAY < 1 OR AE-DRAFTDAY > 28
                   MOVE 0 TO DRAFTDUEDATE
                   MOVE "DRAFT DAY ON ENROLLMENT IS NOT 1-28"
                       TO SKIPREASON
                   PERFORM REPORT-SKIPPED-LOAN
                   ADD 1 TO WS-SKIPPED-OTHER
               WHEN DRAFTDUEDATE = 0
                   ADD 1 TO WS-ENROLL-NOTDUE
               WHEN AE-LASTDRAFTDATE NOT < DRAFTDUEDATE
                   ADD 1 TO WS-ENROLL-NOTDUE
               WHEN OTHER
                   PERFORM CHECK-AND-DRAFT-LOAN
           END-EVALUATE.

       FIND-DRAFT-DUE-DATE.
           MOVE 0 TO DRAFTDUEDATE
           COMPUTE CANDIDATEDATE =
               BUS-YEAR * 10000 + BUS-MONTH * 100 + AE-DRAFTDAY
           IF CANDIDATEDATE > DRAFTWINDOWSTART
               AND CANDIDATEDATE NOT > BUSINESSDATE
               MOVE CANDIDATEDATE TO DRAFTDUEDATE
           ELSE
               COMPUTE CANDIDATEDATE =
                   PRIORMONTHYEAR * 10000 + PRIORMONTH * 100
                   + AE-DRAFTDAY
               IF CANDIDATEDATE > DRAFTWINDOWSTART
                   AND CANDIDATEDATE NOT > BUSINESSDATE
                   MOVE CANDIDATEDATE TO DRAFTDUEDATE
               END-IF
           END-IF.

      *> The loan master decides whether a due draft is taken: a
      *> loan paid in full has nothing left to collect, and a loan
      *> with an unexpired payoff quote is being paid off on the
      *> quoted figure - a draft landing first would change the
      *> amount the title company wires.
       CHECK-AND-DRAFT-LOAN.
           MOVE "Y" TO WS-LOAN-FOUND
           MOVE AE-LOANID TO LM-LOANID
           READ LOANMASTERFILE
               INVALID KEY MOVE "N" TO WS-LOAN-FOUND
           END-READ
           MOVE "N" TO WS-PENDING-FOUND
           IF WS-LOAN-FOUND = "Y"
               MOVE AE-LOANID TO PENDINGLOOKUPID
               PERFORM FIND-PENDING-PAYOFF
           END-IF
           EVALUATE TRUE
               WHEN WS-LOAN-FOUND = "N"
                   MOVE "LOAN NOT ON THE LOAN MASTER" TO SKIPREASON
                   PERFORM REPORT-SKIPPED-LOAN
                   ADD 1 TO WS-SKIPPED-OTHER
               WHEN LM-STATUS = "P"
                   MOVE "LOAN PAID IN FULL" TO SKIPREASON
                   PERFORM REPORT-SKIPPED-LOAN
                   ADD 1 TO WS-SKIPPED-PAIDOFF
               WHEN WS-PENDING-FOUND = "Y"
                   MOVE SPACES TO SKIPREASON
                   STRING "PAYOFF PENDING - QUOTE GOOD THRU "
                       DELIMITED BY SIZE
                       PP-GOODTHRUDATE(WS-PENDING-IDX)
                       DELIMITED BY SIZE
                       INTO SKIPREASON
                   END-STRING
                   PERFORM REPORT-SKIPPED-LOAN
                   ADD 1 TO WS-SKIPPED-PAYOFF
               WHEN LM-PAYFREQ NOT = "M"
                   MOVE "LOAN IS NOT ON MONTHLY PAYMENTS" TO SKIPREASON
                   PERFORM REPORT-SKIPPED-LOAN
                   ADD 1 TO WS-SKIPPED-OTHER
               WHEN OTHER
                   PERFORM DRAFT-LOAN
           END-EVALUATE.

      *> The bank entry, the payment record and the enrollment stamp
      *> go together. A stamp that cannot be written leaves the
      *> step incomplete - the posting run's duplicate check keeps
      *> a rerun's second payment record from posting twice.
       DRAFT-LOAN.
           COMPUTE DRAFTAMOUNT = LM-PITIPAYMENT + AE-EXTRAPRINCIPAL
           PERFORM WRITE-NACHA-ENTRY
           MOVE SPACES TO PAYMENTRECORD
           MOVE AE-LOANID TO PY-LOANID
           MOVE BUSINESSDATE TO PY-PAYMENTDATE
           MOVE DRAFTAMOUNT TO PY-AMOUNT
           WRITE PAYMENTRECORD
           MOVE BUSINESSDATE TO AE-LASTDRAFTDATE
           MOVE DRAFTAMOUNT TO AE-LASTDRAFTAMOUNT
           REWRITE ACHENROLLMENTRECORD
           IF WS-ENROLL-FILE-STATUS NOT = "00"
               DISPLAY "ENROLLMENT REWRITE FAILED FOR " AE-LOANID
                   " - STATUS " WS-ENROLL-FILE-STATUS
               MOVE "Y" TO WS-UPDATE-ERROR
           END-IF
           MOVE "DRAFTED" TO DD-ACTION
           PERFORM REPORT-DRAFTED-LOAN
           ADD 1 TO WS-DRAFTED
           ADD AE-EXTRAPRINCIPAL TO WS-EXTRA-TOTAL.

      *> The file and batch headers go out ahead of the first entry,
      *> so a day with nothing to draft sends the bank no file.
      *> Savings accounts take transaction code 37, checking 27.
       WRITE-NACHA-ENTRY.
           IF WS-ENTRY-COUNT = 0
               PERFORM WRITE-NACHA-HEADERS
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE AE-ROUTINGNUMBER TO RDFIROUTING
           MOVE SPACES TO NACHAENTRYDETAIL
           MOVE "6" TO NE-RECORDTYPE
           IF AE-ACCOUNTTYPE = "S"
               MOVE "37" TO NE-TRANSACTIONCODE
           ELSE
               MOVE "27" TO NE-TRANSACTIONCODE
           END-IF
           MOVE RDFIID TO NE-RDFIID
           MOVE RDFICHECKDIGIT TO NE-CHECKDIGIT
           MOVE AE-ACCOUNTNUMBER TO NE-ACCOUNTNUMBER
           MOVE DRAFTAMOUNT TO NE-AMOUNT
           MOVE AE-LOANID TO NE-INDIVIDUALID
           MOVE AE-ACCOUNTNAME TO NE-INDIVIDUALNAME
           MOVE "0" TO NE-ADDENDAINDICATOR
           MOVE ACHODFIID TO NE-TRACEODFI
           MOVE WS-ENTRY-COUNT TO NE-TRACESEQUENCE
           WRITE NACHAENTRYDETAIL
           ADD 1 TO WS-NACHA-RECORDS
           ADD RDFIID TO WS-ENTRY-HASH
           ADD DRAFTAMOUNT TO WS-TOTAL-DEBIT.

       WRITE-NACHA-HEADERS.
           ACCEPT DATEWITHCENTURY FROM DATE YYYYMMDD
           ACCEPT WS-NOWTIME FROM TIME
           MOVE SPACES TO NACHAFILEHEADER
           MOVE "1" TO NF-RECORDTYPE
           MOVE "01" TO NF-PRIORITYCODE
           STRING " " DELIMITED BY SIZE
               ACHODFIROUTING DELIMITED BY SIZE
               INTO NF-DESTINATION
           END-STRING
           MOVE ACHCOMPANYID TO NF-ORIGIN
           MOVE SHORTDATE TO NF-CREATIONDATE
           MOVE NOW-HHMM TO NF-CREATIONTIME
           MOVE "A" TO NF-FILEIDMODIFIER
           MOVE "094" TO NF-RECORDSIZE
           MOVE "10" TO NF-BLOCKINGFACTOR
           MOVE "1" TO NF-FORMATCODE
           MOVE ACHDESTINATIONNAME TO NF-DESTINATIONNAME
           MOVE ACHORIGINNAME TO NF-ORIGINNAME
           WRITE NACHAFILEHEADER
           ADD 1 TO WS-NACHA-RECORDS
           MOVE BUSINESSDATE TO DATEWITHCENTURY
           MOVE SPACES TO NACHABATCHHEADER
           MOVE "5" TO NB-RECORDTYPE
           MOVE "225" TO NB-SERVICECLASS
           MOVE ACHCOMPANYNAME TO NB-COMPANYNAME
           MOVE ACHCOMPANYID TO NB-COMPANYID
           MOVE "PPD" TO NB-ENTRYCLASS
           MOVE ACHENTRYDESCRIPTION TO NB-ENTRYDESCRIPTION
           MOVE SHORTDATE TO NB-EFFECTIVEDATE
           MOVE "1" TO NB-ORIGINATORSTATUS
           MOVE ACHODFIID TO NB-ODFIID
           MOVE 1 TO NB-BATCHNUMBER
           WRITE NACHABATCHHEADER
           ADD 1 TO WS-NACHA-RECORDS.

      *> Batch and file controls, then the file filled out to a
      *> whole block of ten records with all nines.
       FINISH-NACHA-FILE.
           IF WS-ENTRY-COUNT > 0
               MOVE SPACES TO NACHABATCHCONTROL
               MOVE "8" TO NC-RECORDTYPE
               MOVE "225" TO NC-SERVICECLASS
               MOVE WS-ENTRY-COUNT TO NC-ENTRYCOUNT
               MOVE WS-ENTRY-HASH TO NC-ENTRYHASH
               MOVE WS-TOTAL-DEBIT TO NC-TOTALDEBIT
               MOVE 0 TO NC-TOTALCREDIT
               MOVE ACHCOMPANYID TO NC-COMPANYID
               MOVE ACHODFIID TO NC-ODFIID
               MOVE 1 TO NC-BATCHNUMBER
               WRITE NACHABATCHCONTROL
               ADD 1 TO WS-NACHA-RECORDS
               ADD 1 TO WS-NACHA-RECORDS
               COMPUTE WS-NACHA-BLOCKS = (WS-NACHA-RECORDS + 9) / 10
               COMPUTE WS-NACHA-PADDING =
                   WS-NACHA-BLOCKS * 10 - WS-NACHA-RECORDS
               MOVE SPACES TO NACHAFILECONTROL
               MOVE "9" TO NT-RECORDTYPE
               MOVE 1 TO NT-BATCHCOUNT
               MOVE WS-NACHA-BLOCKS TO NT-BLOCKCOUNT
               MOVE WS-ENTRY-COUNT TO NT-ENTRYCOUNT
               MOVE WS-ENTRY-HASH TO NT-ENTRYHASH
               MOVE WS-TOTAL-DEBIT TO NT-TOTALDEBIT
               MOVE 0 TO NT-TOTALCREDIT
               WRITE NACHAFILECONTROL
               PERFORM WRITE-NACHA-PADDING WS-NACHA-PADDING TIMES
           END-IF.

       WRITE-NACHA-PADDING.
           MOVE ALL "9" TO NACHAPADDINGRECORD
           WRITE NACHAPADDINGRECORD.

       REPORT-DRAFTED-LOAN.
           MOVE AE-LOANID TO DD-LOANID
           MOVE DRAFTDUEDATE TO DD-DUEDATE
           COMPUTE DD-PAYMENT = DRAFTAMOUNT - AE-EXTRAPRINCIPAL
           MOVE AE-EXTRAPRINCIPAL TO DD-EXTRA
           MOVE DRAFTAMOUNT TO DD-TOTAL
           MOVE DRAFTDETAILLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD.

       REPORT-SKIPPED-LOAN.
           MOVE AE-LOANID TO SD-LOANID
           MOVE DRAFTDUEDATE TO SD-DUEDATE
           MOVE SKIPREASON TO SD-REASON
           MOVE SKIPDETAILLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD.

       PRINT-DRAFT-TOTALS.
           MOVE SPACES TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "ENROLLMENTS READ:" TO DC-LABEL
           MOVE WS-ENROLL-READ TO DC-COUNT
           MOVE DRAFTCOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "SUSPENDED OR CANCELLED:" TO DC-LABEL
           MOVE WS-ENROLL-INACTIVE TO DC-COUNT
           MOVE DRAFTCOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "NOT DUE THIS BUSINESS DATE:" TO DC-LABEL
           MOVE WS-ENROLL-NOTDUE TO DC-COUNT
           MOVE DRAFTCOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "LOANS DRAFTED:" TO DC-LABEL
           MOVE WS-DRAFTED TO DC-COUNT
           MOVE DRAFTCOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "DRAFTS RESENT ON RERUN:" TO DC-LABEL
           MOVE WS-RESENT TO DC-COUNT
           MOVE DRAFTCOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "SKIPPED - PAID IN FULL:" TO DC-LABEL
           MOVE WS-SKIPPED-PAIDOFF TO DC-COUNT
           MOVE DRAFTCOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "SKIPPED - PAYOFF PENDING:" TO DC-LABEL
           MOVE WS-SKIPPED-PAYOFF TO DC-COUNT
           MOVE DRAFTCOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "SKIPPED - OTHER:" TO DC-LABEL
           MOVE WS-SKIPPED-OTHER TO DC-COUNT
           MOVE DRAFTCOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "ACH ENTRIES ON BANK FILE:" TO DC-LABEL
           MOVE WS-ENTRY-COUNT TO DC-COUNT
           MOVE DRAFTCOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "EXTRA PRINCIPAL DRAFTED:" TO DA-LABEL
           MOVE WS-EXTRA-TOTAL TO DA-AMOUNT
           MOVE DRAFTAMOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD
           MOVE "TOTAL DEBITS ON BANK FILE:" TO DA-LABEL
           MOVE WS-TOTAL-DEBIT TO DA-AMOUNT
           MOVE DRAFTAMOUNTLINE TO DRAFTREPORTRECORD
           WRITE DRAFTREPORTRECORD.

       CLOSE-DRAFT-FILES.
           IF WS-ENROLL-OPEN = "Y"
               CLOSE ACHENROLLFILE
           END-IF
           IF WS-PAYOFFLOG-OPEN = "Y"
               CLOSE PAYOFFLOGFILE
           END-IF
           CLOSE LOANMASTERFILE
           CLOSE PAYMENTFILE
           CLOSE NACHAFILE
           CLOSE DRAFTREPORTFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
