           SELECT DECISIONFILE ASSIGN TO "LOANDECISIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.
           SELECT DECISIONHISTFILE ASSIGN TO "DECISIONHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISIONHIST-FILE-STATUS.
           SELECT REJECTHISTFILE ASSIGN TO "REJECTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTHIST-FILE-STATUS.
           SELECT DISCLOSUREFILE ASSIGN TO "LOANDISCLOSURE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOSURE-FILE-STATUS.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-PEND-REL-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT BORROWERFILE ASSIGN TO "BORROWERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-LOANID
               FILE STATUS IS WS-BORROWER-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANAPPLICATIONFILE.
       COPY QUALPARMREC.
       FD  DECISIONFILE.
       COPY DECISIONREC.
      *> Append-only histories of every decision and every reject
      *> record written, run after run - the daily files above are
      *> rebuilt by each batch; these are what the year-end
      *> application register reads. Each record is the daily
      *> record's image (DECISIONREC, REJECTREC).
       FD  DECISIONHISTFILE.
       01  DECISIONHISTRECORD     PIC X(236).
       FD  REJECTHISTFILE.
       01  REJECTHISTRECORD       PIC X(676).
       FD  DISCLOSUREFILE.
       01  DISCLOSURERECORD       PIC X(80).
       FD  PRODUCTCATALOGFILE.
       COPY LOANMASTER.
       FD  PENDINGLOANFILE.
       COPY PENDINGREC.
       FD  BORROWERFILE.
       COPY BORROWERREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-RUNMODE             PIC X(9).
       01 WS-SCENARIO-FILE-STATUS PIC XX.
       01 WS-APP-REL-KEY        PIC 9(8).
       01 WS-REPROCESS-MODE     PIC X VALUE "N".
       01 WS-QUALPARM-FILE-STATUS PIC XX.
       01 WS-DECISION-FILE-STATUS PIC XX.
       01 WS-DECISIONHIST-FILE-STATUS PIC XX.
       01 WS-REJECTHIST-FILE-STATUS PIC XX.
       01 WS-DISCLOSURE-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-PENDING-FILE-STATUS PIC XX.
       01 WS-PEND-REL-KEY       PIC 9(8).
       01 WS-PEND-NEXT-KEY      PIC 9(8).
       01 WS-PEND-EOF           PIC X.
       01 WS-BORROWER-FILE-STATUS PIC XX.
       01 WS-DUEYEAR            PIC 9(4).
       01 WS-DUEMONTH           PIC 9(2).
       COPY PRODUCTWORK.
       01 WS-IFC-INTEREST-HASH     PIC 9(12)V99 VALUE 0.
       01 WS-IFC-EOF               PIC X VALUE "N".
       01 WS-RUN-BALANCED          PIC X VALUE "Y".
      *> What the interface file already held when a reprocess run
      *> opened it to extend - the batch's bookings and the day's
      *> loan modifications - taken off the re-read so the
      *> reconciliation proves only what this run added.
       01 WS-IFC-PRIOR-RECORDS     PIC 9(8) VALUE 0.
       01 WS-IFC-PRIOR-AMOUNT-HASH PIC 9(12)V99 VALUE 0.
       01 WS-IFC-PRIOR-INTEREST-HASH PIC 9(12)V99 VALUE 0.

      *> Comparison-mode working fields (request 007)
       01 WS-SCENARIO-EOF          PIC X VALUE "N".
               DISPLAY "REJECTED - " ERRORMESSAGE
           END-IF.

      *> The nightly batch and the reject reprocess are steps of the
      *> processing cycle - each checks in against the business-date
      *> control record before it touches a file, books for that
      *> business date, and is marked complete only after a clean
      *> run. A restart after a failed batch is a rerun of the step.
       RUN-BATCH-MODE.
           MOVE "MORTCALC" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM RUN-BATCH-STEP
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF.

       RUN-BATCH-STEP.
           PERFORM INITIALIZE-FILES.
           PERFORM PROCESS-APPLICATIONS UNTIL ENDOFFILE = "Y".
           IF WS-INIT-ERROR NOT = "Y"
                   MOVE "Y" TO WS-INIT-ERROR
               END-IF
           END-IF
           PERFORM OPEN-DECISION-HISTORY
           PERFORM OPEN-REJECT-HISTORY
           PERFORM LOAD-QUAL-PARAMETERS
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM LOAD-RATE-SHEET
           PERFORM LOAD-INDEX-VALUES
           PERFORM OPEN-LOAN-MASTER
           PERFORM OPEN-BORROWER-MASTER
           PERFORM OPEN-PENDING-FILE
           OPEN EXTEND AUDITLOGFILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               PERFORM CALCULATE-PITI
               PERFORM QUALIFY-APPLICATION
               PERFORM CALCULATE-DISCLOSURE
               PERFORM WRITE-DECISION-RECORD
               PERFORM PRINT-DISCLOSURE
               PERFORM PRINT-LOAN-SUMMARY
               PERFORM PRINT-AMORTIZATION-SCHEDULE
               IF QUALDECISION = "QUALIFIED"
                   PERFORM WRITE-INTERFACE-RECORD
                   PERFORM WRITE-LOAN-MASTER
                   PERFORM WRITE-BORROWER-MASTER
                   ADD 1 TO WS-APPS-BOOKED
                   ADD LOANAMOUNT TO WS-BOOKED-AMOUNT-HASH
                   ADD TOTALINTERESTPAID TO WS-BOOKED-INTEREST-HASH
                   WHEN OTHER
                       MOVE "DECLINED" TO QUALDECISION
               END-EVALUATE
           END-IF.

      *> Written once the disclosure figures are in, so the record
      *> carries the APR the borrower was quoted alongside the
      *> loan terms and the application's monitoring fields - the
      *> year-end application register is built from it.
       WRITE-DECISION-RECORD.
           MOVE SPACES TO DECISIONRECORD
           MOVE LOANID TO DC-LOANID
           MOVE QUALMONTHLYPITI TO DC-PITIPAYMENT
           MOVE GROSSMONTHLYINCOME TO DC-GROSSMONTHLYINCOME
           MOVE MONTHLYDEBTS TO DC-MONTHLYDEBTS
           MOVE BUSINESSDATE TO DC-DECISIONDATE
           MOVE APRRATE TO DC-APR
           MOVE LOANAMOUNT TO DC-LOANAMOUNT
           MOVE INTERESTRATE TO DC-NOTERATE
           MOVE LOANTERMYEARS TO DC-LOANTERMYEARS
           MOVE ARMFLAG TO DC-ARMFLAG
           MOVE HOMEVALUE TO DC-HOMEVALUE
           MOVE HMDAFIELDSIN TO DC-HMDAFIELDS
           MOVE FIXEDPERIODMONTHSIN TO DC-FIXEDPERIODMONTHS
           WRITE DECISIONRECORD
           MOVE DECISIONRECORD TO DECISIONHISTRECORD
           WRITE DECISIONHISTRECORD.

      *> Disclosure figures for the accepted loan. The payment used
      *> throughout is principal-and-interest plus PMI - PMI is a
           MOVE WS-APP-REL-KEY TO RJ-ORIGRECNO
           MOVE ERRORMESSAGE TO RJ-REASON
           MOVE LOANAPPRECORD TO RJ-APPLICATION
           MOVE BUSINESSDATE TO RJ-REJECTDATE
           WRITE REJECTRECORD
           MOVE REJECTRECORD TO REJECTHISTRECORD
           WRITE REJECTHISTRECORD.

      *> Request 005 - permanent, append-only trail of every run, for
      *> compliance reviews of what rate/term a borrower was quoted.
           MOVE MONTHLYHOMEINSURANCE TO IF-MONTHLYHOMEINSURANCE
           MOVE MONTHLYPMI TO IF-MONTHLYPMI
           MOVE MONTHLYESCROW TO IF-MONTHLYESCROW
           MOVE PITIPAYMENT TO IF-PITIPAYMENT
           MOVE BUSINESSDATE TO IF-BOOKEDDATE
           MOVE SPACE TO IF-ACTIONCODE.

      *> The loan master is a permanent keyed file: opened I-O so
      *> booked loans accumulate across runs, bootstrapped with an
           MOVE PITIPAYMENT TO LM-PITIPAYMENT
           MOVE LOANAMOUNT TO LM-CURRENTBALANCE
           MOVE 0 TO LM-ESCROWBALANCE
           MOVE BUSINESSDATE TO WS-TODAY
           MOVE WS-TODAY-YEAR TO WS-DUEYEAR
           MOVE WS-TODAY-MONTH TO WS-DUEMONTH
           IF WS-DUEMONTH = 12
           MOVE 0 TO LM-LATEFEEYYYYMM
           MOVE 0 TO LM-SUSPENSEBALANCE.

      *> The borrower master is keyed and bootstrapped the same way
      *> as the loan master and accumulates across runs with it.
       OPEN-BORROWER-MASTER.
           OPEN I-O BORROWERFILE
           IF WS-BORROWER-FILE-STATUS = "35"
               OPEN OUTPUT BORROWERFILE
               IF WS-BORROWER-FILE-STATUS = "00"
                   CLOSE BORROWERFILE
                   OPEN I-O BORROWERFILE
               END-IF
           END-IF
           IF WS-BORROWER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BORROWERS.DAT - STATUS "
                   WS-BORROWER-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF.

      *> Books the names and mailing address keyed on the
      *> application alongside the master record, with the same
      *> re-book REWRITE fallback. An application keyed before the
      *> borrower fields existed carries none - the loan books
      *> without a borrower record and the console says so, so the
      *> address can be keyed through maintenance.
       WRITE-BORROWER-MASTER.
           IF BORROWERNAMEIN = SPACES
               DISPLAY "NO BORROWER NAME/ADDRESS ON APPLICATION - "
                   "LOAN " LOANID " BOOKED WITHOUT ONE"
           ELSE
               PERFORM BUILD-BORROWER-RECORD
               WRITE BORROWERRECORD
                   INVALID KEY REWRITE BORROWERRECORD
               END-WRITE
               IF WS-BORROWER-FILE-STATUS NOT = "00"
                   DISPLAY "BORROWER WRITE FAILED FOR " LOANID
                       " - STATUS " WS-BORROWER-FILE-STATUS
               END-IF
           END-IF.

       BUILD-BORROWER-RECORD.
           MOVE SPACES TO BORROWERRECORD
           MOVE LOANID TO BO-LOANID
           MOVE BORROWERNAMEIN TO BO-PRIMARYNAME
           MOVE BORROWERTININ TO BO-PRIMARYTIN
           MOVE COBORROWERNAMEIN TO BO-COBORROWERNAME
           MOVE COBORROWERTININ TO BO-COBORROWERTIN
           MOVE MAILADDRESSLINE1IN TO BO-ADDRESSLINE1
           MOVE MAILADDRESSLINE2IN TO BO-ADDRESSLINE2
           MOVE MAILCITYIN TO BO-CITY
           MOVE MAILSTATEIN TO BO-STATE
           MOVE MAILZIPCODEIN TO BO-ZIPCODE
           MOVE BUSINESSDATE TO BO-BOOKEDDATE
           MOVE 0 TO BO-LASTCHANGEDATE.

      *> A REFER or DECLINED application is parked with the master
      *> and interface records already built, so the release run
      *> books an approval from the images alone and can never
           MOVE SPACES TO PN-REASONCODE
           MOVE LOANMASTERRECORD TO PN-MASTERIMAGE
           MOVE INTERFACERECORD TO PN-INTERFACEIMAGE
           MOVE BUSINESSDATE TO PN-ACTIONDATE
           IF BORROWERNAMEIN NOT = SPACES
               PERFORM BUILD-BORROWER-RECORD
               MOVE BORROWERRECORD TO PN-BORROWERIMAGE
           END-IF
           MOVE WS-PEND-NEXT-KEY TO WS-PEND-REL-KEY
           WRITE PENDINGLOANRECORD
               INVALID KEY
           CLOSE LOANINTERFACEFILE
           CLOSE REJECTFILE
           CLOSE DECISIONFILE
           CLOSE DECISIONHISTFILE
           CLOSE REJECTHISTFILE
           CLOSE DISCLOSUREFILE
           CLOSE LOANMASTERFILE
           CLOSE BORROWERFILE
           CLOSE PENDINGLOANFILE.

      *> Second-chance pass for corrected applications: reads the
      *> whole - and the end-of-run control report balances this run
      *> the same way it balances the batch.
       RUN-REPROCESS-MODE.
           MOVE "MORTREPR" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM RUN-REPROCESS-STEP
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF.

       RUN-REPROCESS-STEP.
           PERFORM INITIALIZE-REPROCESS-FILES.
           PERFORM PROCESS-REJECT-FILE UNTIL WS-REJECT-EOF = "Y".
           PERFORM CLOSE-REPROCESS-FILES.
               MOVE "Y" TO WS-REJECT-EOF
           END-IF.

      *> The interface and decision files are extended, not rebuilt:
      *> by the time a reprocess runs they hold the batch's bookings
      *> and decisions and the day's loan modifications, all still
      *> to be picked up by the ledger run.
       OPEN-REPROCESS-OUTPUTS.
           PERFORM TALLY-PRIOR-INTERFACE
           OPEN OUTPUT LOANRESULTFILE
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANRESULTS.DAT - STATUS "
                   WS-SCHEDULE-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN EXTEND LOANINTERFACEFILE
           IF WS-INTERFACE-FILE-STATUS = "35"
               OPEN OUTPUT LOANINTERFACEFILE
           END-IF
           IF WS-INTERFACE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANINTERFACE.DAT - STATUS "
                   WS-INTERFACE-FILE-STATUS
                   WS-AUDIT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN EXTEND DECISIONFILE
           IF WS-DECISION-FILE-STATUS = "35"
               OPEN OUTPUT DECISIONFILE
           END-IF
           IF WS-DECISION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANDECISIONS.DAT - STATUS "
                   WS-DECISION-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           PERFORM OPEN-DECISION-HISTORY
           OPEN OUTPUT DISCLOSUREFILE
           IF WS-DISCLOSURE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANDISCLOSURE.DAT - STATUS "
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           PERFORM OPEN-LOAN-MASTER
           PERFORM OPEN-BORROWER-MASTER
           PERFORM OPEN-PENDING-FILE.

       TALLY-PRIOR-INTERFACE.
           MOVE 0 TO WS-IFC-RECORDS
           MOVE 0 TO WS-IFC-AMOUNT-HASH
           MOVE 0 TO WS-IFC-INTEREST-HASH
           MOVE "N" TO WS-IFC-EOF
           OPEN INPUT LOANINTERFACEFILE
           IF WS-INTERFACE-FILE-STATUS = "00"
               PERFORM TALLY-INTERFACE-RECORD
                   UNTIL WS-IFC-EOF = "Y"
               CLOSE LOANINTERFACEFILE
           END-IF
           MOVE WS-IFC-RECORDS TO WS-IFC-PRIOR-RECORDS
           MOVE WS-IFC-AMOUNT-HASH TO WS-IFC-PRIOR-AMOUNT-HASH
           MOVE WS-IFC-INTEREST-HASH TO WS-IFC-PRIOR-INTEREST-HASH.

      *> The decision and reject histories only ever grow - opened
      *> to extend, created on the first run that finds none.
       OPEN-DECISION-HISTORY.
           OPEN EXTEND DECISIONHISTFILE
           IF WS-DECISIONHIST-FILE-STATUS = "35"
               OPEN OUTPUT DECISIONHISTFILE
           END-IF
           IF WS-DECISIONHIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DECISIONHIST.DAT - STATUS "
                   WS-DECISIONHIST-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF.

       OPEN-REJECT-HISTORY.
           OPEN EXTEND REJECTHISTFILE
           IF WS-REJECTHIST-FILE-STATUS = "35"
               OPEN OUTPUT REJECTHISTFILE
           END-IF
           IF WS-REJECTHIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECTHIST.DAT - STATUS "
                   WS-REJECTHIST-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF.

       PROCESS-REJECT-FILE.
           READ REJECTFILE
               AT END MOVE "Y" TO WS-REJECT-EOF
           CLOSE AUDITLOGFILE
           CLOSE LOANINTERFACEFILE
           CLOSE DECISIONFILE
           CLOSE DECISIONHISTFILE
           CLOSE DISCLOSUREFILE
           CLOSE LOANMASTERFILE
           CLOSE BORROWERFILE
           CLOSE PENDINGLOANFILE.

      *> End-of-run balancing - write the control totals accumulated
                   UNTIL WS-IFC-EOF = "Y"
               CLOSE LOANINTERFACEFILE
           END-IF
           SUBTRACT WS-IFC-PRIOR-RECORDS FROM WS-IFC-RECORDS
           SUBTRACT WS-IFC-PRIOR-AMOUNT-HASH FROM WS-IFC-AMOUNT-HASH
           SUBTRACT WS-IFC-PRIOR-INTEREST-HASH
               FROM WS-IFC-INTEREST-HASH
           MOVE "INTERFACE RECONCILIATION" TO RUNCONTROLRECORD
           WRITE RUNCONTROLRECORD
           MOVE "INTERFACE RECORDS:" TO RCC-LABEL
               MOVE COMPARISONDETAILLINE TO COMPARISONREPORTRECORD
               WRITE COMPARISONREPORTRECORD
           END-IF.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
