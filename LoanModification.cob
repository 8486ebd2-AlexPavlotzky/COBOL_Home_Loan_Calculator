       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMODIFY.
       AUTHOR. Alexander Pavlotzky.
       DATE-WRITTEN. 15/10/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMODFILE ASSIGN TO "LOANMODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-FILE-STATUS.
           SELECT LOANMASTERFILE ASSIGN TO "LOANMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOANID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT MODREPORTFILE ASSIGN TO "MODREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT PAYHISTORYFILE ASSIGN TO "PAYHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT POSTJOURNALFILE ASSIGN TO "POSTJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT LOANINTERFACEFILE ASSIGN TO "LOANINTERFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANMODFILE.
       COPY LOANMODREC.
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       FD  MODREPORTFILE.
       01  MODREPORTRECORD        PIC X(132).
       FD  PAYHISTORYFILE.
       COPY PAYHISTREC.
       FD  POSTJOURNALFILE.
       COPY JOURNALREC.
       FD  LOANINTERFACEFILE.
       COPY INTERFACEREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-MOD-FILE-STATUS       PIC XX.
       01 WS-MASTER-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-HISTORY-FILE-STATUS   PIC XX.
       01 WS-JOURNAL-FILE-STATUS   PIC XX.
       01 WS-INTERFACE-FILE-STATUS PIC XX.
       01 WS-POSTINGDATE           PIC 9(8).
       01 WS-POSTINGDATE-SPLIT REDEFINES WS-POSTINGDATE.
           05 WS-POSTING-YEAR      PIC 9(4).
           05 WS-POSTING-MONTH     PIC 9(2).
           05 WS-POSTING-DAY       PIC 9(2).
       01 WS-NOWTIME               PIC 9(8).
       01 WS-TIMESTAMP             PIC X(17).
       01 WS-MASTER-BEFORE-IMAGE   PIC X(200).
       01 WS-INIT-ERROR            PIC X VALUE "N".
       01 ENDOFFILE                PIC X VALUE "N".

      *> The loan's terms before the change, for the report line.
       01 OLDRATE                  PIC 9(3)V99.
       01 OLDBALANCE               PIC 9(8)V99.
       01 OLDPAYMENT               PIC 9(8)V99.

      *> What this modification puts on the loan.
       01 MODIFICATIONOK           PIC X.
       01 MODKIND                  PIC X(6).
       01 TOTALCAPITALIZED         PIC 9(8)V99.
       01 NEWRATE                  PIC 9(3)V99.
       01 MODFLAGS                 PIC X(20).

      *> Re-amortization working fields - the calculator's
      *> CALCULATE-PAYMENT-FOR-RATE annuity, run against the master
      *> the way the posting run's ARM reset does.
       01 PERIODSPERYEAR           PIC 9(2).
       01 TOTALPERIODS             PIC 9(5).
       01 REMAININGPERIODS         PIC 9(5).
       01 MONTHLYINTERESTRATE      PIC 9(3)V9(9).
       01 GROWTHFACTOR             PIC 9(8)V9(6).
       01 NUMERATORFACTOR          PIC 9(8)V9(6).
       01 DENOMINATORFACTOR        PIC 9(8)V9(6).
       01 SCHEDULEDINTEREST        PIC S9(10)V99.
       01 FIRSTDUEYYYYMM           PIC 9(6).
       01 DUECOMPOSITE             PIC 9(6).
       01 DUECOMPOSITE-SPLIT REDEFINES DUECOMPOSITE.
           05 DUE-YEAR             PIC 9(4).
           05 DUE-MONTH            PIC 9(2).

      *> Modification control totals. Capitalized interest + escrow
      *> + fees = the principal added to the modified balances, the
      *> figure the ledger books against the loan principal control.
       01 WS-MODS-READ             PIC 9(8) VALUE 0.
       01 WS-LOANS-MODIFIED        PIC 9(8) VALUE 0.
       01 WS-LOANS-RECAST          PIC 9(8) VALUE 0.
       01 WS-MODS-REJECTED         PIC 9(8) VALUE 0.
       01 WS-INTEREST-CAPITALIZED  PIC 9(12)V99 VALUE 0.
       01 WS-ESCROW-CAPITALIZED    PIC 9(12)V99 VALUE 0.
       01 WS-FEES-CAPITALIZED      PIC 9(12)V99 VALUE 0.
       01 WS-BALANCE-BEFORE        PIC 9(12)V99 VALUE 0.
       01 WS-BALANCE-AFTER         PIC 9(12)V99 VALUE 0.

       01 MODHEADERLINE.
           05 FILLER               PIC X(40) VALUE
               "LOANID     KIND   OLD RATE NEW RATE     ".
           05 FILLER               PIC X(38) VALUE
               "OLD BALANCE  NEW BALANCE  OLD PAYMENT ".
           05 FILLER               PIC X(35) VALUE
               "NEW PAYMENT  PERIODS NEXTDUE  FLAGS".

       01 MODDETAILLINE.
           05 MD-LOANID            PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 MD-KIND              PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MD-OLDRATE           PIC ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 MD-NEWRATE           PIC ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MD-OLDBALANCE        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MD-NEWBALANCE        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MD-OLDPAYMENT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 MD-NEWPAYMENT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MD-PERIODS           PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MD-NEXTDUE           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MD-FLAGS             PIC X(20).

       01 MODCAPITALLINE.
           05 FILLER               PIC X(19) VALUE SPACES.
           05 FILLER               PIC X(22) VALUE
               "CAPITALIZED INTEREST: ".
           05 MK-INTEREST          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10) VALUE "  ESCROW: ".
           05 MK-ESCROW            PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(8) VALUE "  FEES: ".
           05 MK-FEES              PIC Z,ZZZ,ZZ9.99.

       01 MODERRORLINE.
           05 ME-LOANID            PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 ME-TYPE              PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ME-MESSAGE           PIC X(50).

       01 MODCOUNTLINE.
           05 MC-LABEL             PIC X(26).
           05 MC-COUNT             PIC ZZ,ZZZ,ZZ9.

       01 MODAMOUNTLINE.
           05 MA-LABEL             PIC X(26).
           05 FILLER               PIC X VALUE "$".
           05 MA-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> Puts approved modification and recast terms on the loan
      *> master. A modification capitalizes the past-due interest,
      *> the escrow the servicer advanced and the unpaid fees into
      *> the balance, takes any new rate and term, re-amortizes the
      *> new balance with the calculator's own payment formula and
      *> brings the loan current; a recast only re-amortizes the
      *> balance a curtailment reduced over the term that is left.
      *> Every change is journaled like a posting run, lands on the
      *> permanent history as a MODIFIED row, and goes to the
      *> accounting intake with its new terms.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "LOANMOD" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-MODIFICATION
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM WRITE-JOURNAL-START
                   PERFORM PROCESS-MODIFICATIONS UNTIL ENDOFFILE = "Y"
                   PERFORM WRITE-JOURNAL-END
                   PERFORM PRINT-MODIFICATION-TOTALS
               END-IF
               PERFORM CLOSE-MODIFICATION-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-MODIFICATION.
           OPEN INPUT LOANMODFILE
           IF WS-MOD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANMODS.DAT - STATUS "
                   WS-MOD-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN I-O LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT MODREPORTFILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MODREPORT.DAT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN EXTEND PAYHISTORYFILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYHISTORY.DAT - STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN EXTEND POSTJOURNALFILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING POSTJOURNAL.DAT - STATUS "
                   WS-JOURNAL-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN EXTEND LOANINTERFACEFILE
           IF WS-INTERFACE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANINTERFACE.DAT - STATUS "
                   WS-INTERFACE-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           MOVE BUSINESSDATE TO WS-POSTINGDATE
      *> A modified loan is brought current to the installment due
      *> the month after the one it is modified in.
           MOVE WS-POSTING-YEAR TO DUE-YEAR
           MOVE WS-POSTING-MONTH TO DUE-MONTH
           IF DUE-MONTH = 12
               ADD 1 TO DUE-YEAR
               MOVE 1 TO DUE-MONTH
           ELSE
               ADD 1 TO DUE-MONTH
           END-IF
           MOVE DUECOMPOSITE TO FIRSTDUEYYYYMM
           IF WS-INIT-ERROR = "Y"
               MOVE "Y" TO ENDOFFILE
           ELSE
               MOVE MODHEADERLINE TO MODREPORTRECORD
               WRITE MODREPORTRECORD
           END-IF.

       PROCESS-MODIFICATIONS.
           READ LOANMODFILE
               AT END MOVE "Y" TO ENDOFFILE
               NOT AT END
                   ADD 1 TO WS-MODS-READ
                   PERFORM MODIFY-ONE-LOAN
           END-READ.

       MODIFY-ONE-LOAN.
           MOVE MR-LOANID TO LM-LOANID
           READ LOANMASTERFILE
               INVALID KEY
                   MOVE "NO MASTER RECORD FOR THIS LOAN" TO ME-MESSAGE
                   PERFORM WRITE-MODIFICATION-ERROR
               NOT INVALID KEY
                   MOVE LOANMASTERRECORD TO WS-MASTER-BEFORE-IMAGE
                   PERFORM VALIDATE-MODIFICATION
                   IF MODIFICATIONOK = "Y"
                       PERFORM APPLY-MODIFICATION
                       PERFORM COMMIT-MODIFICATION
                   END-IF
           END-READ.

      *> A recast changes nothing but the payment, so one keyed with
      *> a rate, a term or an amount to capitalize is really a
      *> modification keyed as the wrong kind and goes back.
       VALIDATE-MODIFICATION.
           MOVE "Y" TO MODIFICATIONOK
           EVALUATE LM-PAYFREQ
               WHEN "B"
                   MOVE 26 TO PERIODSPERYEAR
               WHEN "S"
                   MOVE 24 TO PERIODSPERYEAR
               WHEN OTHER
                   MOVE 12 TO PERIODSPERYEAR
           END-EVALUATE
           COMPUTE TOTALCAPITALIZED =
               MR-CAPINTEREST + MR-CAPESCROW + MR-CAPFEES
           IF MR-NEWTERMYEARS > 0
               COMPUTE REMAININGPERIODS =
                   MR-NEWTERMYEARS * PERIODSPERYEAR
           ELSE
               COMPUTE TOTALPERIODS =
                   LM-LOANTERMYEARS * PERIODSPERYEAR
               IF TOTALPERIODS > LM-PAYMENTSPOSTED
                   COMPUTE REMAININGPERIODS =
                       TOTALPERIODS - LM-PAYMENTSPOSTED
               ELSE
                   MOVE 0 TO REMAININGPERIODS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN LM-STATUS NOT = "A"
                   MOVE "LOAN NOT ACTIVE - NOT MODIFIED" TO ME-MESSAGE
                   PERFORM WRITE-MODIFICATION-ERROR
               WHEN MR-MODTYPE NOT = "M" AND MR-MODTYPE NOT = "R"
                   MOVE "INVALID MODIFICATION TYPE" TO ME-MESSAGE
                   PERFORM WRITE-MODIFICATION-ERROR
               WHEN MR-MODTYPE = "R"
                   AND (MR-NEWRATE > 0 OR MR-NEWTERMYEARS > 0
                        OR TOTALCAPITALIZED > 0)
                   MOVE "RECAST CANNOT CHANGE RATE, TERM OR BALANCE"
                       TO ME-MESSAGE
                   PERFORM WRITE-MODIFICATION-ERROR
               WHEN MR-MODTYPE = "M" AND MR-NEWRATE = 0
                   AND MR-NEWTERMYEARS = 0 AND TOTALCAPITALIZED = 0
                   MOVE "NO NEW TERMS ON MODIFICATION" TO ME-MESSAGE
                   PERFORM WRITE-MODIFICATION-ERROR
               WHEN MR-CAPFEES > LM-LATEFEESDUE
                   MOVE "FEES TO CAPITALIZE EXCEED FEES DUE"
                       TO ME-MESSAGE
                   PERFORM WRITE-MODIFICATION-ERROR
               WHEN REMAININGPERIODS = 0
                   MOVE "NO TERM LEFT TO RE-AMORTIZE OVER"
                       TO ME-MESSAGE
                   PERFORM WRITE-MODIFICATION-ERROR
               WHEN LM-CURRENTBALANCE + TOTALCAPITALIZED = 0
                   MOVE "NO BALANCE LEFT TO RE-AMORTIZE" TO ME-MESSAGE
                   PERFORM WRITE-MODIFICATION-ERROR
           END-EVALUATE.

      *> A new rate or a new term fixes the note: an ARM modified
      *> onto new terms stops resetting, and a new term restarts
      *> the payment count so the remaining-term arithmetic the
      *> posting run does (term x periods - payments posted) holds
      *> for the modified note. Capitalizing alone leaves an ARM an
      *> ARM, re-amortized over the periods it already had left.
       APPLY-MODIFICATION.
           MOVE LM-CURRENTRATE TO OLDRATE
           MOVE LM-CURRENTBALANCE TO OLDBALANCE
           MOVE LM-MONTHLYPAYMENT TO OLDPAYMENT
           MOVE SPACES TO MODFLAGS
           MOVE LM-CURRENTRATE TO NEWRATE
           IF MR-MODTYPE = "R"
               MOVE "RECAST" TO MODKIND
           ELSE
               MOVE "MODIFY" TO MODKIND
               COMPUTE LM-CURRENTBALANCE ROUNDED =
                   LM-CURRENTBALANCE + TOTALCAPITALIZED
               COMPUTE LM-ESCROWBALANCE ROUNDED =
                   LM-ESCROWBALANCE + MR-CAPESCROW
               COMPUTE LM-LATEFEESDUE ROUNDED =
                   LM-LATEFEESDUE - MR-CAPFEES
               IF MR-NEWRATE > 0
                   MOVE MR-NEWRATE TO NEWRATE
               END-IF
               IF MR-NEWRATE > 0 OR MR-NEWTERMYEARS > 0
                   IF LM-ARMFLAG = "Y"
                       MOVE "ARM CONVERTED TO FIXED" TO MODFLAGS
                   END-IF
                   MOVE "N" TO LM-ARMFLAG
                   MOVE NEWRATE TO LM-INTERESTRATE
                   MOVE NEWRATE TO LM-CURRENTRATE
               END-IF
               IF MR-NEWTERMYEARS > 0
                   MOVE MR-NEWTERMYEARS TO LM-LOANTERMYEARS
                   MOVE 0 TO LM-PAYMENTSPOSTED
               END-IF
               PERFORM BRING-LOAN-CURRENT
           END-IF
           PERFORM REAMORTIZE-BALANCE.

      *> The arrears are in the balance now, so the next installment
      *> is the first one on the modified note and the due credits
      *> are re-seeded the way booking seeds them. A loan already
      *> paid ahead keeps its due month.
       BRING-LOAN-CURRENT.
           IF LM-NEXTDUEYYYYMM < FIRSTDUEYYYYMM
               MOVE FIRSTDUEYYYYMM TO LM-NEXTDUEYYYYMM
               COMPUTE LM-DUECREDITS = PERIODSPERYEAR - 12
               IF MODFLAGS = SPACES
                   MOVE "BROUGHT CURRENT" TO MODFLAGS
               END-IF
           END-IF.

       REAMORTIZE-BALANCE.
           COMPUTE MONTHLYINTERESTRATE ROUNDED =
               LM-CURRENTRATE / 100 / PERIODSPERYEAR
           IF LM-CURRENTRATE = ZERO
               COMPUTE LM-MONTHLYPAYMENT ROUNDED =
                   LM-CURRENTBALANCE / REMAININGPERIODS
           ELSE
               COMPUTE GROWTHFACTOR ROUNDED =
                   (1 + MONTHLYINTERESTRATE) ** REMAININGPERIODS
               COMPUTE NUMERATORFACTOR ROUNDED =
                   LM-CURRENTBALANCE * MONTHLYINTERESTRATE
                   * GROWTHFACTOR
               COMPUTE DENOMINATORFACTOR ROUNDED =
                   GROWTHFACTOR - 1
               COMPUTE LM-MONTHLYPAYMENT ROUNDED =
                   NUMERATORFACTOR / DENOMINATORFACTOR
           END-IF
           COMPUTE LM-PITIPAYMENT ROUNDED =
               LM-MONTHLYPAYMENT + LM-MONTHLYESCROW.

       COMMIT-MODIFICATION.
           PERFORM WRITE-JOURNAL-BEFORE
           REWRITE LOANMASTERRECORD
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "MASTER REWRITE FAILED" TO ME-MESSAGE
               PERFORM WRITE-MODIFICATION-ERROR
           ELSE
               PERFORM WRITE-JOURNAL-AFTER
               IF MR-MODTYPE = "R"
                   ADD 1 TO WS-LOANS-RECAST
               ELSE
                   ADD 1 TO WS-LOANS-MODIFIED
               END-IF
               ADD MR-CAPINTEREST TO WS-INTEREST-CAPITALIZED
               ADD MR-CAPESCROW TO WS-ESCROW-CAPITALIZED
               ADD MR-CAPFEES TO WS-FEES-CAPITALIZED
               ADD OLDBALANCE TO WS-BALANCE-BEFORE
               ADD LM-CURRENTBALANCE TO WS-BALANCE-AFTER
               PERFORM WRITE-MODIFICATION-DETAIL
               PERFORM WRITE-HISTORY-MODIFIED
               PERFORM WRITE-INTERFACE-RECORD
           END-IF.

       WRITE-MODIFICATION-DETAIL.
           MOVE SPACES TO MODREPORTRECORD
           MOVE LM-LOANID TO MD-LOANID
           MOVE MODKIND TO MD-KIND
           MOVE OLDRATE TO MD-OLDRATE
           MOVE LM-CURRENTRATE TO MD-NEWRATE
           MOVE OLDBALANCE TO MD-OLDBALANCE
           MOVE LM-CURRENTBALANCE TO MD-NEWBALANCE
           MOVE OLDPAYMENT TO MD-OLDPAYMENT
           MOVE LM-MONTHLYPAYMENT TO MD-NEWPAYMENT
           MOVE REMAININGPERIODS TO MD-PERIODS
           MOVE LM-NEXTDUEYYYYMM TO MD-NEXTDUE
           MOVE MODFLAGS TO MD-FLAGS
           MOVE MODDETAILLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD
           IF TOTALCAPITALIZED > 0
               MOVE SPACES TO MODREPORTRECORD
               MOVE MR-CAPINTEREST TO MK-INTEREST
               MOVE MR-CAPESCROW TO MK-ESCROW
               MOVE MR-CAPFEES TO MK-FEES
               MOVE MODCAPITALLINE TO MODREPORTRECORD
               WRITE MODREPORTRECORD
           END-IF.

       WRITE-MODIFICATION-ERROR.
           MOVE "N" TO MODIFICATIONOK
           ADD 1 TO WS-MODS-REJECTED
           MOVE SPACES TO MODREPORTRECORD
           MOVE MR-LOANID TO ME-LOANID
           MOVE MR-MODTYPE TO ME-TYPE
           MOVE MODERRORLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD.

      *> The MODIFIED row is dated the day the new terms took effect,
      *> so the statement, the inquiry and the reversal run can all
      *> tell which payments were posted under the old note.
       WRITE-HISTORY-MODIFIED.
           MOVE SPACES TO PAYHISTORYRECORD
           MOVE LM-LOANID TO PH-LOANID
           MOVE "MODIFIED" TO PH-TYPE
           MOVE WS-POSTINGDATE TO PH-POSTINGDATE
           MOVE WS-POSTINGDATE TO PH-PAYMENTDATE
           MOVE TOTALCAPITALIZED TO PH-AMOUNT
           MOVE MR-CAPINTEREST TO PH-INTERESTAPPLIED
           MOVE 0 TO PH-PRINCIPALAPPLIED
           MOVE MR-CAPESCROW TO PH-ESCROWAPPLIED
           MOVE 0 TO PH-PMIPORTION
           MOVE LM-CURRENTBALANCE TO PH-BALANCEAFTER
           MOVE 0 TO PH-SUSPENSERELEASED
           MOVE LM-SUSPENSEBALANCE TO PH-SUSPENSEBALANCE
           MOVE MODKIND TO PH-MODKIND
           MOVE LM-CURRENTRATE TO PH-MODNEWRATE
           MOVE LM-MONTHLYPAYMENT TO PH-MODNEWPAYMENT
           MOVE MR-CAPFEES TO PH-MODFEES
           MOVE REMAININGPERIODS TO PH-MODPERIODS
           WRITE PAYHISTORYRECORD.

      *> The new terms go to the accounting intake in the booking
      *> layout, flagged "M" so the intake updates the loan it has
      *> rather than booking a second one.
       WRITE-INTERFACE-RECORD.
           MOVE SPACES TO INTERFACERECORD
           MOVE LM-LOANID TO IF-LOANID
           MOVE LM-CURRENTBALANCE TO IF-LOANAMOUNT
           MOVE LM-CURRENTRATE TO IF-INTERESTRATE
           MOVE LM-LOANTERMYEARS TO IF-LOANTERMYEARS
           MOVE LM-MONTHLYPAYMENT TO IF-MONTHLYPAYMENT
           COMPUTE SCHEDULEDINTEREST =
               LM-MONTHLYPAYMENT * REMAININGPERIODS
               - LM-CURRENTBALANCE
           IF SCHEDULEDINTEREST < 0
               MOVE 0 TO SCHEDULEDINTEREST
           END-IF
           MOVE SCHEDULEDINTEREST TO IF-TOTALINTERESTPAID
           MOVE 0 TO IF-MONTHLYPROPERTYTAX
           MOVE 0 TO IF-MONTHLYHOMEINSURANCE
           MOVE LM-MONTHLYPMI TO IF-MONTHLYPMI
           MOVE LM-MONTHLYESCROW TO IF-MONTHLYESCROW
           MOVE LM-PITIPAYMENT TO IF-PITIPAYMENT
           MOVE WS-POSTINGDATE TO IF-BOOKEDDATE
           MOVE "M" TO IF-ACTIONCODE
           WRITE INTERFACERECORD.

      *> Journal rows in the posting run's own layout - START and
      *> END around the run, BEFORE and AFTER around every master
      *> REWRITE - so the recovery utility backs an aborted run out
      *> unchanged. The rows carry the modification date and no
      *> amount: no payment can share that key.
       WRITE-JOURNAL-START.
           PERFORM BUILD-JOURNAL-TIMESTAMP
           MOVE SPACES TO POSTJOURNALRECORD
           MOVE "START" TO JL-RECORDTYPE
           MOVE WS-TIMESTAMP TO JL-TIMESTAMP
           MOVE 0 TO JL-PAYMENTDATE
           MOVE 0 TO JL-AMOUNT
           WRITE POSTJOURNALRECORD.

       WRITE-JOURNAL-END.
           PERFORM BUILD-JOURNAL-TIMESTAMP
           MOVE SPACES TO POSTJOURNALRECORD
           MOVE "END" TO JL-RECORDTYPE
           MOVE WS-TIMESTAMP TO JL-TIMESTAMP
           MOVE 0 TO JL-PAYMENTDATE
           MOVE 0 TO JL-AMOUNT
           WRITE POSTJOURNALRECORD.

       WRITE-JOURNAL-BEFORE.
           PERFORM BUILD-JOURNAL-TIMESTAMP
           MOVE SPACES TO POSTJOURNALRECORD
           MOVE "BEFORE" TO JL-RECORDTYPE
           MOVE WS-TIMESTAMP TO JL-TIMESTAMP
           MOVE MR-LOANID TO JL-LOANID
           MOVE WS-POSTINGDATE TO JL-PAYMENTDATE
           MOVE 0 TO JL-AMOUNT
           MOVE WS-MASTER-BEFORE-IMAGE TO JL-MASTERIMAGE
           WRITE POSTJOURNALRECORD.

       WRITE-JOURNAL-AFTER.
           PERFORM BUILD-JOURNAL-TIMESTAMP
           MOVE SPACES TO POSTJOURNALRECORD
           MOVE "AFTER" TO JL-RECORDTYPE
           MOVE WS-TIMESTAMP TO JL-TIMESTAMP
           MOVE MR-LOANID TO JL-LOANID
           MOVE WS-POSTINGDATE TO JL-PAYMENTDATE
           MOVE 0 TO JL-AMOUNT
           MOVE LOANMASTERRECORD TO JL-MASTERIMAGE
           WRITE POSTJOURNALRECORD.

       BUILD-JOURNAL-TIMESTAMP.
           ACCEPT WS-NOWTIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-POSTINGDATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-NOWTIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

       PRINT-MODIFICATION-TOTALS.
           MOVE SPACES TO MODREPORTRECORD
           MOVE "MODIFICATIONS READ:" TO MC-LABEL
           MOVE WS-MODS-READ TO MC-COUNT
           MOVE MODCOUNTLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD
           MOVE "LOANS MODIFIED:" TO MC-LABEL
           MOVE WS-LOANS-MODIFIED TO MC-COUNT
           MOVE MODCOUNTLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD
           MOVE "LOANS RECAST:" TO MC-LABEL
           MOVE WS-LOANS-RECAST TO MC-COUNT
           MOVE MODCOUNTLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD
           MOVE "MODIFICATIONS REJECTED:" TO MC-LABEL
           MOVE WS-MODS-REJECTED TO MC-COUNT
           MOVE MODCOUNTLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD
           MOVE "BALANCES BEFORE:" TO MA-LABEL
           MOVE WS-BALANCE-BEFORE TO MA-AMOUNT
           MOVE MODAMOUNTLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD
           MOVE "INTEREST CAPITALIZED:" TO MA-LABEL
           MOVE WS-INTEREST-CAPITALIZED TO MA-AMOUNT
           MOVE MODAMOUNTLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD
           MOVE "ESCROW CAPITALIZED:" TO MA-LABEL
           MOVE WS-ESCROW-CAPITALIZED TO MA-AMOUNT
           MOVE MODAMOUNTLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD
           MOVE "FEES CAPITALIZED:" TO MA-LABEL
           MOVE WS-FEES-CAPITALIZED TO MA-AMOUNT
           MOVE MODAMOUNTLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD
           MOVE "BALANCES AFTER:" TO MA-LABEL
           MOVE WS-BALANCE-AFTER TO MA-AMOUNT
           MOVE MODAMOUNTLINE TO MODREPORTRECORD
           WRITE MODREPORTRECORD.

       CLOSE-MODIFICATION-FILES.
           CLOSE LOANMODFILE
           CLOSE LOANMASTERFILE
           CLOSE MODREPORTFILE
           CLOSE PAYHISTORYFILE
           CLOSE POSTJOURNALFILE
           CLOSE LOANINTERFACEFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
