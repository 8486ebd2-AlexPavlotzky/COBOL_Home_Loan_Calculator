       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTERFACE.
       AUTHOR. Alexander Pavlotzky.
       DATE-WRITTEN. 15/10/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLACCOUNTMAPFILE ASSIGN TO "GLACCOUNTMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT GLBALANCEFILE ASSIGN TO "GLBALANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT PAYHISTORYFILE ASSIGN TO "PAYHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ESCROWCHECKFILE ASSIGN TO "ESCROWCHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT LOANINTERFACEFILE ASSIGN TO "LOANINTERFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-FILE-STATUS.
           SELECT LOANMASTERFILE ASSIGN TO "LOANMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOANID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT GLJOURNALFILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT GLREPORTFILE ASSIGN TO "GLREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLACCOUNTMAPFILE.
       COPY GLMAPREC.
       FD  GLBALANCEFILE.
       COPY GLBALREC.
       FD  PAYHISTORYFILE.
       COPY PAYHISTREC.
       FD  ESCROWCHECKFILE.
       COPY ESCROWCHKREC.
       FD  LOANINTERFACEFILE.
       COPY INTERFACEREC.
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       FD  GLJOURNALFILE.
       COPY GLENTRYREC.
       FD  GLREPORTFILE.
       01  GLREPORTRECORD         PIC X(132).
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
      *> The business date the ledger posts comes from the
      *> processing-date control record (BUSINESSDATE, see
      *> BUSDATEWORK.CPY). Every source row is selected by it.
       COPY BUSDATEWORK.
       01 WS-MAP-FILE-STATUS     PIC XX.
       01 WS-BALANCE-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-CHECK-FILE-STATUS   PIC XX.
       01 WS-INTERFACE-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-JOURNAL-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-INIT-ERROR          PIC X VALUE "N".
       01 ENDOFFILE              PIC X VALUE "N".
       01 WS-MAP-EOF             PIC X VALUE "N".
       01 WS-BALANCE-EOF         PIC X VALUE "N".
       01 WS-HISTORY-EOF         PIC X VALUE "N".
       01 WS-CHECK-EOF           PIC X VALUE "N".
       01 WS-INTERFACE-EOF       PIC X VALUE "N".
       01 WS-NO-PRIOR-BALANCES   PIC X VALUE "N".

      *> GLMODE=INIT is the one-time conversion run that puts an
      *> existing book on the ledger: with no GLBALANCES.DAT yet, it
      *> opens each control account at the master position it
      *> proves against, so the first daily run starts in balance.
      *> Run it once, after the rollover and before any step of the
      *> business date has posted; it refuses if GLBALANCES.DAT is
      *> already there or the day's ledger run has completed. Any
      *> other run is the daily ledger feed.
       01 WS-GLMODE              PIC X(4).
       01 WS-CONTROL-MAPPED      PIC X.

      *> The account map as loaded, with each leg's running ledger
      *> totals - opening from GLBALANCES.DAT, plus the day's
      *> activity as the entries are written.
       01 WS-MAP-COUNT           PIC 9(2) VALUE 0.
       01 WS-MAP-IDX             PIC 9(2).
       01 WS-MAP-FOUND           PIC X.
       01 MAPLOOKUPKEY           PIC X(8).
       01 ACCOUNTMAPTABLE.
           05 ACCOUNTMAPENTRY OCCURS 50 TIMES.
               10 MT-ENTRYKEY    PIC X(8).
               10 MT-ACCOUNT     PIC X(12).
               10 MT-DESCRIPTION PIC X(30).
               10 MT-NORMALSIDE  PIC X.
               10 MT-CONTROLTYPE PIC X.
               10 MT-OPENDEBITS  PIC 9(13)V99.
               10 MT-OPENCREDITS PIC 9(13)V99.
               10 MT-DAYDEBITS   PIC 9(13)V99.
               10 MT-DAYCREDITS  PIC 9(13)V99.

      *> Every leg this run can post must be mapped before anything
      *> is written - an entry with no account behind it would
      *> leave the ledger out of balance with nothing on the report
      *> to say why.
       01 REQUIREDKEYVALUES.
           05 FILLER             PIC X(8) VALUE "CASH".
           05 FILLER             PIC X(8) VALUE "LOANPRIN".
           05 FILLER             PIC X(8) VALUE "INTINC".
           05 FILLER             PIC X(8) VALUE "ESCROW".
           05 FILLER             PIC X(8) VALUE "SUSPENSE".
           05 FILLER             PIC X(8) VALUE "FEEREC".
           05 FILLER             PIC X(8) VALUE "LATEINC".
           05 FILLER             PIC X(8) VALUE "NSFINC".
           05 FILLER             PIC X(8) VALUE "FUNDING".
           05 FILLER             PIC X(8) VALUE "ESCDISB".
           05 FILLER             PIC X(8) VALUE "RETURNS".
           05 FILLER             PIC X(8) VALUE "OVERAGE".
           05 FILLER             PIC X(8) VALUE "ESCADV".
       01 REQUIREDKEYTABLE REDEFINES REQUIREDKEYVALUES.
           05 REQUIREDKEY        PIC X(8) OCCURS 13 TIMES.
       01 REQUIREDKEYIDX         PIC 9(2).

      *> One leg of a journal entry, set up by the caller before
      *> POST-GL-LEG, and the running sides of the transaction the
      *> legs belong to.
       01 LEGKEY                 PIC X(8).
       01 LEGSIDE                PIC X.
       01 LEGAMOUNT              PIC 9(10)V99.
       01 LEGSOURCE              PIC X(8).
       01 LEGLOANID              PIC X(10).
       01 LEGDESCRIPTION         PIC X(30).
       01 TXNDEBITS              PIC 9(10)V99.
       01 TXNCREDITS             PIC 9(10)V99.
       01 PAYOFFREFUNDDUE        PIC 9(10)V99.

      *> The control-account proof: the ledger balance of every
      *> mapped leg carrying each control type, against the master
      *> position it represents - 1 principal, 2 escrow, 3 suspense,
      *> 4 late fees due.
       01 CONTROLTOTALS.
           05 CONTROLENTRY OCCURS 4 TIMES.
               10 CT-GLBALANCE   PIC S9(13)V99.
               10 CT-MASTER      PIC 9(13)V99.
               10 CT-DIFFERENCE  PIC S9(13)V99.
       01 CONTROLIDX             PIC 9.
       01 CLOSINGBALANCE         PIC S9(13)V99.
       01 WS-OUT-OF-BALANCE      PIC X VALUE "N".

       01 WS-HISTORY-READ        PIC 9(8) VALUE 0.
       01 WS-POSTED-ROWS         PIC 9(8) VALUE 0.
       01 WS-SUSPENSE-ROWS       PIC 9(8) VALUE 0.
       01 WS-PAYOFF-ROWS         PIC 9(8) VALUE 0.
       01 WS-REVERSED-ROWS       PIC 9(8) VALUE 0.
       01 WS-LATEFEE-ROWS        PIC 9(8) VALUE 0.
       01 WS-NEW-LOANS           PIC 9(8) VALUE 0.
       01 WS-MODIFIED-ROWS       PIC 9(8) VALUE 0.
       01 WS-ESCROW-CHECKS       PIC 9(8) VALUE 0.
       01 WS-OVERAGE-ENTRIES     PIC 9(8) VALUE 0.
       01 WS-ENTRIES-WRITTEN     PIC 9(8) VALUE 0.
       01 WS-LOANS-READ          PIC 9(8) VALUE 0.
       01 WS-TOTAL-DEBITS        PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-CREDITS       PIC 9(13)V99 VALUE 0.

       01 LEDGERTITLELINE.
           05 FILLER             PIC X(42)
               VALUE "GENERAL LEDGER INTERFACE - BUSINESS DATE: ".
           05 LT-BUSINESSDATE    PIC 9(8).

       01 LEDGERHEADERLINE.
           05 FILLER             PIC X(53) VALUE
               "KEY      ACCOUNT      DESCRIPTION".
           05 FILLER             PIC X(38) VALUE
               "            DEBITS            CREDITS".
           05 FILLER             PIC X(20) VALUE
               "     CLOSING BALANCE".

       01 LEDGERACCOUNTLINE.
           05 LA-ENTRYKEY        PIC X(8).
           05 FILLER             PIC X VALUE SPACES.
           05 LA-ACCOUNT         PIC X(12).
           05 FILLER             PIC X VALUE SPACES.
           05 LA-DESCRIPTION     PIC X(30).
           05 FILLER             PIC X VALUE SPACES.
           05 LA-DEBITS          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X VALUE SPACES.
           05 LA-CREDITS         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X VALUE SPACES.
           05 LA-BALANCE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X VALUE SPACES.
           05 LA-SIDE            PIC X(2).

       01 LEDGERCOUNTLINE.
           05 LC-LABEL           PIC X(30).
           05 LC-COUNT           PIC ZZ,ZZZ,ZZ9.

       01 LEDGERAMOUNTLINE.
           05 LS-LABEL           PIC X(30).
           05 FILLER             PIC X VALUE "$".
           05 LS-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 TRIALBALANCELINE.
           05 TB-LABEL           PIC X(20).
           05 FILLER             PIC X(6) VALUE "  GL $".
           05 TB-GLBALANCE       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(10) VALUE "  MASTER $".
           05 TB-MASTER          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(14) VALUE "  DIFFERENCE $".
           05 TB-DIFFERENCE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 OUTOFBALANCELINE.
           05 OB-LABEL           PIC X(30).
           05 FILLER             PIC X VALUE "$".
           05 OB-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> The daily ledger feed accounting has been keying by hand:
      *> every payment applied or held, payoff, returned payment,
      *> late fee, escrow check and new loan booked on the business
      *> date, written as balanced debit/credit legs against the
      *> accounts in the maintainable account map - then the ledger
      *> control accounts are proved against the principal, escrow,
      *> suspense and late-fee positions summed across the master,
      *> and any out-of-balance amount is printed and fails the run.
      *> The posting report is printed from the same split the
      *> POSTED and SUSPENSE history rows carry, so the ledger takes
      *> the figures from the rows, unedited.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-GLMODE FROM ENVIRONMENT "GLMODE"
           IF WS-GLMODE = "INIT"
               PERFORM SEED-OPENING-BALANCES
               STOP RUN
           END-IF
           MOVE "GLINTFC" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-LEDGER
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM JOURNAL-HISTORY-ROWS
                       UNTIL WS-HISTORY-EOF = "Y"
                   PERFORM JOURNAL-ESCROW-CHECKS
                       UNTIL WS-CHECK-EOF = "Y"
                   PERFORM JOURNAL-NEW-LOANS
                       UNTIL WS-INTERFACE-EOF = "Y"
                   PERFORM TOTAL-MASTER-POSITIONS
                       UNTIL ENDOFFILE = "Y"
                   PERFORM PROVE-CONTROL-ACCOUNTS
                   PERFORM PRINT-LEDGER-REPORT
                   PERFORM WRITE-LEDGER-BALANCES
                   IF WS-OUT-OF-BALANCE = "Y" AND RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM CLOSE-LEDGER-FILES
               IF WS-INIT-ERROR NOT = "Y" AND RETURN-CODE < 8
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-LEDGER.
           PERFORM VARYING CONTROLIDX FROM 1 BY 1
               UNTIL CONTROLIDX > 4
               MOVE 0 TO CT-GLBALANCE(CONTROLIDX)
               MOVE 0 TO CT-MASTER(CONTROLIDX)
               MOVE 0 TO CT-DIFFERENCE(CONTROLIDX)
           END-PERFORM
           PERFORM LOAD-ACCOUNT-MAP
           IF WS-INIT-ERROR NOT = "Y"
               PERFORM CHECK-REQUIRED-KEYS
           END-IF
           IF WS-INIT-ERROR NOT = "Y"
               PERFORM LOAD-PRIOR-BALANCES
           END-IF
           OPEN INPUT PAYHISTORYFILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYHISTORY.DAT - STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
      *> No check file or interface file on disk just means no
      *> disbursement run or no booking has happened yet - nothing
      *> to journal from it, not a reason to stop the ledger.
           OPEN INPUT ESCROWCHECKFILE
           IF WS-CHECK-FILE-STATUS = "35"
               MOVE "Y" TO WS-CHECK-EOF
           ELSE
               IF WS-CHECK-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING ESCROWCHECKS.DAT - STATUS "
                       WS-CHECK-FILE-STATUS
                   MOVE "Y" TO WS-INIT-ERROR
               END-IF
           END-IF
           OPEN INPUT LOANINTERFACEFILE
           IF WS-INTERFACE-FILE-STATUS = "35"
               MOVE "Y" TO WS-INTERFACE-EOF
           ELSE
               IF WS-INTERFACE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOANINTERFACE.DAT - STATUS "
                       WS-INTERFACE-FILE-STATUS
                   MOVE "Y" TO WS-INIT-ERROR
               END-IF
           END-IF
           OPEN INPUT LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT GLJOURNALFILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GLJOURNAL.DAT - STATUS "
                   WS-JOURNAL-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT GLREPORTFILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GLREPORT.DAT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GLACCOUNTMAPFILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GLACCOUNTMAP.DAT - STATUS "
                   WS-MAP-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           ELSE
               PERFORM LOAD-ONE-MAP-ENTRY UNTIL WS-MAP-EOF = "Y"
               CLOSE GLACCOUNTMAPFILE
           END-IF.

       LOAD-ONE-MAP-ENTRY.
           READ GLACCOUNTMAPFILE
               AT END MOVE "Y" TO WS-MAP-EOF
               NOT AT END
                   MOVE GM-ENTRYKEY TO MAPLOOKUPKEY
                   PERFORM FIND-MAP-ENTRY
                   EVALUATE TRUE
                       WHEN WS-MAP-FOUND = "Y"
                           DISPLAY "GL ACCOUNT MAP KEY " GM-ENTRYKEY
                               " MAPPED TWICE"
                           MOVE "Y" TO WS-INIT-ERROR
                       WHEN WS-MAP-COUNT >= 50
                           DISPLAY "GL ACCOUNT MAP FULL - OVER 50 KEYS"
                           MOVE "Y" TO WS-INIT-ERROR
                       WHEN OTHER
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GM-ENTRYKEY
                               TO MT-ENTRYKEY(WS-MAP-COUNT)
                           MOVE GM-ACCOUNT TO MT-ACCOUNT(WS-MAP-COUNT)
                           MOVE GM-DESCRIPTION
                               TO MT-DESCRIPTION(WS-MAP-COUNT)
                           MOVE GM-NORMALSIDE
                               TO MT-NORMALSIDE(WS-MAP-COUNT)
                           MOVE GM-CONTROLTYPE
                               TO MT-CONTROLTYPE(WS-MAP-COUNT)
                           MOVE 0 TO MT-OPENDEBITS(WS-MAP-COUNT)
                           MOVE 0 TO MT-OPENCREDITS(WS-MAP-COUNT)
                           MOVE 0 TO MT-DAYDEBITS(WS-MAP-COUNT)
                           MOVE 0 TO MT-DAYCREDITS(WS-MAP-COUNT)
                   END-EVALUATE
           END-READ.

       FIND-MAP-ENTRY.
           MOVE "N" TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               OR WS-MAP-FOUND = "Y"
               IF MT-ENTRYKEY(WS-MAP-IDX) = MAPLOOKUPKEY
                   MOVE "Y" TO WS-MAP-FOUND
               END-IF
           END-PERFORM
      *> The search loop leaves the index one past the hit.
           IF WS-MAP-FOUND = "Y"
               SUBTRACT 1 FROM WS-MAP-IDX
           END-IF.

       CHECK-REQUIRED-KEYS.
           PERFORM VARYING REQUIREDKEYIDX FROM 1 BY 1
               UNTIL REQUIREDKEYIDX > 13
               MOVE REQUIREDKEY(REQUIREDKEYIDX) TO MAPLOOKUPKEY
               PERFORM FIND-MAP-ENTRY
               IF WS-MAP-FOUND = "N"
                   DISPLAY "NO GL ACCOUNT MAPPED FOR KEY "
                       MAPLOOKUPKEY
                   MOVE "Y" TO WS-INIT-ERROR
               END-IF
           END-PERFORM.

      *> The balances carried from the last ledger run. Posted for
      *> an earlier date, the closing totals become today's opening;
      *> posted for this same date (a re-run), the opening totals
      *> they started from are used again, so the day is never
      *> counted twice. Balances already carried past this date, or
      *> carried for a key no longer in the map, stop the run - the
      *> ledger cannot go backward or drop a balance silently. No
      *> balance file at all is a ledger never opened: every leg
      *> opens at zero and the report says so - against a book that
      *> already has loans on it, the GLMODE=INIT run seeds the
      *> opening balances first.
       LOAD-PRIOR-BALANCES.
           OPEN INPUT GLBALANCEFILE
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-NO-PRIOR-BALANCES
               DISPLAY "NO GLBALANCES.DAT - ACCOUNTS OPEN AT ZERO; "
                   "RUN GLMODE=INIT FIRST FOR AN EXISTING BOOK"
           ELSE
               PERFORM LOAD-ONE-BALANCE UNTIL WS-BALANCE-EOF = "Y"
               CLOSE GLBALANCEFILE
           END-IF.

       LOAD-ONE-BALANCE.
           READ GLBALANCEFILE
               AT END MOVE "Y" TO WS-BALANCE-EOF
               NOT AT END
                   MOVE GB-ENTRYKEY TO MAPLOOKUPKEY
                   PERFORM FIND-MAP-ENTRY
                   EVALUATE TRUE
                       WHEN WS-MAP-FOUND = "N"
                           DISPLAY "GL BALANCE CARRIED FOR UNMAPPED "
                               "KEY " GB-ENTRYKEY
                           MOVE "Y" TO WS-INIT-ERROR
                       WHEN GB-ASOFDATE > BUSINESSDATE
                           DISPLAY "GL BALANCES ALREADY CARRIED TO "
                               GB-ASOFDATE " - RUN REFUSED"
                           MOVE "Y" TO WS-INIT-ERROR
                       WHEN GB-ASOFDATE = BUSINESSDATE
                           MOVE GB-OPENDEBITS
                               TO MT-OPENDEBITS(WS-MAP-IDX)
                           MOVE GB-OPENCREDITS
                               TO MT-OPENCREDITS(WS-MAP-IDX)
                       WHEN OTHER
                           MOVE GB-CLOSEDEBITS
                               TO MT-OPENDEBITS(WS-MAP-IDX)
                           MOVE GB-CLOSECREDITS
                               TO MT-OPENCREDITS(WS-MAP-IDX)
                   END-EVALUATE
           END-READ.

      *> Rows posted on the business date. EXCEPTION rows moved no
      *> money on the master and carry no entry.
       JOURNAL-HISTORY-ROWS.
           READ PAYHISTORYFILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF PH-POSTINGDATE = BUSINESSDATE
                       MOVE PH-LOANID TO LEGLOANID
                       MOVE 0 TO TXNDEBITS
                       MOVE 0 TO TXNCREDITS
                       EVALUATE PH-TYPE
                           WHEN "POSTED"
                               PERFORM JOURNAL-POSTED-PAYMENT
                           WHEN "SUSPENSE"
                               PERFORM JOURNAL-SUSPENSE-PAYMENT
                           WHEN "PAYOFF"
                               PERFORM JOURNAL-PAYOFF
                           WHEN "REVERSED"
                               PERFORM JOURNAL-REVERSAL
                           WHEN "LATEFEE"
                               PERFORM JOURNAL-LATE-FEE
                           WHEN "MODIFIED"
                               PERFORM JOURNAL-MODIFICATION
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *> The cash received plus any held funds it released, against
      *> the interest, principal and escrow split it funded.
       JOURNAL-POSTED-PAYMENT.
           ADD 1 TO WS-POSTED-ROWS
           MOVE "PAYMENT" TO LEGSOURCE
           MOVE "CASH" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-AMOUNT TO LEGAMOUNT
           MOVE "PAYMENT RECEIVED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "SUSPENSE" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-SUSPENSERELEASED TO LEGAMOUNT
           MOVE "SUSPENSE RELEASED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "INTINC" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-INTERESTAPPLIED TO LEGAMOUNT
           MOVE "INTEREST COLLECTED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "LOANPRIN" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-PRINCIPALAPPLIED TO LEGAMOUNT
           MOVE "PRINCIPAL COLLECTED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "ESCROW" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-ESCROWAPPLIED TO LEGAMOUNT
           MOVE "ESCROW COLLECTED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           PERFORM BALANCE-TRANSACTION.

       JOURNAL-SUSPENSE-PAYMENT.
           ADD 1 TO WS-SUSPENSE-ROWS
           MOVE "PAYMENT" TO LEGSOURCE
           MOVE "CASH" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-AMOUNT TO LEGAMOUNT
           MOVE "PAYMENT RECEIVED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "SUSPENSE" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-AMOUNT TO LEGAMOUNT
           MOVE "SUSPENSE HELD" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           PERFORM BALANCE-TRANSACTION.

      *> The payoff closes every balance on the account: the net
      *> remitted, the suspense credited and the escrow refunded pay
      *> off the principal, the accrued interest and the late fees.
      *> Refunds beyond what was owed are a payable to the borrower
      *> - the transaction's balancing leg to OVERAGE.
       JOURNAL-PAYOFF.
           ADD 1 TO WS-PAYOFF-ROWS
           MOVE "PAYOFF" TO LEGSOURCE
           MOVE "CASH" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-AMOUNT TO LEGAMOUNT
           MOVE "PAYOFF FUNDS RECEIVED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "SUSPENSE" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-SUSPENSERELEASED TO LEGAMOUNT
           MOVE "SUSPENSE CREDITED TO PAYOFF" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "ESCROW" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-PAYOFFESCROW TO LEGAMOUNT
           MOVE "ESCROW REFUNDED AT PAYOFF" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "LOANPRIN" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-PRINCIPALAPPLIED TO LEGAMOUNT
           MOVE "PRINCIPAL PAID OFF" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "INTINC" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-INTERESTAPPLIED TO LEGAMOUNT
           MOVE "PAYOFF INTEREST COLLECTED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "FEEREC" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-PAYOFFFEES TO LEGAMOUNT
           MOVE "LATE FEES COLLECTED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           IF TXNDEBITS > TXNCREDITS
               COMPUTE PAYOFFREFUNDDUE = TXNDEBITS - TXNCREDITS
               MOVE "OVERAGE" TO LEGKEY
               MOVE "C" TO LEGSIDE
               MOVE PAYOFFREFUNDDUE TO LEGAMOUNT
               MOVE "PAYOFF REFUND DUE BORROWER" TO LEGDESCRIPTION
               PERFORM POST-GL-LEG
           END-IF
           PERFORM BALANCE-TRANSACTION.

      *> A returned payment comes back out of the accounts its
      *> original went into: a POSTED original's split is debited
      *> back and the held funds it released credited back to
      *> suspense; a SUSPENSE original's funds come back out of
      *> suspense, any part already released coming back off
      *> principal. The returned check itself is credited to the
      *> returned-items account, and the returned-item fee is
      *> assessed to fees receivable. Escrow the master could not
      *> give back - the part of the collection the account had
      *> already paid away - is an escrow advance: it is debited to
      *> the advance receivable (ESCADV), not to escrow, so the
      *> escrow line still ties to the master until the next
      *> analysis recovers the advance.
       JOURNAL-REVERSAL.
           ADD 1 TO WS-REVERSED-ROWS
           MOVE "REVERSAL" TO LEGSOURCE
           MOVE "RETURNS" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-AMOUNT TO LEGAMOUNT
           MOVE "PAYMENT RETURNED UNPAID" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "SUSPENSE" TO LEGKEY
           MOVE PH-SUSPENSERELEASED TO LEGAMOUNT
           IF PH-REVORIGTYPE = "POSTED"
               MOVE "C" TO LEGSIDE
               MOVE "SUSPENSE PUT BACK" TO LEGDESCRIPTION
           ELSE
               MOVE "D" TO LEGSIDE
               MOVE "SUSPENSE WITHDRAWN" TO LEGDESCRIPTION
           END-IF
           PERFORM POST-GL-LEG
           MOVE "INTINC" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-INTERESTAPPLIED TO LEGAMOUNT
           MOVE "INTEREST REVERSED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "LOANPRIN" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-PRINCIPALAPPLIED TO LEGAMOUNT
           MOVE "PRINCIPAL REVERSED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "ESCROW" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-ESCROWAPPLIED TO LEGAMOUNT
           MOVE "ESCROW REVERSED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           IF PH-REVESCROWADVANCE NUMERIC
               MOVE "ESCADV" TO LEGKEY
               MOVE "D" TO LEGSIDE
               MOVE PH-REVESCROWADVANCE TO LEGAMOUNT
               MOVE "ESCROW ADVANCED ON RETURN" TO LEGDESCRIPTION
               PERFORM POST-GL-LEG
           END-IF
           PERFORM BALANCE-TRANSACTION
           MOVE 0 TO TXNDEBITS
           MOVE 0 TO TXNCREDITS
           MOVE "FEEREC" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-REVFEE TO LEGAMOUNT
           MOVE "RETURNED ITEM FEE ASSESSED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "NSFINC" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-REVFEE TO LEGAMOUNT
           MOVE "RETURNED ITEM FEE INCOME" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG.

       JOURNAL-LATE-FEE.
           ADD 1 TO WS-LATEFEE-ROWS
           MOVE "LATEFEE" TO LEGSOURCE
           MOVE "FEEREC" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-AMOUNT TO LEGAMOUNT
           MOVE "LATE FEE ASSESSED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "LATEINC" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-AMOUNT TO LEGAMOUNT
           MOVE "LATE FEE INCOME" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG.

      *> A modification capitalizes into principal: the past-due
      *> interest is earned now it is on the note, the escrow the
      *> servicer advanced goes back into the escrow account, and
      *> the fees capitalized come off fees receivable. A recast
      *> capitalizes nothing and writes no legs.
       JOURNAL-MODIFICATION.
           ADD 1 TO WS-MODIFIED-ROWS
           MOVE "MODIFY" TO LEGSOURCE
           MOVE "LOANPRIN" TO LEGKEY
           MOVE "D" TO LEGSIDE
           MOVE PH-AMOUNT TO LEGAMOUNT
           MOVE "ARREARS CAPITALIZED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "INTINC" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-INTERESTAPPLIED TO LEGAMOUNT
           MOVE "INTEREST CAPITALIZED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "ESCROW" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-ESCROWAPPLIED TO LEGAMOUNT
           MOVE "ESCROW ADVANCE CAPITALIZED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           MOVE "FEEREC" TO LEGKEY
           MOVE "C" TO LEGSIDE
           MOVE PH-MODFEES TO LEGAMOUNT
           MOVE "FEES CAPITALIZED" TO LEGDESCRIPTION
           PERFORM POST-GL-LEG
           PERFORM BALANCE-TRANSACTION.

      *> Checks the disbursement run drafted on the business date -
      *> the escrow account pays the tax bill or premium.
       JOURNAL-ESCROW-CHECKS.
           READ ESCROWCHECKFILE
               AT END MOVE "Y" TO WS-CHECK-EOF
               NOT AT END
                   IF EC-DISBURSEDATE = BUSINESSDATE
                       ADD 1 TO WS-ESCROW-CHECKS
                       MOVE EC-LOANID TO LEGLOANID
                       MOVE "ESCROWCK" TO LEGSOURCE
                       MOVE "ESCROW" TO LEGKEY
                       MOVE "D" TO LEGSIDE
                       MOVE EC-AMOUNT TO LEGAMOUNT
                       MOVE EC-PAYEENAME TO LEGDESCRIPTION
                       PERFORM POST-GL-LEG
                       MOVE "ESCDISB" TO LEGKEY
                       MOVE "C" TO LEGSIDE
                       MOVE EC-AMOUNT TO LEGAMOUNT
                       MOVE "ESCROW CHECK ISSUED" TO LEGDESCRIPTION
                       PERFORM POST-GL-LEG
                   END-IF
           END-READ.

      *> Loans booked to the master on the business date - by the
      *> nightly batch or by the pending-loan release - fund at the
      *> full loan amount. A modification's new terms ride the same
      *> file but fund nothing; its history row carries the legs.
       JOURNAL-NEW-LOANS.
           READ LOANINTERFACEFILE
               AT END MOVE "Y" TO WS-INTERFACE-EOF
               NOT AT END
                   IF IF-BOOKEDDATE = BUSINESSDATE
                       AND IF-ACTIONCODE NOT = "M"
                       ADD 1 TO WS-NEW-LOANS
                       MOVE IF-LOANID TO LEGLOANID
                       MOVE "NEWLOAN" TO LEGSOURCE
                       MOVE "LOANPRIN" TO LEGKEY
                       MOVE "D" TO LEGSIDE
                       MOVE IF-LOANAMOUNT TO LEGAMOUNT
                       MOVE "NEW LOAN BOOKED" TO LEGDESCRIPTION
                       PERFORM POST-GL-LEG
                       MOVE "FUNDING" TO LEGKEY
                       MOVE "C" TO LEGSIDE
                       MOVE IF-LOANAMOUNT TO LEGAMOUNT
                       MOVE "LOAN PROCEEDS FUNDED" TO LEGDESCRIPTION
                       PERFORM POST-GL-LEG
                   END-IF
           END-READ.

      *> One leg to the journal file and the leg's running totals.
      *> A zero leg writes nothing.
       POST-GL-LEG.
           IF LEGAMOUNT > ZERO
               MOVE LEGKEY TO MAPLOOKUPKEY
               PERFORM FIND-MAP-ENTRY
               MOVE SPACES TO GLENTRYRECORD
               MOVE BUSINESSDATE TO GE-BUSINESSDATE
               MOVE MT-ACCOUNT(WS-MAP-IDX) TO GE-ACCOUNT
               MOVE LEGSIDE TO GE-DRCR
               MOVE LEGAMOUNT TO GE-AMOUNT
               MOVE LEGKEY TO GE-ENTRYKEY
               MOVE LEGSOURCE TO GE-SOURCE
               MOVE LEGLOANID TO GE-LOANID
               MOVE LEGDESCRIPTION TO GE-DESCRIPTION
               WRITE GLENTRYRECORD
               ADD 1 TO WS-ENTRIES-WRITTEN
               IF LEGSIDE = "D"
                   ADD LEGAMOUNT TO MT-DAYDEBITS(WS-MAP-IDX)
                   ADD LEGAMOUNT TO TXNDEBITS
                   ADD LEGAMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD LEGAMOUNT TO MT-DAYCREDITS(WS-MAP-IDX)
                   ADD LEGAMOUNT TO TXNCREDITS
                   ADD LEGAMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

      *> Money the split did not account for - the part of a final
      *> payment beyond the balance it paid off - is owed back to
      *> the borrower and balances the entry to OVERAGE, so every
      *> transaction goes to the ledger with equal sides.
       BALANCE-TRANSACTION.
           IF TXNDEBITS NOT = TXNCREDITS
               ADD 1 TO WS-OVERAGE-ENTRIES
               MOVE "OVERAGE" TO LEGKEY
               MOVE "UNAPPLIED DIFFERENCE" TO LEGDESCRIPTION
               IF TXNDEBITS > TXNCREDITS
                   MOVE "C" TO LEGSIDE
                   COMPUTE LEGAMOUNT = TXNDEBITS - TXNCREDITS
               ELSE
                   MOVE "D" TO LEGSIDE
                   COMPUTE LEGAMOUNT = TXNCREDITS - TXNDEBITS
               END-IF
               PERFORM POST-GL-LEG
           END-IF.

       TOTAL-MASTER-POSITIONS.
           READ LOANMASTERFILE NEXT RECORD
               AT END MOVE "Y" TO ENDOFFILE
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   ADD LM-CURRENTBALANCE TO CT-MASTER(1)
                   ADD LM-ESCROWBALANCE TO CT-MASTER(2)
                   ADD LM-SUSPENSEBALANCE TO CT-MASTER(3)
                   ADD LM-LATEFEESDUE TO CT-MASTER(4)
           END-READ.

      *> Each control leg's closing balance, read on its normal
      *> side, rolls into the control total it proves.
       PROVE-CONTROL-ACCOUNTS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM CALCULATE-CLOSING-BALANCE
               EVALUATE MT-CONTROLTYPE(WS-MAP-IDX)
                   WHEN "L"
                       ADD CLOSINGBALANCE TO CT-GLBALANCE(1)
                   WHEN "E"
                       ADD CLOSINGBALANCE TO CT-GLBALANCE(2)
                   WHEN "S"
                       ADD CLOSINGBALANCE TO CT-GLBALANCE(3)
                   WHEN "F"
                       ADD CLOSINGBALANCE TO CT-GLBALANCE(4)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING CONTROLIDX FROM 1 BY 1
               UNTIL CONTROLIDX > 4
               COMPUTE CT-DIFFERENCE(CONTROLIDX) =
                   CT-GLBALANCE(CONTROLIDX) - CT-MASTER(CONTROLIDX)
               IF CT-DIFFERENCE(CONTROLIDX) NOT = ZERO
                   MOVE "Y" TO WS-OUT-OF-BALANCE
               END-IF
           END-PERFORM
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF.

       CALCULATE-CLOSING-BALANCE.
           IF MT-NORMALSIDE(WS-MAP-IDX) = "C"
               COMPUTE CLOSINGBALANCE =
                   MT-OPENCREDITS(WS-MAP-IDX)
                   + MT-DAYCREDITS(WS-MAP-IDX)
                   - MT-OPENDEBITS(WS-MAP-IDX)
                   - MT-DAYDEBITS(WS-MAP-IDX)
           ELSE
               COMPUTE CLOSINGBALANCE =
                   MT-OPENDEBITS(WS-MAP-IDX)
                   + MT-DAYDEBITS(WS-MAP-IDX)
                   - MT-OPENCREDITS(WS-MAP-IDX)
                   - MT-DAYCREDITS(WS-MAP-IDX)
           END-IF.

       PRINT-LEDGER-REPORT.
           MOVE SPACES TO GLREPORTRECORD
           MOVE BUSINESSDATE TO LT-BUSINESSDATE
           MOVE LEDGERTITLELINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           IF WS-NO-PRIOR-BALANCES = "Y"
               MOVE SPACES TO GLREPORTRECORD
               MOVE "NO PRIOR GL BALANCES - ALL ACCOUNTS OPENED AT ZERO"
                   TO GLREPORTRECORD
               WRITE GLREPORTRECORD
           END-IF
           IF WS-GLMODE = "INIT"
               MOVE SPACES TO GLREPORTRECORD
               MOVE "OPENING BALANCES SEEDED FROM THE LOAN MASTER"
                   TO GLREPORTRECORD
               WRITE GLREPORTRECORD
           END-IF
           PERFORM PRINT-SOURCE-COUNTS
           MOVE SPACES TO GLREPORTRECORD
           MOVE LEDGERHEADERLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM PRINT-ACCOUNT-LINE
           END-PERFORM
           MOVE SPACES TO GLREPORTRECORD
           MOVE "TOTAL DEBITS:" TO LS-LABEL
           MOVE WS-TOTAL-DEBITS TO LS-AMOUNT
           MOVE LEDGERAMOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "TOTAL CREDITS:" TO LS-LABEL
           MOVE WS-TOTAL-CREDITS TO LS-AMOUNT
           MOVE LEDGERAMOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE SPACES TO GLREPORTRECORD
               MOVE "JOURNAL OUT OF BALANCE:" TO OB-LABEL
               COMPUTE OB-AMOUNT = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
               MOVE OUTOFBALANCELINE TO GLREPORTRECORD
               WRITE GLREPORTRECORD
           END-IF
           PERFORM PRINT-TRIAL-BALANCE.

       PRINT-SOURCE-COUNTS.
           MOVE SPACES TO GLREPORTRECORD
           MOVE "HISTORY ROWS READ:" TO LC-LABEL
           MOVE WS-HISTORY-READ TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "PAYMENTS POSTED:" TO LC-LABEL
           MOVE WS-POSTED-ROWS TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "PAYMENTS HELD IN SUSPENSE:" TO LC-LABEL
           MOVE WS-SUSPENSE-ROWS TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "PAYOFFS:" TO LC-LABEL
           MOVE WS-PAYOFF-ROWS TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "PAYMENTS REVERSED:" TO LC-LABEL
           MOVE WS-REVERSED-ROWS TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "LATE FEES ASSESSED:" TO LC-LABEL
           MOVE WS-LATEFEE-ROWS TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "LOANS MODIFIED OR RECAST:" TO LC-LABEL
           MOVE WS-MODIFIED-ROWS TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "ESCROW CHECKS:" TO LC-LABEL
           MOVE WS-ESCROW-CHECKS TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "NEW LOANS BOOKED:" TO LC-LABEL
           MOVE WS-NEW-LOANS TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "UNAPPLIED DIFFERENCES:" TO LC-LABEL
           MOVE WS-OVERAGE-ENTRIES TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE "JOURNAL ENTRIES WRITTEN:" TO LC-LABEL
           MOVE WS-ENTRIES-WRITTEN TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD.

       PRINT-ACCOUNT-LINE.
           PERFORM CALCULATE-CLOSING-BALANCE
           MOVE SPACES TO GLREPORTRECORD
           MOVE MT-ENTRYKEY(WS-MAP-IDX) TO LA-ENTRYKEY
           MOVE MT-ACCOUNT(WS-MAP-IDX) TO LA-ACCOUNT
           MOVE MT-DESCRIPTION(WS-MAP-IDX) TO LA-DESCRIPTION
           MOVE MT-DAYDEBITS(WS-MAP-IDX) TO LA-DEBITS
           MOVE MT-DAYCREDITS(WS-MAP-IDX) TO LA-CREDITS
           MOVE CLOSINGBALANCE TO LA-BALANCE
           IF MT-NORMALSIDE(WS-MAP-IDX) = "C"
               MOVE "CR" TO LA-SIDE
           ELSE
               MOVE "DR" TO LA-SIDE
           END-IF
           MOVE LEDGERACCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD.

       PRINT-TRIAL-BALANCE.
           MOVE SPACES TO GLREPORTRECORD
           MOVE "CONTROL ACCOUNT TRIAL BALANCE" TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           PERFORM VARYING CONTROLIDX FROM 1 BY 1
               UNTIL CONTROLIDX > 4
               MOVE SPACES TO GLREPORTRECORD
               EVALUATE CONTROLIDX
                   WHEN 1 MOVE "PRINCIPAL BALANCE" TO TB-LABEL
                   WHEN 2 MOVE "ESCROW BALANCE" TO TB-LABEL
                   WHEN 3 MOVE "SUSPENSE BALANCE" TO TB-LABEL
                   WHEN 4 MOVE "LATE FEES DUE" TO TB-LABEL
               END-EVALUATE
               MOVE CT-GLBALANCE(CONTROLIDX) TO TB-GLBALANCE
               MOVE CT-MASTER(CONTROLIDX) TO TB-MASTER
               MOVE CT-DIFFERENCE(CONTROLIDX) TO TB-DIFFERENCE
               MOVE TRIALBALANCELINE TO GLREPORTRECORD
               WRITE GLREPORTRECORD
               IF CT-DIFFERENCE(CONTROLIDX) NOT = ZERO
                   MOVE SPACES TO GLREPORTRECORD
                   MOVE "  OUT OF BALANCE BY:" TO OB-LABEL
                   MOVE CT-DIFFERENCE(CONTROLIDX) TO OB-AMOUNT
                   MOVE OUTOFBALANCELINE TO GLREPORTRECORD
                   WRITE GLREPORTRECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO GLREPORTRECORD
           MOVE "LOANS ON MASTER:" TO LC-LABEL
           MOVE WS-LOANS-READ TO LC-COUNT
           MOVE LEDGERCOUNTLINE TO GLREPORTRECORD
           WRITE GLREPORTRECORD
           MOVE SPACES TO GLREPORTRECORD
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE "*** GL OUT OF BALANCE - SEE DIFFERENCES ABOVE ***"
                   TO GLREPORTRECORD
           ELSE
               MOVE "GL CONTROL ACCOUNTS IN BALANCE WITH LOAN MASTER"
                   TO GLREPORTRECORD
           END-IF
           WRITE GLREPORTRECORD.

      *> The balances carried forward: the opening totals this date
      *> started from and the closing totals after its activity.
      *> A file that cannot be written fails the run, so the step is
      *> not marked complete and the next date cannot open from
      *> stale balances.
       WRITE-LEDGER-BALANCES.
           OPEN OUTPUT GLBALANCEFILE
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GLBALANCES.DAT - STATUS "
                   WS-BALANCE-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   MOVE SPACES TO GLBALANCERECORD
                   MOVE MT-ENTRYKEY(WS-MAP-IDX) TO GB-ENTRYKEY
                   MOVE MT-ACCOUNT(WS-MAP-IDX) TO GB-ACCOUNT
                   MOVE BUSINESSDATE TO GB-ASOFDATE
                   MOVE MT-OPENDEBITS(WS-MAP-IDX) TO GB-OPENDEBITS
                   MOVE MT-OPENCREDITS(WS-MAP-IDX) TO GB-OPENCREDITS
                   COMPUTE GB-CLOSEDEBITS =
                       MT-OPENDEBITS(WS-MAP-IDX)
                       + MT-DAYDEBITS(WS-MAP-IDX)
                   COMPUTE GB-CLOSECREDITS =
                       MT-OPENCREDITS(WS-MAP-IDX)
                       + MT-DAYCREDITS(WS-MAP-IDX)
                   WRITE GLBALANCERECORD
               END-PERFORM
               CLOSE GLBALANCEFILE
           END-IF.

      *> The conversion run. The master totals are summed exactly as
      *> the daily proof sums them, and each total is opened on the
      *> normal side of the first mapped account carrying its control
      *> type; every other account opens at zero. The balances are
      *> written as the opening for the business date, so the day's
      *> own ledger run - and any re-run of it - starts from them.
       SEED-OPENING-BALANCES.
           MOVE "GLINTFC" TO STEPLOOKUPNAME
           PERFORM READ-BUSINESS-DATE
           EVALUATE TRUE
               WHEN STEPLOOKUPSTATUS = "?"
                   DISPLAY "NO PROCESSING CYCLE ON BUSDATE.DAT - "
                       "OPENING BALANCES NOT SEEDED"
                   MOVE "Y" TO WS-INIT-ERROR
               WHEN STEPLOOKUPSTATUS = "C"
                   DISPLAY "GLINTFC ALREADY COMPLETE FOR "
                       BUSINESSDATE " - OPENING BALANCES NOT SEEDED"
                   MOVE "Y" TO WS-INIT-ERROR
               WHEN OTHER
                   OPEN INPUT GLBALANCEFILE
                   IF WS-BALANCE-FILE-STATUS = "00"
                       CLOSE GLBALANCEFILE
                       DISPLAY "GLBALANCES.DAT ALREADY EXISTS - "
                           "OPENING BALANCES NOT SEEDED"
                       MOVE "Y" TO WS-INIT-ERROR
                   END-IF
           END-EVALUATE
           IF WS-INIT-ERROR NOT = "Y"
               PERFORM VARYING CONTROLIDX FROM 1 BY 1
                   UNTIL CONTROLIDX > 4
                   MOVE 0 TO CT-GLBALANCE(CONTROLIDX)
                   MOVE 0 TO CT-MASTER(CONTROLIDX)
                   MOVE 0 TO CT-DIFFERENCE(CONTROLIDX)
               END-PERFORM
               PERFORM LOAD-ACCOUNT-MAP
           END-IF
           IF WS-INIT-ERROR NOT = "Y"
               PERFORM CHECK-REQUIRED-KEYS
           END-IF
           IF WS-INIT-ERROR NOT = "Y"
               OPEN INPUT LOANMASTERFILE
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                       WS-MASTER-FILE-STATUS
                   MOVE "Y" TO WS-INIT-ERROR
               ELSE
                   PERFORM TOTAL-MASTER-POSITIONS
                       UNTIL ENDOFFILE = "Y"
                   CLOSE LOANMASTERFILE
               END-IF
           END-IF
           IF WS-INIT-ERROR NOT = "Y"
               PERFORM SEED-ONE-CONTROL
                   VARYING CONTROLIDX FROM 1 BY 1
                   UNTIL CONTROLIDX > 4
           END-IF
           IF WS-INIT-ERROR NOT = "Y"
               OPEN OUTPUT GLREPORTFILE
               IF WS-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING GLREPORT.DAT - STATUS "
                       WS-REPORT-FILE-STATUS
                   MOVE "Y" TO WS-INIT-ERROR
               END-IF
           END-IF
           IF WS-INIT-ERROR = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM PROVE-CONTROL-ACCOUNTS
               PERFORM PRINT-LEDGER-REPORT
               PERFORM WRITE-LEDGER-BALANCES
               CLOSE GLREPORTFILE
               IF WS-INIT-ERROR NOT = "Y"
                   DISPLAY "GL OPENING BALANCES SEEDED FOR BUSINESS "
                       "DATE " BUSINESSDATE
               ELSE
                   DISPLAY "OPENING BALANCES NOT SEEDED"
               END-IF
           END-IF.

       SEED-ONE-CONTROL.
           MOVE "N" TO WS-CONTROL-MAPPED
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               OR WS-CONTROL-MAPPED = "Y"
               EVALUATE TRUE
                   WHEN CONTROLIDX = 1
                       AND MT-CONTROLTYPE(WS-MAP-IDX) = "L"
                       MOVE "Y" TO WS-CONTROL-MAPPED
                   WHEN CONTROLIDX = 2
                       AND MT-CONTROLTYPE(WS-MAP-IDX) = "E"
                       MOVE "Y" TO WS-CONTROL-MAPPED
                   WHEN CONTROLIDX = 3
                       AND MT-CONTROLTYPE(WS-MAP-IDX) = "S"
                       MOVE "Y" TO WS-CONTROL-MAPPED
                   WHEN CONTROLIDX = 4
                       AND MT-CONTROLTYPE(WS-MAP-IDX) = "F"
                       MOVE "Y" TO WS-CONTROL-MAPPED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
      *> The search loop leaves the index one past the hit.
           IF WS-CONTROL-MAPPED = "Y"
               SUBTRACT 1 FROM WS-MAP-IDX
               IF MT-NORMALSIDE(WS-MAP-IDX) = "C"
                   MOVE CT-MASTER(CONTROLIDX)
                       TO MT-OPENCREDITS(WS-MAP-IDX)
               ELSE
                   MOVE CT-MASTER(CONTROLIDX)
                       TO MT-OPENDEBITS(WS-MAP-IDX)
               END-IF
           ELSE
               IF CT-MASTER(CONTROLIDX) NOT = ZERO
                   DISPLAY "NO GL ACCOUNT MAPPED WITH CONTROL TYPE "
                       "FOR MASTER POSITION " CONTROLIDX
                   MOVE "Y" TO WS-INIT-ERROR
               END-IF
           END-IF.

       CLOSE-LEDGER-FILES.
           CLOSE PAYHISTORYFILE
           CLOSE ESCROWCHECKFILE
           CLOSE LOANINTERFACEFILE
           CLOSE LOANMASTERFILE
           CLOSE GLJOURNALFILE
           CLOSE GLREPORTFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
