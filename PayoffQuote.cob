           SELECT PAYOFFQUOTEFILE ASSIGN TO "PAYOFFQUOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT PAYOFFLOGFILE ASSIGN TO "PAYOFFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOFFLOG-FILE-STATUS.
           SELECT PAYHISTORYFILE ASSIGN TO "PAYHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
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
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       FD  PAYOFFQUOTEFILE.
       01  PAYOFFQUOTERECORD      PIC X(80).
       FD  PAYOFFLOGFILE.
       COPY PAYOFFLOGREC.
       FD  PAYHISTORYFILE.
       COPY PAYHISTREC.
       FD  BORROWERFILE.
       COPY BORROWERREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-QUOTE-FILE-STATUS   PIC XX.
       01 WS-PAYOFFLOG-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       COPY BORROWERWORK.
       01 WS-INIT-ERROR          PIC X VALUE "N".

      *> The balances the payoff settled, captured before the
      *> master is zeroed so the history row can carry them.
       01 PRINCIPALSETTLED       PIC 9(8)V99.
       01 SUSPENSECREDITED       PIC 9(8)V99.
       01 ESCROWREFUNDED         PIC 9(8)V99.
       01 FEESCOLLECTED          PIC 9(8)V99.

      *> What the quote log records for this quote - the net for
      *> the good-through date, taken before the schedule of
      *> alternate dates reuses the accrual fields, and whether the
      *> payoff was booked.
       01 QUOTEDNETPAYOFF        PIC S9(9)V99.
       01 PAYOFFPOSTED           PIC X VALUE "N".

      *> The request comes in through the environment the same way
      *> the audit inquiry takes its selection: the loan, the
           ACCEPT WS-SEL-LOANID FROM ENVIRONMENT "PAYOFFLOANID"
           ACCEPT WS-GOODTHRUDATE FROM ENVIRONMENT "GOODTHRUDATE"
           ACCEPT WS-PAYOFFMODE FROM ENVIRONMENT "PAYOFFMODE"
      *> Quotes are dated the business date. A payoff is booked
      *> into the day's ledger activity, so once the day's ledger
      *> feed has run the quote is still produced but not posted -
      *> the payoff is posted on the next business date.
           MOVE "GLINTFC" TO STEPLOOKUPNAME
           PERFORM READ-BUSINESS-DATE
           MOVE BUSINESSDATE TO QUOTEDATE
           IF WS-PAYOFFMODE = "POST" AND STEPLOOKUPSTATUS = "C"
               DISPLAY "GLINTFC COMPLETE FOR " BUSINESSDATE
                   " - PAYOFF QUOTED BUT NOT POSTED"
               MOVE SPACES TO WS-PAYOFFMODE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SEL-LOANID = SPACES
               DISPLAY "PAYOFFLOANID NOT SET - NOTHING TO QUOTE"
               MOVE "Y" TO WS-INIT-ERROR
               DISPLAY "ERROR OPENING PAYOFFQUOTE.DAT - STATUS "
                   WS-QUOTE-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
      *> Every quote is logged - an unexpired quote is what marks a
      *> payoff as pending to the auto-draft run.
           OPEN EXTEND PAYOFFLOGFILE
           IF WS-PAYOFFLOG-FILE-STATUS = "35"
               OPEN OUTPUT PAYOFFLOGFILE
           END-IF
           IF WS-PAYOFFLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYOFFLOG.DAT - STATUS "
                   WS-PAYOFFLOG-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           PERFORM OPEN-BORROWER-FILE.

       QUOTE-ONE-LOAN.
           MOVE WS-SEL-LOANID TO LM-LOANID
                       PERFORM WRITE-QUOTE-ERROR
                   ELSE
                       PERFORM CALCULATE-PAYOFF-FIGURES
                       MOVE NETPAYOFF TO QUOTEDNETPAYOFF
                       PERFORM PRINT-PAYOFF-STATEMENT
                       IF WS-PAYOFFMODE = "POST"
                           PERFORM POST-PAYOFF
                       END-IF
                       PERFORM WRITE-PAYOFF-LOG
                   END-IF
           END-READ.

           MOVE LM-LOANID TO QT-LOANID
           MOVE QUOTETITLELINE TO PAYOFFQUOTERECORD
           WRITE PAYOFFQUOTERECORD
           MOVE LM-LOANID TO BORROWERLOOKUPID
           PERFORM LOOKUP-BORROWER
           PERFORM WRITE-QUOTE-ADDRESS-LINE
               VARYING MAILINGIDX FROM 1 BY 1
               UNTIL MAILINGIDX > MAILINGLINECOUNT
           MOVE "QUOTE DATE:         " TO QD-LABEL
           MOVE QUOTEDATE TO QD-DATE
           MOVE QUOTEDATELINE TO PAYOFFQUOTERECORD
           WRITE PAYOFFQUOTERECORD
           PERFORM PRINT-SCHEDULE-OF-DATES.

       WRITE-QUOTE-ADDRESS-LINE.
           MOVE SPACES TO PAYOFFQUOTERECORD
           MOVE MAILINGLINE(MAILINGIDX) TO PAYOFFQUOTERECORD
           WRITE PAYOFFQUOTERECORD.

      *> The next three weekly good-through dates, each with its own
      *> per-diem accrual, so a closing that slips a week does not
      *> need a fresh quote.
           PERFORM CALCULATE-PAYOFF-FIGURES
           MOVE LM-CURRENTBALANCE TO PRINCIPALSETTLED
           MOVE LM-SUSPENSEBALANCE TO SUSPENSECREDITED
           MOVE LM-ESCROWBALANCE TO ESCROWREFUNDED
           MOVE LM-LATEFEESDUE TO FEESCOLLECTED
           MOVE "P" TO LM-STATUS
           MOVE 0 TO LM-CURRENTBALANCE
           MOVE 0 TO LM-ESCROWBALANCE
                   TO QE-MESSAGE
               PERFORM WRITE-QUOTE-ERROR
           ELSE
               MOVE "Y" TO PAYOFFPOSTED
               PERFORM WRITE-PAYOFF-HISTORY
               MOVE SPACES TO PAYOFFQUOTERECORD
               MOVE "PAYOFF POSTED - LOAN MARKED PAID IN FULL"
      *> zero, not silently becoming zero between rows. The escrow
      *> refund and suspense credit reduced the net remitted, so
      *> the amount field carries the net (floored at zero when the
      *> refunds exceed what was owed), the settled principal rides
      *> in its own column, and the escrow refunded and late fees
      *> collected ride in the flags area.
       WRITE-PAYOFF-HISTORY.
           OPEN EXTEND PAYHISTORYFILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE 0 TO PH-BALANCEAFTER
               MOVE SUSPENSECREDITED TO PH-SUSPENSERELEASED
               MOVE 0 TO PH-SUSPENSEBALANCE
               MOVE "PAID IN FULL PAYOFF" TO PH-PAYOFFTEXT
               MOVE ESCROWREFUNDED TO PH-PAYOFFESCROW
               MOVE FEESCOLLECTED TO PH-PAYOFFFEES
               WRITE PAYHISTORYRECORD
               CLOSE PAYHISTORYFILE
           END-IF.

       WRITE-PAYOFF-LOG.
           MOVE SPACES TO PAYOFFLOGRECORD
           MOVE LM-LOANID TO PO-LOANID
           MOVE QUOTEDATE TO PO-QUOTEDATE
           MOVE GOODTHRUDATE TO PO-GOODTHRUDATE
           IF QUOTEDNETPAYOFF < ZERO
               MOVE 0 TO PO-NETPAYOFF
           ELSE
               MOVE QUOTEDNETPAYOFF TO PO-NETPAYOFF
           END-IF
           MOVE PAYOFFPOSTED TO PO-POSTED
           WRITE PAYOFFLOGRECORD.

       WRITE-QUOTE-ERROR.
           MOVE SPACES TO PAYOFFQUOTERECORD
           MOVE WS-SEL-LOANID TO QE-LOANID

       CLOSE-QUOTE-FILES.
           CLOSE LOANMASTERFILE
           CLOSE PAYOFFQUOTEFILE
           CLOSE PAYOFFLOGFILE
           PERFORM CLOSE-BORROWER-FILE.

      *> Borrower lookup and mailing block - see BORROWERSUPPORT.CPY.
       COPY BORROWERSUPPORT.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
