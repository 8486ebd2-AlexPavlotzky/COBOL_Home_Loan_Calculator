           SELECT TAXFORMEXTRACTFILE ASSIGN TO "TAXFORMEXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
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
       FD  PAYHISTORYFILE.
       01  YEARENDSTMTRECORD      PIC X(80).
       FD  TAXFORMEXTRACTFILE.
       COPY TAXFORMREC.
       FD  BORROWERFILE.
       COPY BORROWERREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-ACTIVITY-FILE-STATUS PIC XX.
       01 WS-ACTHIST-FILE-STATUS PIC XX.
       01 ENDOFFILE              PIC X VALUE "N".
       01 WS-ACTIVITY-EOF        PIC X VALUE "N".
       01 WS-ACTHIST-EOF         PIC X VALUE "N".
       COPY BORROWERWORK.

      *> The statement year comes from STMTYEAR in the environment;
      *> left unset, the run covers the year before the business
      *> date - the normal January production case.
       01 WS-SEL-YEAR            PIC X(4).
       01 STMTYEAR               PIC 9(4).
       01 WS-TOTAL-PMI           PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-POSTED        PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-PAYOFF        PIC 9(12)V99 VALUE 0.
       01 WS-REVERSALS-IN-YEAR   PIC 9(8) VALUE 0.
       01 WS-TOTAL-REVERSED      PIC 9(12)V99 VALUE 0.
       01 WS-LOANS-NO-ADDRESS    PIC 9(8) VALUE 0.

      *> Per-loan rollup of the statement year's postings. The table
      *> holds the first five hundred distinct loans, the same limit
      *> runs' dollars-posted figures.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "YEAREND" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-STATEMENT-RUN
               PERFORM ROLL-UP-HISTORY UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM MERGE-ESCROW-ACTIVITY
                   PERFORM MERGE-ESCROW-HISTORY
                   PERFORM PRINT-ALL-STATEMENTS
                   PERFORM PRINT-CONTROL-TOTALS
               END-IF
               PERFORM CLOSE-STATEMENT-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-STATEMENT-RUN.
           ACCEPT WS-SEL-YEAR FROM ENVIRONMENT "STMTYEAR"
           IF WS-SEL-YEAR = SPACES
               MOVE BUSINESSDATE TO WS-TODAY
               COMPUTE STMTYEAR = WS-TODAY-YEAR - 1
           ELSE
               MOVE WS-SEL-YEAR TO STMTYEAR
                   WS-EXTRACT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           PERFORM OPEN-BORROWER-FILE
           IF WS-INIT-ERROR = "Y"
               MOVE "Y" TO ENDOFFILE
           END-IF.
      *> paid off mid-year must not lose it from the statement. An
      *> EXCEPTION or SUSPENSE row moved no interest. Posting date
      *> rather than payment date is what the posting runs' own
      *> control totals were cut on. A REVERSED row posted in the
      *> year takes a returned payment's interest and PMI back off
      *> the borrower's figures - the bank never paid them.
       ROLL-UP-HISTORY.
           READ PAYHISTORYFILE
               AT END MOVE "Y" TO ENDOFFILE
                       ADD 1 TO WS-RECORDS-IN-YEAR
                       PERFORM ADD-TO-LOAN-ROLLUP
                   END-IF
                   IF PH-TYPE = "REVERSED" AND POST-YEAR = STMTYEAR
                       ADD 1 TO WS-REVERSALS-IN-YEAR
                       ADD PH-AMOUNT TO WS-TOTAL-REVERSED
                       PERFORM NET-REVERSAL-FROM-ROLLUP
                   END-IF
           END-READ.

      *> Only a loan already rolled up can be netted - the reversal
      *> always follows its original on the history file, and one
      *> whose original posted in an earlier year has nothing in
      *> this year's figures to take back. Nothing nets below zero.
       NET-REVERSAL-FROM-ROLLUP.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF LR-LOANID(WS-LOAN-IDX) = PH-LOANID
                   IF LR-INTEREST(WS-LOAN-IDX) > PH-INTERESTAPPLIED
                       SUBTRACT PH-INTERESTAPPLIED
                           FROM LR-INTEREST(WS-LOAN-IDX)
                   ELSE
                       MOVE 0 TO LR-INTEREST(WS-LOAN-IDX)
                   END-IF
                   IF LR-PMI(WS-LOAN-IDX) > PH-PMIPORTION
                       SUBTRACT PH-PMIPORTION FROM LR-PMI(WS-LOAN-IDX)
                   ELSE
                       MOVE 0 TO LR-PMI(WS-LOAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       ADD-TO-LOAN-ROLLUP.
           MOVE "N" TO WS-LOAN-FOUND
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               ADD LR-POSTED(WS-LOAN-IDX) TO WS-TOTAL-POSTED
           END-PERFORM.

      *> The borrower found here addresses both the statement and
      *> the loan's extract record written after it.
       PRINT-ONE-STATEMENT.
           MOVE SPACES TO YEARENDSTMTRECORD
           MOVE STMTYEAR TO SH-YEAR
           MOVE LR-LOANID(WS-LOAN-IDX) TO SH-LOANID
           MOVE STATEMENTHEADERLINE TO YEARENDSTMTRECORD
           WRITE YEARENDSTMTRECORD
           MOVE LR-LOANID(WS-LOAN-IDX) TO BORROWERLOOKUPID
           PERFORM LOOKUP-BORROWER
           IF BORROWERFOUND = "N"
               ADD 1 TO WS-LOANS-NO-ADDRESS
           END-IF
           PERFORM WRITE-STATEMENT-ADDRESS-LINE
               VARYING MAILINGIDX FROM 1 BY 1
               UNTIL MAILINGIDX > MAILINGLINECOUNT
           MOVE "MORTGAGE INTEREST PAID:" TO SA-LABEL
           MOVE LR-INTEREST(WS-LOAN-IDX) TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO YEARENDSTMTRECORD
           MOVE LR-INTEREST(WS-LOAN-IDX) TO TX-INTERESTPAID
           MOVE LR-TAX(WS-LOAN-IDX) TO TX-TAXDISBURSED
           MOVE LR-PMI(WS-LOAN-IDX) TO TX-PMIPAID
           MOVE BO-PRIMARYNAME TO TX-BORROWERNAME
           MOVE BO-PRIMARYTIN TO TX-BORROWERTIN
           MOVE BO-COBORROWERNAME TO TX-COBORROWERNAME
           MOVE BO-ADDRESSLINE1 TO TX-ADDRESSLINE1
           MOVE BO-ADDRESSLINE2 TO TX-ADDRESSLINE2
           MOVE BO-CITY TO TX-CITY
           MOVE BO-STATE TO TX-STATE
           MOVE BO-ZIPCODE TO TX-ZIPCODE
           WRITE TAXFORMRECORD.

       WRITE-STATEMENT-ADDRESS-LINE.
           MOVE SPACES TO YEARENDSTMTRECORD
           MOVE MAILINGLINE(MAILINGIDX) TO YEARENDSTMTRECORD
           WRITE YEARENDSTMTRECORD.

      *> The completeness proof: DOLLARS POSTED IN YEAR sums the
      *> POSTED rows' received amounts plus the suspense they
      *> released - the EFFECTIVEAMOUNT figure the posting runs'
           MOVE WS-LOANS-REPORTED TO SC-COUNT
           MOVE STATEMENTCOUNTLINE TO YEARENDSTMTRECORD
           WRITE YEARENDSTMTRECORD
           MOVE "NO NAME/ADDRESS ON FILE:" TO SC-LABEL
           MOVE WS-LOANS-NO-ADDRESS TO SC-COUNT
           MOVE STATEMENTCOUNTLINE TO YEARENDSTMTRECORD
           WRITE YEARENDSTMTRECORD
           MOVE "DOLLARS POSTED IN YEAR:" TO ST-LABEL
           MOVE WS-TOTAL-POSTED TO ST-AMOUNT
           MOVE STATEMENTTOTALLINE TO YEARENDSTMTRECORD
           MOVE WS-TOTAL-PAYOFF TO ST-AMOUNT
           MOVE STATEMENTTOTALLINE TO YEARENDSTMTRECORD
           WRITE YEARENDSTMTRECORD
           MOVE "REVERSED ROWS IN YEAR:" TO SC-LABEL
           MOVE WS-REVERSALS-IN-YEAR TO SC-COUNT
           MOVE STATEMENTCOUNTLINE TO YEARENDSTMTRECORD
           WRITE YEARENDSTMTRECORD
           MOVE "RETURNED DOLLARS IN YEAR:" TO ST-LABEL
           MOVE WS-TOTAL-REVERSED TO ST-AMOUNT
           MOVE STATEMENTTOTALLINE TO YEARENDSTMTRECORD
           WRITE YEARENDSTMTRECORD
           MOVE "TOTAL INTEREST REPORTED:" TO ST-LABEL
           MOVE WS-TOTAL-INTEREST TO ST-AMOUNT
           MOVE STATEMENTTOTALLINE TO YEARENDSTMTRECORD
       CLOSE-STATEMENT-FILES.
           CLOSE PAYHISTORYFILE
           CLOSE YEARENDSTMTFILE
           CLOSE TAXFORMEXTRACTFILE
           PERFORM CLOSE-BORROWER-FILE.

      *> Borrower lookup and mailing block - see BORROWERSUPPORT.CPY.
       COPY BORROWERSUPPORT.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
