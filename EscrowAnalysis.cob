           SELECT ESCROWSTATEMENTFILE ASSIGN TO "ESCROWSTATEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.
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
       FD  ESCROWACTIVITYFILE.
       COPY LOANMASTER.
       FD  ESCROWSTATEMENTFILE.
       01  ESCROWSTATEMENTRECORD  PIC X(80).
       FD  BORROWERFILE.
       COPY BORROWERREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-ACTIVITY-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-STATEMENT-FILE-STATUS PIC XX.
       01 WS-INIT-ERROR           PIC X VALUE "N".
       01 ENDOFFILE               PIC X VALUE "N".
       COPY BORROWERWORK.

       01 WS-LOANS-ANALYZED       PIC 9(8) VALUE 0.
       01 WS-LOANS-SHORT          PIC 9(8) VALUE 0.
      *> is updated with.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "ESCANAL" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-ANALYSIS
               PERFORM ANALYZE-ACCOUNTS UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM PRINT-ANALYSIS-TOTALS
               END-IF
               PERFORM CLOSE-ANALYSIS-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-ANALYSIS.
                   WS-STATEMENT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           PERFORM OPEN-BORROWER-FILE
           IF WS-INIT-ERROR = "Y"
               MOVE "Y" TO ENDOFFILE
           END-IF.
           MOVE EA-LOANID TO SH-LOANID
           MOVE STATEMENTHEADERLINE TO ESCROWSTATEMENTRECORD
           WRITE ESCROWSTATEMENTRECORD
           MOVE EA-LOANID TO BORROWERLOOKUPID
           PERFORM LOOKUP-BORROWER
           PERFORM WRITE-STATEMENT-ADDRESS-LINE
               VARYING MAILINGIDX FROM 1 BY 1
               UNTIL MAILINGIDX > MAILINGLINECOUNT
           MOVE "CURRENT MONTHLY ESCROW:" TO SA-LABEL
           MOVE LM-MONTHLYESCROW TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO ESCROWSTATEMENTRECORD
           MOVE STATEMENTAMOUNTLINE TO ESCROWSTATEMENTRECORD
           WRITE ESCROWSTATEMENTRECORD.

       WRITE-STATEMENT-ADDRESS-LINE.
           MOVE SPACES TO ESCROWSTATEMENTRECORD
           MOVE MAILINGLINE(MAILINGIDX) TO ESCROWSTATEMENTRECORD
           WRITE ESCROWSTATEMENTRECORD.

      *> The analysis is only worth running if the new collection
      *> sticks - the master carries it forward so the next posting
      *> run collects at the analyzed rate and next year's analysis
       CLOSE-ANALYSIS-FILES.
           CLOSE ESCROWACTIVITYFILE
           CLOSE LOANMASTERFILE
           CLOSE ESCROWSTATEMENTFILE
           PERFORM CLOSE-BORROWER-FILE.

      *> Borrower lookup and mailing block - see BORROWERSUPPORT.CPY.
       COPY BORROWERSUPPORT.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
