           SELECT RATENOTICEFILE ASSIGN TO "RATENOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
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
       COPY INDEXVALREC.
       FD  RATENOTICEFILE.
       01  RATENOTICERECORD       PIC X(80).
       FD  BORROWERFILE.
       COPY BORROWERREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-NOTICE-FILE-STATUS  PIC XX.
       01 WS-INIT-ERROR          PIC X VALUE "N".
       01 ENDOFFILE              PIC X VALUE "N".
       COPY INDEXWORK.
       COPY BORROWERWORK.

       01 WS-LOANS-READ          PIC 9(8) VALUE 0.
       01 WS-NOTICES-PRODUCED    PIC 9(8) VALUE 0.
      *> stops fielding surprise-payment calls.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "ARMNOTIC" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-NOTICE-RUN
               PERFORM SWEEP-FOR-RESETS UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM PRINT-NOTICE-TOTALS
               END-IF
               PERFORM CLOSE-NOTICE-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-NOTICE-RUN.
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           PERFORM LOAD-INDEX-VALUES
           PERFORM OPEN-BORROWER-FILE
           IF WS-INIT-ERROR = "Y"
               MOVE "Y" TO ENDOFFILE
           END-IF.
           MOVE LM-LOANID TO NH-LOANID
           MOVE NOTICEHEADERLINE TO RATENOTICERECORD
           WRITE RATENOTICERECORD
           MOVE LM-LOANID TO BORROWERLOOKUPID
           PERFORM LOOKUP-BORROWER
           PERFORM WRITE-NOTICE-ADDRESS-LINE
               VARYING MAILINGIDX FROM 1 BY 1
               UNTIL MAILINGIDX > MAILINGLINECOUNT
           MOVE "YOUR RATE RESETS WITH YOUR NEXT PAYMENT"
               TO NOTICETEXTLINE
           MOVE NOTICETEXTLINE TO RATENOTICERECORD
           WRITE RATENOTICERECORD
           ADD 1 TO WS-NOTICES-PRODUCED.

       WRITE-NOTICE-ADDRESS-LINE.
           MOVE SPACES TO RATENOTICERECORD
           MOVE MAILINGLINE(MAILINGIDX) TO RATENOTICERECORD
           WRITE RATENOTICERECORD.

       PRINT-NOTICE-TOTALS.
           MOVE SPACES TO RATENOTICERECORD
           MOVE "LOANS ON MASTER:" TO NC-LABEL

       CLOSE-NOTICE-FILES.
           CLOSE LOANMASTERFILE
           CLOSE RATENOTICEFILE
           PERFORM CLOSE-BORROWER-FILE.

      *> ARM index-value loading and the dated lookup shared with
      *> the calculator and the posting run - see INDEXSUPPORT.CPY.
       COPY INDEXSUPPORT.

      *> Borrower lookup and mailing block - see BORROWERSUPPORT.CPY.
       COPY BORROWERSUPPORT.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
