           SELECT SUMMARYREPORTFILE ASSIGN TO "PORTFOLIOSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANMASTERFILE.
       COPY PORTPOSREC.
       FD  SUMMARYREPORTFILE.
       01  SUMMARYREPORTRECORD    PIC X(80).
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-POSITION-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
      *> the one report still built by scrolling the master by hand.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "PORTSUMM" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-SUMMARY
               PERFORM TALLY-LOANS UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM PRINT-SUMMARY-REPORT
                   PERFORM WRITE-POSITION-SNAPSHOT
               END-IF
               PERFORM CLOSE-SUMMARY-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-SUMMARY.
           MOVE BUSINESSDATE TO WS-TODAY
           PERFORM LOAD-PRIOR-POSITION
           OPEN INPUT LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
       CLOSE-SUMMARY-FILES.
           CLOSE LOANMASTERFILE
           CLOSE SUMMARYREPORTFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
