           SELECT INDEXVALUEFILE ASSIGN TO "INDEXVALUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEXVALUE-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENTFILE.
       COPY JOURNALREC.
       FD  INDEXVALUEFILE.
       COPY INDEXVALREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-PAYMENT-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
      *> against the schedules this system printed.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "PAYPOST" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-POSTING
               PERFORM POST-PAYMENTS UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM WRITE-JOURNAL-END
                   PERFORM PRINT-POSTING-TOTALS
               END-IF
               PERFORM CLOSE-POSTING-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-POSTING.
                   WS-HISTORY-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           MOVE BUSINESSDATE TO WS-POSTINGDATE
           PERFORM LOAD-INDEX-VALUES
           PERFORM LOAD-JOURNALED-PAYMENTS
      *> The journal is opened EXTEND after the replay pass - like
      *> the calculator and the reset-notice batch - see
      *> INDEXSUPPORT.CPY.
       COPY INDEXSUPPORT.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
