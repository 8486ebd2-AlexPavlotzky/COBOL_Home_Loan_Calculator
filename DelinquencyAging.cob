           SELECT COLLECTIONSFILE ASSIGN TO "COLLECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-FILE-STATUS.
           SELECT PAYHISTORYFILE ASSIGN TO "PAYHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANMASTERFILE.
       01  AGINGSUMMARYRECORD     PIC X(80).
       FD  COLLECTIONSFILE.
       01  COLLECTIONSRECORD      PIC X(120).
       FD  PAYHISTORYFILE.
       COPY PAYHISTREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-SUMMARY-FILE-STATUS PIC XX.
       01 WS-WORKLIST-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-INIT-ERROR          PIC X VALUE "N".
       01 ENDOFFILE              PIC X VALUE "N".

      *> The as-of date is the business date from the
      *> processing-date control record.
       01 WS-RUNDATE             PIC 9(8).
       01 WS-RUNDATE-SPLIT REDEFINES WS-RUNDATE.
           05 RUN-YEAR           PIC 9(4).
           05 RUN-MONTH          PIC 9(2).
           05 RUN-DAY            PIC 9(2).
       01 RUNYYYYMM              PIC 9(6).
      *> The day the fee actually lands on the master - the history
      *> row is dated with the business date, the same date the
      *> sweep ages to, so the ledger books the fee the day it
      *> posted.
       01 WS-POSTINGDATE         PIC 9(8).

       01 DUECOMPOSITE           PIC 9(6).
       01 DUECOMPOSITE-SPLIT REDEFINES DUECOMPOSITE.
      *> has been rebuilding from POSTINGREPORT.DAT by hand.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "DELQAGE" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-AGING
               PERFORM AGE-LOANS UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM PRINT-AGING-SUMMARY
               END-IF
               PERFORM CLOSE-AGING-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-AGING.
           MOVE BUSINESSDATE TO WS-RUNDATE
           MOVE BUSINESSDATE TO WS-POSTINGDATE
           COMPUTE RUNYYYYMM = RUN-YEAR * 100 + RUN-MONTH
           PERFORM VARYING BUCKETIDX FROM 1 BY 1
               UNTIL BUCKETIDX > 4
                   WS-WORKLIST-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
      *> Every fee assessed goes on the permanent record of account
      *> beside the payments, appended like the posting run's rows.
           OPEN EXTEND PAYHISTORYFILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYHISTORY.DAT - STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           IF WS-INIT-ERROR = "Y"
               MOVE "Y" TO ENDOFFILE
           ELSE
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "MASTER REWRITE FAILED FOR " LM-LOANID
                       " - STATUS " WS-MASTER-FILE-STATUS
               ELSE
                   PERFORM WRITE-HISTORY-LATEFEE
               END-IF
           END-IF.

       WRITE-HISTORY-LATEFEE.
           MOVE SPACES TO PAYHISTORYRECORD
           MOVE LM-LOANID TO PH-LOANID
           MOVE "LATEFEE" TO PH-TYPE
           MOVE WS-POSTINGDATE TO PH-POSTINGDATE
           MOVE WS-RUNDATE TO PH-PAYMENTDATE
           MOVE LATEFEEASSESSED TO PH-AMOUNT
           MOVE 0 TO PH-INTERESTAPPLIED
           MOVE 0 TO PH-PRINCIPALAPPLIED
           MOVE 0 TO PH-ESCROWAPPLIED
           MOVE 0 TO PH-PMIPORTION
           MOVE LM-CURRENTBALANCE TO PH-BALANCEAFTER
           MOVE 0 TO PH-SUSPENSERELEASED
           MOVE LM-SUSPENSEBALANCE TO PH-SUSPENSEBALANCE
           MOVE BUCKETLABEL TO PH-FLAGS
           WRITE PAYHISTORYRECORD.

       WRITE-WORKLIST-DETAIL.
           MOVE SPACES TO COLLECTIONSRECORD
           MOVE LM-LOANID TO WL-LOANID
       CLOSE-AGING-FILES.
           CLOSE LOANMASTERFILE
           CLOSE AGINGSUMMARYFILE
           CLOSE COLLECTIONSFILE
           CLOSE PAYHISTORYFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
