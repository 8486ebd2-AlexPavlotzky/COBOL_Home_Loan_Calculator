               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOANID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BORROWERFILE ASSIGN TO "BORROWERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-LOANID
               FILE STATUS IS WS-BORROWER-FILE-STATUS.
           SELECT LOANINTERFACEFILE ASSIGN TO "LOANINTERFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-FILE-STATUS.
           SELECT RELEASEREPORTFILE ASSIGN TO "RELEASEREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDINGLOANFILE.
       COPY PENDINGREC.
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       FD  BORROWERFILE.
       COPY BORROWERREC.
       FD  LOANINTERFACEFILE.
       COPY INTERFACEREC.
       FD  DECLINATIONFILE.
       COPY DECLINEREC.
       FD  RELEASEREPORTFILE.
       01  RELEASEREPORTRECORD    PIC X(80).
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-PEND-REL-KEY        PIC 9(8).
       01 WS-PENDING-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-BORROWER-FILE-STATUS PIC XX.
       01 WS-INTERFACE-FILE-STATUS PIC XX.
       01 WS-DECLINATION-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
      *> the next run does not book it twice.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "PENDREL" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-RELEASE
               PERFORM RELEASE-PENDING-LOANS UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM PRINT-RELEASE-TOTALS
               END-IF
               PERFORM CLOSE-RELEASE-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-RELEASE.
           MOVE BUSINESSDATE TO WS-TODAY
           OPEN I-O PENDINGLOANFILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PENDINGLOANS.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
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
           END-IF
      *> Appended, not rewritten - the nightly batch's own interface
      *> records for the day must survive the release run, and
      *> accounting's intake takes the file as a whole.
               PERFORM WRITE-RELEASE-DETAIL
           ELSE
               MOVE PN-INTERFACEIMAGE TO INTERFACERECORD
               MOVE WS-TODAY TO IF-BOOKEDDATE
               WRITE INTERFACERECORD
               PERFORM BOOK-BORROWER-IMAGE
               ADD 1 TO WS-LOANS-BOOKED
               MOVE PN-LOANID TO RD-LOANID
               MOVE PN-UNDERWRITERID TO RD-UNDERWRITER
               PERFORM MARK-PENDING-RELEASED
           END-IF.

      *> The borrower record parked with the loan books with it,
      *> dated the day it actually booked. A pending record parked
      *> with no names on the application books without one - the
      *> console says so, so the address can be keyed through
      *> maintenance.
       BOOK-BORROWER-IMAGE.
           IF PN-BORROWERIMAGE = SPACES
               DISPLAY "NO BORROWER NAME/ADDRESS ON PENDING RECORD - "
                   "LOAN " PN-LOANID " BOOKED WITHOUT ONE"
           ELSE
               MOVE PN-BORROWERIMAGE TO BORROWERRECORD
               MOVE WS-TODAY TO BO-BOOKEDDATE
               WRITE BORROWERRECORD
                   INVALID KEY REWRITE BORROWERRECORD
               END-WRITE
               IF WS-BORROWER-FILE-STATUS NOT = "00"
                   DISPLAY "BORROWER WRITE FAILED FOR " PN-LOANID
                       " - STATUS " WS-BORROWER-FILE-STATUS
               END-IF
           END-IF.

       RECORD-DECLINATION.
           MOVE SPACES TO DECLINATIONRECORD
           MOVE PN-LOANID TO DL-LOANID

       MARK-PENDING-RELEASED.
           MOVE "R" TO PN-STATUS
           MOVE WS-TODAY TO PN-ACTIONDATE
           REWRITE PENDINGLOANRECORD
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "PENDING REWRITE FAILED FOR " PN-LOANID
       CLOSE-RELEASE-FILES.
           CLOSE PENDINGLOANFILE
           CLOSE LOANMASTERFILE
           CLOSE BORROWERFILE
           CLOSE LOANINTERFACEFILE
           CLOSE DECLINATIONFILE
           CLOSE RELEASEREPORTFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
