      *> Shared borrower name and address support paragraphs -
      *> opening the borrower master for lookup, the keyed read, and
      *> building the mailing block from the record found. Copied
      *> into the procedure division of every program that prints a
      *> borrower notice, alongside BORROWERWORK in working storage
      *> and the BORROWERREC file description. A missing borrower
      *> file does not stop the run: every notice then carries the
      *> not-on-file line in place of the address, with a console
      *> note, the same way a missing index file falls back.
       OPEN-BORROWER-FILE.
           MOVE "N" TO BORROWERFILEOPEN
           OPEN INPUT BORROWERFILE
           IF WS-BORROWER-FILE-STATUS = "00"
               MOVE "Y" TO BORROWERFILEOPEN
           ELSE
               DISPLAY "NO BORROWERS.DAT - STATUS "
                   WS-BORROWER-FILE-STATUS
                   " - NOTICES PRINT WITHOUT ADDRESS"
           END-IF.

       CLOSE-BORROWER-FILE.
           IF BORROWERFILEOPEN = "Y"
               CLOSE BORROWERFILE
               MOVE "N" TO BORROWERFILEOPEN
           END-IF.

      *> Keyed read on BORROWERLOOKUPID, leaving BORROWERRECORD
      *> spaced out when there is no record so extract fields built
      *> from it go out blank rather than stale.
       LOOKUP-BORROWER.
           MOVE "N" TO BORROWERFOUND
           IF BORROWERFILEOPEN = "Y"
               MOVE BORROWERLOOKUPID TO BO-LOANID
               READ BORROWERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO BORROWERFOUND
               END-READ
           END-IF
           IF BORROWERFOUND = "N"
               MOVE SPACES TO BORROWERRECORD
               MOVE 0 TO BO-BOOKEDDATE
               MOVE 0 TO BO-LASTCHANGEDATE
           END-IF
           PERFORM BUILD-MAILING-BLOCK.

       BUILD-MAILING-BLOCK.
           MOVE SPACES TO MAILINGBLOCK
           MOVE 0 TO MAILINGLINECOUNT
           IF BORROWERFOUND = "N"
               ADD 1 TO MAILINGLINECOUNT
               MOVE "NAME AND ADDRESS NOT ON FILE"
                   TO MAILINGLINE(MAILINGLINECOUNT)
           ELSE
               ADD 1 TO MAILINGLINECOUNT
               MOVE BO-PRIMARYNAME TO MAILINGLINE(MAILINGLINECOUNT)
               IF BO-COBORROWERNAME NOT = SPACES
                   ADD 1 TO MAILINGLINECOUNT
                   MOVE BO-COBORROWERNAME
                       TO MAILINGLINE(MAILINGLINECOUNT)
               END-IF
               IF BO-ADDRESSLINE1 NOT = SPACES
                   ADD 1 TO MAILINGLINECOUNT
                   MOVE BO-ADDRESSLINE1
                       TO MAILINGLINE(MAILINGLINECOUNT)
               END-IF
               IF BO-ADDRESSLINE2 NOT = SPACES
                   ADD 1 TO MAILINGLINECOUNT
                   MOVE BO-ADDRESSLINE2
                       TO MAILINGLINE(MAILINGLINECOUNT)
               END-IF
               MOVE SPACES TO CITYSTATEZIPLINE
               STRING BO-CITY DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   BO-STATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   BO-ZIPCODE DELIMITED BY SPACE
                   INTO CITYSTATEZIPLINE
               END-STRING
               ADD 1 TO MAILINGLINECOUNT
               MOVE CITYSTATEZIPLINE TO MAILINGLINE(MAILINGLINECOUNT)
           END-IF.
