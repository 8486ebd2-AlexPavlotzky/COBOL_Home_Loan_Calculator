           SELECT RATESHEETFILE ASSIGN TO "RATESHEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATESHEET-FILE-STATUS.
           SELECT BORROWERFILE ASSIGN TO "BORROWERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-LOANID
               FILE STATUS IS WS-BORROWER-FILE-STATUS.
           SELECT ADDRESSAUDITFILE ASSIGN TO "ADDRESSAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRAUDIT-FILE-STATUS.
           SELECT LOANMASTERFILE ASSIGN TO "LOANMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOANID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANAPPLICATIONFILE.
       COPY PRODUCTREC.
       FD  RATESHEETFILE.
       COPY RATESHEETREC.
       FD  BORROWERFILE.
       COPY BORROWERREC.
       FD  ADDRESSAUDITFILE.
       COPY ADDRAUDITREC.
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       WORKING-STORAGE SECTION.
       01 WS-APP-REL-KEY         PIC 9(8).
       01 WS-APP-FILE-STATUS     PIC XX.
       01 ERRORMESSAGE           PIC X(60).
       COPY PRODUCTWORK.

      *> Borrower name/address change - the master is shared with
      *> the notice programs' lookup (BORROWERWORK), the before
      *> image and entry field are this program's own. A change is
      *> only taken while both the master and the audit file are
      *> open, so no change is ever made without its audit record.
       COPY BORROWERWORK.
       01 WS-ADDRAUDIT-FILE-STATUS PIC XX.
       01 WS-ADDRAUDIT-OPEN      PIC X VALUE "N".
      *> The loan master is read only to prove a loan ID exists
      *> before a borrower record is created for it.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-MASTER-OPEN         PIC X VALUE "N".
       01 WS-LOAN-ON-MASTER      PIC X.
       01 WS-OPERATORID          PIC X(8).
       01 WS-TODAY               PIC 9(8).
       01 WS-NOWTIME             PIC 9(8).
       01 WS-TIMESTAMP           PIC X(17).
       01 BORROWERENTRY          PIC X(40).
       01 BORROWERCURRENT        PIC X(40).
       01 BORROWERACTION         PIC X(8).
       01 BORROWERBEFORE.
           05 BF-LOANID          PIC X(10).
           05 BF-NAMES           PIC X(98).
           05 BF-MAILINGADDRESS  PIC X(117).
           05 BF-DATES           PIC X(16).

       01 BROWSESUMMARYLINE.
           05 FILLER             PIC X(8) VALUE "RECORD: ".
           05 BL-RECNO           PIC ZZZZZZZ9.
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM LOAD-RATE-SHEET
           IF WS-DONE NOT = "Y"
               PERFORM OPEN-BORROWER-MAINTENANCE
               PERFORM PROCESS-MENU UNTIL WS-DONE = "Y"
               CLOSE LOANAPPLICATIONFILE
               PERFORM CLOSE-BORROWER-FILE
               IF WS-ADDRAUDIT-OPEN = "Y"
                   CLOSE ADDRESSAUDITFILE
               END-IF
               IF WS-MASTER-OPEN = "Y"
                   CLOSE LOANMASTERFILE
               END-IF
           END-IF
           STOP RUN.

               MOVE "Y" TO WS-DONE
           END-IF.

      *> The borrower master I-O with the usual first-run bootstrap,
      *> the audit trail appended. Either failing leaves application
      *> maintenance available and only refuses borrower changes;
      *> without the loan master only new borrower records are
      *> refused.
       OPEN-BORROWER-MAINTENANCE.
           ACCEPT WS-OPERATORID FROM ENVIRONMENT "OPERATORID"
           IF WS-OPERATORID = SPACES
               MOVE "MAINT" TO WS-OPERATORID
           END-IF
           MOVE "N" TO BORROWERFILEOPEN
           OPEN I-O BORROWERFILE
           IF WS-BORROWER-FILE-STATUS = "35"
               OPEN OUTPUT BORROWERFILE
               IF WS-BORROWER-FILE-STATUS = "00"
                   CLOSE BORROWERFILE
                   OPEN I-O BORROWERFILE
               END-IF
           END-IF
           IF WS-BORROWER-FILE-STATUS = "00"
               MOVE "Y" TO BORROWERFILEOPEN
           ELSE
               DISPLAY "ERROR OPENING BORROWERS.DAT - STATUS "
                   WS-BORROWER-FILE-STATUS
           END-IF
           MOVE "N" TO WS-ADDRAUDIT-OPEN
           OPEN EXTEND ADDRESSAUDITFILE
           IF WS-ADDRAUDIT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ADDRAUDIT-OPEN
           ELSE
               DISPLAY "ERROR OPENING ADDRESSAUDIT.DAT - STATUS "
                   WS-ADDRAUDIT-FILE-STATUS
           END-IF
           MOVE "N" TO WS-MASTER-OPEN
           OPEN INPUT LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
           END-IF.

       PROCESS-MENU.
           DISPLAY " "
           DISPLAY "LOAN APPLICATION MAINTENANCE"
           DISPLAY "  C - CHANGE APPLICATION"
           DISPLAY "  D - DELETE APPLICATION"
           DISPLAY "  B - BROWSE APPLICATIONS"
           DISPLAY "  N - BORROWER NAME/ADDRESS CHANGE"
           DISPLAY "  X - EXIT"
           DISPLAY "ENTER CHOICE: "
           MOVE SPACE TO WS-MENU-CHOICE
                   PERFORM DELETE-APPLICATION
               WHEN "B"
                   PERFORM BROWSE-APPLICATIONS
               WHEN "N"
                   PERFORM CHANGE-BORROWER
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
           ACCEPT PAYMENTFREQUENCYIN
           DISPLAY "ARM INDEX CODE (BLANK = MARGIN-ONLY RESETS): "
           ACCEPT INDEXCODEIN
           DISPLAY "BORROWER NAME: "
           ACCEPT BORROWERNAMEIN
           DISPLAY "BORROWER TAXPAYER ID: "
           ACCEPT BORROWERTININ
           DISPLAY "CO-BORROWER NAME (BLANK = NONE): "
           ACCEPT COBORROWERNAMEIN
           DISPLAY "CO-BORROWER TAXPAYER ID: "
           ACCEPT COBORROWERTININ
           DISPLAY "MAILING ADDRESS LINE 1: "
           ACCEPT MAILADDRESSLINE1IN
           DISPLAY "MAILING ADDRESS LINE 2: "
           ACCEPT MAILADDRESSLINE2IN
           DISPLAY "CITY: "
           ACCEPT MAILCITYIN
           DISPLAY "STATE: "
           ACCEPT MAILSTATEIN
           DISPLAY "ZIP CODE: "
           ACCEPT MAILZIPCODEIN
           PERFORM PROMPT-HMDA-FIELDS
           MOVE LOANAMOUNTIN TO LOANAMOUNT
           MOVE INTERESTRATEIN TO INTERESTRATE
           MOVE LOANTERMYEARSIN TO LOANTERMYEARS
           MOVE PRODUCTCODEIN TO PRODUCTCODE
           MOVE PAYMENTFREQUENCYIN TO PAYMENTFREQUENCY.

      *> The register's monitoring fields. Keyed here but not edited
      *> here - a missing or inconsistent code must not hold up the
      *> loan, so the year-end register's edit report is where
      *> they are caught and corrected.
       PROMPT-HMDA-FIELDS.
           DISPLAY "APPLICATION DATE (YYYYMMDD): "
           ACCEPT APPLICATIONDATEIN
           DISPLAY "LOAN TYPE (1 CONV 2 FHA 3 VA 4 USDA): "
           ACCEPT LOANTYPEIN
           DISPLAY "LOAN PURPOSE (1 PURCH 2 IMPRV 31 REFI "
               "32 CASH-OUT 4 OTHER): "
           ACCEPT LOANPURPOSEIN
           DISPLAY "OCCUPANCY (1 PRINCIPAL 2 SECOND 3 INVESTMENT): "
           ACCEPT OCCUPANCYIN
           DISPLAY "LIEN STATUS (1 FIRST 2 SUBORDINATE): "
           ACCEPT LIENSTATUSIN
           DISPLAY "PROPERTY STREET ADDRESS: "
           ACCEPT PROPERTYADDRESSIN
           DISPLAY "PROPERTY CITY: "
           ACCEPT PROPERTYCITYIN
           DISPLAY "PROPERTY STATE: "
           ACCEPT PROPERTYSTATEIN
           DISPLAY "PROPERTY ZIP CODE: "
           ACCEPT PROPERTYZIPCODEIN
           DISPLAY "PROPERTY COUNTY (5-DIGIT FIPS): "
           ACCEPT PROPERTYCOUNTYIN
           DISPLAY "PROPERTY CENSUS TRACT (11 DIGITS): "
           ACCEPT PROPERTYTRACTIN
           DISPLAY "APPLICANT ETHNICITY (1-4): "
           ACCEPT APPLICANTETHNICITYIN
           DISPLAY "APPLICANT RACE (1-7): "
           ACCEPT APPLICANTRACEIN
           DISPLAY "APPLICANT SEX (1-4): "
           ACCEPT APPLICANTSEXIN
           DISPLAY "APPLICANT AGE: "
           ACCEPT APPLICANTAGEIN
           DISPLAY "CO-APPLICANT ETHNICITY (1-4, 5 = NONE): "
           ACCEPT COAPPLICANTETHNICITYIN
           DISPLAY "CO-APPLICANT RACE (1-7, 8 = NONE): "
           ACCEPT COAPPLICANTRACEIN
           DISPLAY "CO-APPLICANT SEX (1-4, 5 = NONE): "
           ACCEPT COAPPLICANTSEXIN
           DISPLAY "CO-APPLICANT AGE (0 = NONE): "
           ACCEPT COAPPLICANTAGEIN.

       DISPLAY-APPLICATION.
           DISPLAY "CURRENT VALUES - ID: " LOANIDIN
               "  AMOUNT: " LOANAMOUNTIN
               "  RATE: " INTERESTRATEIN
               "  TERM: " LOANTERMYEARSIN
           DISPLAY "  BORROWER: " BORROWERNAMEIN.

      *> The change-of-address transaction, and the place a name or
      *> taxpayer ID is corrected once the loan has booked. Each
      *> field is re-keyed against the current value - blank keeps
      *> it, "*" clears it - and every change that is applied
      *> leaves an audit record with the whole borrower record
      *> before and after. A loan with no borrower on file (booked
      *> before the fields existed) gets one keyed here, audited as
      *> an add - provided the loan is on the loan master, so a
      *> mistyped loan ID cannot leave an orphan borrower record.
       CHANGE-BORROWER.
           MOVE SPACES TO BORROWERLOOKUPID
           IF BORROWERFILEOPEN = "Y" AND WS-ADDRAUDIT-OPEN = "Y"
               DISPLAY "LOAN ID: "
               ACCEPT BORROWERLOOKUPID
           END-IF
           EVALUATE TRUE
               WHEN BORROWERFILEOPEN NOT = "Y"
                OR WS-ADDRAUDIT-OPEN NOT = "Y"
                   DISPLAY "BORROWER CHANGES UNAVAILABLE - "
                       "BORROWERS.DAT OR ADDRESSAUDIT.DAT NOT OPEN"
               WHEN BORROWERLOOKUPID = SPACES
                   DISPLAY "NOT CHANGED - LOAN ID REQUIRED"
               WHEN OTHER
                   PERFORM KEY-BORROWER-CHANGE
           END-EVALUATE.

       KEY-BORROWER-CHANGE.
           PERFORM LOOKUP-BORROWER
           MOVE BORROWERRECORD TO BORROWERBEFORE
           MOVE "Y" TO WS-LOAN-ON-MASTER
           IF BORROWERFOUND = "Y"
               DISPLAY "CURRENT NAME AND ADDRESS:"
               PERFORM DISPLAY-MAILING-LINE
                   VARYING MAILINGIDX FROM 1 BY 1
                   UNTIL MAILINGIDX > MAILINGLINECOUNT
           ELSE
               PERFORM CHECK-LOAN-ON-MASTER
               IF WS-LOAN-ON-MASTER = "Y"
                   DISPLAY "NO BORROWER ON FILE FOR " BORROWERLOOKUPID
                       " - KEYING A NEW RECORD"
                   MOVE BORROWERLOOKUPID TO BO-LOANID
               END-IF
           END-IF
           IF WS-LOAN-ON-MASTER = "Y"
               PERFORM PROMPT-BORROWER-FIELDS
               PERFORM APPLY-BORROWER-CHANGE
           END-IF.

       CHECK-LOAN-ON-MASTER.
           MOVE "N" TO WS-LOAN-ON-MASTER
           IF WS-MASTER-OPEN = "Y"
               MOVE BORROWERLOOKUPID TO LM-LOANID
               READ LOANMASTERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-LOAN-ON-MASTER
               END-READ
               IF WS-LOAN-ON-MASTER = "N"
                   DISPLAY "NOT CHANGED - LOAN " BORROWERLOOKUPID
                       " IS NOT ON THE LOAN MASTER"
               END-IF
           ELSE
               DISPLAY "NOT CHANGED - LOANMASTER.DAT NOT OPEN, "
                   "NEW BORROWER CANNOT BE CHECKED"
           END-IF.

       DISPLAY-MAILING-LINE.
           DISPLAY "  " MAILINGLINE(MAILINGIDX).

       PROMPT-BORROWER-FIELDS.
           DISPLAY "ENTER NEW VALUES (BLANK = NO CHANGE, * = CLEAR)"
           DISPLAY "BORROWER NAME: "
           MOVE BO-PRIMARYNAME TO BORROWERENTRY
           PERFORM ACCEPT-BORROWER-ENTRY
           MOVE BORROWERENTRY TO BO-PRIMARYNAME
           DISPLAY "BORROWER TAXPAYER ID: "
           MOVE BO-PRIMARYTIN TO BORROWERENTRY
           PERFORM ACCEPT-BORROWER-ENTRY
           MOVE BORROWERENTRY TO BO-PRIMARYTIN
           DISPLAY "CO-BORROWER NAME: "
           MOVE BO-COBORROWERNAME TO BORROWERENTRY
           PERFORM ACCEPT-BORROWER-ENTRY
           MOVE BORROWERENTRY TO BO-COBORROWERNAME
           DISPLAY "CO-BORROWER TAXPAYER ID: "
           MOVE BO-COBORROWERTIN TO BORROWERENTRY
           PERFORM ACCEPT-BORROWER-ENTRY
           MOVE BORROWERENTRY TO BO-COBORROWERTIN
           DISPLAY "MAILING ADDRESS LINE 1: "
           MOVE BO-ADDRESSLINE1 TO BORROWERENTRY
           PERFORM ACCEPT-BORROWER-ENTRY
           MOVE BORROWERENTRY TO BO-ADDRESSLINE1
           DISPLAY "MAILING ADDRESS LINE 2: "
           MOVE BO-ADDRESSLINE2 TO BORROWERENTRY
           PERFORM ACCEPT-BORROWER-ENTRY
           MOVE BORROWERENTRY TO BO-ADDRESSLINE2
           DISPLAY "CITY: "
           MOVE BO-CITY TO BORROWERENTRY
           PERFORM ACCEPT-BORROWER-ENTRY
           MOVE BORROWERENTRY TO BO-CITY
           DISPLAY "STATE: "
           MOVE BO-STATE TO BORROWERENTRY
           PERFORM ACCEPT-BORROWER-ENTRY
           MOVE BORROWERENTRY TO BO-STATE
           DISPLAY "ZIP CODE: "
           MOVE BO-ZIPCODE TO BORROWERENTRY
           PERFORM ACCEPT-BORROWER-ENTRY
           MOVE BORROWERENTRY TO BO-ZIPCODE.

      *> What changed decides the audit action; nothing changed
      *> writes nothing. A borrower record always names a primary
      *> borrower - every notice addresses the loan by it.
       APPLY-BORROWER-CHANGE.
           MOVE SPACES TO BORROWERACTION
           IF BORROWERFOUND = "N"
               MOVE "ADD" TO BORROWERACTION
           ELSE
               IF BO-NAMES NOT = BF-NAMES
                   IF BO-MAILINGADDRESS NOT = BF-MAILINGADDRESS
                       MOVE "NAMEADDR" TO BORROWERACTION
                   ELSE
                       MOVE "NAME" TO BORROWERACTION
                   END-IF
               ELSE
                   IF BO-MAILINGADDRESS NOT = BF-MAILINGADDRESS
                       MOVE "ADDRESS" TO BORROWERACTION
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN BO-PRIMARYNAME = SPACES
                   DISPLAY "NOT CHANGED - BORROWER NAME REQUIRED"
               WHEN BORROWERACTION = SPACES
                   DISPLAY "NO CHANGES ENTERED"
               WHEN OTHER
                   DISPLAY "APPLY THIS CHANGE (Y/N)? "
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y"
                       PERFORM WRITE-BORROWER-CHANGE
                   ELSE
                       DISPLAY "NOT CHANGED"
                   END-IF
           END-EVALUATE.

       WRITE-BORROWER-CHANGE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOWTIME FROM TIME
           MOVE WS-TODAY TO BO-LASTCHANGEDATE
           IF BORROWERFOUND = "N"
               MOVE 0 TO BO-BOOKEDDATE
               WRITE BORROWERRECORD
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE BORROWERRECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF WS-BORROWER-FILE-STATUS NOT = "00"
               DISPLAY "BORROWER UPDATE FAILED - STATUS "
                   WS-BORROWER-FILE-STATUS
           ELSE
               MOVE SPACES TO ADDRESSAUDITRECORD
               STRING WS-TODAY DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-NOWTIME DELIMITED BY SIZE
                   INTO WS-TIMESTAMP
               MOVE WS-TIMESTAMP TO AA-TIMESTAMP
               MOVE WS-OPERATORID TO AA-OPERATORID
               MOVE BO-LOANID TO AA-LOANID
               MOVE BORROWERACTION TO AA-ACTION
               IF BORROWERFOUND = "Y"
                   MOVE BORROWERBEFORE TO AA-BEFOREIMAGE
               END-IF
               MOVE BORROWERRECORD TO AA-AFTERIMAGE
               WRITE ADDRESSAUDITRECORD
               DISPLAY "BORROWER " BO-LOANID " UPDATED - "
                   BORROWERACTION
           END-IF.

      *> BORROWERENTRY comes in holding the current value and goes
      *> back out holding the value to keep.
       ACCEPT-BORROWER-ENTRY.
           MOVE BORROWERENTRY TO BORROWERCURRENT
           MOVE SPACES TO BORROWERENTRY
           ACCEPT BORROWERENTRY
           EVALUATE BORROWERENTRY
               WHEN SPACES
                   MOVE BORROWERCURRENT TO BORROWERENTRY
               WHEN "*"
                   MOVE SPACES TO BORROWERENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Same edits as the batch - see APPEDITS.CPY.
       VALIDATE-APPLICATION.
      *> Catalog and rate-sheet support shared with the calculator -
      *> see PRODSUPPORT.CPY.
       COPY PRODSUPPORT.

      *> Borrower lookup and mailing block shared with the notice
      *> programs - see BORROWERSUPPORT.CPY.
       COPY BORROWERSUPPORT.
