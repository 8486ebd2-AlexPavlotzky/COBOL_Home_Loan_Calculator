       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHENROLLMAINT.
       AUTHOR. Alexander Pavlotzky.
       DATE-WRITTEN. 15/10/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHENROLLFILE ASSIGN TO "ACHENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-LOANID
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT LOANMASTERFILE ASSIGN TO "LOANMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOANID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BORROWERFILE ASSIGN TO "BORROWERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-LOANID
               FILE STATUS IS WS-BORROWER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACHENROLLFILE.
       COPY ACHENROLLREC.
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       FD  BORROWERFILE.
       COPY BORROWERREC.
       WORKING-STORAGE SECTION.
       01 WS-ENROLL-FILE-STATUS  PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-MENU-CHOICE         PIC X.
       01 WS-CONFIRM             PIC X.
       01 WS-CONTINUE-BROWSE     PIC X.
       01 WS-DONE                PIC X VALUE "N".
       01 WS-OPERATORID          PIC X(8).
       01 WS-TODAY               PIC 9(8).
       COPY BORROWERWORK.

       01 ENROLLLOANID           PIC X(10).
       01 ENROLLFOUND            PIC X.
       01 VALIDATIONFLAG         PIC X VALUE "Y".
       01 ERRORMESSAGE           PIC X(60).

      *> The ABA check-digit test: the nine routing digits weighted
      *> 3-7-1 across, summed, must come to a multiple of ten - a
      *> transposed or mis-keyed routing number is refused here
      *> rather than returned by the bank days after the draft.
       01 ROUTINGDIGITS          PIC X(9).
       01 ROUTINGDIGIT-TABLE REDEFINES ROUTINGDIGITS.
           05 ROUTINGDIGIT       PIC 9 OCCURS 9 TIMES.
       01 ROUTINGWEIGHTVALUES    PIC X(9) VALUE "371371371".
       01 ROUTINGWEIGHT-TABLE REDEFINES ROUTINGWEIGHTVALUES.
           05 ROUTINGWEIGHT      PIC 9 OCCURS 9 TIMES.
       01 ROUTINGIDX             PIC 99.
       01 ROUTINGSUM             PIC 9(4).
       01 ROUTINGQUOTIENT        PIC 9(4).
       01 ROUTINGREMAINDER       PIC 9(2).

       01 ENROLLDISPLAYLINE.
           05 FILLER             PIC X(6) VALUE "LOAN: ".
           05 ED-LOANID          PIC X(10).
           05 FILLER             PIC X(10) VALUE "  STATUS: ".
           05 ED-STATUS          PIC X.
           05 FILLER             PIC X(13) VALUE "  DRAFT DAY: ".
           05 ED-DRAFTDAY        PIC Z9.
           05 FILLER             PIC X(11) VALUE "  EXTRA: $".
           05 ED-EXTRA           PIC ZZZ,ZZ9.99.

       01 ENROLLBANKLINE.
           05 FILLER             PIC X(11) VALUE "  ROUTING: ".
           05 EB-ROUTING         PIC X(9).
           05 FILLER             PIC X(11) VALUE "  ACCOUNT: ".
           05 EB-ACCOUNT         PIC X(17).
           05 FILLER             PIC X(8) VALUE "  TYPE: ".
           05 EB-TYPE            PIC X.
           05 FILLER             PIC X(8) VALUE "  NAME: ".
           05 EB-NAME            PIC X(22).

       01 ENROLLHISTORYLINE.
           05 FILLER             PIC X(12) VALUE "  ENROLLED: ".
           05 EH-ENROLLDATE      PIC 9(8).
           05 FILLER             PIC X(12) VALUE "  CHANGED: ".
           05 EH-CHANGEDATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 EH-OPERATOR        PIC X(8).
           05 FILLER             PIC X(16) VALUE "  LAST DRAFT: ".
           05 EH-DRAFTDATE       PIC 9(8).
           05 FILLER             PIC X(3) VALUE " $".
           05 EH-DRAFTAMOUNT     PIC ZZ,ZZZ,ZZ9.99.

      *> Operator maintenance for the ACH auto-draft enrollment
      *> file - enroll, change, cancel, inquire and browse by loan
      *> ID. Every enrollment is checked against the loan master
      *> (booked, not paid off, monthly payments - the draft run
      *> takes one installment a month) and its bank routing number
      *> against the ABA check digit before anything is written, so
      *> the draft run never builds an entry the bank will return
      *> for a bad routing number. A cancellation keeps the record
      *> with status "C" so the loan's draft history stays on file.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ENROLLMENT-FILES
           IF WS-DONE NOT = "Y"
               PERFORM PROCESS-MENU UNTIL WS-DONE = "Y"
               CLOSE ACHENROLLFILE
               CLOSE LOANMASTERFILE
               PERFORM CLOSE-BORROWER-FILE
           END-IF
           STOP RUN.

      *> The enrollment file I-O with the usual first-run bootstrap;
      *> the loan master is read-only here and must be there, since
      *> nothing can be enrolled without it. The borrower master
      *> only supplies the default name on the account.
       OPEN-ENROLLMENT-FILES.
           ACCEPT WS-OPERATORID FROM ENVIRONMENT "OPERATORID"
           IF WS-OPERATORID = SPACES
               MOVE "MAINT" TO WS-OPERATORID
           END-IF
           OPEN I-O ACHENROLLFILE
           IF WS-ENROLL-FILE-STATUS = "35"
               OPEN OUTPUT ACHENROLLFILE
               IF WS-ENROLL-FILE-STATUS = "00"
                   CLOSE ACHENROLLFILE
                   OPEN I-O ACHENROLLFILE
               END-IF
           END-IF
           IF WS-ENROLL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACHENROLL.DAT - STATUS "
                   WS-ENROLL-FILE-STATUS
               MOVE "Y" TO WS-DONE
           END-IF
           OPEN INPUT LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-DONE
           END-IF
           PERFORM OPEN-BORROWER-FILE.

       PROCESS-MENU.
           DISPLAY " "
           DISPLAY "ACH AUTO-DRAFT ENROLLMENT MAINTENANCE"
           DISPLAY "  A - ENROLL LOAN"
           DISPLAY "  C - CHANGE ENROLLMENT"
           DISPLAY "  D - CANCEL ENROLLMENT"
           DISPLAY "  I - INQUIRE ON ENROLLMENT"
           DISPLAY "  B - BROWSE ENROLLMENTS"
           DISPLAY "  X - EXIT"
           DISPLAY "ENTER CHOICE: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A"
                   PERFORM ADD-ENROLLMENT
               WHEN "C"
                   PERFORM CHANGE-ENROLLMENT
               WHEN "D"
                   PERFORM CANCEL-ENROLLMENT
               WHEN "I"
                   PERFORM INQUIRE-ENROLLMENT
               WHEN "B"
                   PERFORM BROWSE-ENROLLMENTS
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.

       ADD-ENROLLMENT.
           PERFORM ACCEPT-LOAN-ID
           PERFORM READ-ENROLLMENT
           IF ENROLLFOUND = "Y"
               DISPLAY "LOAN " ENROLLLOANID
                   " ALREADY ENROLLED - USE CHANGE"
           ELSE
               MOVE SPACES TO ACHENROLLMENTRECORD
               MOVE ENROLLLOANID TO AE-LOANID
               MOVE 0 TO AE-DRAFTDAY
               MOVE 0 TO AE-EXTRAPRINCIPAL
               MOVE 0 TO AE-LASTDRAFTDATE
               MOVE 0 TO AE-LASTDRAFTAMOUNT
               PERFORM PROMPT-ENROLLMENT-FIELDS
               MOVE "A" TO AE-STATUS
               PERFORM VALIDATE-ENROLLMENT
               IF VALIDATIONFLAG = "N"
                   DISPLAY "NOT ENROLLED - " ERRORMESSAGE
               ELSE
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY TO AE-ENROLLDATE
                   MOVE WS-TODAY TO AE-LASTCHANGEDATE
                   MOVE WS-OPERATORID TO AE-LASTCHANGEOPERATOR
                   WRITE ACHENROLLMENTRECORD
                       INVALID KEY
                           DISPLAY "LOAN " AE-LOANID
                               " ALREADY ENROLLED - USE CHANGE"
                       NOT INVALID KEY
                           DISPLAY "LOAN " AE-LOANID " ENROLLED"
                   END-WRITE
               END-IF
           END-IF.

      *> Every field is re-keyed, the status included, so a
      *> suspended enrollment is resumed (or a cancelled one
      *> reinstated) through the same transaction that corrects the
      *> bank account.
       CHANGE-ENROLLMENT.
           PERFORM ACCEPT-LOAN-ID
           PERFORM READ-ENROLLMENT
           IF ENROLLFOUND = "N"
               DISPLAY "LOAN " ENROLLLOANID " NOT ENROLLED"
           ELSE
               PERFORM DISPLAY-ENROLLMENT
               PERFORM PROMPT-ENROLLMENT-FIELDS
               DISPLAY "STATUS (A=ACTIVE, S=SUSPENDED, "
                   "C=CANCELLED): "
               ACCEPT AE-STATUS
               PERFORM VALIDATE-ENROLLMENT
               IF VALIDATIONFLAG = "N"
                   DISPLAY "NOT CHANGED - " ERRORMESSAGE
               ELSE
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY TO AE-LASTCHANGEDATE
                   MOVE WS-OPERATORID TO AE-LASTCHANGEOPERATOR
                   REWRITE ACHENROLLMENTRECORD
                   IF WS-ENROLL-FILE-STATUS = "00"
                       DISPLAY "LOAN " AE-LOANID " CHANGED"
                   ELSE
                       DISPLAY "REWRITE FAILED - STATUS "
                           WS-ENROLL-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       CANCEL-ENROLLMENT.
           PERFORM ACCEPT-LOAN-ID
           PERFORM READ-ENROLLMENT
           IF ENROLLFOUND = "N"
               DISPLAY "LOAN " ENROLLLOANID " NOT ENROLLED"
           ELSE
               PERFORM DISPLAY-ENROLLMENT
               IF AE-STATUS = "C"
                   DISPLAY "ENROLLMENT ALREADY CANCELLED"
               ELSE
                   DISPLAY "CANCEL THIS ENROLLMENT (Y/N)? "
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y"
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       MOVE "C" TO AE-STATUS
                       MOVE WS-TODAY TO AE-LASTCHANGEDATE
                       MOVE WS-OPERATORID TO AE-LASTCHANGEOPERATOR
                       REWRITE ACHENROLLMENTRECORD
                       IF WS-ENROLL-FILE-STATUS = "00"
                           DISPLAY "LOAN " AE-LOANID " CANCELLED"
                       ELSE
                           DISPLAY "REWRITE FAILED - STATUS "
                               WS-ENROLL-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY "NOT CANCELLED"
                   END-IF
               END-IF
           END-IF.

       INQUIRE-ENROLLMENT.
           PERFORM ACCEPT-LOAN-ID
           PERFORM READ-ENROLLMENT
           IF ENROLLFOUND = "N"
               DISPLAY "LOAN " ENROLLLOANID " NOT ENROLLED"
           ELSE
               PERFORM DISPLAY-ENROLLMENT
           END-IF.

       BROWSE-ENROLLMENTS.
           DISPLAY "START AT LOAN ID (BLANK = FIRST): "
           MOVE SPACES TO AE-LOANID
           ACCEPT AE-LOANID
           START ACHENROLLFILE
               KEY IS >= AE-LOANID
               INVALID KEY
                   DISPLAY "NO ENROLLMENTS AT OR AFTER " AE-LOANID
           END-START
           IF WS-ENROLL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CONTINUE-BROWSE
               PERFORM BROWSE-NEXT-ENROLLMENT
                   UNTIL WS-CONTINUE-BROWSE NOT = "Y"
           END-IF.

       BROWSE-NEXT-ENROLLMENT.
           READ ACHENROLLFILE NEXT RECORD
               AT END
                   DISPLAY "END OF FILE"
                   MOVE "N" TO WS-CONTINUE-BROWSE
               NOT AT END
                   PERFORM DISPLAY-ENROLLMENT
                   DISPLAY "MORE (Y/N)? "
                   MOVE SPACE TO WS-CONTINUE-BROWSE
                   ACCEPT WS-CONTINUE-BROWSE
           END-READ.

       ACCEPT-LOAN-ID.
           DISPLAY "LOAN ID: "
           MOVE SPACES TO ENROLLLOANID
           ACCEPT ENROLLLOANID.

       READ-ENROLLMENT.
           MOVE "N" TO ENROLLFOUND
           MOVE ENROLLLOANID TO AE-LOANID
           READ ACHENROLLFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO ENROLLFOUND
           END-READ.

       DISPLAY-ENROLLMENT.
           MOVE AE-LOANID TO ED-LOANID
           MOVE AE-STATUS TO ED-STATUS
           MOVE AE-DRAFTDAY TO ED-DRAFTDAY
           MOVE AE-EXTRAPRINCIPAL TO ED-EXTRA
           DISPLAY ENROLLDISPLAYLINE
           MOVE AE-ROUTINGNUMBER TO EB-ROUTING
           MOVE AE-ACCOUNTNUMBER TO EB-ACCOUNT
           MOVE AE-ACCOUNTTYPE TO EB-TYPE
           MOVE AE-ACCOUNTNAME TO EB-NAME
           DISPLAY ENROLLBANKLINE
           MOVE AE-ENROLLDATE TO EH-ENROLLDATE
           MOVE AE-LASTCHANGEDATE TO EH-CHANGEDATE
           MOVE AE-LASTCHANGEOPERATOR TO EH-OPERATOR
           MOVE AE-LASTDRAFTDATE TO EH-DRAFTDATE
           MOVE AE-LASTDRAFTAMOUNT TO EH-DRAFTAMOUNT
           DISPLAY ENROLLHISTORYLINE.

      *> The name on the account defaults to the borrower of record,
      *> cut to the 22 characters an ACH entry carries.
       PROMPT-ENROLLMENT-FIELDS.
           DISPLAY "BANK ROUTING NUMBER (9 DIGITS): "
           ACCEPT AE-ROUTINGNUMBER
           DISPLAY "BANK ACCOUNT NUMBER: "
           ACCEPT AE-ACCOUNTNUMBER
           DISPLAY "ACCOUNT TYPE (C=CHECKING, S=SAVINGS): "
           ACCEPT AE-ACCOUNTTYPE
           DISPLAY "NAME ON ACCOUNT (BLANK = BORROWER OF RECORD): "
           MOVE SPACES TO AE-ACCOUNTNAME
           ACCEPT AE-ACCOUNTNAME
           IF AE-ACCOUNTNAME = SPACES
               MOVE AE-LOANID TO BORROWERLOOKUPID
               PERFORM LOOKUP-BORROWER
               MOVE BO-PRIMARYNAME TO AE-ACCOUNTNAME
           END-IF
           DISPLAY "DRAFT DAY OF MONTH (1-28): "
           ACCEPT AE-DRAFTDAY
           DISPLAY "EXTRA PRINCIPAL PER DRAFT (0 = NONE): "
           ACCEPT AE-EXTRAPRINCIPAL.

      *> The loan must be booked, still amortizing and on monthly
      *> payments - a paid-off loan has nothing to draft, and the
      *> draft run takes one installment a month, which would short
      *> a semi-monthly or biweekly loan. A cancellation skips the
      *> loan checks so a paid-off loan's enrollment can still be
      *> closed.
       VALIDATE-ENROLLMENT.
           MOVE "Y" TO VALIDATIONFLAG
           MOVE SPACES TO ERRORMESSAGE
           MOVE AE-LOANID TO LM-LOANID
           READ LOANMASTERFILE
               INVALID KEY
                   MOVE "N" TO VALIDATIONFLAG
                   MOVE "LOAN NOT ON THE LOAN MASTER" TO ERRORMESSAGE
           END-READ
           IF VALIDATIONFLAG = "Y" AND AE-STATUS NOT = "C"
               IF LM-STATUS = "P"
                   MOVE "N" TO VALIDATIONFLAG
                   MOVE "LOAN IS PAID IN FULL" TO ERRORMESSAGE
               END-IF
               IF LM-PAYFREQ NOT = "M"
                   MOVE "N" TO VALIDATIONFLAG
                   MOVE "ONLY MONTHLY-PAYMENT LOANS MAY BE DRAFTED"
                       TO ERRORMESSAGE
               END-IF
           END-IF
           IF VALIDATIONFLAG = "Y"
               PERFORM VALIDATE-ROUTING-NUMBER
           END-IF
           IF VALIDATIONFLAG = "Y"
               EVALUATE TRUE
                   WHEN AE-ACCOUNTNUMBER = SPACES
                       MOVE "N" TO VALIDATIONFLAG
                       MOVE "BANK ACCOUNT NUMBER REQUIRED"
                           TO ERRORMESSAGE
                   WHEN AE-ACCOUNTTYPE NOT = "C"
                    AND AE-ACCOUNTTYPE NOT = "S"
                       MOVE "N" TO VALIDATIONFLAG
                       MOVE "ACCOUNT TYPE MUST BE C OR S"
                           TO ERRORMESSAGE
                   WHEN AE-ACCOUNTNAME = SPACES
                       MOVE "N" TO VALIDATIONFLAG
                       MOVE "NAME ON ACCOUNT REQUIRED - NO BORROWER "
                           & "ON FILE" TO ERRORMESSAGE
                   WHEN AE-DRAFTDAY < 1 OR AE-DRAFTDAY > 28
                       MOVE "N" TO VALIDATIONFLAG
                       MOVE "DRAFT DAY MUST BE 1 THROUGH 28"
                           TO ERRORMESSAGE
                   WHEN AE-STATUS NOT = "A" AND AE-STATUS NOT = "S"
                    AND AE-STATUS NOT = "C"
                       MOVE "N" TO VALIDATIONFLAG
                       MOVE "STATUS MUST BE A, S OR C" TO ERRORMESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       VALIDATE-ROUTING-NUMBER.
           MOVE AE-ROUTINGNUMBER TO ROUTINGDIGITS
           IF ROUTINGDIGITS IS NOT NUMERIC
               MOVE "N" TO VALIDATIONFLAG
               MOVE "ROUTING NUMBER MUST BE NINE DIGITS"
                   TO ERRORMESSAGE
           ELSE
               MOVE 0 TO ROUTINGSUM
               PERFORM VARYING ROUTINGIDX FROM 1 BY 1
                   UNTIL ROUTINGIDX > 9
                   COMPUTE ROUTINGSUM = ROUTINGSUM
                       + ROUTINGDIGIT(ROUTINGIDX)
                       * ROUTINGWEIGHT(ROUTINGIDX)
               END-PERFORM
               DIVIDE ROUTINGSUM BY 10 GIVING ROUTINGQUOTIENT
                   REMAINDER ROUTINGREMAINDER
               IF ROUTINGREMAINDER NOT = 0 OR ROUTINGSUM = 0
                   MOVE "N" TO VALIDATIONFLAG
                   MOVE "ROUTING NUMBER FAILS ABA CHECK DIGIT"
                       TO ERRORMESSAGE
               END-IF
           END-IF.

      *> Borrower lookup for the default account name - see
      *> BORROWERSUPPORT.CPY.
       COPY BORROWERSUPPORT.
