       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMDAREGISTER.
       AUTHOR. Alexander Pavlotzky.
       DATE-WRITTEN. 15/10/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONFILE ASSIGN TO "DECISIONHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.
           SELECT REJECTFILE ASSIGN TO "REJECTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT PENDINGLOANFILE ASSIGN TO "PENDINGLOANS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-PEND-REL-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT DECLINATIONFILE ASSIGN TO "DECLINATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLINATION-FILE-STATUS.
           SELECT LOANMASTERFILE ASSIGN TO "LOANMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOANID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BORROWERFILE ASSIGN TO "BORROWERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-LOANID
               FILE STATUS IS WS-BORROWER-FILE-STATUS.
           SELECT APORFILE ASSIGN TO "APORRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOR-FILE-STATUS.
           SELECT HMDALARFILE ASSIGN TO "HMDALAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAR-FILE-STATUS.
           SELECT HMDAEDITFILE ASSIGN TO "HMDAEDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISIONFILE.
       COPY DECISIONREC.
       FD  REJECTFILE.
       COPY REJECTREC.
       FD  PENDINGLOANFILE.
       COPY PENDINGREC.
       FD  DECLINATIONFILE.
       COPY DECLINEREC.
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       FD  BORROWERFILE.
       COPY BORROWERREC.
       FD  APORFILE.
       COPY APORREC.
       FD  HMDALARFILE.
       COPY HMDALARREC.
       FD  HMDAEDITFILE.
       01  HMDAEDITRECORD         PIC X(80).
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       COPY BORROWERWORK.
       01 WS-DECISION-FILE-STATUS    PIC XX.
       01 WS-REJECT-FILE-STATUS      PIC XX.
       01 WS-PENDING-FILE-STATUS     PIC XX.
       01 WS-DECLINATION-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS      PIC XX.
       01 WS-APOR-FILE-STATUS        PIC XX.
       01 WS-LAR-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS      PIC XX.
       01 WS-PEND-REL-KEY        PIC 9(8).
       01 WS-INIT-ERROR          PIC X VALUE "N".
       01 WS-TABLE-OVERFLOW      PIC X VALUE "N".
       01 WS-DECISION-EOF        PIC X VALUE "N".
       01 WS-REJECT-EOF          PIC X VALUE "N".
       01 WS-PENDING-EOF         PIC X VALUE "N".
       01 WS-DECLINATION-EOF     PIC X VALUE "N".
       01 WS-MASTER-EOF          PIC X VALUE "N".
       01 WS-APOR-EOF            PIC X VALUE "N".

      *> The register covers one calendar year of final actions,
      *> HMDAYEAR in the environment; left unset, the run reports
      *> the year before the business date - the normal early-in-
      *> the-year production case, as for the year-end statements.
       01 WS-SEL-YEAR            PIC X(4).
       01 HMDAYEAR               PIC 9(4).

      *> Reporter identification for the transmittal record.
       01 HMDAREPORTERID         PIC X(10) VALUE "HLSVC00001".
       01 HMDAREPORTERNAME       PIC X(30)
           VALUE "HOME LOAN SERVICING".

      *> The application as it was keyed - the decision record's
      *> monitoring-field image or a reject record's whole
      *> application image is laid back over it to be read.
       COPY LOANAPPREC.

      *> One entry per application (loan ID) found on the decision
      *> and reject histories, each source after it stamping what it
      *> knows: the desk's pending status, a declination, a booking
      *> on the master. The histories are cumulative across runs,
      *> so a loan ID seen twice keeps its latest decision - a
      *> corrected application re-run through reprocess replaces
      *> the one before it.
      *> LA-SOURCE: "D" decided by the batch, "R" only ever
      *> rejected at validation.
       01 WS-APP-COUNT           PIC 9(5) VALUE 0.
       01 WS-APP-IDX             PIC 9(5).
       01 WS-APP-FOUND           PIC X.
       01 APPLOOKUPID            PIC X(10).
       01 APPLICATIONTABLE.
           05 APPLICATIONENTRY OCCURS 5000 TIMES.
               10 LA-LOANID          PIC X(10).
               10 LA-SOURCE          PIC X.
               10 LA-DECISION        PIC X(9).
               10 LA-DECISIONDATE    PIC 9(8).
               10 LA-APR             PIC 9(3)V999.
               10 LA-LOANAMOUNT      PIC 9(8)V99.
               10 LA-NOTERATE        PIC 9(3)V99.
               10 LA-TERMYEARS       PIC 9(3).
               10 LA-ARMFLAG         PIC X.
               10 LA-FIXEDPERIODMONTHS PIC 9(3).
               10 LA-HOMEVALUE       PIC 9(8)V99.
               10 LA-MONTHLYINCOME   PIC 9(7)V99.
               10 LA-HMDAFIELDS      PIC X(118).
               10 LA-PENDSTATUS      PIC X.
               10 LA-PENDDATE        PIC 9(8).
               10 LA-DECLINED        PIC X.
               10 LA-DECLINEDATE     PIC 9(8).
               10 LA-DECLINEREASON   PIC X(4).
               10 LA-BOOKED          PIC X.
               10 LA-ACTIONTAKEN     PIC X.
               10 LA-ACTIONDATE      PIC 9(8).

      *> The average prime offer rate table as loaded from
      *> APORRATES.DAT.
       01 WS-APOR-COUNT          PIC 9(5) VALUE 0.
       01 WS-APOR-IDX            PIC 9(5).
       01 WS-APOR-FOUND          PIC X.
       01 APORTABLE.
           05 APORENTRY OCCURS 12000 TIMES.
               10 AO-EFFECTIVEDATE   PIC 9(8).
               10 AO-AMORTTYPE       PIC X.
               10 AO-TERMYEARS       PIC 9(2).
               10 AO-APOR            PIC 9(2)V999.

      *> The application in hand while its final action is settled
      *> and its register line written.
       01 ACTIONYEAR             PIC 9(4).
       01 DECISIONYEAR           PIC 9(4).
       01 NOTREPORTEDREASON      PIC X(46).
       01 DENIALREASON           PIC X(4).
       01 LINEHASEDITS           PIC X.
       01 APORAMORTTYPE          PIC X.
       01 APORTERMYEARS          PIC 9(2).
       01 APORRATESETDATE        PIC 9(8).
       01 APORBESTDATE           PIC 9(8).
       01 APORRATE               PIC 9(2)V999.
       01 RATESPREAD             PIC S9(3)V999.
       01 ANNUALINCOME           PIC 9(9)V99.
       01 COAPPLICANTNONE        PIC 9.

       01 WS-DECISIONS-READ      PIC 9(8) VALUE 0.
       01 WS-REJECTS-READ        PIC 9(8) VALUE 0.
       01 WS-PENDING-READ        PIC 9(8) VALUE 0.
       01 WS-DECLINATIONS-READ   PIC 9(8) VALUE 0.
       01 WS-LOANS-READ          PIC 9(8) VALUE 0.
       01 WS-SOURCE-EXCEPTIONS   PIC 9(8) VALUE 0.
       01 WS-BOOKED-UNDECIDED    PIC 9(8) VALUE 0.
       01 WS-LINES-WRITTEN       PIC 9(8) VALUE 0.
       01 WS-ORIGINATED          PIC 9(8) VALUE 0.
       01 WS-APPROVEDNOTACCEPTED PIC 9(8) VALUE 0.
       01 WS-DENIED              PIC 9(8) VALUE 0.
       01 WS-WITHDRAWN           PIC 9(8) VALUE 0.
       01 WS-INCOMPLETE          PIC 9(8) VALUE 0.
       01 WS-NOT-REPORTED        PIC 9(8) VALUE 0.
       01 WS-OTHER-YEAR          PIC 9(8) VALUE 0.
       01 WS-FIELD-EDITS         PIC 9(8) VALUE 0.
       01 WS-LINES-WITH-EDITS    PIC 9(8) VALUE 0.
       01 WS-SPREADS-REPORTED    PIC 9(8) VALUE 0.
       01 WS-TOTAL-ORIGINATED    PIC 9(12)V99 VALUE 0.

       01 EDITTITLELINE.
           05 FILLER             PIC X(40)
               VALUE "LOAN APPLICATION REGISTER EDITS - YEAR ".
           05 TL-HMDAYEAR        PIC 9(4).
           05 FILLER             PIC X(17)
               VALUE "  BUSINESS DATE ".
           05 TL-BUSINESSDATE    PIC 9(8).

       01 EDITSECTIONLINE        PIC X(80).

       01 EDITHEADERLINE.
           05 FILLER             PIC X(34) VALUE
               "LOAN ID     ACT  FIELD / CONDITION".

      *> ED-ACTION is the register's action-taken code, blank for
      *> an application the register does not carry.
       01 EDITDETAILLINE.
           05 ED-LOANID          PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ED-ACTION          PIC X.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 ED-MESSAGE         PIC X(46).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 ED-VALUE           PIC X(13) VALUE SPACES.
       01 EDITVALUERATE          PIC ZZ9.999.

       01 EDITCOUNTLINE.
           05 EC-LABEL           PIC X(34).
           05 EC-COUNT           PIC ZZ,ZZZ,ZZ9.

       01 EDITAMOUNTLINE.
           05 EA-LABEL           PIC X(34).
           05 FILLER             PIC X VALUE "$".
           05 EA-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> The year-end loan application register: every application
      *> the shop acted on in the year, one line each, pulled
      *> together from the batch's decision and reject histories, the
      *> underwriting desk's pending file, the declination file and
      *> the bookings on the loan master, with the action taken,
      *> the denial reason and the rate spread on the APR the
      *> borrower was disclosed. The edit report lists what the
      *> sources could not settle and every register field that is
      *> missing or does not agree with the rest of the line, so
      *> compliance can correct the applications before filing.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "HMDALAR" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-REGISTER
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM LOAD-APOR-TABLE
               END-IF
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM PRINT-EDIT-TITLE
                   PERFORM LOAD-DECISIONS UNTIL WS-DECISION-EOF = "Y"
                   PERFORM LOAD-REJECTS UNTIL WS-REJECT-EOF = "Y"
                   PERFORM APPLY-PENDING-STATUS
                       UNTIL WS-PENDING-EOF = "Y"
                   PERFORM APPLY-DECLINATIONS
                       UNTIL WS-DECLINATION-EOF = "Y"
                   PERFORM APPLY-BOOKINGS UNTIL WS-MASTER-EOF = "Y"
                   PERFORM SETTLE-ACTIONS
                   PERFORM WRITE-REGISTER
                   PERFORM PRINT-EDIT-TOTALS
                   EVALUATE TRUE
                       WHEN WS-TABLE-OVERFLOW = "Y"
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-FIELD-EDITS > 0
                           OR WS-SOURCE-EXCEPTIONS > 0
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM CLOSE-REGISTER-FILES
               IF WS-INIT-ERROR NOT = "Y" AND RETURN-CODE < 8
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

      *> The decision history and the master must be there. A shop with
      *> no rejects, no pending loans or no declinations in the
      *> year may have no file for them at all - those are taken as
      *> empty.
       INITIALIZE-REGISTER.
           ACCEPT WS-SEL-YEAR FROM ENVIRONMENT "HMDAYEAR"
           IF WS-SEL-YEAR = SPACES
               COMPUTE HMDAYEAR = BUS-YEAR - 1
           ELSE
               MOVE WS-SEL-YEAR TO HMDAYEAR
           END-IF
           OPEN INPUT DECISIONFILE
           IF WS-DECISION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DECISIONHIST.DAT - STATUS "
                   WS-DECISION-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN INPUT REJECTFILE
           EVALUATE WS-REJECT-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "Y" TO WS-REJECT-EOF
               WHEN OTHER
                   DISPLAY "ERROR OPENING REJECTHIST.DAT - STATUS "
                       WS-REJECT-FILE-STATUS
                   MOVE "Y" TO WS-INIT-ERROR
           END-EVALUATE
           OPEN INPUT PENDINGLOANFILE
           EVALUATE WS-PENDING-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "Y" TO WS-PENDING-EOF
               WHEN OTHER
                   DISPLAY "ERROR OPENING PENDINGLOANS.DAT - STATUS "
                       WS-PENDING-FILE-STATUS
                   MOVE "Y" TO WS-INIT-ERROR
           END-EVALUATE
           OPEN INPUT DECLINATIONFILE
           EVALUATE WS-DECLINATION-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "Y" TO WS-DECLINATION-EOF
               WHEN OTHER
                   DISPLAY "ERROR OPENING DECLINATIONS.DAT - STATUS "
                       WS-DECLINATION-FILE-STATUS
                   MOVE "Y" TO WS-INIT-ERROR
           END-EVALUATE
           OPEN INPUT LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           PERFORM OPEN-BORROWER-FILE
           OPEN OUTPUT HMDALARFILE
           IF WS-LAR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HMDALAR.DAT - STATUS "
                   WS-LAR-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT HMDAEDITFILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HMDAEDITS.DAT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF.

      *> Without the benchmark table no rate spread can be figured,
      *> so a missing or overfull table stops the run rather than
      *> filing a register with every spread blank.
       LOAD-APOR-TABLE.
           OPEN INPUT APORFILE
           IF WS-APOR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING APORRATES.DAT - STATUS "
                   WS-APOR-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           ELSE
               PERFORM LOAD-ONE-APOR-RECORD UNTIL WS-APOR-EOF = "Y"
               CLOSE APORFILE
           END-IF.

       LOAD-ONE-APOR-RECORD.
           READ APORFILE
               AT END MOVE "Y" TO WS-APOR-EOF
               NOT AT END
                   IF WS-APOR-COUNT >= 12000
                       DISPLAY "APOR TABLE FULL - OVER 12000 RATES"
                       MOVE "Y" TO WS-INIT-ERROR
                       MOVE "Y" TO WS-APOR-EOF
                   ELSE
                       ADD 1 TO WS-APOR-COUNT
                       MOVE AR-EFFECTIVEDATE
                           TO AO-EFFECTIVEDATE(WS-APOR-COUNT)
                       MOVE AR-AMORTTYPE TO AO-AMORTTYPE(WS-APOR-COUNT)
                       MOVE AR-TERMYEARS TO AO-TERMYEARS(WS-APOR-COUNT)
                       MOVE AR-APOR TO AO-APOR(WS-APOR-COUNT)
                   END-IF
           END-READ.

       PRINT-EDIT-TITLE.
           MOVE HMDAYEAR TO TL-HMDAYEAR
           MOVE BUSINESSDATE TO TL-BUSINESSDATE
           MOVE EDITTITLELINE TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE SPACES TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE "SOURCE RECORDS THAT COULD NOT BE MATCHED"
               TO EDITSECTIONLINE
           PERFORM WRITE-EDIT-SECTION.

      *> A record written before the decision date, APR and loan
      *> terms were carried reads as spaces there - those are
      *> taken as zero and the application is reported on the edit
      *> list rather than guessed at.
       LOAD-DECISIONS.
           READ DECISIONFILE
               AT END MOVE "Y" TO WS-DECISION-EOF
               NOT AT END
                   ADD 1 TO WS-DECISIONS-READ
                   MOVE DC-LOANID TO APPLOOKUPID
                   PERFORM FIND-APPLICATION-ENTRY
                   IF WS-APP-FOUND = "N"
                       PERFORM ADD-APPLICATION-ENTRY
                   END-IF
                   IF WS-APP-FOUND = "Y"
                       IF DC-DECISIONDATE NOT NUMERIC
                           MOVE 0 TO DC-DECISIONDATE
                       END-IF
                       IF LA-SOURCE(WS-APP-IDX) = SPACE
                           OR DC-DECISIONDATE
                               NOT < LA-DECISIONDATE(WS-APP-IDX)
                           PERFORM STORE-DECISION
                       END-IF
                   END-IF
           END-READ.

       STORE-DECISION.
           MOVE "D" TO LA-SOURCE(WS-APP-IDX)
           MOVE DC-DECISION TO LA-DECISION(WS-APP-IDX)
           MOVE DC-DECISIONDATE TO LA-DECISIONDATE(WS-APP-IDX)
           MOVE DC-HMDAFIELDS TO LA-HMDAFIELDS(WS-APP-IDX)
           IF DC-APR NUMERIC
               MOVE DC-APR TO LA-APR(WS-APP-IDX)
           END-IF
           IF DC-LOANAMOUNT NUMERIC
               MOVE DC-LOANAMOUNT TO LA-LOANAMOUNT(WS-APP-IDX)
           END-IF
           IF DC-NOTERATE NUMERIC
               MOVE DC-NOTERATE TO LA-NOTERATE(WS-APP-IDX)
           END-IF
           IF DC-LOANTERMYEARS NUMERIC
               MOVE DC-LOANTERMYEARS TO LA-TERMYEARS(WS-APP-IDX)
           END-IF
           MOVE DC-ARMFLAG TO LA-ARMFLAG(WS-APP-IDX)
           IF DC-FIXEDPERIODMONTHS NUMERIC
               MOVE DC-FIXEDPERIODMONTHS
                   TO LA-FIXEDPERIODMONTHS(WS-APP-IDX)
           END-IF
           IF DC-HOMEVALUE NUMERIC
               MOVE DC-HOMEVALUE TO LA-HOMEVALUE(WS-APP-IDX)
           END-IF
           IF DC-GROSSMONTHLYINCOME NUMERIC
               MOVE DC-GROSSMONTHLYINCOME
                   TO LA-MONTHLYINCOME(WS-APP-IDX)
           END-IF.

      *> A reject counts only for an application never decided - one
      *> corrected and pushed back through reprocess is reported by
      *> its decision. Repeated rejects of the same application keep
      *> the latest.
       LOAD-REJECTS.
           READ REJECTFILE
               AT END MOVE "Y" TO WS-REJECT-EOF
               NOT AT END
                   ADD 1 TO WS-REJECTS-READ
                   MOVE RJ-APPLICATION TO LOANAPPRECORD
                   IF LOANIDIN = SPACES
                       MOVE SPACES TO ED-LOANID
                       MOVE SPACE TO ED-ACTION
                       MOVE "REJECTED APPLICATION WITH NO LOAN ID"
                           TO ED-MESSAGE
                       MOVE RJ-ORIGRECNO TO ED-VALUE
                       PERFORM WRITE-SOURCE-EXCEPTION
                   ELSE
                       PERFORM MATCH-REJECT
                   END-IF
           END-READ.

       MATCH-REJECT.
           MOVE LOANIDIN TO APPLOOKUPID
           PERFORM FIND-APPLICATION-ENTRY
           IF WS-APP-FOUND = "N"
               PERFORM ADD-APPLICATION-ENTRY
           END-IF
           IF WS-APP-FOUND = "Y"
               IF RJ-REJECTDATE NOT NUMERIC
                   MOVE 0 TO RJ-REJECTDATE
               END-IF
               IF LA-SOURCE(WS-APP-IDX) = SPACE
                   OR (LA-SOURCE(WS-APP-IDX) = "R"
                   AND RJ-REJECTDATE
                       NOT < LA-DECISIONDATE(WS-APP-IDX))
                   PERFORM STORE-REJECT
               END-IF
           END-IF.

       STORE-REJECT.
           MOVE "R" TO LA-SOURCE(WS-APP-IDX)
           MOVE SPACES TO LA-DECISION(WS-APP-IDX)
           MOVE RJ-REJECTDATE TO LA-DECISIONDATE(WS-APP-IDX)
           MOVE HMDAFIELDSIN TO LA-HMDAFIELDS(WS-APP-IDX)
           MOVE 0 TO LA-APR(WS-APP-IDX)
           IF LOANAMOUNTIN NUMERIC
               MOVE LOANAMOUNTIN TO LA-LOANAMOUNT(WS-APP-IDX)
           END-IF
           IF INTERESTRATEIN NUMERIC
               MOVE INTERESTRATEIN TO LA-NOTERATE(WS-APP-IDX)
           END-IF
           IF LOANTERMYEARSIN NUMERIC
               MOVE LOANTERMYEARSIN TO LA-TERMYEARS(WS-APP-IDX)
           END-IF
           MOVE ARMFLAGIN TO LA-ARMFLAG(WS-APP-IDX)
           IF FIXEDPERIODMONTHSIN NUMERIC
               MOVE FIXEDPERIODMONTHSIN
                   TO LA-FIXEDPERIODMONTHS(WS-APP-IDX)
           END-IF
           IF HOMEVALUEIN NUMERIC
               MOVE HOMEVALUEIN TO LA-HOMEVALUE(WS-APP-IDX)
           END-IF
           IF GROSSMONTHLYINCOMEIN NUMERIC
               MOVE GROSSMONTHLYINCOMEIN
                   TO LA-MONTHLYINCOME(WS-APP-IDX)
           END-IF.

      *> The desk's pending file is cumulative; a loan parked twice
      *> (re-decided after a correction) keeps its later record.
       APPLY-PENDING-STATUS.
           READ PENDINGLOANFILE NEXT RECORD
               AT END MOVE "Y" TO WS-PENDING-EOF
               NOT AT END
                   ADD 1 TO WS-PENDING-READ
                   MOVE PN-LOANID TO APPLOOKUPID
                   PERFORM FIND-APPLICATION-ENTRY
                   IF WS-APP-FOUND = "Y"
                       MOVE PN-STATUS TO LA-PENDSTATUS(WS-APP-IDX)
                       IF PN-ACTIONDATE NUMERIC
                           MOVE PN-ACTIONDATE
                               TO LA-PENDDATE(WS-APP-IDX)
                       ELSE
                           MOVE 0 TO LA-PENDDATE(WS-APP-IDX)
                       END-IF
                   ELSE
                       MOVE PN-LOANID TO ED-LOANID
                       MOVE SPACE TO ED-ACTION
                       MOVE "PENDING LOAN WITH NO DECISION RECORD"
                           TO ED-MESSAGE
                       MOVE PN-STATUS TO ED-VALUE
                       PERFORM WRITE-SOURCE-EXCEPTION
                   END-IF
           END-READ.

       APPLY-DECLINATIONS.
           READ DECLINATIONFILE
               AT END MOVE "Y" TO WS-DECLINATION-EOF
               NOT AT END
                   ADD 1 TO WS-DECLINATIONS-READ
                   MOVE DL-LOANID TO APPLOOKUPID
                   PERFORM FIND-APPLICATION-ENTRY
                   IF WS-APP-FOUND = "Y"
                       MOVE "Y" TO LA-DECLINED(WS-APP-IDX)
                       IF DL-DECISIONDATE NUMERIC
                           MOVE DL-DECISIONDATE
                               TO LA-DECLINEDATE(WS-APP-IDX)
                       ELSE
                           MOVE 0 TO LA-DECLINEDATE(WS-APP-IDX)
                       END-IF
                       MOVE DL-REASONCODE
                           TO LA-DECLINEREASON(WS-APP-IDX)
                   ELSE
                       MOVE DL-LOANID TO ED-LOANID
                       MOVE SPACE TO ED-ACTION
                       MOVE "DECLINATION WITH NO DECISION RECORD"
                           TO ED-MESSAGE
                       MOVE DL-DECISIONDATE TO ED-VALUE
                       PERFORM WRITE-SOURCE-EXCEPTION
                   END-IF
           END-READ.

      *> A loan on the master with no application on file is
      *> looked up on the borrower master for the day it booked:
      *> booked in an earlier year it is not this register's, but
      *> one booked in the register year with no decision behind it
      *> is an origination the register cannot report, and is
      *> counted and listed. With no booking date to go on the loan
      *> is taken as an earlier year's.
       APPLY-BOOKINGS.
           READ LOANMASTERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   MOVE LM-LOANID TO APPLOOKUPID
                   PERFORM FIND-APPLICATION-ENTRY
                   IF WS-APP-FOUND = "Y"
                       MOVE "Y" TO LA-BOOKED(WS-APP-IDX)
                   ELSE
                       PERFORM CHECK-UNDECIDED-BOOKING
                   END-IF
           END-READ.

       CHECK-UNDECIDED-BOOKING.
           MOVE LM-LOANID TO BORROWERLOOKUPID
           PERFORM LOOKUP-BORROWER
           IF BO-BOOKEDDATE NOT NUMERIC
               MOVE 0 TO BO-BOOKEDDATE
           END-IF
           COMPUTE ACTIONYEAR = BO-BOOKEDDATE / 10000
           IF ACTIONYEAR = HMDAYEAR
               ADD 1 TO WS-BOOKED-UNDECIDED
               MOVE LM-LOANID TO ED-LOANID
               MOVE SPACE TO ED-ACTION
               MOVE "BOOKED IN YEAR WITH NO DECISION RECORD"
                   TO ED-MESSAGE
               MOVE BO-BOOKEDDATE TO ED-VALUE
               PERFORM WRITE-SOURCE-EXCEPTION
           END-IF.

       FIND-APPLICATION-ENTRY.
           MOVE "N" TO WS-APP-FOUND
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT
               OR WS-APP-FOUND = "Y"
               IF LA-LOANID(WS-APP-IDX) = APPLOOKUPID
                   MOVE "Y" TO WS-APP-FOUND
               END-IF
           END-PERFORM
      *> The search loop leaves the index one past the hit.
           IF WS-APP-FOUND = "Y"
               SUBTRACT 1 FROM WS-APP-IDX
           END-IF.

      *> A full table is reported once and the run finishes without
      *> the overflow applications, leaving the step incomplete.
       ADD-APPLICATION-ENTRY.
           IF WS-APP-COUNT < 5000
               ADD 1 TO WS-APP-COUNT
               MOVE WS-APP-COUNT TO WS-APP-IDX
               MOVE APPLOOKUPID TO LA-LOANID(WS-APP-IDX)
               MOVE SPACE TO LA-SOURCE(WS-APP-IDX)
               MOVE SPACES TO LA-DECISION(WS-APP-IDX)
               MOVE 0 TO LA-DECISIONDATE(WS-APP-IDX)
               MOVE 0 TO LA-APR(WS-APP-IDX)
               MOVE 0 TO LA-LOANAMOUNT(WS-APP-IDX)
               MOVE 0 TO LA-NOTERATE(WS-APP-IDX)
               MOVE 0 TO LA-TERMYEARS(WS-APP-IDX)
               MOVE SPACE TO LA-ARMFLAG(WS-APP-IDX)
               MOVE 0 TO LA-FIXEDPERIODMONTHS(WS-APP-IDX)
               MOVE 0 TO LA-HOMEVALUE(WS-APP-IDX)
               MOVE 0 TO LA-MONTHLYINCOME(WS-APP-IDX)
               MOVE SPACES TO LA-HMDAFIELDS(WS-APP-IDX)
               MOVE SPACE TO LA-PENDSTATUS(WS-APP-IDX)
               MOVE 0 TO LA-PENDDATE(WS-APP-IDX)
               MOVE "N" TO LA-DECLINED(WS-APP-IDX)
               MOVE 0 TO LA-DECLINEDATE(WS-APP-IDX)
               MOVE SPACES TO LA-DECLINEREASON(WS-APP-IDX)
               MOVE "N" TO LA-BOOKED(WS-APP-IDX)
               MOVE SPACE TO LA-ACTIONTAKEN(WS-APP-IDX)
               MOVE 0 TO LA-ACTIONDATE(WS-APP-IDX)
               MOVE "Y" TO WS-APP-FOUND
           ELSE
               IF WS-TABLE-OVERFLOW = "N"
                   DISPLAY "APPLICATION TABLE FULL - OVER 5000 "
                       "APPLICATIONS"
               END-IF
               MOVE "Y" TO WS-TABLE-OVERFLOW
           END-IF.

       WRITE-SOURCE-EXCEPTION.
           ADD 1 TO WS-SOURCE-EXCEPTIONS
           MOVE EDITDETAILLINE TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE SPACES TO ED-VALUE.

      *> Every application is given its final action from the
      *> strongest evidence on file: a booking is an origination, a
      *> declination a denial, the desk's withdrawn and approved-
      *> not-accepted dispositions stand as keyed, and an
      *> application that only ever failed validation was closed as
      *> incomplete. Anything still waiting on the desk or the
      *> release run has no final action yet and is listed, not
      *> reported.
       SETTLE-ACTIONS.
           MOVE SPACES TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE "APPLICATIONS NOT ON THE REGISTER" TO EDITSECTIONLINE
           PERFORM WRITE-EDIT-SECTION
           PERFORM SETTLE-ONE-ACTION
               VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT.

       SETTLE-ONE-ACTION.
           MOVE SPACES TO NOTREPORTEDREASON
           MOVE SPACE TO LA-ACTIONTAKEN(WS-APP-IDX)
           MOVE 0 TO LA-ACTIONDATE(WS-APP-IDX)
           EVALUATE TRUE
               WHEN LA-BOOKED(WS-APP-IDX) = "Y"
                   AND LA-SOURCE(WS-APP-IDX) = "R"
                   MOVE "ON LOAN MASTER BUT NO DECISION RECORD"
                       TO NOTREPORTEDREASON
               WHEN LA-BOOKED(WS-APP-IDX) = "Y"
                   MOVE "1" TO LA-ACTIONTAKEN(WS-APP-IDX)
                   IF LA-PENDSTATUS(WS-APP-IDX) = "R"
                       AND LA-PENDDATE(WS-APP-IDX) > 0
                       MOVE LA-PENDDATE(WS-APP-IDX)
                           TO LA-ACTIONDATE(WS-APP-IDX)
                   ELSE
                       MOVE LA-DECISIONDATE(WS-APP-IDX)
                           TO LA-ACTIONDATE(WS-APP-IDX)
                   END-IF
               WHEN LA-DECLINED(WS-APP-IDX) = "Y"
                   MOVE "3" TO LA-ACTIONTAKEN(WS-APP-IDX)
                   MOVE LA-DECLINEDATE(WS-APP-IDX)
                       TO LA-ACTIONDATE(WS-APP-IDX)
               WHEN LA-PENDSTATUS(WS-APP-IDX) = "W"
                   MOVE "4" TO LA-ACTIONTAKEN(WS-APP-IDX)
                   MOVE LA-PENDDATE(WS-APP-IDX)
                       TO LA-ACTIONDATE(WS-APP-IDX)
               WHEN LA-PENDSTATUS(WS-APP-IDX) = "N"
                   MOVE "2" TO LA-ACTIONTAKEN(WS-APP-IDX)
                   MOVE LA-PENDDATE(WS-APP-IDX)
                       TO LA-ACTIONDATE(WS-APP-IDX)
               WHEN LA-SOURCE(WS-APP-IDX) = "R"
                   MOVE "5" TO LA-ACTIONTAKEN(WS-APP-IDX)
                   MOVE LA-DECISIONDATE(WS-APP-IDX)
                       TO LA-ACTIONDATE(WS-APP-IDX)
               WHEN LA-PENDSTATUS(WS-APP-IDX) = "P"
                   MOVE "AWAITING UNDERWRITER DISPOSITION"
                       TO NOTREPORTEDREASON
               WHEN LA-PENDSTATUS(WS-APP-IDX) = "A"
                   OR LA-PENDSTATUS(WS-APP-IDX) = "D"
                   MOVE "DISPOSITIONED - AWAITING RELEASE RUN"
                       TO NOTREPORTEDREASON
               WHEN LA-PENDSTATUS(WS-APP-IDX) = "R"
                   MOVE "RELEASED BUT NOT BOOKED OR DECLINED"
                       TO NOTREPORTEDREASON
               WHEN LA-DECISION(WS-APP-IDX) = "QUALIFIED"
                   MOVE "QUALIFIED BUT NOT ON LOAN MASTER"
                       TO NOTREPORTEDREASON
               WHEN OTHER
                   MOVE "REFER/DECLINED WITH NO PENDING RECORD"
                       TO NOTREPORTEDREASON
           END-EVALUATE
           IF LA-ACTIONTAKEN(WS-APP-IDX) NOT = SPACE
               AND LA-ACTIONDATE(WS-APP-IDX) = 0
               MOVE "NO ACTION DATE ON FILE" TO NOTREPORTEDREASON
               MOVE SPACE TO LA-ACTIONTAKEN(WS-APP-IDX)
           END-IF
           IF LA-ACTIONTAKEN(WS-APP-IDX) = SPACE
               PERFORM LIST-NOT-REPORTED
           ELSE
               COMPUTE ACTIONYEAR = LA-ACTIONDATE(WS-APP-IDX) / 10000
               IF ACTIONYEAR NOT = HMDAYEAR
                   ADD 1 TO WS-OTHER-YEAR
                   MOVE SPACE TO LA-ACTIONTAKEN(WS-APP-IDX)
               END-IF
           END-IF.

      *> Only applications decided in or before the register year
      *> are listed - one still open from the current year belongs
      *> to next year's register.
       LIST-NOT-REPORTED.
           COMPUTE DECISIONYEAR = LA-DECISIONDATE(WS-APP-IDX) / 10000
           IF DECISIONYEAR NOT > HMDAYEAR
               ADD 1 TO WS-NOT-REPORTED
               MOVE LA-LOANID(WS-APP-IDX) TO ED-LOANID
               MOVE SPACE TO ED-ACTION
               MOVE NOTREPORTEDREASON TO ED-MESSAGE
               MOVE LA-DECISIONDATE(WS-APP-IDX) TO ED-VALUE
               MOVE EDITDETAILLINE TO HMDAEDITRECORD
               WRITE HMDAEDITRECORD
               MOVE SPACES TO ED-VALUE
           END-IF.

      *> The transmittal record leads with the count of application
      *> records that follow it.
       WRITE-REGISTER.
           MOVE 0 TO WS-LINES-WRITTEN
           PERFORM COUNT-REGISTER-LINE
               VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT
           MOVE SPACES TO HMDATRANSMITTALRECORD
           MOVE "1" TO HT-RECORDID
           MOVE HMDAREPORTERID TO HT-REPORTERID
           MOVE HMDAREPORTERNAME TO HT-REPORTERNAME
           MOVE HMDAYEAR TO HT-ACTIVITYYEAR
           MOVE WS-LINES-WRITTEN TO HT-LARCOUNT
           MOVE BUSINESSDATE TO HT-CREATEDDATE
           WRITE HMDATRANSMITTALRECORD
           MOVE SPACES TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE "REGISTER FIELDS MISSING OR INCONSISTENT"
               TO EDITSECTIONLINE
           PERFORM WRITE-EDIT-SECTION
           PERFORM WRITE-REGISTER-LINE
               VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT.

       COUNT-REGISTER-LINE.
           IF LA-ACTIONTAKEN(WS-APP-IDX) NOT = SPACE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       WRITE-REGISTER-LINE.
           IF LA-ACTIONTAKEN(WS-APP-IDX) NOT = SPACE
               MOVE LA-HMDAFIELDS(WS-APP-IDX) TO HMDAFIELDSIN
               MOVE "N" TO LINEHASEDITS
               PERFORM BUILD-REGISTER-LINE
               PERFORM EDIT-REGISTER-LINE
               WRITE HMDALARRECORD
               PERFORM COUNT-ACTION-TAKEN
               IF LINEHASEDITS = "Y"
                   ADD 1 TO WS-LINES-WITH-EDITS
               END-IF
           END-IF.

       BUILD-REGISTER-LINE.
           MOVE SPACES TO HMDALARRECORD
           MOVE "2" TO HL-RECORDID
           MOVE LA-LOANID(WS-APP-IDX) TO HL-LOANID
           IF APPLICATIONDATEIN NUMERIC
               MOVE APPLICATIONDATEIN TO HL-APPLICATIONDATE
           ELSE
               MOVE 0 TO HL-APPLICATIONDATE
           END-IF
           MOVE LOANTYPEIN TO HL-LOANTYPE
           MOVE LOANPURPOSEIN TO HL-LOANPURPOSE
           MOVE OCCUPANCYIN TO HL-OCCUPANCY
           MOVE LIENSTATUSIN TO HL-LIENSTATUS
           MOVE LA-LOANAMOUNT(WS-APP-IDX) TO HL-LOANAMOUNT
           MOVE LA-ACTIONTAKEN(WS-APP-IDX) TO HL-ACTIONTAKEN
           MOVE LA-ACTIONDATE(WS-APP-IDX) TO HL-ACTIONDATE
           IF LA-ACTIONTAKEN(WS-APP-IDX) = "3"
               MOVE LA-DECLINEREASON(WS-APP-IDX) TO HL-DENIALREASON
           END-IF
           MOVE PROPERTYADDRESSIN TO HL-PROPERTYADDRESS
           MOVE PROPERTYCITYIN TO HL-PROPERTYCITY
           MOVE PROPERTYSTATEIN TO HL-PROPERTYSTATE
           MOVE PROPERTYZIPCODEIN TO HL-PROPERTYZIPCODE
           MOVE PROPERTYCOUNTYIN TO HL-PROPERTYCOUNTY
           MOVE PROPERTYTRACTIN TO HL-PROPERTYTRACT
           MOVE APPLICANTETHNICITYIN TO HL-APPLICANTETHNICITY
           MOVE APPLICANTRACEIN TO HL-APPLICANTRACE
           MOVE APPLICANTSEXIN TO HL-APPLICANTSEX
           IF APPLICANTAGEIN NUMERIC
               MOVE APPLICANTAGEIN TO HL-APPLICANTAGE
           ELSE
               MOVE 0 TO HL-APPLICANTAGE
           END-IF
           MOVE COAPPLICANTETHNICITYIN TO HL-COAPPETHNICITY
           MOVE COAPPLICANTRACEIN TO HL-COAPPRACE
           MOVE COAPPLICANTSEXIN TO HL-COAPPSEX
           IF COAPPLICANTAGEIN NUMERIC
               MOVE COAPPLICANTAGEIN TO HL-COAPPAGE
           ELSE
               MOVE 0 TO HL-COAPPAGE
           END-IF
           COMPUTE ANNUALINCOME = LA-MONTHLYINCOME(WS-APP-IDX) * 12
           COMPUTE HL-INCOME ROUNDED = ANNUALINCOME / 1000
           MOVE LA-NOTERATE(WS-APP-IDX) TO HL-NOTERATE
           COMPUTE HL-LOANTERMMONTHS = LA-TERMYEARS(WS-APP-IDX) * 12
               ON SIZE ERROR MOVE 999 TO HL-LOANTERMMONTHS
           END-COMPUTE
           MOVE LA-HOMEVALUE(WS-APP-IDX) TO HL-PROPERTYVALUE
           MOVE "NA" TO HL-RATESPREAD
           IF LA-ACTIONTAKEN(WS-APP-IDX) = "1"
               OR LA-ACTIONTAKEN(WS-APP-IDX) = "2"
               PERFORM CALCULATE-RATE-SPREAD
           END-IF.

      *> The spread is the APR the borrower was disclosed less the
      *> prime offer rate for a comparable loan - same amortization
      *> type, same term (the survey tables stop at 50 years) - in
      *> force the week the rate was set, which in this shop is the
      *> day the batch priced and disclosed the loan. A variable-
      *> rate loan benchmarks against its initial fixed period, not
      *> its note term, the way the survey tables do - the fixed
      *> months rounded up to whole years, never less than one, so
      *> a 5/1 ARM on a 30-year note is priced as a 5-year loan.
       CALCULATE-RATE-SPREAD.
           IF LA-APR(WS-APP-IDX) = 0
               OR LA-APR(WS-APP-IDX) = 999.999
               MOVE "APR NOT AVAILABLE - NO RATE SPREAD"
                   TO ED-MESSAGE
               MOVE LA-APR(WS-APP-IDX) TO EDITVALUERATE
               MOVE EDITVALUERATE TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           ELSE
               IF LA-ARMFLAG(WS-APP-IDX) = "Y"
                   MOVE "V" TO APORAMORTTYPE
               ELSE
                   MOVE "F" TO APORAMORTTYPE
               END-IF
               IF LA-ARMFLAG(WS-APP-IDX) = "Y"
                   IF LA-FIXEDPERIODMONTHS(WS-APP-IDX) > 600
                       MOVE 50 TO APORTERMYEARS
                   ELSE
                       COMPUTE APORTERMYEARS =
                           (LA-FIXEDPERIODMONTHS(WS-APP-IDX) + 11) / 12
                   END-IF
                   IF APORTERMYEARS < 1
                       MOVE 1 TO APORTERMYEARS
                   END-IF
               ELSE
                   IF LA-TERMYEARS(WS-APP-IDX) > 50
                       MOVE 50 TO APORTERMYEARS
                   ELSE
                       MOVE LA-TERMYEARS(WS-APP-IDX) TO APORTERMYEARS
                   END-IF
               END-IF
               MOVE LA-DECISIONDATE(WS-APP-IDX) TO APORRATESETDATE
               PERFORM FIND-APOR-RATE
               IF WS-APOR-FOUND = "Y"
                   COMPUTE RATESPREAD = LA-APR(WS-APP-IDX) - APORRATE
                   IF RATESPREAD > 99.999 OR RATESPREAD < -99.999
                       MOVE "RATE SPREAD OUT OF RANGE" TO ED-MESSAGE
                       MOVE LA-APR(WS-APP-IDX) TO EDITVALUERATE
                       MOVE EDITVALUERATE TO ED-VALUE
                       PERFORM WRITE-FIELD-EDIT
                   ELSE
                       MOVE RATESPREAD TO HL-RATESPREADVALUE
                       ADD 1 TO WS-SPREADS-REPORTED
                   END-IF
               ELSE
                   MOVE "NO APOR FOR LOAN TYPE/TERM/DATE" TO ED-MESSAGE
                   MOVE APORRATESETDATE TO ED-VALUE
                   PERFORM WRITE-FIELD-EDIT
               END-IF
           END-IF.

      *> The latest week on or before the rate-set date.
       FIND-APOR-RATE.
           MOVE "N" TO WS-APOR-FOUND
           MOVE 0 TO APORBESTDATE
           MOVE 0 TO APORRATE
           PERFORM VARYING WS-APOR-IDX FROM 1 BY 1
               UNTIL WS-APOR-IDX > WS-APOR-COUNT
               IF AO-AMORTTYPE(WS-APOR-IDX) = APORAMORTTYPE
                   AND AO-TERMYEARS(WS-APOR-IDX) = APORTERMYEARS
                   AND AO-EFFECTIVEDATE(WS-APOR-IDX)
                       NOT > APORRATESETDATE
                   AND AO-EFFECTIVEDATE(WS-APOR-IDX)
                       NOT < APORBESTDATE
                   MOVE AO-EFFECTIVEDATE(WS-APOR-IDX) TO APORBESTDATE
                   MOVE AO-APOR(WS-APOR-IDX) TO APORRATE
                   MOVE "Y" TO WS-APOR-FOUND
               END-IF
           END-PERFORM.

      *> The field edits - a code outside the register's list, a
      *> required field left blank, or two fields that cannot both
      *> be right. None stops the line being written; each is
      *> listed for correction before filing.
       EDIT-REGISTER-LINE.
           EVALUATE TRUE
               WHEN HL-APPLICATIONDATE = 0
                   MOVE "APPLICATION DATE MISSING" TO ED-MESSAGE
                   PERFORM WRITE-FIELD-EDIT
               WHEN HL-APPLICATIONDATE > HL-ACTIONDATE
                   MOVE "APPLICATION DATE AFTER ACTION DATE"
                       TO ED-MESSAGE
                   MOVE HL-APPLICATIONDATE TO ED-VALUE
                   PERFORM WRITE-FIELD-EDIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE HL-LOANTYPE
               WHEN "1"
               WHEN "2"
               WHEN "3"
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   MOVE "LOAN TYPE MISSING OR INVALID" TO ED-MESSAGE
                   MOVE HL-LOANTYPE TO ED-VALUE
                   PERFORM WRITE-FIELD-EDIT
           END-EVALUATE
           EVALUATE HL-LOANPURPOSE
               WHEN "1 "
               WHEN "2 "
               WHEN "31"
               WHEN "32"
               WHEN "4 "
                   CONTINUE
               WHEN OTHER
                   MOVE "LOAN PURPOSE MISSING OR INVALID" TO ED-MESSAGE
                   MOVE HL-LOANPURPOSE TO ED-VALUE
                   PERFORM WRITE-FIELD-EDIT
           END-EVALUATE
           IF HL-OCCUPANCY NOT = "1" AND HL-OCCUPANCY NOT = "2"
               AND HL-OCCUPANCY NOT = "3"
               MOVE "OCCUPANCY MISSING OR INVALID" TO ED-MESSAGE
               MOVE HL-OCCUPANCY TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-LIENSTATUS NOT = "1" AND HL-LIENSTATUS NOT = "2"
               MOVE "LIEN STATUS MISSING OR INVALID" TO ED-MESSAGE
               MOVE HL-LIENSTATUS TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-LOANAMOUNT = 0
               MOVE "LOAN AMOUNT MISSING" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           PERFORM EDIT-PROPERTY-LOCATION
           PERFORM EDIT-DEMOGRAPHICS
           IF HL-INCOME = 0
               MOVE "GROSS INCOME MISSING" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-ACTIONTAKEN = "3" AND HL-DENIALREASON = SPACES
               MOVE "DENIED WITH NO REASON CODE" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF (HL-ACTIONTAKEN = "1" OR HL-ACTIONTAKEN = "2")
               AND LA-APR(WS-APP-IDX) < LA-NOTERATE(WS-APP-IDX)
               AND LA-APR(WS-APP-IDX) > 0
               MOVE "APR BELOW NOTE RATE" TO ED-MESSAGE
               MOVE LA-APR(WS-APP-IDX) TO EDITVALUERATE
               MOVE EDITVALUERATE TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-PROPERTYVALUE = 0
               MOVE "PROPERTY VALUE MISSING" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-PROPERTYVALUE > 0 AND HL-LIENSTATUS = "1"
               AND HL-LOANAMOUNT > HL-PROPERTYVALUE
               MOVE "FIRST LIEN EXCEEDS PROPERTY VALUE" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF.

      *> The census tract number begins with the state and county
      *> codes, so the two must agree.
       EDIT-PROPERTY-LOCATION.
           IF HL-PROPERTYADDRESS = SPACES
               MOVE "PROPERTY STREET ADDRESS MISSING" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-PROPERTYCITY = SPACES
               MOVE "PROPERTY CITY MISSING" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-PROPERTYSTATE = SPACES
               MOVE "PROPERTY STATE MISSING" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-PROPERTYZIPCODE = SPACES
               MOVE "PROPERTY ZIP CODE MISSING" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-PROPERTYCOUNTY NOT NUMERIC
               MOVE "COUNTY MISSING OR NOT 5 DIGITS" TO ED-MESSAGE
               MOVE HL-PROPERTYCOUNTY TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-PROPERTYTRACT NOT NUMERIC
               MOVE "CENSUS TRACT MISSING OR NOT 11 DIGITS"
                   TO ED-MESSAGE
               MOVE HL-PROPERTYTRACT TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-PROPERTYCOUNTY NUMERIC
               AND HL-PROPERTYTRACT NUMERIC
               AND HL-PROPERTYTRACT(1:5) NOT = HL-PROPERTYCOUNTY
               MOVE "CENSUS TRACT NOT IN COUNTY" TO ED-MESSAGE
               MOVE HL-PROPERTYTRACT TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF.

      *> The co-applicant's "no co-applicant" codes go together -
      *> some fields saying there is one and some saying there is
      *> not is an inconsistency, not a choice.
       EDIT-DEMOGRAPHICS.
           IF HL-APPLICANTETHNICITY < "1"
               OR HL-APPLICANTETHNICITY > "4"
               MOVE "APPLICANT ETHNICITY MISSING OR INVALID"
                   TO ED-MESSAGE
               MOVE HL-APPLICANTETHNICITY TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-APPLICANTRACE < "1" OR HL-APPLICANTRACE > "7"
               MOVE "APPLICANT RACE MISSING OR INVALID" TO ED-MESSAGE
               MOVE HL-APPLICANTRACE TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-APPLICANTSEX < "1" OR HL-APPLICANTSEX > "4"
               MOVE "APPLICANT SEX MISSING OR INVALID" TO ED-MESSAGE
               MOVE HL-APPLICANTSEX TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-APPLICANTAGE = 0
               MOVE "APPLICANT AGE MISSING" TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-COAPPETHNICITY < "1" OR HL-COAPPETHNICITY > "5"
               MOVE "CO-APPLICANT ETHNICITY MISSING OR INVALID"
                   TO ED-MESSAGE
               MOVE HL-COAPPETHNICITY TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-COAPPRACE < "1" OR HL-COAPPRACE > "8"
               MOVE "CO-APPLICANT RACE MISSING OR INVALID"
                   TO ED-MESSAGE
               MOVE HL-COAPPRACE TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           IF HL-COAPPSEX < "1" OR HL-COAPPSEX > "5"
               MOVE "CO-APPLICANT SEX MISSING OR INVALID"
                   TO ED-MESSAGE
               MOVE HL-COAPPSEX TO ED-VALUE
               PERFORM WRITE-FIELD-EDIT
           END-IF
           MOVE 0 TO COAPPLICANTNONE
           IF HL-COAPPETHNICITY = "5"
               ADD 1 TO COAPPLICANTNONE
           END-IF
           IF HL-COAPPRACE = "8"
               ADD 1 TO COAPPLICANTNONE
           END-IF
           IF HL-COAPPSEX = "5"
               ADD 1 TO COAPPLICANTNONE
           END-IF
           IF HL-COAPPAGE = 0
               ADD 1 TO COAPPLICANTNONE
           END-IF
           IF COAPPLICANTNONE > 0 AND COAPPLICANTNONE < 4
               MOVE "CO-APPLICANT FIELDS DISAGREE ON CO-APPLICANT"
                   TO ED-MESSAGE
               PERFORM WRITE-FIELD-EDIT
           END-IF.

       WRITE-FIELD-EDIT.
           ADD 1 TO WS-FIELD-EDITS
           MOVE "Y" TO LINEHASEDITS
           MOVE LA-LOANID(WS-APP-IDX) TO ED-LOANID
           MOVE LA-ACTIONTAKEN(WS-APP-IDX) TO ED-ACTION
           MOVE EDITDETAILLINE TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE SPACES TO ED-VALUE.

       COUNT-ACTION-TAKEN.
           EVALUATE HL-ACTIONTAKEN
               WHEN "1"
                   ADD 1 TO WS-ORIGINATED
                   ADD HL-LOANAMOUNT TO WS-TOTAL-ORIGINATED
               WHEN "2"
                   ADD 1 TO WS-APPROVEDNOTACCEPTED
               WHEN "3"
                   ADD 1 TO WS-DENIED
               WHEN "4"
                   ADD 1 TO WS-WITHDRAWN
               WHEN OTHER
                   ADD 1 TO WS-INCOMPLETE
           END-EVALUATE.

       WRITE-EDIT-SECTION.
           MOVE EDITSECTIONLINE TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE EDITHEADERLINE TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE SPACES TO ED-VALUE.

       PRINT-EDIT-TOTALS.
           MOVE SPACES TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE "DECISION RECORDS READ:" TO EC-LABEL
           MOVE WS-DECISIONS-READ TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "REJECT RECORDS READ:" TO EC-LABEL
           MOVE WS-REJECTS-READ TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "PENDING RECORDS READ:" TO EC-LABEL
           MOVE WS-PENDING-READ TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "DECLINATION RECORDS READ:" TO EC-LABEL
           MOVE WS-DECLINATIONS-READ TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "LOAN MASTER RECORDS READ:" TO EC-LABEL
           MOVE WS-LOANS-READ TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "  BOOKED IN YEAR, NO DECISION:" TO EC-LABEL
           MOVE WS-BOOKED-UNDECIDED TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           IF WS-BOOKED-UNDECIDED > 0
               DISPLAY "LOANS BOOKED IN " HMDAYEAR
                   " WITH NO DECISION RECORD: " WS-BOOKED-UNDECIDED
                   " - SEE HMDAEDITS.DAT"
           END-IF
           MOVE "APPLICATIONS ON FILE:" TO EC-LABEL
           MOVE WS-APP-COUNT TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "REGISTER LINES WRITTEN:" TO EC-LABEL
           MOVE WS-LINES-WRITTEN TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "  ORIGINATED:" TO EC-LABEL
           MOVE WS-ORIGINATED TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "  APPROVED, NOT ACCEPTED:" TO EC-LABEL
           MOVE WS-APPROVEDNOTACCEPTED TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "  DENIED:" TO EC-LABEL
           MOVE WS-DENIED TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "  WITHDRAWN:" TO EC-LABEL
           MOVE WS-WITHDRAWN TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "  CLOSED FOR INCOMPLETENESS:" TO EC-LABEL
           MOVE WS-INCOMPLETE TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "RATE SPREADS REPORTED:" TO EC-LABEL
           MOVE WS-SPREADS-REPORTED TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "AMOUNT ORIGINATED:" TO EA-LABEL
           MOVE WS-TOTAL-ORIGINATED TO EA-AMOUNT
           MOVE EDITAMOUNTLINE TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD
           MOVE "ACTED ON IN ANOTHER YEAR:" TO EC-LABEL
           MOVE WS-OTHER-YEAR TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "NO FINAL ACTION - NOT REPORTED:" TO EC-LABEL
           MOVE WS-NOT-REPORTED TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "UNMATCHED SOURCE RECORDS:" TO EC-LABEL
           MOVE WS-SOURCE-EXCEPTIONS TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "FIELD EDITS:" TO EC-LABEL
           MOVE WS-FIELD-EDITS TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           MOVE "REGISTER LINES WITH EDITS:" TO EC-LABEL
           MOVE WS-LINES-WITH-EDITS TO EC-COUNT
           PERFORM WRITE-EDIT-COUNT
           IF WS-TABLE-OVERFLOW = "Y"
               MOVE "*** APPLICATION TABLE FULL - REGISTER INCOMPLETE"
                   TO HMDAEDITRECORD
               WRITE HMDAEDITRECORD
           END-IF.

       WRITE-EDIT-COUNT.
           MOVE EDITCOUNTLINE TO HMDAEDITRECORD
           WRITE HMDAEDITRECORD.

       CLOSE-REGISTER-FILES.
           CLOSE DECISIONFILE
           IF WS-REJECT-FILE-STATUS NOT = "35"
               CLOSE REJECTFILE
           END-IF
           IF WS-PENDING-FILE-STATUS NOT = "35"
               CLOSE PENDINGLOANFILE
           END-IF
           IF WS-DECLINATION-FILE-STATUS NOT = "35"
               CLOSE DECLINATIONFILE
           END-IF
           CLOSE LOANMASTERFILE
           PERFORM CLOSE-BORROWER-FILE
           CLOSE HMDALARFILE
           CLOSE HMDAEDITFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.

      *> Borrower lookup and mailing block - see BORROWERSUPPORT.CPY.
       COPY BORROWERSUPPORT.
