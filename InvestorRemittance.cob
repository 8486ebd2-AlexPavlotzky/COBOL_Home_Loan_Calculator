       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVESTORREMIT.
       AUTHOR. Alexander Pavlotzky.
       DATE-WRITTEN. 15/10/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMASTERFILE ASSIGN TO "LOANMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOANID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT PAYHISTORYFILE ASSIGN TO "PAYHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT INVESTORPOOLFILE ASSIGN TO "INVESTORPOOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-FILE-STATUS.
           SELECT REMITREPORTFILE ASSIGN TO "REMITREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT REMITTANCEFILE ASSIGN TO "REMITTANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       FD  PAYHISTORYFILE.
       COPY PAYHISTREC.
       FD  INVESTORPOOLFILE.
       COPY INVPOOLREC.
       FD  REMITREPORTFILE.
       01  REMITREPORTRECORD      PIC X(80).
       FD  REMITTANCEFILE.
       COPY REMITREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-POOL-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-REMIT-FILE-STATUS   PIC XX.
       01 WS-INIT-ERROR          PIC X VALUE "N".
       01 ENDOFFILE              PIC X VALUE "N".
       01 WS-HISTORY-EOF         PIC X VALUE "N".
       01 WS-POOL-EOF            PIC X VALUE "N".
       01 WS-TABLE-OVERFLOW      PIC X VALUE "N".

      *> The remittance period is one calendar month of collections,
      *> REMITMONTH (YYYYMM) in the environment; left unset, the run
      *> remits the month before the business date - the normal
      *> first-of-the-month production case, as for the billing
      *> statements and the bureau extract.
       01 WS-SEL-MONTH           PIC X(6).
       01 REMITYYYYMM            PIC 9(6).
       01 REMITYYYYMM-SPLIT REDEFINES REMITYYYYMM.
           05 REMIT-YEAR         PIC 9(4).
           05 REMIT-MONTH        PIC 9(2).
       01 PERIODENDDATE          PIC 9(8).
       01 POSTINGDATESPLIT.
           05 POST-YEAR          PIC 9(4).
           05 POST-MONTH         PIC 9(2).
           05 POST-DAY           PIC 9(2).
       01 POSTYYYYMM             PIC 9(6).

      *> The pools as loaded from INVESTORPOOLS.DAT, each carrying
      *> the month's totals for its loans as they are remitted.
       01 WS-POOL-COUNT          PIC 9(2) VALUE 0.
       01 WS-POOL-IDX            PIC 9(2).
       01 WS-POOL-FOUND          PIC X.
       01 POOLLOOKUPID           PIC X(8).
       01 INVESTORPOOLTABLE.
           05 INVESTORPOOLENTRY OCCURS 50 TIMES.
               10 PT-POOLID          PIC X(8).
               10 PT-INVESTORID      PIC X(8).
               10 PT-INVESTORNAME    PIC X(30).
               10 PT-PASSTHRURATE    PIC 9(2)V999.
               10 PT-SERVICINGFEE    PIC 9(2)V999.
               10 PT-LOANCOUNT       PIC 9(5).
               10 PT-SCHEDPRINCIPAL  PIC 9(10)V99.
               10 PT-SCHEDINTEREST   PIC 9(10)V99.
               10 PT-SCHEDPASSTHRU   PIC 9(10)V99.
               10 PT-PRINCIPAL       PIC 9(10)V99.
               10 PT-INTEREST        PIC 9(10)V99.
               10 PT-SERVICINGHELD   PIC 9(10)V99.
               10 PT-EXCESSSPREAD    PIC 9(10)V99.
               10 PT-PASSTHRU        PIC 9(10)V99.
               10 PT-PAYOFFCOUNT     PIC 9(5).
               10 PT-PAYOFFPRINCIPAL PIC 9(10)V99.
               10 PT-BATCHWRITTEN    PIC X.

      *> The loan-to-pool assignments, each marked off as the master
      *> sweep finds its loan so an assignment naming a loan that is
      *> not on the master can be reported.
       01 WS-ASSIGN-COUNT        PIC 9(4) VALUE 0.
       01 WS-ASSIGN-IDX          PIC 9(4).
       01 WS-ASSIGN-FOUND        PIC X.
       01 ASSIGNLOOKUPID         PIC X(10).
       01 LOANASSIGNMENTTABLE.
           05 LOANASSIGNMENTENTRY OCCURS 2000 TIMES.
               10 AT-LOANID          PIC X(10).
               10 AT-POOLID          PIC X(8).
               10 AT-ASSIGNEDDATE    PIC 9(8).
               10 AT-MATCHED         PIC X.

      *> The month's collections by loan from the permanent history:
      *> POSTED and PAYOFF rows posted in the month, less any
      *> REVERSED row that took a returned payment back out. The
      *> balance adjustment runs from the first of the month to
      *> date - principal paid back in, capitalized on a MODIFIED
      *> row taken out - so the current master balance can be
      *> walked back to the balance the month opened at.
       01 WS-HIST-COUNT          PIC 9(4) VALUE 0.
       01 WS-HIST-IDX            PIC 9(4).
       01 WS-HIST-FOUND          PIC X.
       01 HISTORYROLLUPTABLE.
           05 HISTORYROLLUPENTRY OCCURS 2000 TIMES.
               10 HR-LOANID          PIC X(10).
               10 HR-PRINCIPAL       PIC 9(8)V99.
               10 HR-INTEREST        PIC 9(8)V99.
               10 HR-BALANCEADJUST   PIC S9(9)V99.
               10 HR-PAYOFFDATE      PIC 9(8).

      *> One entry per loan remitted or excepted, kept so the report
      *> and the remittance file can be laid out pool by pool after
      *> the master sweep. LR-POOLIDX is zero for a loan that could
      *> not be remitted; LR-EXCEPTION says why, or flags a pooled
      *> loan whose note rate will not carry its pool's rates.
       01 WS-REMIT-COUNT         PIC 9(4) VALUE 0.
       01 WS-REMIT-IDX           PIC 9(4).
       01 LOANREMITTABLE.
           05 LOANREMITENTRY OCCURS 2000 TIMES.
               10 LR-LOANID          PIC X(10).
               10 LR-POOLIDX         PIC 9(2).
               10 LR-EXCEPTION       PIC X(40).
               10 LR-OPENINGBALANCE  PIC 9(8)V99.
               10 LR-SCHEDPRINCIPAL  PIC 9(8)V99.
               10 LR-SCHEDINTEREST   PIC 9(8)V99.
               10 LR-SCHEDPASSTHRU   PIC 9(8)V99.
               10 LR-PRINCIPAL       PIC 9(8)V99.
               10 LR-INTEREST        PIC 9(8)V99.
               10 LR-SERVICINGHELD   PIC 9(8)V99.
               10 LR-PASSTHRU        PIC 9(8)V99.
               10 LR-CLOSINGBALANCE  PIC 9(8)V99.
               10 LR-PAYOFFDATE      PIC 9(8).

      *> The loan in hand. Scheduled principal and interest are the
      *> month's installment on the balance the month opened at -
      *> the P&I payment brought to a calendar month as the billing
      *> run does, interest at the note rate. The collected
      *> interest is shared out in proportion to the rates: the
      *> pass-through rate's share to the investor, the servicing
      *> fee's share held back, and whatever the note rate carries
      *> beyond both kept as excess spread.
       01 LOANEXCEPTION          PIC X(40).
       01 PERIODSPERYEAR         PIC 9(2).
       01 OPENINGBALANCE         PIC S9(9)V99.
       01 CLOSINGBALANCE         PIC 9(8)V99.
       01 SCHEDULEDPI            PIC 9(8)V99.
       01 SCHEDPRINCIPAL         PIC 9(8)V99.
       01 SCHEDINTEREST          PIC 9(8)V99.
       01 SCHEDPASSTHRU          PIC 9(8)V99.
       01 LOANPRINCIPAL          PIC 9(8)V99.
       01 LOANINTEREST           PIC 9(8)V99.
       01 LOANBALANCEADJUST      PIC S9(9)V99.
       01 LOANPAYOFFDATE         PIC 9(8).
       01 SERVICINGHELD          PIC 9(8)V99.
       01 PASSTHRUINTEREST       PIC 9(8)V99.
       01 EXCESSSPREAD           PIC 9(8)V99.

      *> The investor batch being written to the remittance file.
       01 WS-BATCH-IDX           PIC 9(2).
       01 WS-BATCH-POOLS         PIC 9(5).
       01 WS-BATCH-LOANS         PIC 9(7).
       01 WS-BATCH-REMIT         PIC 9(12)V99.
       01 POOLREMITAMOUNT        PIC 9(10)V99.

       01 WS-HISTORY-READ        PIC 9(8) VALUE 0.
       01 WS-LOANS-READ          PIC 9(8) VALUE 0.
       01 WS-LOANS-REMITTED      PIC 9(8) VALUE 0.
       01 WS-LOANS-UNPOOLED      PIC 9(8) VALUE 0.
       01 WS-LOANS-NOTYETSOLD    PIC 9(8) VALUE 0.
       01 WS-LOANS-CLOSED        PIC 9(8) VALUE 0.
       01 WS-LOANS-RATEEXCEPTION PIC 9(8) VALUE 0.
       01 WS-ASSIGN-UNMATCHED    PIC 9(8) VALUE 0.
       01 WS-INVESTOR-BATCHES    PIC 9(8) VALUE 0.
       01 WS-TOTAL-PRINCIPAL     PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-PASSTHRU      PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-SERVICING     PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-EXCESS        PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-REMITTED      PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-UNPOOLEDPI    PIC 9(12)V99 VALUE 0.
       01 PIVARIANCE             PIC S9(11)V99.

       01 REMITTITLELINE.
           05 FILLER             PIC X(39)
               VALUE "INVESTOR REMITTANCE REPORT - PERIOD ".
           05 TL-REMITMONTH      PIC 9(6).
           05 FILLER             PIC X(17)
               VALUE "  BUSINESS DATE ".
           05 TL-BUSINESSDATE    PIC 9(8).

       01 POOLHEADERLINE.
           05 FILLER             PIC X(6) VALUE "POOL: ".
           05 PL-POOLID          PIC X(8).
           05 FILLER             PIC X(12) VALUE "  INVESTOR: ".
           05 PL-INVESTORID      PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 PL-INVESTORNAME    PIC X(30).

       01 POOLRATELINE.
           05 FILLER             PIC X(19) VALUE "PASS-THROUGH RATE: ".
           05 PR-PASSTHRURATE    PIC Z9.999.
           05 FILLER             PIC X(19) VALUE "   SERVICING FEE: ".
           05 PR-SERVICINGFEE    PIC Z9.999.

       01 LOANHEADERLINE.
           05 FILLER             PIC X(35) VALUE
               "LOAN ID      OPENING BAL  SCHED P&I".
           05 FILLER             PIC X(35) VALUE
               "     PRINCIPAL   INTEREST       FEE".

       01 LOANDETAILLINE.
           05 LD-LOANID          PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-OPENINGBALANCE  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-SCHEDULEDPI     PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-PRINCIPAL       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-INTEREST        PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-SERVICINGHELD   PIC ZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-PAIDOFF         PIC X(7).

       01 PAYOFFDETAILLINE.
           05 FILLER             PIC X(10) VALUE "PAID OFF: ".
           05 PD-LOANID          PIC X(10).
           05 FILLER             PIC X(8) VALUE "  POSTED".
           05 FILLER             PIC X(1) VALUE SPACES.
           05 PD-PAYOFFDATE      PIC 9(8).
           05 FILLER             PIC X(13) VALUE "  PRINCIPAL $".
           05 PD-PRINCIPAL       PIC ZZ,ZZZ,ZZ9.99.

       01 EXCEPTIONDETAILLINE.
           05 FILLER             PIC X(11) VALUE "EXCEPTION: ".
           05 ED-LOANID          PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ED-MESSAGE         PIC X(40).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 ED-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01 REMITNOTELINE          PIC X(80).

       01 REMITAMOUNTLINE.
           05 RA-LABEL           PIC X(34).
           05 FILLER             PIC X VALUE "$".
           05 RA-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 REMITVARIANCELINE.
           05 RV-LABEL           PIC X(34).
           05 FILLER             PIC X VALUE "$".
           05 RV-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 REMITCOUNTLINE.
           05 RC-LABEL           PIC X(34).
           05 RC-COUNT           PIC ZZ,ZZZ,ZZ9.

      *> The month-end investor remittance: every loan on the master
      *> that was open during the month is matched to the pool it
      *> was sold into and its scheduled and collected principal
      *> and interest are summed by pool, the servicing fee held
      *> back from the interest, and what is owed each investor
      *> written to the remittance file one investor batch at a
      *> time. Loans paid off in the month are listed under their
      *> pool; loans we cannot place in a pool are listed as
      *> exceptions and remitted to no one.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "INVREMIT" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-REMITTANCE
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM ROLL-UP-HISTORY UNTIL WS-HISTORY-EOF = "Y"
                   PERFORM REMIT-LOANS UNTIL ENDOFFILE = "Y"
                   PERFORM PRINT-REMITTANCE-REPORT
                   PERFORM WRITE-REMITTANCE-FILE
                   IF WS-TABLE-OVERFLOW = "Y"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM CLOSE-REMITTANCE-FILES
               IF WS-INIT-ERROR NOT = "Y" AND RETURN-CODE < 8
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-REMITTANCE.
           ACCEPT WS-SEL-MONTH FROM ENVIRONMENT "REMITMONTH"
           IF WS-SEL-MONTH = SPACES
               IF BUS-MONTH = 1
                   COMPUTE REMIT-YEAR = BUS-YEAR - 1
                   MOVE 12 TO REMIT-MONTH
               ELSE
                   MOVE BUS-YEAR TO REMIT-YEAR
                   COMPUTE REMIT-MONTH = BUS-MONTH - 1
               END-IF
           ELSE
               MOVE WS-SEL-MONTH TO REMITYYYYMM
           END-IF
           COMPUTE PERIODENDDATE = REMITYYYYMM * 100 + 31
           PERFORM LOAD-INVESTOR-POOLS
           OPEN INPUT LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN INPUT PAYHISTORYFILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYHISTORY.DAT - STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT REMITREPORTFILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REMITREPORT.DAT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT REMITTANCEFILE
           IF WS-REMIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REMITTANCE.DAT - STATUS "
                   WS-REMIT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF.

      *> A pool defined twice, an assignment naming no pool on the
      *> file, or a full table stops the run before anything is
      *> written - a remittance built on a half-loaded pool file
      *> would send investors the wrong money.
       LOAD-INVESTOR-POOLS.
           OPEN INPUT INVESTORPOOLFILE
           IF WS-POOL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INVESTORPOOLS.DAT - STATUS "
                   WS-POOL-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           ELSE
               PERFORM LOAD-ONE-POOL-RECORD UNTIL WS-POOL-EOF = "Y"
               CLOSE INVESTORPOOLFILE
           END-IF.

       LOAD-ONE-POOL-RECORD.
           READ INVESTORPOOLFILE
               AT END MOVE "Y" TO WS-POOL-EOF
               NOT AT END
                   EVALUATE IP-RECORDTYPE
                       WHEN "P"
                           PERFORM LOAD-POOL-DEFINITION
                       WHEN "L"
                           PERFORM LOAD-LOAN-ASSIGNMENT
                       WHEN OTHER
                           DISPLAY "INVESTORPOOLS.DAT RECORD TYPE "
                               IP-RECORDTYPE " NOT RECOGNIZED"
                           MOVE "Y" TO WS-INIT-ERROR
                   END-EVALUATE
           END-READ.

       LOAD-POOL-DEFINITION.
           MOVE IP-POOLID TO POOLLOOKUPID
           PERFORM FIND-POOL-ENTRY
           EVALUATE TRUE
               WHEN WS-POOL-FOUND = "Y"
                   DISPLAY "INVESTOR POOL " IP-POOLID " DEFINED TWICE"
                   MOVE "Y" TO WS-INIT-ERROR
               WHEN WS-POOL-COUNT >= 50
                   DISPLAY "INVESTOR POOL TABLE FULL - OVER 50 POOLS"
                   MOVE "Y" TO WS-INIT-ERROR
               WHEN OTHER
                   ADD 1 TO WS-POOL-COUNT
                   MOVE IP-POOLID TO PT-POOLID(WS-POOL-COUNT)
                   MOVE IP-INVESTORID TO PT-INVESTORID(WS-POOL-COUNT)
                   MOVE IP-INVESTORNAME
                       TO PT-INVESTORNAME(WS-POOL-COUNT)
                   MOVE IP-PASSTHRURATE
                       TO PT-PASSTHRURATE(WS-POOL-COUNT)
                   MOVE IP-SERVICINGFEE
                       TO PT-SERVICINGFEE(WS-POOL-COUNT)
                   MOVE 0 TO PT-LOANCOUNT(WS-POOL-COUNT)
                   MOVE 0 TO PT-SCHEDPRINCIPAL(WS-POOL-COUNT)
                   MOVE 0 TO PT-SCHEDINTEREST(WS-POOL-COUNT)
                   MOVE 0 TO PT-SCHEDPASSTHRU(WS-POOL-COUNT)
                   MOVE 0 TO PT-PRINCIPAL(WS-POOL-COUNT)
                   MOVE 0 TO PT-INTEREST(WS-POOL-COUNT)
                   MOVE 0 TO PT-SERVICINGHELD(WS-POOL-COUNT)
                   MOVE 0 TO PT-EXCESSSPREAD(WS-POOL-COUNT)
                   MOVE 0 TO PT-PASSTHRU(WS-POOL-COUNT)
                   MOVE 0 TO PT-PAYOFFCOUNT(WS-POOL-COUNT)
                   MOVE 0 TO PT-PAYOFFPRINCIPAL(WS-POOL-COUNT)
                   MOVE "N" TO PT-BATCHWRITTEN(WS-POOL-COUNT)
           END-EVALUATE.

      *> Assignments may come before or after their pool's "P"
      *> record on the file; the pool is checked for each loan as
      *> the master is swept.
       LOAD-LOAN-ASSIGNMENT.
           MOVE IP-LOANID TO ASSIGNLOOKUPID
           PERFORM FIND-ASSIGNMENT-ENTRY
           EVALUATE TRUE
               WHEN WS-ASSIGN-FOUND = "Y"
                   DISPLAY "LOAN " IP-LOANID
                       " ASSIGNED TO MORE THAN ONE POOL"
                   MOVE "Y" TO WS-INIT-ERROR
               WHEN WS-ASSIGN-COUNT >= 2000
                   DISPLAY "POOL ASSIGNMENT TABLE FULL - OVER 2000 "
                       "LOANS"
                   MOVE "Y" TO WS-INIT-ERROR
               WHEN OTHER
                   ADD 1 TO WS-ASSIGN-COUNT
                   MOVE IP-LOANID TO AT-LOANID(WS-ASSIGN-COUNT)
                   MOVE IP-ASSIGNEDPOOLID
                       TO AT-POOLID(WS-ASSIGN-COUNT)
                   MOVE IP-ASSIGNEDDATE
                       TO AT-ASSIGNEDDATE(WS-ASSIGN-COUNT)
                   MOVE "N" TO AT-MATCHED(WS-ASSIGN-COUNT)
           END-EVALUATE.

       FIND-POOL-ENTRY.
           MOVE "N" TO WS-POOL-FOUND
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT
               OR WS-POOL-FOUND = "Y"
               IF PT-POOLID(WS-POOL-IDX) = POOLLOOKUPID
                   MOVE "Y" TO WS-POOL-FOUND
               END-IF
           END-PERFORM
      *> The search loop leaves the index one past the hit.
           IF WS-POOL-FOUND = "Y"
               SUBTRACT 1 FROM WS-POOL-IDX
           END-IF.

       FIND-ASSIGNMENT-ENTRY.
           MOVE "N" TO WS-ASSIGN-FOUND
           PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
               UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
               OR WS-ASSIGN-FOUND = "Y"
               IF AT-LOANID(WS-ASSIGN-IDX) = ASSIGNLOOKUPID
                   MOVE "Y" TO WS-ASSIGN-FOUND
               END-IF
           END-PERFORM
           IF WS-ASSIGN-FOUND = "Y"
               SUBTRACT 1 FROM WS-ASSIGN-IDX
           END-IF.

       ROLL-UP-HISTORY.
           READ PAYHISTORYFILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE PH-POSTINGDATE TO POSTINGDATESPLIT
                   COMPUTE POSTYYYYMM = POST-YEAR * 100 + POST-MONTH
                   IF (PH-TYPE = "POSTED" OR PH-TYPE = "PAYOFF"
                       OR PH-TYPE = "REVERSED" OR PH-TYPE = "MODIFIED")
                       AND POSTYYYYMM NOT < REMITYYYYMM
                       PERFORM FIND-HISTORY-ENTRY
                       IF WS-HIST-FOUND = "Y"
                           PERFORM APPLY-HISTORY-ROW
                       END-IF
                   END-IF
           END-READ.

       FIND-HISTORY-ENTRY.
           MOVE "N" TO WS-HIST-FOUND
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
               OR WS-HIST-FOUND = "Y"
               IF HR-LOANID(WS-HIST-IDX) = PH-LOANID
                   MOVE "Y" TO WS-HIST-FOUND
               END-IF
           END-PERFORM
           IF WS-HIST-FOUND = "Y"
               SUBTRACT 1 FROM WS-HIST-IDX
           ELSE
               IF WS-HIST-COUNT < 2000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-HIST-COUNT TO WS-HIST-IDX
                   MOVE PH-LOANID TO HR-LOANID(WS-HIST-IDX)
                   MOVE 0 TO HR-PRINCIPAL(WS-HIST-IDX)
                   MOVE 0 TO HR-INTEREST(WS-HIST-IDX)
                   MOVE 0 TO HR-BALANCEADJUST(WS-HIST-IDX)
                   MOVE 0 TO HR-PAYOFFDATE(WS-HIST-IDX)
                   MOVE "Y" TO WS-HIST-FOUND
               ELSE
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "HISTORY ROLLUP TABLE FULL - OVER 2000 "
                           "LOANS"
                   END-IF
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

      *> Nothing nets below zero - a reversal whose original fell
      *> before the month has nothing in it to take back.
       APPLY-HISTORY-ROW.
           EVALUATE PH-TYPE
               WHEN "MODIFIED"
                   SUBTRACT PH-AMOUNT FROM HR-BALANCEADJUST(WS-HIST-IDX)
               WHEN "REVERSED"
                   SUBTRACT PH-PRINCIPALAPPLIED
                       FROM HR-BALANCEADJUST(WS-HIST-IDX)
                   IF POSTYYYYMM = REMITYYYYMM
                       IF HR-PRINCIPAL(WS-HIST-IDX)
                           > PH-PRINCIPALAPPLIED
                           SUBTRACT PH-PRINCIPALAPPLIED
                               FROM HR-PRINCIPAL(WS-HIST-IDX)
                       ELSE
                           MOVE 0 TO HR-PRINCIPAL(WS-HIST-IDX)
                       END-IF
                       IF HR-INTEREST(WS-HIST-IDX) > PH-INTERESTAPPLIED
                           SUBTRACT PH-INTERESTAPPLIED
                               FROM HR-INTEREST(WS-HIST-IDX)
                       ELSE
                           MOVE 0 TO HR-INTEREST(WS-HIST-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD PH-PRINCIPALAPPLIED
                       TO HR-BALANCEADJUST(WS-HIST-IDX)
                   IF POSTYYYYMM = REMITYYYYMM
                       ADD PH-PRINCIPALAPPLIED
                           TO HR-PRINCIPAL(WS-HIST-IDX)
                       ADD PH-INTERESTAPPLIED
                           TO HR-INTEREST(WS-HIST-IDX)
                       IF PH-TYPE = "PAYOFF"
                           MOVE PH-POSTINGDATE
                               TO HR-PAYOFFDATE(WS-HIST-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       REMIT-LOANS.
           READ LOANMASTERFILE NEXT RECORD
               AT END MOVE "Y" TO ENDOFFILE
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   PERFORM REMIT-ONE-LOAN
           END-READ.

      *> A loan with no balance at the start of the month and
      *> nothing collected in it was closed before the month began
      *> and is no one's concern this time. A loan sold after the
      *> month ended was still ours for the month.
       REMIT-ONE-LOAN.
           PERFORM LOOKUP-LOAN-ACTIVITY
           COMPUTE OPENINGBALANCE =
               LM-CURRENTBALANCE + LOANBALANCEADJUST
           IF OPENINGBALANCE < 0
               MOVE 0 TO OPENINGBALANCE
           END-IF
           MOVE LM-LOANID TO ASSIGNLOOKUPID
           PERFORM FIND-ASSIGNMENT-ENTRY
           MOVE SPACES TO LOANEXCEPTION
           MOVE 0 TO WS-POOL-IDX
           IF WS-ASSIGN-FOUND = "Y"
               MOVE "Y" TO AT-MATCHED(WS-ASSIGN-IDX)
           END-IF
           EVALUATE TRUE
               WHEN OPENINGBALANCE = 0 AND LOANPRINCIPAL = 0
                   AND LOANINTEREST = 0
                   ADD 1 TO WS-LOANS-CLOSED
               WHEN WS-ASSIGN-FOUND = "N"
                   MOVE "NO POOL ASSIGNMENT" TO LOANEXCEPTION
                   PERFORM RECORD-UNPOOLED-LOAN
               WHEN AT-ASSIGNEDDATE(WS-ASSIGN-IDX) > PERIODENDDATE
                   ADD 1 TO WS-LOANS-NOTYETSOLD
               WHEN OTHER
                   MOVE AT-POOLID(WS-ASSIGN-IDX) TO POOLLOOKUPID
                   PERFORM FIND-POOL-ENTRY
                   IF WS-POOL-FOUND = "Y"
                       PERFORM CALCULATE-LOAN-REMITTANCE
                       PERFORM RECORD-POOLED-LOAN
                   ELSE
                       MOVE 0 TO WS-POOL-IDX
                       STRING "ASSIGNED POOL " DELIMITED BY SIZE
                           POOLLOOKUPID DELIMITED BY SPACE
                           " NOT ON POOL FILE" DELIMITED BY SIZE
                           INTO LOANEXCEPTION
                       END-STRING
                       PERFORM RECORD-UNPOOLED-LOAN
                   END-IF
           END-EVALUATE.

       LOOKUP-LOAN-ACTIVITY.
           MOVE 0 TO LOANPRINCIPAL
           MOVE 0 TO LOANINTEREST
           MOVE 0 TO LOANBALANCEADJUST
           MOVE 0 TO LOANPAYOFFDATE
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF HR-LOANID(WS-HIST-IDX) = LM-LOANID
                   MOVE HR-PRINCIPAL(WS-HIST-IDX) TO LOANPRINCIPAL
                   MOVE HR-INTEREST(WS-HIST-IDX) TO LOANINTEREST
                   MOVE HR-BALANCEADJUST(WS-HIST-IDX)
                       TO LOANBALANCEADJUST
                   MOVE HR-PAYOFFDATE(WS-HIST-IDX) TO LOANPAYOFFDATE
               END-IF
           END-PERFORM.

       CALCULATE-LOAN-REMITTANCE.
           EVALUATE LM-PAYFREQ
               WHEN "B"
                   MOVE 26 TO PERIODSPERYEAR
               WHEN "S"
                   MOVE 24 TO PERIODSPERYEAR
               WHEN OTHER
                   MOVE 12 TO PERIODSPERYEAR
           END-EVALUATE
           COMPUTE SCHEDULEDPI ROUNDED =
               LM-MONTHLYPAYMENT * PERIODSPERYEAR / 12
           COMPUTE SCHEDINTEREST ROUNDED =
               OPENINGBALANCE * LM-CURRENTRATE / 1200
           IF SCHEDINTEREST > SCHEDULEDPI
               MOVE 0 TO SCHEDPRINCIPAL
           ELSE
               COMPUTE SCHEDPRINCIPAL = SCHEDULEDPI - SCHEDINTEREST
           END-IF
           IF SCHEDPRINCIPAL > OPENINGBALANCE
               MOVE OPENINGBALANCE TO SCHEDPRINCIPAL
           END-IF
           COMPUTE SCHEDPASSTHRU ROUNDED =
               OPENINGBALANCE * PT-PASSTHRURATE(WS-POOL-IDX) / 1200
           IF LM-CURRENTRATE <
               PT-PASSTHRURATE(WS-POOL-IDX)
               + PT-SERVICINGFEE(WS-POOL-IDX)
               MOVE "NOTE RATE BELOW PASS-THROUGH PLUS FEE"
                   TO LOANEXCEPTION
               ADD 1 TO WS-LOANS-RATEEXCEPTION
           END-IF
           IF LM-CURRENTRATE = ZERO
               MOVE 0 TO SERVICINGHELD
               MOVE 0 TO PASSTHRUINTEREST
           ELSE
               COMPUTE SERVICINGHELD ROUNDED = LOANINTEREST
                   * PT-SERVICINGFEE(WS-POOL-IDX) / LM-CURRENTRATE
               COMPUTE PASSTHRUINTEREST ROUNDED = LOANINTEREST
                   * PT-PASSTHRURATE(WS-POOL-IDX) / LM-CURRENTRATE
           END-IF
      *> A note rate short of the pool's rates cannot pay both in
      *> full - the fee comes first, the investor gets the rest.
           IF SERVICINGHELD > LOANINTEREST
               MOVE LOANINTEREST TO SERVICINGHELD
           END-IF
           IF SERVICINGHELD + PASSTHRUINTEREST > LOANINTEREST
               COMPUTE PASSTHRUINTEREST = LOANINTEREST - SERVICINGHELD
           END-IF
           COMPUTE EXCESSSPREAD =
               LOANINTEREST - SERVICINGHELD - PASSTHRUINTEREST
           IF LOANPRINCIPAL > OPENINGBALANCE
               MOVE 0 TO CLOSINGBALANCE
           ELSE
               COMPUTE CLOSINGBALANCE = OPENINGBALANCE - LOANPRINCIPAL
           END-IF.

       RECORD-POOLED-LOAN.
           ADD 1 TO PT-LOANCOUNT(WS-POOL-IDX)
           ADD SCHEDPRINCIPAL TO PT-SCHEDPRINCIPAL(WS-POOL-IDX)
           ADD SCHEDINTEREST TO PT-SCHEDINTEREST(WS-POOL-IDX)
           ADD SCHEDPASSTHRU TO PT-SCHEDPASSTHRU(WS-POOL-IDX)
           ADD LOANPRINCIPAL TO PT-PRINCIPAL(WS-POOL-IDX)
           ADD LOANINTEREST TO PT-INTEREST(WS-POOL-IDX)
           ADD SERVICINGHELD TO PT-SERVICINGHELD(WS-POOL-IDX)
           ADD EXCESSSPREAD TO PT-EXCESSSPREAD(WS-POOL-IDX)
           ADD PASSTHRUINTEREST TO PT-PASSTHRU(WS-POOL-IDX)
           IF LOANPAYOFFDATE NOT = 0
               ADD 1 TO PT-PAYOFFCOUNT(WS-POOL-IDX)
               ADD LOANPRINCIPAL TO PT-PAYOFFPRINCIPAL(WS-POOL-IDX)
           END-IF
           ADD 1 TO WS-LOANS-REMITTED
           ADD LOANPRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD PASSTHRUINTEREST TO WS-TOTAL-PASSTHRU
           ADD SERVICINGHELD TO WS-TOTAL-SERVICING
           ADD EXCESSSPREAD TO WS-TOTAL-EXCESS
           PERFORM STORE-REMIT-ENTRY.

      *> An unpooled loan's collections stay with us; they are
      *> totalled on the report so the exceptions can be worked.
       RECORD-UNPOOLED-LOAN.
           MOVE 0 TO SCHEDPRINCIPAL
           MOVE 0 TO SCHEDINTEREST
           MOVE 0 TO SCHEDPASSTHRU
           MOVE 0 TO SERVICINGHELD
           MOVE 0 TO PASSTHRUINTEREST
           MOVE 0 TO EXCESSSPREAD
           MOVE 0 TO CLOSINGBALANCE
           ADD 1 TO WS-LOANS-UNPOOLED
           ADD LOANPRINCIPAL TO WS-TOTAL-UNPOOLEDPI
           ADD LOANINTEREST TO WS-TOTAL-UNPOOLEDPI
           PERFORM STORE-REMIT-ENTRY.

       STORE-REMIT-ENTRY.
           IF WS-REMIT-COUNT < 2000
               ADD 1 TO WS-REMIT-COUNT
               MOVE LM-LOANID TO LR-LOANID(WS-REMIT-COUNT)
               MOVE WS-POOL-IDX TO LR-POOLIDX(WS-REMIT-COUNT)
               MOVE LOANEXCEPTION TO LR-EXCEPTION(WS-REMIT-COUNT)
               MOVE OPENINGBALANCE
                   TO LR-OPENINGBALANCE(WS-REMIT-COUNT)
               MOVE SCHEDPRINCIPAL
                   TO LR-SCHEDPRINCIPAL(WS-REMIT-COUNT)
               MOVE SCHEDINTEREST TO LR-SCHEDINTEREST(WS-REMIT-COUNT)
               MOVE SCHEDPASSTHRU TO LR-SCHEDPASSTHRU(WS-REMIT-COUNT)
               MOVE LOANPRINCIPAL TO LR-PRINCIPAL(WS-REMIT-COUNT)
               MOVE LOANINTEREST TO LR-INTEREST(WS-REMIT-COUNT)
               MOVE SERVICINGHELD TO LR-SERVICINGHELD(WS-REMIT-COUNT)
               MOVE PASSTHRUINTEREST TO LR-PASSTHRU(WS-REMIT-COUNT)
               MOVE CLOSINGBALANCE
                   TO LR-CLOSINGBALANCE(WS-REMIT-COUNT)
               MOVE LOANPAYOFFDATE TO LR-PAYOFFDATE(WS-REMIT-COUNT)
           ELSE
               IF WS-TABLE-OVERFLOW = "N"
                   DISPLAY "REMITTANCE TABLE FULL - OVER 2000 LOANS"
               END-IF
               MOVE "Y" TO WS-TABLE-OVERFLOW
           END-IF.

       PRINT-REMITTANCE-REPORT.
           MOVE REMITYYYYMM TO TL-REMITMONTH
           MOVE BUSINESSDATE TO TL-BUSINESSDATE
           MOVE REMITTITLELINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           PERFORM PRINT-POOL-SECTION
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT
           PERFORM PRINT-EXCEPTION-SECTION
           PERFORM PRINT-REMITTANCE-TOTALS.

       PRINT-POOL-SECTION.
           MOVE ALL "-" TO REMITNOTELINE
           MOVE REMITNOTELINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE PT-POOLID(WS-POOL-IDX) TO PL-POOLID
           MOVE PT-INVESTORID(WS-POOL-IDX) TO PL-INVESTORID
           MOVE PT-INVESTORNAME(WS-POOL-IDX) TO PL-INVESTORNAME
           MOVE POOLHEADERLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE PT-PASSTHRURATE(WS-POOL-IDX) TO PR-PASSTHRURATE
           MOVE PT-SERVICINGFEE(WS-POOL-IDX) TO PR-SERVICINGFEE
           MOVE POOLRATELINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE LOANHEADERLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           PERFORM PRINT-POOL-LOAN-LINE
               VARYING WS-REMIT-IDX FROM 1 BY 1
               UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
           MOVE "LOANS IN POOL:" TO RC-LABEL
           MOVE PT-LOANCOUNT(WS-POOL-IDX) TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "SCHEDULED PRINCIPAL:" TO RA-LABEL
           MOVE PT-SCHEDPRINCIPAL(WS-POOL-IDX) TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "SCHEDULED INTEREST (NOTE RATE):" TO RA-LABEL
           MOVE PT-SCHEDINTEREST(WS-POOL-IDX) TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "ACTUAL PRINCIPAL COLLECTED:" TO RA-LABEL
           MOVE PT-PRINCIPAL(WS-POOL-IDX) TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "ACTUAL INTEREST COLLECTED:" TO RA-LABEL
           MOVE PT-INTEREST(WS-POOL-IDX) TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           COMPUTE PIVARIANCE =
               PT-PRINCIPAL(WS-POOL-IDX) + PT-INTEREST(WS-POOL-IDX)
               - PT-SCHEDPRINCIPAL(WS-POOL-IDX)
               - PT-SCHEDINTEREST(WS-POOL-IDX)
           MOVE "P&I VARIANCE (ACTUAL - SCHEDULED):" TO RV-LABEL
           MOVE PIVARIANCE TO RV-AMOUNT
           MOVE REMITVARIANCELINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "SERVICING FEE HELD BACK:" TO RA-LABEL
           MOVE PT-SERVICINGHELD(WS-POOL-IDX) TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "EXCESS SPREAD RETAINED:" TO RA-LABEL
           MOVE PT-EXCESSSPREAD(WS-POOL-IDX) TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "SCHEDULED PASS-THROUGH INTEREST:" TO RA-LABEL
           MOVE PT-SCHEDPASSTHRU(WS-POOL-IDX) TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "PASS-THROUGH INTEREST REMITTED:" TO RA-LABEL
           MOVE PT-PASSTHRU(WS-POOL-IDX) TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           COMPUTE POOLREMITAMOUNT =
               PT-PRINCIPAL(WS-POOL-IDX) + PT-PASSTHRU(WS-POOL-IDX)
           MOVE "NET REMITTANCE TO INVESTOR:" TO RA-LABEL
           MOVE POOLREMITAMOUNT TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "LOANS PAID OFF IN PERIOD:" TO RC-LABEL
           MOVE PT-PAYOFFCOUNT(WS-POOL-IDX) TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           PERFORM PRINT-POOL-PAYOFF-LINE
               VARYING WS-REMIT-IDX FROM 1 BY 1
               UNTIL WS-REMIT-IDX > WS-REMIT-COUNT.

       PRINT-POOL-LOAN-LINE.
           IF LR-POOLIDX(WS-REMIT-IDX) = WS-POOL-IDX
               MOVE LR-LOANID(WS-REMIT-IDX) TO LD-LOANID
               MOVE LR-OPENINGBALANCE(WS-REMIT-IDX)
                   TO LD-OPENINGBALANCE
               COMPUTE LD-SCHEDULEDPI =
                   LR-SCHEDPRINCIPAL(WS-REMIT-IDX)
                   + LR-SCHEDINTEREST(WS-REMIT-IDX)
               MOVE LR-PRINCIPAL(WS-REMIT-IDX) TO LD-PRINCIPAL
               MOVE LR-INTEREST(WS-REMIT-IDX) TO LD-INTEREST
               MOVE LR-SERVICINGHELD(WS-REMIT-IDX)
                   TO LD-SERVICINGHELD
               IF LR-PAYOFFDATE(WS-REMIT-IDX) NOT = 0
                   MOVE "PAYOFF" TO LD-PAIDOFF
               ELSE
                   MOVE SPACES TO LD-PAIDOFF
               END-IF
               MOVE LOANDETAILLINE TO REMITREPORTRECORD
               WRITE REMITREPORTRECORD
           END-IF.

       PRINT-POOL-PAYOFF-LINE.
           IF LR-POOLIDX(WS-REMIT-IDX) = WS-POOL-IDX
               AND LR-PAYOFFDATE(WS-REMIT-IDX) NOT = 0
               MOVE LR-LOANID(WS-REMIT-IDX) TO PD-LOANID
               MOVE LR-PAYOFFDATE(WS-REMIT-IDX) TO PD-PAYOFFDATE
               MOVE LR-PRINCIPAL(WS-REMIT-IDX) TO PD-PRINCIPAL
               MOVE PAYOFFDETAILLINE TO REMITREPORTRECORD
               WRITE REMITREPORTRECORD
           END-IF.

      *> Every loan that could not be remitted, with what it paid in
      *> the month, every pooled loan whose rate will not carry its
      *> pool, and every assignment naming a loan not on the master.
       PRINT-EXCEPTION-SECTION.
           MOVE ALL "-" TO REMITNOTELINE
           MOVE REMITNOTELINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "EXCEPTIONS" TO REMITNOTELINE
           MOVE REMITNOTELINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           PERFORM PRINT-EXCEPTION-LINE
               VARYING WS-REMIT-IDX FROM 1 BY 1
               UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
           PERFORM PRINT-UNMATCHED-ASSIGNMENT
               VARYING WS-ASSIGN-IDX FROM 1 BY 1
               UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
           IF WS-TABLE-OVERFLOW = "Y"
               MOVE "TABLE FULL - REMITTANCE INCOMPLETE, NOT TO BE SENT"
                   TO REMITNOTELINE
               MOVE REMITNOTELINE TO REMITREPORTRECORD
               WRITE REMITREPORTRECORD
           END-IF.

       PRINT-EXCEPTION-LINE.
           IF LR-EXCEPTION(WS-REMIT-IDX) NOT = SPACES
               MOVE LR-LOANID(WS-REMIT-IDX) TO ED-LOANID
               MOVE LR-EXCEPTION(WS-REMIT-IDX) TO ED-MESSAGE
               COMPUTE ED-AMOUNT = LR-PRINCIPAL(WS-REMIT-IDX)
                   + LR-INTEREST(WS-REMIT-IDX)
               MOVE EXCEPTIONDETAILLINE TO REMITREPORTRECORD
               WRITE REMITREPORTRECORD
           END-IF.

       PRINT-UNMATCHED-ASSIGNMENT.
           IF AT-MATCHED(WS-ASSIGN-IDX) = "N"
               ADD 1 TO WS-ASSIGN-UNMATCHED
               MOVE AT-LOANID(WS-ASSIGN-IDX) TO ED-LOANID
               MOVE "ASSIGNED TO A POOL BUT NOT ON MASTER"
                   TO ED-MESSAGE
               MOVE 0 TO ED-AMOUNT
               MOVE EXCEPTIONDETAILLINE TO REMITREPORTRECORD
               WRITE REMITREPORTRECORD
           END-IF.

       PRINT-REMITTANCE-TOTALS.
           MOVE ALL "-" TO REMITNOTELINE
           MOVE REMITNOTELINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "HISTORY RECORDS READ:" TO RC-LABEL
           MOVE WS-HISTORY-READ TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "LOANS READ:" TO RC-LABEL
           MOVE WS-LOANS-READ TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "LOANS REMITTED:" TO RC-LABEL
           MOVE WS-LOANS-REMITTED TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "LOANS WITH NO POOL:" TO RC-LABEL
           MOVE WS-LOANS-UNPOOLED TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "LOANS SOLD AFTER PERIOD:" TO RC-LABEL
           MOVE WS-LOANS-NOTYETSOLD TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "LOANS CLOSED BEFORE PERIOD:" TO RC-LABEL
           MOVE WS-LOANS-CLOSED TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "NOTE RATE EXCEPTIONS:" TO RC-LABEL
           MOVE WS-LOANS-RATEEXCEPTION TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "ASSIGNMENTS NOT ON MASTER:" TO RC-LABEL
           MOVE WS-ASSIGN-UNMATCHED TO RC-COUNT
           MOVE REMITCOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "TOTAL PRINCIPAL REMITTED:" TO RA-LABEL
           MOVE WS-TOTAL-PRINCIPAL TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "TOTAL PASS-THROUGH INTEREST:" TO RA-LABEL
           MOVE WS-TOTAL-PASSTHRU TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "TOTAL SERVICING FEE HELD BACK:" TO RA-LABEL
           MOVE WS-TOTAL-SERVICING TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "TOTAL EXCESS SPREAD RETAINED:" TO RA-LABEL
           MOVE WS-TOTAL-EXCESS TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           COMPUTE WS-TOTAL-REMITTED =
               WS-TOTAL-PRINCIPAL + WS-TOTAL-PASSTHRU
           MOVE "TOTAL NET REMITTANCE:" TO RA-LABEL
           MOVE WS-TOTAL-REMITTED TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD
           MOVE "UNPOOLED P&I COLLECTED:" TO RA-LABEL
           MOVE WS-TOTAL-UNPOOLEDPI TO RA-AMOUNT
           MOVE REMITAMOUNTLINE TO REMITREPORTRECORD
           WRITE REMITREPORTRECORD.

      *> One batch per investor, in the order the investor's first
      *> pool appears on the pool file; every pool of the investor
      *> goes into that batch wherever it sits on the file.
       WRITE-REMITTANCE-FILE.
           PERFORM WRITE-INVESTOR-BATCH
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT.

       WRITE-INVESTOR-BATCH.
           IF PT-BATCHWRITTEN(WS-POOL-IDX) = "N"
               MOVE SPACES TO REMITHEADERRECORD
               MOVE "HEADER" TO RH-RECORDID
               MOVE PT-INVESTORID(WS-POOL-IDX) TO RH-INVESTORID
               MOVE PT-INVESTORNAME(WS-POOL-IDX) TO RH-INVESTORNAME
               MOVE REMITYYYYMM TO RH-REMITYYYYMM
               MOVE BUSINESSDATE TO RH-CREATEDDATE
               WRITE REMITHEADERRECORD
               MOVE 0 TO WS-BATCH-POOLS
               MOVE 0 TO WS-BATCH-LOANS
               MOVE 0 TO WS-BATCH-REMIT
               PERFORM WRITE-INVESTOR-POOL
                   VARYING WS-BATCH-IDX FROM WS-POOL-IDX BY 1
                   UNTIL WS-BATCH-IDX > WS-POOL-COUNT
               MOVE SPACES TO REMITTRAILERRECORD
               MOVE "TRAILER" TO RT-RECORDID
               MOVE PT-INVESTORID(WS-POOL-IDX) TO RT-INVESTORID
               MOVE WS-BATCH-POOLS TO RT-POOLCOUNT
               MOVE WS-BATCH-LOANS TO RT-LOANCOUNT
               MOVE WS-BATCH-REMIT TO RT-REMITAMOUNT
               WRITE REMITTRAILERRECORD
               ADD 1 TO WS-INVESTOR-BATCHES
           END-IF.

       WRITE-INVESTOR-POOL.
           IF PT-BATCHWRITTEN(WS-BATCH-IDX) = "N"
               AND PT-INVESTORID(WS-BATCH-IDX)
                   = PT-INVESTORID(WS-POOL-IDX)
               MOVE "Y" TO PT-BATCHWRITTEN(WS-BATCH-IDX)
               COMPUTE POOLREMITAMOUNT = PT-PRINCIPAL(WS-BATCH-IDX)
                   + PT-PASSTHRU(WS-BATCH-IDX)
               MOVE SPACES TO REMITPOOLRECORD
               MOVE "POOL" TO RP-RECORDID
               MOVE PT-INVESTORID(WS-BATCH-IDX) TO RP-INVESTORID
               MOVE PT-POOLID(WS-BATCH-IDX) TO RP-POOLID
               MOVE PT-PASSTHRURATE(WS-BATCH-IDX) TO RP-PASSTHRURATE
               MOVE PT-SERVICINGFEE(WS-BATCH-IDX) TO RP-SERVICINGFEE
               MOVE PT-LOANCOUNT(WS-BATCH-IDX) TO RP-LOANCOUNT
               MOVE PT-SCHEDPRINCIPAL(WS-BATCH-IDX)
                   TO RP-SCHEDPRINCIPAL
               MOVE PT-SCHEDPASSTHRU(WS-BATCH-IDX) TO RP-SCHEDINTEREST
               MOVE PT-PRINCIPAL(WS-BATCH-IDX) TO RP-PRINCIPAL
               MOVE PT-PASSTHRU(WS-BATCH-IDX) TO RP-INTEREST
               MOVE PT-PAYOFFPRINCIPAL(WS-BATCH-IDX)
                   TO RP-PAYOFFPRINCIPAL
               MOVE POOLREMITAMOUNT TO RP-REMITAMOUNT
               WRITE REMITPOOLRECORD
               ADD 1 TO WS-BATCH-POOLS
               ADD PT-LOANCOUNT(WS-BATCH-IDX) TO WS-BATCH-LOANS
               ADD POOLREMITAMOUNT TO WS-BATCH-REMIT
               PERFORM WRITE-INVESTOR-LOAN
                   VARYING WS-REMIT-IDX FROM 1 BY 1
                   UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
           END-IF.

       WRITE-INVESTOR-LOAN.
           IF LR-POOLIDX(WS-REMIT-IDX) = WS-BATCH-IDX
               MOVE SPACES TO REMITLOANRECORD
               MOVE "LOAN" TO RL-RECORDID
               MOVE PT-INVESTORID(WS-BATCH-IDX) TO RL-INVESTORID
               MOVE PT-POOLID(WS-BATCH-IDX) TO RL-POOLID
               MOVE LR-LOANID(WS-REMIT-IDX) TO RL-LOANID
               MOVE LR-OPENINGBALANCE(WS-REMIT-IDX)
                   TO RL-OPENINGBALANCE
               MOVE LR-SCHEDPRINCIPAL(WS-REMIT-IDX)
                   TO RL-SCHEDPRINCIPAL
               MOVE LR-SCHEDPASSTHRU(WS-REMIT-IDX) TO RL-SCHEDINTEREST
               MOVE LR-PRINCIPAL(WS-REMIT-IDX) TO RL-PRINCIPAL
               MOVE LR-PASSTHRU(WS-REMIT-IDX) TO RL-INTEREST
               MOVE LR-CLOSINGBALANCE(WS-REMIT-IDX)
                   TO RL-CLOSINGBALANCE
               COMPUTE RL-REMITAMOUNT = LR-PRINCIPAL(WS-REMIT-IDX)
                   + LR-PASSTHRU(WS-REMIT-IDX)
               IF LR-PAYOFFDATE(WS-REMIT-IDX) NOT = 0
                   MOVE "Y" TO RL-PAIDOFF
               ELSE
                   MOVE "N" TO RL-PAIDOFF
               END-IF
               WRITE REMITLOANRECORD
           END-IF.

       CLOSE-REMITTANCE-FILES.
           CLOSE LOANMASTERFILE
           CLOSE PAYHISTORYFILE
           CLOSE REMITREPORTFILE
           CLOSE REMITTANCEFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
