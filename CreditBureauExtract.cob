       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITBUREAU.
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
           SELECT BUREAUFILE ASSIGN TO "BUREAUEXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-FILE-STATUS.
           SELECT BUREAUREPORTFILE ASSIGN TO "BUREAUREPORT.DAT"
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
       COPY LOANMASTER.
       FD  PAYHISTORYFILE.
       COPY PAYHISTREC.
       FD  BUREAUFILE.
       COPY BUREAUREC.
       FD  BUREAUREPORTFILE.
       01  BUREAUREPORTRECORD     PIC X(132).
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-BUREAU-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-INIT-ERROR          PIC X VALUE "N".
       01 ENDOFFILE              PIC X VALUE "N".
       01 WS-HISTORY-EOF         PIC X.

      *> The identification the bureaus assigned us as a data
      *> furnisher, carried on the header of every file.
       01 BUREAUREPORTERID       PIC X(10) VALUE "HLSVC00001".
       01 BUREAUREPORTERNAME     PIC X(30)
           VALUE "HOME LOAN SERVICING".

      *> The reporting period is one calendar month, BUREAUMONTH
      *> (YYYYMM) in the environment; left unset, the run reports
      *> the month before the business date - the normal first-of-
      *> the-month production case. Every account is reported as of
      *> the last day of that month, aged against it exactly as the
      *> delinquency sweep ages against its as-of date.
       01 WS-SEL-MONTH           PIC X(6).
       01 REPORTYYYYMM           PIC 9(6).
       01 REPORTYYYYMM-SPLIT REDEFINES REPORTYYYYMM.
           05 REPORT-YEAR        PIC 9(4).
           05 REPORT-MONTH       PIC 9(2).
       01 ACTIVITYDATE           PIC 9(8).
       01 ACTIVITYDATE-SPLIT REDEFINES ACTIVITYDATE.
           05 ACTIVITY-YEAR      PIC 9(4).
           05 ACTIVITY-MONTH     PIC 9(2).
           05 ACTIVITY-DAY       PIC 9(2).
       01 WS-TODAY               PIC 9(8).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 WS-TODAY-MONTH     PIC 9(2).
           05 WS-TODAY-DAY       PIC 9(2).

       01 DUECOMPOSITE           PIC 9(6).
       01 DUECOMPOSITE-SPLIT REDEFINES DUECOMPOSITE.
           05 DUE-YEAR           PIC 9(4).
           05 DUE-MONTH          PIC 9(2).
       01 MONTHSDELINQUENT       PIC S9(5).
       01 PERIODSPERYEAR         PIC 9(2).
       01 MONTHLYINSTALLMENT     PIC 9(8)V99.
       01 PASTDUE                PIC 9(9)V99.
       01 LASTPAYMENTDATE        PIC 9(8).
       01 PAYOFFDATE             PIC 9(8).
       01 LATERPAYOFF            PIC X.
       01 LATERBALANCEADJUST     PIC S9(9)V99.
       01 MONTHENDBALANCE        PIC S9(9)V99.
       01 CLOSEDYYYYMM           PIC 9(6).
       01 LOANCLOSED             PIC X.

      *> Returned payments, held from a first pass of the history so
      *> the payment each one cancels never counts as the date of
      *> last payment. Each is used up by the first payment it
      *> matches, the same one-for-one pairing the reversal run
      *> keeps.
       01 WS-REV-COUNT           PIC 9(4) VALUE 0.
       01 WS-REV-IDX             PIC 9(4).
       01 WS-REV-FOUND           PIC X.
       01 RETURNEDPAYMENTTABLE.
           05 RETURNEDPAYMENTENTRY OCCURS 2000 TIMES.
               10 RV-LOANID      PIC X(10).
               10 RV-PAYMENTDATE PIC 9(8).
               10 RV-AMOUNT      PIC 9(8)V99.
               10 RV-USED        PIC X.

      *> The latest payment date each loan has on the history by the
      *> end of the month - POSTED, SUSPENSE and PAYOFF rows are all
      *> money the borrower sent - and the posting date of the row
      *> that closed it by then, a PAYOFF or a POSTED row that paid
      *> in full. Activity posted after the month-end is kept apart:
      *> whether a closing row came later, and the balance
      *> adjustment that walks the master balance back to the
      *> month-end - principal paid back in, principal a reversal
      *> restored and amounts capitalized on a MODIFIED row taken
      *> out - the way the investor remittance walks it back.
       01 WS-PAY-COUNT           PIC 9(4) VALUE 0.
       01 WS-PAY-IDX             PIC 9(4).
       01 WS-PAY-FOUND           PIC X.
       01 WS-PAY-LIMIT-NOTED     PIC X VALUE "N".
       01 LASTPAYMENTTABLE.
           05 LASTPAYMENTENTRY OCCURS 2000 TIMES.
               10 LP-LOANID      PIC X(10).
               10 LP-LASTPAYDATE PIC 9(8).
               10 LP-PAYOFFDATE  PIC 9(8).
               10 LP-LATERPAYOFF PIC X.
               10 LP-LATERADJUST PIC S9(9)V99.

      *> The account status codes, in the order the trailer counts
      *> them.
       01 STATUSCODEVALUES.
           05 FILLER             PIC X(22) VALUE
               "11CURRENT".
           05 FILLER             PIC X(22) VALUE
               "7130-59 DAYS PAST DUE".
           05 FILLER             PIC X(22) VALUE
               "7860-89 DAYS PAST DUE".
           05 FILLER             PIC X(22) VALUE
               "8090-119 DAYS".
           05 FILLER             PIC X(22) VALUE
               "82120-149 DAYS".
           05 FILLER             PIC X(22) VALUE
               "83150-179 DAYS".
           05 FILLER             PIC X(22) VALUE
               "84180+ DAYS".
           05 FILLER             PIC X(22) VALUE
               "13PAID IN FULL".
       01 STATUSCODETABLE REDEFINES STATUSCODEVALUES.
           05 STATUSCODEENTRY OCCURS 8 TIMES.
               10 SC-CODE        PIC X(2).
               10 SC-LABEL       PIC X(20).
       01 STATUSTOTALS.
           05 STATUSTOTALENTRY OCCURS 8 TIMES.
               10 ST-COUNT       PIC 9(8).
               10 ST-BALANCE     PIC 9(12).
               10 ST-PASTDUE     PIC 9(12).
       01 STATUSIDX              PIC 9.

       01 WS-HISTORY-READ        PIC 9(8) VALUE 0.
       01 WS-PAYMENTS-RETURNED   PIC 9(8) VALUE 0.
       01 WS-LOANS-READ          PIC 9(8) VALUE 0.
       01 WS-NO-PAYMENT          PIC 9(8) VALUE 0.
       01 WS-CLOSED-EARLIER      PIC 9(8) VALUE 0.
       01 WS-BASE-WRITTEN        PIC 9(8) VALUE 0.
       01 WS-RECORDS-WRITTEN     PIC 9(8) VALUE 0.
       01 WS-TOTAL-BALANCE       PIC 9(12) VALUE 0.
       01 WS-TOTAL-PASTDUE       PIC 9(12) VALUE 0.

       01 BUREAUTITLELINE.
           05 FILLER             PIC X(47) VALUE
               "CREDIT BUREAU REPORTING CONTROL - ACTIVITY DATE".
           05 FILLER             PIC X VALUE SPACE.
           05 BR-ACTIVITYDATE    PIC 9(8).

       01 BUREAUHEADERLINE.
           05 FILLER             PIC X(42) VALUE
               "STATUS  DESCRIPTION              ACCOUNTS".
           05 FILLER             PIC X(40) VALUE
               "            BALANCE          PAST DUE".

       01 BUREAUSTATUSLINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 BS-CODE            PIC X(2).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 BS-LABEL           PIC X(20).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 BS-COUNT           PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X VALUE "$".
           05 BS-BALANCE         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X VALUE "$".
           05 BS-PASTDUE         PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01 BUREAUCOUNTLINE.
           05 BC-LABEL           PIC X(30).
           05 BC-COUNT           PIC ZZ,ZZZ,ZZ9.

       01 BUREAUAMOUNTLINE.
           05 BA-LABEL           PIC X(30).
           05 FILLER             PIC X VALUE "$".
           05 BA-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.

      *> Month-end credit bureau reporting. Every loan on the master
      *> goes to the bureaus as one base record: its status aged off
      *> LM-NEXTDUEYYYYMM the way the delinquency sweep buckets it
      *> (carried on past 90 days in the bureaus' 30-day steps),
      *> balance, scheduled monthly payment, amount past due and the
      *> date of its last payment from the permanent history - a
      *> returned payment does not count - with a paid-in-full loan
      *> reported closed in the month it paid off and not again.
      *> The header and trailer frame the file and the control
      *> report proves it before it is transmitted.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "CRBUREAU" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-BUREAU
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM LOAD-RETURNED-PAYMENTS
                   PERFORM LOAD-LAST-PAYMENTS
                   PERFORM WRITE-BUREAU-HEADER
               END-IF
               PERFORM REPORT-LOANS UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM WRITE-BUREAU-TRAILER
                   PERFORM PRINT-BUREAU-CONTROLS
               END-IF
               PERFORM CLOSE-BUREAU-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-BUREAU.
           MOVE BUSINESSDATE TO WS-TODAY
           ACCEPT WS-SEL-MONTH FROM ENVIRONMENT "BUREAUMONTH"
           IF WS-SEL-MONTH = SPACES
               IF WS-TODAY-MONTH = 1
                   COMPUTE REPORT-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO REPORT-MONTH
               ELSE
                   MOVE WS-TODAY-YEAR TO REPORT-YEAR
                   COMPUTE REPORT-MONTH = WS-TODAY-MONTH - 1
               END-IF
           ELSE
               MOVE WS-SEL-MONTH TO REPORTYYYYMM
           END-IF
           MOVE REPORT-YEAR TO ACTIVITY-YEAR
           MOVE REPORT-MONTH TO ACTIVITY-MONTH
           EVALUATE REPORT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ACTIVITY-DAY
               WHEN 2
                   IF FUNCTION MOD(REPORT-YEAR, 4) = 0
                       AND (FUNCTION MOD(REPORT-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(REPORT-YEAR, 400) = 0)
                       MOVE 29 TO ACTIVITY-DAY
                   ELSE
                       MOVE 28 TO ACTIVITY-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO ACTIVITY-DAY
           END-EVALUATE
           PERFORM VARYING STATUSIDX FROM 1 BY 1
               UNTIL STATUSIDX > 8
               MOVE 0 TO ST-COUNT(STATUSIDX)
               MOVE 0 TO ST-BALANCE(STATUSIDX)
               MOVE 0 TO ST-PASTDUE(STATUSIDX)
           END-PERFORM
           OPEN INPUT LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT BUREAUFILE
           IF WS-BUREAU-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BUREAUEXTRACT.DAT - STATUS "
                   WS-BUREAU-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT BUREAUREPORTFILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BUREAUREPORT.DAT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           IF WS-INIT-ERROR = "Y"
               MOVE "Y" TO ENDOFFILE
           END-IF.

      *> Two passes of the history: the returned payments first, so
      *> that the second pass can skip the payments they cancel. A
      *> missing history file leaves every loan with no payment on
      *> file, which the control report counts.
       LOAD-RETURNED-PAYMENTS.
           MOVE "N" TO WS-HISTORY-EOF
           OPEN INPUT PAYHISTORYFILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-HISTORY-EOF
           ELSE
               PERFORM LOAD-ONE-RETURNED-PAYMENT
                   UNTIL WS-HISTORY-EOF = "Y"
               CLOSE PAYHISTORYFILE
           END-IF.

       LOAD-ONE-RETURNED-PAYMENT.
           READ PAYHISTORYFILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   IF PH-TYPE = "REVERSED"
                       AND PH-POSTINGDATE <= ACTIVITYDATE
                       IF WS-REV-COUNT < 2000
                           ADD 1 TO WS-REV-COUNT
                           MOVE PH-LOANID TO RV-LOANID(WS-REV-COUNT)
                           MOVE PH-PAYMENTDATE
                               TO RV-PAYMENTDATE(WS-REV-COUNT)
                           MOVE PH-AMOUNT TO RV-AMOUNT(WS-REV-COUNT)
                           MOVE "N" TO RV-USED(WS-REV-COUNT)
                       ELSE
                           DISPLAY "RETURNED PAYMENT TABLE FULL - "
                               "OVER 2000 ITEMS"
                       END-IF
                   END-IF
           END-READ.

       LOAD-LAST-PAYMENTS.
           MOVE "N" TO WS-HISTORY-EOF
           OPEN INPUT PAYHISTORYFILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-HISTORY-EOF
           ELSE
               PERFORM LOAD-ONE-PAYMENT UNTIL WS-HISTORY-EOF = "Y"
               CLOSE PAYHISTORYFILE
           END-IF.

       LOAD-ONE-PAYMENT.
           READ PAYHISTORYFILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF PH-POSTINGDATE <= ACTIVITYDATE
                       IF PH-TYPE = "POSTED" OR PH-TYPE = "SUSPENSE"
                           OR PH-TYPE = "PAYOFF"
                           PERFORM FIND-RETURNED-PAYMENT
                           IF WS-REV-FOUND = "Y"
                               ADD 1 TO WS-PAYMENTS-RETURNED
                           ELSE
                               PERFORM RECORD-LAST-PAYMENT
                           END-IF
                       END-IF
                   ELSE
                       IF PH-TYPE = "POSTED" OR PH-TYPE = "PAYOFF"
                           OR PH-TYPE = "REVERSED"
                           OR PH-TYPE = "MODIFIED"
                           PERFORM RECORD-LATER-ACTIVITY
                       END-IF
                   END-IF
           END-READ.

       FIND-RETURNED-PAYMENT.
           MOVE "N" TO WS-REV-FOUND
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
               OR WS-REV-FOUND = "Y"
               IF RV-LOANID(WS-REV-IDX) = PH-LOANID
                   AND RV-PAYMENTDATE(WS-REV-IDX) = PH-PAYMENTDATE
                   AND RV-AMOUNT(WS-REV-IDX) = PH-AMOUNT
                   AND RV-USED(WS-REV-IDX) = "N"
                   MOVE "Y" TO WS-REV-FOUND
               END-IF
           END-PERFORM
      *> The search loop leaves the index one past the hit.
           IF WS-REV-FOUND = "Y"
               SUBTRACT 1 FROM WS-REV-IDX
               MOVE "Y" TO RV-USED(WS-REV-IDX)
           END-IF.

       RECORD-LAST-PAYMENT.
           PERFORM FIND-PAYMENT-ENTRY
           IF WS-PAY-FOUND = "Y"
               IF PH-PAYMENTDATE > LP-LASTPAYDATE(WS-PAY-IDX)
                   MOVE PH-PAYMENTDATE TO LP-LASTPAYDATE(WS-PAY-IDX)
               END-IF
               IF PH-TYPE = "PAYOFF"
                   OR (PH-TYPE = "POSTED"
                   AND PH-FLAGS = "PAID IN FULL")
                   IF PH-POSTINGDATE > LP-PAYOFFDATE(WS-PAY-IDX)
                       MOVE PH-POSTINGDATE
                           TO LP-PAYOFFDATE(WS-PAY-IDX)
                   END-IF
               END-IF
           END-IF.

       RECORD-LATER-ACTIVITY.
           PERFORM FIND-PAYMENT-ENTRY
           IF WS-PAY-FOUND = "Y"
               EVALUATE PH-TYPE
                   WHEN "MODIFIED"
                       SUBTRACT PH-AMOUNT
                           FROM LP-LATERADJUST(WS-PAY-IDX)
                   WHEN "REVERSED"
                       SUBTRACT PH-PRINCIPALAPPLIED
                           FROM LP-LATERADJUST(WS-PAY-IDX)
                   WHEN OTHER
                       ADD PH-PRINCIPALAPPLIED
                           TO LP-LATERADJUST(WS-PAY-IDX)
                       IF PH-TYPE = "PAYOFF"
                           OR PH-FLAGS = "PAID IN FULL"
                           MOVE "Y" TO LP-LATERPAYOFF(WS-PAY-IDX)
                       END-IF
               END-EVALUATE
           END-IF.

      *> Leaves WS-PAY-IDX on the loan's entry, adding one for a
      *> loan not yet in the table.
       FIND-PAYMENT-ENTRY.
           MOVE "N" TO WS-PAY-FOUND
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
               OR WS-PAY-FOUND = "Y"
               IF LP-LOANID(WS-PAY-IDX) = PH-LOANID
                   MOVE "Y" TO WS-PAY-FOUND
               END-IF
           END-PERFORM
           IF WS-PAY-FOUND = "Y"
               SUBTRACT 1 FROM WS-PAY-IDX
           ELSE
               IF WS-PAY-COUNT < 2000
                   ADD 1 TO WS-PAY-COUNT
                   MOVE WS-PAY-COUNT TO WS-PAY-IDX
                   MOVE PH-LOANID TO LP-LOANID(WS-PAY-IDX)
                   MOVE 0 TO LP-LASTPAYDATE(WS-PAY-IDX)
                   MOVE 0 TO LP-PAYOFFDATE(WS-PAY-IDX)
                   MOVE "N" TO LP-LATERPAYOFF(WS-PAY-IDX)
                   MOVE 0 TO LP-LATERADJUST(WS-PAY-IDX)
                   MOVE "Y" TO WS-PAY-FOUND
               ELSE
                   IF WS-PAY-LIMIT-NOTED = "N"
                       MOVE "Y" TO WS-PAY-LIMIT-NOTED
                       DISPLAY "LAST PAYMENT TABLE FULL - OVER 2000 "
                           "LOANS"
                   END-IF
               END-IF
           END-IF.

       WRITE-BUREAU-HEADER.
           MOVE SPACES TO BUREAUHEADERRECORD
           MOVE "HEADER" TO BH-RECORDID
           MOVE BUREAUREPORTERID TO BH-REPORTERID
           MOVE BUREAUREPORTERNAME TO BH-REPORTERNAME
           MOVE ACTIVITYDATE TO BH-ACTIVITYDATE
           MOVE WS-TODAY TO BH-CREATEDDATE
           WRITE BUREAUHEADERRECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

       REPORT-LOANS.
           READ LOANMASTERFILE NEXT RECORD
               AT END MOVE "Y" TO ENDOFFILE
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   PERFORM REPORT-ONE-LOAN
           END-READ.

      *> A paid-off loan is closed as of the posting date of the
      *> row that paid it off - a PAYOFF, or a POSTED payment that
      *> paid in full - and is reported paid in full the month it
      *> closed; closed before the reporting month, it went out
      *> then and is left off the file. One paid off only after the
      *> month-end was still open at it and is aged like any active
      *> loan, at the balance it carried then. A paid-off loan with
      *> no closing row on the history at all has nothing to date
      *> its close by and is left off as closed earlier.
      *> Months delinquent counts whole due months the loan sits
      *> past LM-NEXTDUEYYYYMM at the end of the reporting month -
      *> the delinquency sweep's own arithmetic. The amount past due
      *> is that many monthly installments, the same figure the
      *> billing statement carries as past due.
       REPORT-ONE-LOAN.
           EVALUATE LM-PAYFREQ
               WHEN "B"
                   MOVE 26 TO PERIODSPERYEAR
               WHEN "S"
                   MOVE 24 TO PERIODSPERYEAR
               WHEN OTHER
                   MOVE 12 TO PERIODSPERYEAR
           END-EVALUATE
           COMPUTE MONTHLYINSTALLMENT ROUNDED =
               LM-PITIPAYMENT * PERIODSPERYEAR / 12
           PERFORM LOOKUP-LAST-PAYMENT
           MOVE 0 TO PASTDUE
           EVALUATE TRUE
               WHEN LM-STATUS NOT = "P"
                   MOVE "N" TO LOANCLOSED
               WHEN PAYOFFDATE NOT = 0
                   MOVE "Y" TO LOANCLOSED
               WHEN LATERPAYOFF = "Y"
                   MOVE "N" TO LOANCLOSED
               WHEN OTHER
                   MOVE "Y" TO LOANCLOSED
           END-EVALUATE
           IF LOANCLOSED = "Y"
               MOVE 8 TO STATUSIDX
               COMPUTE CLOSEDYYYYMM = PAYOFFDATE / 100
           ELSE
               IF LASTPAYMENTDATE = 0
                   ADD 1 TO WS-NO-PAYMENT
               END-IF
               MOVE LM-NEXTDUEYYYYMM TO DUECOMPOSITE
               COMPUTE MONTHSDELINQUENT =
                   (REPORT-YEAR * 12 + REPORT-MONTH)
                   - (DUE-YEAR * 12 + DUE-MONTH)
               EVALUATE TRUE
                   WHEN MONTHSDELINQUENT <= 0
                       MOVE 1 TO STATUSIDX
                   WHEN MONTHSDELINQUENT = 1
                       MOVE 2 TO STATUSIDX
                   WHEN MONTHSDELINQUENT = 2
                       MOVE 3 TO STATUSIDX
                   WHEN MONTHSDELINQUENT = 3
                       MOVE 4 TO STATUSIDX
                   WHEN MONTHSDELINQUENT = 4
                       MOVE 5 TO STATUSIDX
                   WHEN MONTHSDELINQUENT = 5
                       MOVE 6 TO STATUSIDX
                   WHEN OTHER
                       MOVE 7 TO STATUSIDX
               END-EVALUATE
               IF MONTHSDELINQUENT > 0
                   COMPUTE PASTDUE ROUNDED =
                       MONTHLYINSTALLMENT * MONTHSDELINQUENT
               END-IF
           END-IF
           IF LOANCLOSED = "Y" AND CLOSEDYYYYMM < REPORTYYYYMM
               ADD 1 TO WS-CLOSED-EARLIER
           ELSE
               PERFORM WRITE-BUREAU-BASE
           END-IF.

       LOOKUP-LAST-PAYMENT.
           MOVE 0 TO LASTPAYMENTDATE
           MOVE 0 TO PAYOFFDATE
           MOVE "N" TO LATERPAYOFF
           MOVE 0 TO LATERBALANCEADJUST
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
               IF LP-LOANID(WS-PAY-IDX) = LM-LOANID
                   MOVE LP-LASTPAYDATE(WS-PAY-IDX) TO LASTPAYMENTDATE
                   MOVE LP-PAYOFFDATE(WS-PAY-IDX) TO PAYOFFDATE
                   MOVE LP-LATERPAYOFF(WS-PAY-IDX) TO LATERPAYOFF
                   MOVE LP-LATERADJUST(WS-PAY-IDX)
                       TO LATERBALANCEADJUST
               END-IF
           END-PERFORM.

      *> A paid-in-full loan goes out closed at a zero balance with
      *> nothing scheduled. One paid off after the month-end goes
      *> out open at its month-end balance - nothing on the master
      *> now, walked back by what was paid on it since. The amounts
      *> are whole dollars, the cents dropped.
       WRITE-BUREAU-BASE.
           MOVE SPACES TO BUREAUBASERECORD
           MOVE "BASE" TO BB-RECORDID
           MOVE LM-LOANID TO BB-ACCOUNTNUMBER
           MOVE "M" TO BB-PORTFOLIOTYPE
           MOVE "26" TO BB-ACCOUNTTYPE
           MOVE SC-CODE(STATUSIDX) TO BB-ACCOUNTSTATUS
           COMPUTE BB-TERMSDURATION = LM-LOANTERMYEARS * 12
           IF LM-PAYFREQ = "B" OR LM-PAYFREQ = "S"
               MOVE LM-PAYFREQ TO BB-TERMSFREQUENCY
           ELSE
               MOVE "M" TO BB-TERMSFREQUENCY
           END-IF
           MOVE LM-LOANAMOUNT TO BB-ORIGINALAMOUNT
           MOVE LASTPAYMENTDATE TO BB-DATELASTPAYMENT
           MOVE ACTIVITYDATE TO BB-DATEOFINFO
           EVALUATE TRUE
               WHEN LOANCLOSED = "Y"
                   MOVE 0 TO BB-SCHEDULEDPAYMENT
                   MOVE 0 TO BB-CURRENTBALANCE
                   MOVE PAYOFFDATE TO BB-DATECLOSED
               WHEN LM-STATUS = "P"
                   MOVE MONTHLYINSTALLMENT TO BB-SCHEDULEDPAYMENT
                   COMPUTE MONTHENDBALANCE =
                       LM-CURRENTBALANCE + LATERBALANCEADJUST
                   IF MONTHENDBALANCE < 0
                       MOVE 0 TO MONTHENDBALANCE
                   END-IF
                   MOVE MONTHENDBALANCE TO BB-CURRENTBALANCE
                   MOVE 0 TO BB-DATECLOSED
               WHEN OTHER
                   MOVE MONTHLYINSTALLMENT TO BB-SCHEDULEDPAYMENT
                   MOVE LM-CURRENTBALANCE TO BB-CURRENTBALANCE
                   MOVE 0 TO BB-DATECLOSED
           END-EVALUATE
           MOVE PASTDUE TO BB-AMOUNTPASTDUE
           WRITE BUREAUBASERECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-BASE-WRITTEN
           ADD 1 TO ST-COUNT(STATUSIDX)
           ADD BB-CURRENTBALANCE TO ST-BALANCE(STATUSIDX)
           ADD BB-AMOUNTPASTDUE TO ST-PASTDUE(STATUSIDX)
           ADD BB-CURRENTBALANCE TO WS-TOTAL-BALANCE
           ADD BB-AMOUNTPASTDUE TO WS-TOTAL-PASTDUE.

       WRITE-BUREAU-TRAILER.
           MOVE SPACES TO BUREAUTRAILERRECORD
           MOVE "TRAILER" TO BT-RECORDID
           MOVE WS-BASE-WRITTEN TO BT-BASECOUNT
           PERFORM VARYING STATUSIDX FROM 1 BY 1
               UNTIL STATUSIDX > 8
               MOVE ST-COUNT(STATUSIDX) TO BT-STATUSCOUNT(STATUSIDX)
           END-PERFORM
           MOVE WS-TOTAL-BALANCE TO BT-TOTALBALANCE
           MOVE WS-TOTAL-PASTDUE TO BT-TOTALPASTDUE
           WRITE BUREAUTRAILERRECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

      *> The report carries the trailer's own figures, so the file
      *> can be checked against it before it is transmitted.
       PRINT-BUREAU-CONTROLS.
           MOVE SPACES TO BUREAUREPORTRECORD
           MOVE ACTIVITYDATE TO BR-ACTIVITYDATE
           MOVE BUREAUTITLELINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           MOVE BUREAUHEADERLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           PERFORM VARYING STATUSIDX FROM 1 BY 1
               UNTIL STATUSIDX > 8
               MOVE SPACES TO BUREAUREPORTRECORD
               MOVE SC-CODE(STATUSIDX) TO BS-CODE
               MOVE SC-LABEL(STATUSIDX) TO BS-LABEL
               MOVE ST-COUNT(STATUSIDX) TO BS-COUNT
               MOVE ST-BALANCE(STATUSIDX) TO BS-BALANCE
               MOVE ST-PASTDUE(STATUSIDX) TO BS-PASTDUE
               MOVE BUREAUSTATUSLINE TO BUREAUREPORTRECORD
               WRITE BUREAUREPORTRECORD
           END-PERFORM
           MOVE SPACES TO BUREAUREPORTRECORD
           MOVE "LOANS ON MASTER:" TO BC-LABEL
           MOVE WS-LOANS-READ TO BC-COUNT
           MOVE BUREAUCOUNTLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           MOVE "PAID OFF BEFORE THE MONTH:" TO BC-LABEL
           MOVE WS-CLOSED-EARLIER TO BC-COUNT
           MOVE BUREAUCOUNTLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           MOVE "BASE RECORDS WRITTEN:" TO BC-LABEL
           MOVE WS-BASE-WRITTEN TO BC-COUNT
           MOVE BUREAUCOUNTLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           MOVE "RECORDS ON FILE:" TO BC-LABEL
           MOVE WS-RECORDS-WRITTEN TO BC-COUNT
           MOVE BUREAUCOUNTLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           MOVE "ACTIVE LOANS NO PAYMENT:" TO BC-LABEL
           MOVE WS-NO-PAYMENT TO BC-COUNT
           MOVE BUREAUCOUNTLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           MOVE "HISTORY ROWS READ:" TO BC-LABEL
           MOVE WS-HISTORY-READ TO BC-COUNT
           MOVE BUREAUCOUNTLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           MOVE "RETURNED PAYMENTS EXCLUDED:" TO BC-LABEL
           MOVE WS-PAYMENTS-RETURNED TO BC-COUNT
           MOVE BUREAUCOUNTLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           MOVE "TOTAL BALANCE REPORTED:" TO BA-LABEL
           MOVE WS-TOTAL-BALANCE TO BA-AMOUNT
           MOVE BUREAUAMOUNTLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD
           MOVE "TOTAL PAST DUE REPORTED:" TO BA-LABEL
           MOVE WS-TOTAL-PASTDUE TO BA-AMOUNT
           MOVE BUREAUAMOUNTLINE TO BUREAUREPORTRECORD
           WRITE BUREAUREPORTRECORD.

       CLOSE-BUREAU-FILES.
           CLOSE LOANMASTERFILE
           CLOSE BUREAUFILE
           CLOSE BUREAUREPORTFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
