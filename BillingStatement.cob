       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLINGSTMT.
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
           SELECT BILLINGSTMTFILE ASSIGN TO "BILLINGSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.
           SELECT BILLEXTRACTFILE ASSIGN TO "BILLINGEXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT BORROWERFILE ASSIGN TO "BORROWERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-LOANID
               FILE STATUS IS WS-BORROWER-FILE-STATUS.
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
       FD  BILLINGSTMTFILE.
       01  BILLINGSTMTRECORD      PIC X(80).
       FD  BILLEXTRACTFILE.
       COPY BILLEXTRACTREC.
       FD  BORROWERFILE.
       COPY BORROWERREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-STATEMENT-FILE-STATUS PIC XX.
       01 WS-EXTRACT-FILE-STATUS PIC XX.
       01 WS-INIT-ERROR          PIC X VALUE "N".
       01 ENDOFFILE              PIC X VALUE "N".
       01 WS-HISTORY-EOF         PIC X VALUE "N".
       COPY BORROWERWORK.

      *> The statement period is one calendar month of activity,
      *> STMTMONTH (YYYYMM) in the environment; left unset, the run
      *> covers the month before the business date - the normal
      *> first-of-the-month production case. The bill itself is for
      *> the installment due in the month after the period.
       01 WS-SEL-MONTH           PIC X(6).
       01 STMTYYYYMM             PIC 9(6).
       01 STMTYYYYMM-SPLIT REDEFINES STMTYYYYMM.
           05 STMT-YEAR          PIC 9(4).
           05 STMT-MONTH         PIC 9(2).
       01 BILLYYYYMM             PIC 9(6).
       01 BILLYYYYMM-SPLIT REDEFINES BILLYYYYMM.
           05 BILL-YEAR          PIC 9(4).
           05 BILL-MONTH         PIC 9(2).
       01 WS-TODAY               PIC 9(8).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 WS-TODAY-MONTH     PIC 9(2).
           05 WS-TODAY-DAY       PIC 9(2).
       01 POSTINGDATESPLIT.
           05 POST-YEAR          PIC 9(4).
           05 POST-MONTH         PIC 9(2).
           05 POST-DAY           PIC 9(2).
       01 POSTYYYYMM             PIC 9(6).

       01 DUECOMPOSITE           PIC 9(6).
       01 DUECOMPOSITE-SPLIT REDEFINES DUECOMPOSITE.
           05 DUE-YEAR           PIC 9(4).
           05 DUE-MONTH          PIC 9(2).
       01 MONTHSDELINQUENT       PIC S9(5).

      *> The bill. The installment is the loan's PITI at its own
      *> frequency brought to a calendar month - the same monthly
      *> equivalent the escrow analysis collects on - since a
      *> semi-monthly or biweekly loan needs more than one posting
      *> to move its due month. Funds already in suspense count
      *> toward what the borrower has to send.
       01 PERIODSPERYEAR         PIC 9(2).
       01 MONTHLYINSTALLMENT     PIC 9(8)V99.
       01 CURRENTDUE             PIC 9(8)V99.
       01 PASTDUE                PIC 9(8)V99.
       01 GROSSDUE               PIC 9(9)V99.
       01 TOTALDUE               PIC 9(8)V99.

      *> Last month's activity and the year to date, rolled up from
      *> the permanent history by posting date - the same cut the
      *> year-end statement takes, so the December bill's year-to-
      *> date interest agrees with the 1098 figure. A REVERSED row
      *> takes a returned payment's split back out again.
       01 WS-HIST-COUNT          PIC 9(4) VALUE 0.
       01 WS-HIST-IDX            PIC 9(4).
       01 WS-HIST-FOUND          PIC X.
       01 WS-HIST-LIMIT-NOTED    PIC X VALUE "N".
       01 HISTORYROLLUPTABLE.
           05 HISTORYROLLUPENTRY OCCURS 2000 TIMES.
               10 HR-LOANID      PIC X(10).
               10 HR-INTEREST    PIC 9(8)V99.
               10 HR-PRINCIPAL   PIC 9(8)V99.
               10 HR-ESCROW      PIC 9(8)V99.
               10 HR-YTDINTEREST PIC 9(10)V99.
       01 MONTHINTEREST          PIC 9(8)V99.
       01 MONTHPRINCIPAL         PIC 9(8)V99.
       01 MONTHESCROW            PIC 9(8)V99.
       01 YTDINTEREST            PIC 9(10)V99.

      *> The coupon check digit: the due month and the total due,
      *> sixteen digits, summed and carried to the next ten.
       01 COUPONDIGITS           PIC 9(16).
       01 COUPONDIGITS-SPLIT REDEFINES COUPONDIGITS.
           05 COUPONDIGIT        PIC 9 OCCURS 16 TIMES.
       01 COUPONDIGITIDX         PIC 9(2).
       01 COUPONDIGITSUM         PIC 9(3).
       01 COUPONCHECKDIGIT       PIC 9.

       01 WS-HISTORY-READ        PIC 9(8) VALUE 0.
       01 WS-LOANS-READ          PIC 9(8) VALUE 0.
       01 WS-STATEMENTS-PRODUCED PIC 9(8) VALUE 0.
       01 WS-LOANS-PAIDOFF       PIC 9(8) VALUE 0.
       01 WS-LOANS-PASTDUE       PIC 9(8) VALUE 0.
       01 WS-LOANS-NO-ADDRESS    PIC 9(8) VALUE 0.
       01 WS-TOTAL-BILLED        PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-PASTDUE       PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-FEESDUE       PIC 9(12)V99 VALUE 0.

       01 STATEMENTHEADERLINE.
           05 FILLER             PIC X(37)
               VALUE "MONTHLY BILLING STATEMENT - LOAN ID: ".
           05 SH-LOANID          PIC X(10).

       01 STATEMENTPERIODLINE.
           05 FILLER             PIC X(18) VALUE "STATEMENT PERIOD: ".
           05 SP-STMTMONTH       PIC 9(6).
           05 FILLER             PIC X(20)
               VALUE "   PAYMENT DUE FOR: ".
           05 SP-BILLMONTH       PIC 9(6).

       01 STATEMENTAMOUNTLINE.
           05 SA-LABEL           PIC X(30).
           05 FILLER             PIC X VALUE "$".
           05 SA-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01 STATEMENTNOTELINE      PIC X(60).

       01 PAIDAHEADLINE.
           05 FILLER             PIC X(36)
               VALUE "PAID AHEAD - NEXT INSTALLMENT DUE ".
           05 PA-NOTEDUEMONTH    PIC 9(6).

       01 COUPONDETAILLINE.
           05 FILLER             PIC X(12) VALUE "REMIT: LOAN ".
           05 CD-LOANID          PIC X(10).
           05 FILLER             PIC X(6) VALUE "  DUE ".
           05 CD-DUEMONTH        PIC 9(6).
           05 FILLER             PIC X(10) VALUE "  AMOUNT $".
           05 CD-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01 COUPONSCANLINE.
           05 FILLER             PIC X(6) VALUE "SCAN: ".
           05 CS-SCANLINE        PIC X(27).

       01 STATEMENTCOUNTLINE.
           05 SC-LABEL           PIC X(30).
           05 SC-COUNT           PIC ZZ,ZZZ,ZZ9.

       01 STATEMENTTOTALLINE.
           05 ST-LABEL           PIC X(30).
           05 FILLER             PIC X VALUE "$".
           05 ST-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> The monthly borrower bill: for every active loan on the
      *> master, the installment due next month, anything past due
      *> and the late fees owed, less the funds already held in
      *> suspense, with the escrow position, last month's payment
      *> split and the year-to-date interest - plus the fixed-format
      *> extract and remittance coupon the statement print vendor
      *> mails from. Paid-in-full loans get no bill.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "BILLSTMT" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-BILLING
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM ROLL-UP-HISTORY UNTIL WS-HISTORY-EOF = "Y"
               END-IF
               PERFORM BILL-LOANS UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM PRINT-BILLING-TOTALS
               END-IF
               PERFORM CLOSE-BILLING-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-BILLING.
           ACCEPT WS-SEL-MONTH FROM ENVIRONMENT "STMTMONTH"
           IF WS-SEL-MONTH = SPACES
               MOVE BUSINESSDATE TO WS-TODAY
               IF WS-TODAY-MONTH = 1
                   COMPUTE STMT-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO STMT-MONTH
               ELSE
                   MOVE WS-TODAY-YEAR TO STMT-YEAR
                   COMPUTE STMT-MONTH = WS-TODAY-MONTH - 1
               END-IF
           ELSE
               MOVE WS-SEL-MONTH TO STMTYYYYMM
           END-IF
           IF STMT-MONTH = 12
               COMPUTE BILL-YEAR = STMT-YEAR + 1
               MOVE 1 TO BILL-MONTH
           ELSE
               MOVE STMT-YEAR TO BILL-YEAR
               COMPUTE BILL-MONTH = STMT-MONTH + 1
           END-IF
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
           OPEN OUTPUT BILLINGSTMTFILE
           IF WS-STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BILLINGSTMT.DAT - STATUS "
                   WS-STATEMENT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT BILLEXTRACTFILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BILLINGEXTRACT.DAT - STATUS "
                   WS-EXTRACT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           PERFORM OPEN-BORROWER-FILE
           IF WS-INIT-ERROR = "Y"
               MOVE "Y" TO ENDOFFILE
           END-IF.

      *> POSTED and PAYOFF rows moved interest and principal; a
      *> REVERSED row backs a returned one out. Rows posted in the
      *> statement month make up last month's split, rows from
      *> January through the statement month the year to date.
       ROLL-UP-HISTORY.
           READ PAYHISTORYFILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE PH-POSTINGDATE TO POSTINGDATESPLIT
                   COMPUTE POSTYYYYMM = POST-YEAR * 100 + POST-MONTH
                   IF (PH-TYPE = "POSTED" OR PH-TYPE = "PAYOFF"
                       OR PH-TYPE = "REVERSED")
                       AND POST-YEAR = STMT-YEAR
                       AND POSTYYYYMM <= STMTYYYYMM
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
      *> The search loop leaves the index one past the hit.
           IF WS-HIST-FOUND = "Y"
               SUBTRACT 1 FROM WS-HIST-IDX
           ELSE
               IF WS-HIST-COUNT < 2000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-HIST-COUNT TO WS-HIST-IDX
                   MOVE PH-LOANID TO HR-LOANID(WS-HIST-IDX)
                   MOVE 0 TO HR-INTEREST(WS-HIST-IDX)
                   MOVE 0 TO HR-PRINCIPAL(WS-HIST-IDX)
                   MOVE 0 TO HR-ESCROW(WS-HIST-IDX)
                   MOVE 0 TO HR-YTDINTEREST(WS-HIST-IDX)
                   MOVE "Y" TO WS-HIST-FOUND
               ELSE
                   IF WS-HIST-LIMIT-NOTED = "N"
                       MOVE "Y" TO WS-HIST-LIMIT-NOTED
                       DISPLAY "HISTORY ROLLUP TABLE FULL - OVER 2000 "
                           "LOANS"
                   END-IF
               END-IF
           END-IF.

      *> Nothing nets below zero - a reversal whose original fell
      *> before the period has nothing in it to take back.
       APPLY-HISTORY-ROW.
           IF PH-TYPE = "REVERSED"
               IF POSTYYYYMM = STMTYYYYMM
                   IF HR-INTEREST(WS-HIST-IDX) > PH-INTERESTAPPLIED
                       SUBTRACT PH-INTERESTAPPLIED
                           FROM HR-INTEREST(WS-HIST-IDX)
                   ELSE
                       MOVE 0 TO HR-INTEREST(WS-HIST-IDX)
                   END-IF
                   IF HR-PRINCIPAL(WS-HIST-IDX) > PH-PRINCIPALAPPLIED
                       SUBTRACT PH-PRINCIPALAPPLIED
                           FROM HR-PRINCIPAL(WS-HIST-IDX)
                   ELSE
                       MOVE 0 TO HR-PRINCIPAL(WS-HIST-IDX)
                   END-IF
                   IF HR-ESCROW(WS-HIST-IDX) > PH-ESCROWAPPLIED
                       SUBTRACT PH-ESCROWAPPLIED
                           FROM HR-ESCROW(WS-HIST-IDX)
                   ELSE
                       MOVE 0 TO HR-ESCROW(WS-HIST-IDX)
                   END-IF
                   IF PH-REVESCROWADVANCE NUMERIC
                       IF HR-ESCROW(WS-HIST-IDX) > PH-REVESCROWADVANCE
                           SUBTRACT PH-REVESCROWADVANCE
                               FROM HR-ESCROW(WS-HIST-IDX)
                       ELSE
                           MOVE 0 TO HR-ESCROW(WS-HIST-IDX)
                       END-IF
                   END-IF
               END-IF
               IF HR-YTDINTEREST(WS-HIST-IDX) > PH-INTERESTAPPLIED
                   SUBTRACT PH-INTERESTAPPLIED
                       FROM HR-YTDINTEREST(WS-HIST-IDX)
               ELSE
                   MOVE 0 TO HR-YTDINTEREST(WS-HIST-IDX)
               END-IF
           ELSE
               IF POSTYYYYMM = STMTYYYYMM
                   ADD PH-INTERESTAPPLIED TO HR-INTEREST(WS-HIST-IDX)
                   ADD PH-PRINCIPALAPPLIED
                       TO HR-PRINCIPAL(WS-HIST-IDX)
                   ADD PH-ESCROWAPPLIED TO HR-ESCROW(WS-HIST-IDX)
               END-IF
               ADD PH-INTERESTAPPLIED TO HR-YTDINTEREST(WS-HIST-IDX)
           END-IF.

       BILL-LOANS.
           READ LOANMASTERFILE NEXT RECORD
               AT END MOVE "Y" TO ENDOFFILE
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   IF LM-STATUS = "P"
                       ADD 1 TO WS-LOANS-PAIDOFF
                   ELSE
                       PERFORM BILL-ONE-LOAN
                   END-IF
           END-READ.

       BILL-ONE-LOAN.
           PERFORM CALCULATE-AMOUNT-DUE
           PERFORM LOOKUP-LOAN-ACTIVITY
           PERFORM BUILD-COUPON-CHECK-DIGIT
           MOVE LM-LOANID TO BORROWERLOOKUPID
           PERFORM LOOKUP-BORROWER
           IF BORROWERFOUND = "N"
               ADD 1 TO WS-LOANS-NO-ADDRESS
           END-IF
           PERFORM PRINT-ONE-STATEMENT
           PERFORM WRITE-EXTRACT-RECORD
           ADD 1 TO WS-STATEMENTS-PRODUCED
           ADD TOTALDUE TO WS-TOTAL-BILLED
           ADD PASTDUE TO WS-TOTAL-PASTDUE
           ADD LM-LATEFEESDUE TO WS-TOTAL-FEESDUE.

      *> The same months-past-due arithmetic the delinquency aging
      *> sweep buckets on, taken at the bill month: a due month
      *> equal to the bill month is the current installment, each
      *> month it lags is one more installment past due, and a due
      *> month past the bill month is paid ahead - nothing due.
       CALCULATE-AMOUNT-DUE.
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
           MOVE LM-NEXTDUEYYYYMM TO DUECOMPOSITE
           COMPUTE MONTHSDELINQUENT =
               (BILL-YEAR * 12 + BILL-MONTH)
               - (DUE-YEAR * 12 + DUE-MONTH)
           IF MONTHSDELINQUENT < 0
               MOVE 0 TO CURRENTDUE
               MOVE 0 TO PASTDUE
           ELSE
               MOVE MONTHLYINSTALLMENT TO CURRENTDUE
               COMPUTE PASTDUE ROUNDED =
                   MONTHLYINSTALLMENT * MONTHSDELINQUENT
           END-IF
           IF PASTDUE > ZERO
               ADD 1 TO WS-LOANS-PASTDUE
           END-IF
           COMPUTE GROSSDUE = CURRENTDUE + PASTDUE + LM-LATEFEESDUE
           IF GROSSDUE > LM-SUSPENSEBALANCE
               COMPUTE TOTALDUE = GROSSDUE - LM-SUSPENSEBALANCE
           ELSE
               MOVE 0 TO TOTALDUE
           END-IF.

       LOOKUP-LOAN-ACTIVITY.
           MOVE 0 TO MONTHINTEREST
           MOVE 0 TO MONTHPRINCIPAL
           MOVE 0 TO MONTHESCROW
           MOVE 0 TO YTDINTEREST
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF HR-LOANID(WS-HIST-IDX) = LM-LOANID
                   MOVE HR-INTEREST(WS-HIST-IDX) TO MONTHINTEREST
                   MOVE HR-PRINCIPAL(WS-HIST-IDX) TO MONTHPRINCIPAL
                   MOVE HR-ESCROW(WS-HIST-IDX) TO MONTHESCROW
                   MOVE HR-YTDINTEREST(WS-HIST-IDX) TO YTDINTEREST
               END-IF
           END-PERFORM.

       BUILD-COUPON-CHECK-DIGIT.
           COMPUTE COUPONDIGITS = BILLYYYYMM * 10000000000
               + TOTALDUE * 100
           MOVE 0 TO COUPONDIGITSUM
           PERFORM VARYING COUPONDIGITIDX FROM 1 BY 1
               UNTIL COUPONDIGITIDX > 16
               ADD COUPONDIGIT(COUPONDIGITIDX) TO COUPONDIGITSUM
           END-PERFORM
           COMPUTE COUPONCHECKDIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(COUPONDIGITSUM, 10),
                   10).

       PRINT-ONE-STATEMENT.
           MOVE SPACES TO BILLINGSTMTRECORD
           MOVE LM-LOANID TO SH-LOANID
           MOVE STATEMENTHEADERLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           PERFORM WRITE-STATEMENT-ADDRESS-LINE
               VARYING MAILINGIDX FROM 1 BY 1
               UNTIL MAILINGIDX > MAILINGLINECOUNT
           MOVE STMTYYYYMM TO SP-STMTMONTH
           MOVE BILLYYYYMM TO SP-BILLMONTH
           MOVE STATEMENTPERIODLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           IF MONTHSDELINQUENT < 0
               MOVE LM-NEXTDUEYYYYMM TO PA-NOTEDUEMONTH
               MOVE PAIDAHEADLINE TO BILLINGSTMTRECORD
               WRITE BILLINGSTMTRECORD
           END-IF
           MOVE "CURRENT INSTALLMENT DUE:" TO SA-LABEL
           MOVE CURRENTDUE TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "PAST DUE AMOUNT:" TO SA-LABEL
           MOVE PASTDUE TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "LATE FEES DUE:" TO SA-LABEL
           MOVE LM-LATEFEESDUE TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "LESS FUNDS HELD IN SUSPENSE:" TO SA-LABEL
           MOVE LM-SUSPENSEBALANCE TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "TOTAL AMOUNT DUE:" TO SA-LABEL
           MOVE TOTALDUE TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "PRINCIPAL BALANCE:" TO SA-LABEL
           MOVE LM-CURRENTBALANCE TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "ESCROW BALANCE:" TO SA-LABEL
           MOVE LM-ESCROWBALANCE TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "LAST MONTH INTEREST PAID:" TO SA-LABEL
           MOVE MONTHINTEREST TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "LAST MONTH PRINCIPAL PAID:" TO SA-LABEL
           MOVE MONTHPRINCIPAL TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "LAST MONTH ESCROW PAID:" TO SA-LABEL
           MOVE MONTHESCROW TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "YEAR-TO-DATE INTEREST PAID:" TO SA-LABEL
           MOVE YTDINTEREST TO SA-AMOUNT
           MOVE STATEMENTAMOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           PERFORM PRINT-REMITTANCE-COUPON.

       WRITE-STATEMENT-ADDRESS-LINE.
           MOVE SPACES TO BILLINGSTMTRECORD
           MOVE MAILINGLINE(MAILINGIDX) TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD.

      *> The tear-off coupon at the foot of the statement, its scan
      *> line identical to the one on the vendor extract.
       PRINT-REMITTANCE-COUPON.
           MOVE ALL "-" TO STATEMENTNOTELINE
           MOVE STATEMENTNOTELINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE SPACES TO BILLINGSTMTRECORD
           MOVE LM-LOANID TO CD-LOANID
           MOVE BILLYYYYMM TO CD-DUEMONTH
           MOVE TOTALDUE TO CD-AMOUNT
           MOVE COUPONDETAILLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE LM-LOANID TO BX-CPN-LOANID
           MOVE BILLYYYYMM TO BX-CPN-DUEYYYYMM
           MOVE TOTALDUE TO BX-CPN-AMOUNT
           MOVE COUPONCHECKDIGIT TO BX-CPN-CHECKDIGIT
           MOVE BX-COUPONLINE TO CS-SCANLINE
           MOVE COUPONSCANLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD.

       WRITE-EXTRACT-RECORD.
           MOVE LM-LOANID TO BX-LOANID
           MOVE STMTYYYYMM TO BX-STMTYYYYMM
           MOVE BILLYYYYMM TO BX-BILLYYYYMM
           MOVE LM-NEXTDUEYYYYMM TO BX-NEXTDUEYYYYMM
           MOVE CURRENTDUE TO BX-CURRENTDUE
           MOVE PASTDUE TO BX-PASTDUE
           MOVE LM-LATEFEESDUE TO BX-LATEFEESDUE
           MOVE LM-SUSPENSEBALANCE TO BX-SUSPENSEBALANCE
           MOVE TOTALDUE TO BX-TOTALDUE
           MOVE LM-CURRENTBALANCE TO BX-PRINCIPALBALANCE
           MOVE LM-ESCROWBALANCE TO BX-ESCROWBALANCE
           MOVE MONTHINTEREST TO BX-INTERESTPAID
           MOVE MONTHPRINCIPAL TO BX-PRINCIPALPAID
           MOVE MONTHESCROW TO BX-ESCROWPAID
           MOVE YTDINTEREST TO BX-YTDINTEREST
           MOVE BO-PRIMARYNAME TO BX-BORROWERNAME
           MOVE BO-COBORROWERNAME TO BX-COBORROWERNAME
           MOVE BO-ADDRESSLINE1 TO BX-ADDRESSLINE1
           MOVE BO-ADDRESSLINE2 TO BX-ADDRESSLINE2
           MOVE BO-CITY TO BX-CITY
           MOVE BO-STATE TO BX-STATE
           MOVE BO-ZIPCODE TO BX-ZIPCODE
           WRITE BILLEXTRACTRECORD.

      *> The vendor's count of extract records must equal the
      *> statements produced, and the billed total is what the
      *> lockbox should expect back against this cycle's coupons.
       PRINT-BILLING-TOTALS.
           IF WS-HIST-LIMIT-NOTED = "Y"
               MOVE SPACES TO BILLINGSTMTRECORD
               MOVE "HISTORY TABLE FULL - ACTIVITY SHOWN FOR FIRST 2000"
                   TO BILLINGSTMTRECORD
               WRITE BILLINGSTMTRECORD
           END-IF
           MOVE SPACES TO BILLINGSTMTRECORD
           MOVE "HISTORY RECORDS READ:" TO SC-LABEL
           MOVE WS-HISTORY-READ TO SC-COUNT
           MOVE STATEMENTCOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "LOANS READ:" TO SC-LABEL
           MOVE WS-LOANS-READ TO SC-COUNT
           MOVE STATEMENTCOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "STATEMENTS PRODUCED:" TO SC-LABEL
           MOVE WS-STATEMENTS-PRODUCED TO SC-COUNT
           MOVE STATEMENTCOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "PAID-IN-FULL LOANS SKIPPED:" TO SC-LABEL
           MOVE WS-LOANS-PAIDOFF TO SC-COUNT
           MOVE STATEMENTCOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "LOANS BILLED PAST DUE:" TO SC-LABEL
           MOVE WS-LOANS-PASTDUE TO SC-COUNT
           MOVE STATEMENTCOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "NO NAME/ADDRESS ON FILE:" TO SC-LABEL
           MOVE WS-LOANS-NO-ADDRESS TO SC-COUNT
           MOVE STATEMENTCOUNTLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "TOTAL AMOUNT BILLED:" TO ST-LABEL
           MOVE WS-TOTAL-BILLED TO ST-AMOUNT
           MOVE STATEMENTTOTALLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "TOTAL PAST DUE BILLED:" TO ST-LABEL
           MOVE WS-TOTAL-PASTDUE TO ST-AMOUNT
           MOVE STATEMENTTOTALLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD
           MOVE "TOTAL LATE FEES BILLED:" TO ST-LABEL
           MOVE WS-TOTAL-FEESDUE TO ST-AMOUNT
           MOVE STATEMENTTOTALLINE TO BILLINGSTMTRECORD
           WRITE BILLINGSTMTRECORD.

       CLOSE-BILLING-FILES.
           CLOSE LOANMASTERFILE
           CLOSE PAYHISTORYFILE
           CLOSE BILLINGSTMTFILE
           CLOSE BILLEXTRACTFILE
           PERFORM CLOSE-BORROWER-FILE.

      *> Borrower lookup and mailing block - see BORROWERSUPPORT.CPY.
       COPY BORROWERSUPPORT.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
