       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENTREVERSAL.
       AUTHOR. Alexander Pavlotzky.
       DATE-WRITTEN. 15/10/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNEDITEMFILE ASSIGN TO "RETURNEDITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.
           SELECT LOANMASTERFILE ASSIGN TO "LOANMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOANID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REVERSALREPORTFILE ASSIGN TO "REVERSALREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT PAYHISTORYFILE ASSIGN TO "PAYHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT POSTJOURNALFILE ASSIGN TO "POSTJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNEDITEMFILE.
       COPY RETURNITEMREC.
       FD  LOANMASTERFILE.
       COPY LOANMASTER.
       FD  REVERSALREPORTFILE.
       01  REVERSALREPORTRECORD   PIC X(132).
       FD  PAYHISTORYFILE.
       COPY PAYHISTREC.
       FD  POSTJOURNALFILE.
       COPY JOURNALREC.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-RETURN-FILE-STATUS  PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-JOURNAL-FILE-STATUS PIC XX.
       01 WS-POSTINGDATE         PIC 9(8).
       01 WS-NOWTIME             PIC 9(8).
       01 WS-TIMESTAMP           PIC X(17).
       01 WS-MASTER-BEFORE-IMAGE PIC X(200).
       01 WS-MASTER-WORK-IMAGE   PIC X(200).
       01 WS-INIT-ERROR          PIC X VALUE "N".
       01 ENDOFFILE              PIC X VALUE "N".
       01 WS-HISTORY-EOF         PIC X.
       01 WS-JOURNAL-EOF         PIC X.

      *> The fee assessed on every item the bank returns, carried
      *> onto the master with the late fees the delinquency sweep
      *> assesses - the borrower's fees-due figure is one number.
       01 RETURNEDITEMFEE        PIC 9(6)V99 VALUE 25.00.

      *> The day's returned items, held in core so the history and
      *> the journal are each read once for the whole run instead
      *> of once per item. Each item carries what the history pass
      *> found for it: how many POSTED/SUSPENSE rows match its
      *> loan, date and amount, how many REVERSED rows already
      *> point at that payment, the newest matching row itself,
      *> and the date of the loan's latest modification, if any.
      *> An ARM item also carries the master image from just before
      *> the loan's latest posting - see LOAD-RESET-IMAGES.
       01 WS-ITEM-COUNT          PIC 9(3) VALUE 0.
       01 WS-ITEM-IDX            PIC 9(3).
       01 WS-ITEM-JDX            PIC 9(3).
       01 RETURNEDITEMTABLE.
           05 RETURNEDITEMENTRY OCCURS 500 TIMES.
               10 RT-ITEM.
                   15 RT-LOANID      PIC X(10).
                   15 RT-PAYMENTDATE PIC 9(8).
                   15 RT-AMOUNT      PIC 9(8)V99.
                   15 RT-RETURNDATE  PIC 9(8).
                   15 RT-REASONCODE  PIC X(4).
               10 RT-MATCHCOUNT      PIC 9(4).
               10 RT-REVERSEDCOUNT   PIC 9(4).
               10 RT-HISTIMAGE       PIC X(155).
               10 RT-MODIFIEDDATE    PIC 9(8).
               10 RT-TARGETCOUNT     PIC 9(5).
               10 RT-IMAGEFOUND      PIC X.
               10 RT-RESETIMAGE      PIC X(200).

      *> The original row being backed out, lifted out of the
      *> history image before the REVERSED row reuses the record.
       01 ORIGTYPE               PIC X(9).
       01 ORIGPOSTINGDATE        PIC 9(8).
       01 ORIGINTEREST           PIC 9(8)V99.
       01 ORIGPRINCIPAL          PIC 9(8)V99.
       01 ORIGESCROW             PIC 9(8)V99.
       01 ORIGPMI                PIC 9(8)V99.
       01 ORIGSUSPRELEASED       PIC 9(8)V99.
       01 ORIGFLAGS              PIC X(40).

      *> What this reversal backed out of the master.
       01 REVERSALOK             PIC X.
       01 REVERSALFLAGS          PIC X(24).
       01 INTERESTREVERSED       PIC 9(8)V99.
       01 PRINCIPALREVERSED      PIC 9(8)V99.
       01 ESCROWREVERSED         PIC 9(8)V99.
       01 ESCROWADVANCED         PIC 9(8)V99.
       01 PMIREVERSED            PIC 9(8)V99.
       01 SUSPENSEMOVED          PIC 9(8)V99.

       01 PERIODSPERYEAR         PIC 9(2).
       01 PERIODNUMBER           PIC 9(5).
       01 IMAGEPAYMENTSPOSTED    PIC 9(5).
       01 IMAGECURRENTRATE       PIC 9(3)V99.
       01 IMAGEMONTHLYPAYMENT    PIC 9(8)V99.
       01 DUECOMPOSITE           PIC 9(6).
       01 DUECOMPOSITE-SPLIT REDEFINES DUECOMPOSITE.
           05 DUE-YEAR           PIC 9(4).
           05 DUE-MONTH          PIC 9(2).

      *> Reversal control totals. For the POSTED originals the
      *> dollars tie back to the posting runs: dollars returned =
      *> interest + principal + escrow reversed + escrow advanced
      *> - suspense put back.
       01 WS-ITEMS-READ          PIC 9(8) VALUE 0.
       01 WS-ITEMS-REVERSED      PIC 9(8) VALUE 0.
       01 WS-ITEMS-REJECTED      PIC 9(8) VALUE 0.
       01 WS-AMOUNT-RETURNED     PIC 9(12)V99 VALUE 0.
       01 WS-INTEREST-REVERSED   PIC 9(12)V99 VALUE 0.
       01 WS-PRINCIPAL-REVERSED  PIC 9(12)V99 VALUE 0.
       01 WS-ESCROW-REVERSED     PIC 9(12)V99 VALUE 0.
       01 WS-ESCROW-ADVANCED     PIC 9(12)V99 VALUE 0.
       01 WS-SUSPENSE-RESTORED   PIC 9(12)V99 VALUE 0.
       01 WS-SUSPENSE-REMOVED    PIC 9(12)V99 VALUE 0.
       01 WS-FEES-ASSESSED       PIC 9(12)V99 VALUE 0.

       01 REVERSALHEADERLINE.
           05 FILLER             PIC X(51) VALUE
               "LOANID      PAYDATE       AMOUNT  RSN    INTEREST  ".
           05 FILLER             PIC X(49) VALUE
               "PRINCIPAL     ESCROW     BALANCE       FEE  FLAGS".

       01 REVERSALDETAILLINE.
           05 RD-LOANID          PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-DATE            PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-AMOUNT          PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-REASON          PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-INTEREST        PIC ZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-PRINCIPAL       PIC ZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-ESCROW          PIC ZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-BALANCE         PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-FEE             PIC Z,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-FLAGS           PIC X(24).

       01 REVERSALERRORLINE.
           05 RE-LOANID          PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RE-DATE            PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RE-AMOUNT          PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RE-REASON          PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RE-MESSAGE         PIC X(50).

       01 REVERSALCOUNTLINE.
           05 RC-LABEL           PIC X(26).
           05 RC-COUNT           PIC ZZ,ZZZ,ZZ9.

       01 REVERSALAMOUNTLINE.
           05 RA-LABEL           PIC X(26).
           05 FILLER             PIC X VALUE "$".
           05 RA-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> Backs returned (NSF) payments out of the loan master. Each
      *> item the bank sends back is matched to the POSTED or
      *> SUSPENSE history row the posting run wrote for it; the
      *> interest/principal/escrow split, any suspense it released
      *> or was held in, the payment count and the due month are
      *> all unwound on the master, the returned-item fee goes onto
      *> the fees due, and a REVERSED row pointing at the original
      *> lands on the permanent history. The run is journaled
      *> exactly like a posting run, so the recovery utility can
      *> back an aborted reversal run out the same way.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "PAYREVRS" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-REVERSAL
               PERFORM LOAD-RETURNED-ITEMS UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM MATCH-HISTORY-ROWS
                   PERFORM LOAD-RESET-IMAGES
                   PERFORM OPEN-REVERSAL-LOGS
               END-IF
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM WRITE-JOURNAL-START
                   PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                       PERFORM REVERSE-ONE-ITEM
                   END-PERFORM
                   PERFORM WRITE-JOURNAL-END
                   PERFORM PRINT-REVERSAL-TOTALS
               END-IF
               PERFORM CLOSE-REVERSAL-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-REVERSAL.
           OPEN INPUT RETURNEDITEMFILE
           IF WS-RETURN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RETURNEDITEMS.DAT - STATUS "
                   WS-RETURN-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN I-O LOANMASTERFILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOANMASTER.DAT - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN OUTPUT REVERSALREPORTFILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REVERSALREPORT.DAT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           MOVE BUSINESSDATE TO WS-POSTINGDATE
           IF WS-INIT-ERROR = "Y"
               MOVE "Y" TO ENDOFFILE
           ELSE
               MOVE REVERSALHEADERLINE TO REVERSALREPORTRECORD
               WRITE REVERSALREPORTRECORD
           END-IF.

       LOAD-RETURNED-ITEMS.
           READ RETURNEDITEMFILE
               AT END MOVE "Y" TO ENDOFFILE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF WS-ITEM-COUNT < 500
                       PERFORM STORE-RETURNED-ITEM
                   ELSE
                       MOVE "ITEM TABLE FULL - RESUBMIT NEXT RUN"
                           TO RE-MESSAGE
                       PERFORM WRITE-REVERSAL-ERROR
                   END-IF
           END-READ.

      *> An ARM item needs the master's payment count now, before
      *> anything moves, to know which journal image to hold for it
      *> - the one taken just before the loan's latest posting.
       STORE-RETURNED-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE RETURNEDITEMRECORD TO RT-ITEM(WS-ITEM-COUNT)
           MOVE 0 TO RT-MATCHCOUNT(WS-ITEM-COUNT)
           MOVE 0 TO RT-REVERSEDCOUNT(WS-ITEM-COUNT)
           MOVE SPACES TO RT-HISTIMAGE(WS-ITEM-COUNT)
           MOVE 0 TO RT-MODIFIEDDATE(WS-ITEM-COUNT)
           MOVE 99999 TO RT-TARGETCOUNT(WS-ITEM-COUNT)
           MOVE "N" TO RT-IMAGEFOUND(WS-ITEM-COUNT)
           MOVE SPACES TO RT-RESETIMAGE(WS-ITEM-COUNT)
           MOVE RI-LOANID TO LM-LOANID
           READ LOANMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LM-ARMFLAG = "Y" AND LM-PAYMENTSPOSTED > 0
                       COMPUTE RT-TARGETCOUNT(WS-ITEM-COUNT) =
                           LM-PAYMENTSPOSTED - 1
                   END-IF
           END-READ.

      *> One pass of the permanent history for the whole run. A
      *> POSTED or SUSPENSE row with the item's loan, payment date
      *> and amount is a candidate original - the newest one wins -
      *> and a REVERSED row for the same payment means one of those
      *> candidates is already backed out. A MODIFIED row for the
      *> loan dates the newest terms the master carries. A missing
      *> history file simply leaves every item unmatched.
       MATCH-HISTORY-ROWS.
           MOVE "N" TO WS-HISTORY-EOF
           OPEN INPUT PAYHISTORYFILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-HISTORY-EOF
           ELSE
               PERFORM MATCH-ONE-HISTORY-ROW
                   UNTIL WS-HISTORY-EOF = "Y"
               CLOSE PAYHISTORYFILE
           END-IF.

       MATCH-ONE-HISTORY-ROW.
           READ PAYHISTORYFILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   IF PH-TYPE = "POSTED" OR PH-TYPE = "SUSPENSE"
                       OR PH-TYPE = "REVERSED" OR PH-TYPE = "MODIFIED"
                       PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                           UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                           PERFORM MATCH-ROW-TO-ITEM
                       END-PERFORM
                   END-IF
           END-READ.

       MATCH-ROW-TO-ITEM.
           IF PH-TYPE = "MODIFIED"
               IF PH-LOANID = RT-LOANID(WS-ITEM-IDX)
                   AND PH-POSTINGDATE > RT-MODIFIEDDATE(WS-ITEM-IDX)
                   MOVE PH-POSTINGDATE TO RT-MODIFIEDDATE(WS-ITEM-IDX)
               END-IF
           ELSE
               PERFORM MATCH-PAYMENT-TO-ITEM
           END-IF.

       MATCH-PAYMENT-TO-ITEM.
           IF PH-LOANID = RT-LOANID(WS-ITEM-IDX)
               AND PH-PAYMENTDATE = RT-PAYMENTDATE(WS-ITEM-IDX)
               AND PH-AMOUNT = RT-AMOUNT(WS-ITEM-IDX)
               IF PH-TYPE = "REVERSED"
                   ADD 1 TO RT-REVERSEDCOUNT(WS-ITEM-IDX)
               ELSE
                   ADD 1 TO RT-MATCHCOUNT(WS-ITEM-IDX)
                   MOVE PAYHISTORYRECORD TO RT-HISTIMAGE(WS-ITEM-IDX)
               END-IF
           END-IF.

      *> Backing out an ARM loan's latest posting frees the period
      *> it posted; when that period was a reset point, the next
      *> posting run re-prices at it again. Left alone, the master
      *> would carry into that re-pricing a rate already reset once
      *> - a second margin step on a legacy ratchet loan. The BEFORE
      *> image the posting run journaled just ahead of that posting
      *> carries the pre-reset rate and payment, so the latest one
      *> for the loan at the item's target count is held here and
      *> restored from if the freed period turns out to be a reset.
       LOAD-RESET-IMAGES.
           MOVE "N" TO WS-JOURNAL-EOF
           OPEN INPUT POSTJOURNALFILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-JOURNAL-EOF
           ELSE
               PERFORM LOAD-ONE-JOURNAL-RECORD
                   UNTIL WS-JOURNAL-EOF = "Y"
               CLOSE POSTJOURNALFILE
           END-IF.

       LOAD-ONE-JOURNAL-RECORD.
           READ POSTJOURNALFILE
               AT END MOVE "Y" TO WS-JOURNAL-EOF
               NOT AT END
                   IF JL-RECORDTYPE = "BEFORE"
                       MOVE JL-MASTERIMAGE TO LOANMASTERRECORD
                       PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                           UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                           IF RT-LOANID(WS-ITEM-IDX) = JL-LOANID
                               AND RT-TARGETCOUNT(WS-ITEM-IDX)
                                   = LM-PAYMENTSPOSTED
                               MOVE "Y" TO RT-IMAGEFOUND(WS-ITEM-IDX)
                               MOVE JL-MASTERIMAGE
                                   TO RT-RESETIMAGE(WS-ITEM-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      *> The history file and the journal are append-only, opened
      *> EXTEND only once the read passes above are finished.
       OPEN-REVERSAL-LOGS.
           OPEN EXTEND PAYHISTORYFILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYHISTORY.DAT - STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF
           OPEN EXTEND POSTJOURNALFILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING POSTJOURNAL.DAT - STATUS "
                   WS-JOURNAL-FILE-STATUS
               MOVE "Y" TO WS-INIT-ERROR
           END-IF.

       REVERSE-ONE-ITEM.
           MOVE RT-ITEM(WS-ITEM-IDX) TO RETURNEDITEMRECORD
           EVALUATE TRUE
               WHEN RT-MATCHCOUNT(WS-ITEM-IDX) = 0
                   MOVE "NO POSTED OR SUSPENSE ROW FOR THIS ITEM"
                       TO RE-MESSAGE
                   PERFORM WRITE-REVERSAL-ERROR
               WHEN RT-MATCHCOUNT(WS-ITEM-IDX)
                   <= RT-REVERSEDCOUNT(WS-ITEM-IDX)
                   MOVE "PAYMENT ALREADY REVERSED" TO RE-MESSAGE
                   PERFORM WRITE-REVERSAL-ERROR
               WHEN OTHER
                   MOVE RI-LOANID TO LM-LOANID
                   READ LOANMASTERFILE
                       INVALID KEY
                           MOVE "NO MASTER RECORD FOR THIS LOAN"
                               TO RE-MESSAGE
                           PERFORM WRITE-REVERSAL-ERROR
                       NOT INVALID KEY
                           MOVE LOANMASTERRECORD
                               TO WS-MASTER-BEFORE-IMAGE
                           PERFORM APPLY-REVERSAL
                   END-READ
           END-EVALUATE.

      *> A payment posted under the terms a modification has since
      *> replaced cannot be unwound against the modified note - the
      *> modification capitalized the arrears as they stood with
      *> that payment in, and re-amortized on top of it.
       APPLY-REVERSAL.
           MOVE RT-HISTIMAGE(WS-ITEM-IDX) TO PAYHISTORYRECORD
           MOVE PH-TYPE TO ORIGTYPE
           MOVE PH-POSTINGDATE TO ORIGPOSTINGDATE
           MOVE PH-INTERESTAPPLIED TO ORIGINTEREST
           MOVE PH-PRINCIPALAPPLIED TO ORIGPRINCIPAL
           MOVE PH-ESCROWAPPLIED TO ORIGESCROW
           MOVE PH-PMIPORTION TO ORIGPMI
           MOVE PH-SUSPENSERELEASED TO ORIGSUSPRELEASED
           MOVE PH-FLAGS TO ORIGFLAGS
           MOVE "Y" TO REVERSALOK
           IF ORIGPOSTINGDATE <= RT-MODIFIEDDATE(WS-ITEM-IDX)
               MOVE "N" TO REVERSALOK
               MOVE "LOAN MODIFIED SINCE - REVERSE MANUALLY"
                   TO RE-MESSAGE
               PERFORM WRITE-REVERSAL-ERROR
           END-IF
           MOVE SPACES TO REVERSALFLAGS
           MOVE 0 TO INTERESTREVERSED
           MOVE 0 TO PRINCIPALREVERSED
           MOVE 0 TO ESCROWREVERSED
           MOVE 0 TO ESCROWADVANCED
           MOVE 0 TO PMIREVERSED
           MOVE 0 TO SUSPENSEMOVED
           EVALUATE LM-PAYFREQ
               WHEN "B"
                   MOVE 26 TO PERIODSPERYEAR
               WHEN "S"
                   MOVE 24 TO PERIODSPERYEAR
               WHEN OTHER
                   MOVE 12 TO PERIODSPERYEAR
           END-EVALUATE
           IF REVERSALOK = "Y"
               IF ORIGTYPE = "POSTED"
                   PERFORM REVERSE-POSTED-PAYMENT
               ELSE
                   PERFORM REVERSE-SUSPENSE-PAYMENT
               END-IF
           END-IF
           IF REVERSALOK = "Y"
               ADD RETURNEDITEMFEE TO LM-LATEFEESDUE
               PERFORM COMMIT-REVERSAL
           END-IF.

      *> A POSTED original comes off the master as a delta against
      *> the current position, so any payments posted since keep
      *> their own history rows untouched: the principal it paid
      *> goes back on the balance, the escrow it collected comes
      *> back out of the escrow account, the held funds it released
      *> go back into suspense to wait for a full payment again,
      *> and the payment count and due month step back one posting.
      *> The loan is back to owing that installment, interest and
      *> all - the next full payment pays it. A loan this payment
      *> paid in full is reinstated; one closed out by a payoff
      *> since is not something a returned installment can reopen.
       REVERSE-POSTED-PAYMENT.
           IF LM-STATUS = "P"
               IF ORIGFLAGS = "PAID IN FULL"
                   AND LM-CURRENTBALANCE = ZERO
                   MOVE "A" TO LM-STATUS
                   MOVE "PIF REINSTATED" TO REVERSALFLAGS
               ELSE
                   MOVE "N" TO REVERSALOK
                   MOVE "LOAN PAID OFF SINCE - REVERSE MANUALLY"
                       TO RE-MESSAGE
                   PERFORM WRITE-REVERSAL-ERROR
               END-IF
           END-IF
           IF REVERSALOK = "Y"
               MOVE ORIGINTEREST TO INTERESTREVERSED
               MOVE ORIGPRINCIPAL TO PRINCIPALREVERSED
               MOVE ORIGPMI TO PMIREVERSED
               MOVE ORIGSUSPRELEASED TO SUSPENSEMOVED
               COMPUTE LM-CURRENTBALANCE ROUNDED =
                   LM-CURRENTBALANCE + ORIGPRINCIPAL
      *> Escrow already disbursed out of the collection cannot come
      *> back out - the account bottoms at zero and the shortfall
      *> is an escrow advance the next analysis picks up. Only what
      *> actually left the account is reversed as escrow; the
      *> advance is carried separately so the ledger books it as a
      *> receivable and the escrow control still ties.
               IF LM-ESCROWBALANCE < ORIGESCROW
                   MOVE LM-ESCROWBALANCE TO ESCROWREVERSED
                   COMPUTE ESCROWADVANCED =
                       ORIGESCROW - LM-ESCROWBALANCE
                   MOVE 0 TO LM-ESCROWBALANCE
                   MOVE "ESCROW ADVANCED" TO REVERSALFLAGS
               ELSE
                   MOVE ORIGESCROW TO ESCROWREVERSED
                   COMPUTE LM-ESCROWBALANCE ROUNDED =
                       LM-ESCROWBALANCE - ORIGESCROW
               END-IF
               COMPUTE LM-SUSPENSEBALANCE ROUNDED =
                   LM-SUSPENSEBALANCE + ORIGSUSPRELEASED
               IF LM-PAYMENTSPOSTED > 0
                   SUBTRACT 1 FROM LM-PAYMENTSPOSTED
               END-IF
               PERFORM ROLL-BACK-DUE-CREDITS
               PERFORM CHECK-ARM-TERMS-RESTORE
           END-IF.

      *> A SUSPENSE original only ever touched the suspense balance,
      *> and funds still held come straight back out. Once a later
      *> full payment has released them the held item funded an
      *> installment - payments posted, due credits and the next due
      *> month all moved with it - so, like a loan modified or paid
      *> off since, it is left for a manual reversal.
       REVERSE-SUSPENSE-PAYMENT.
           EVALUATE TRUE
               WHEN LM-STATUS = "P"
                   MOVE "N" TO REVERSALOK
                   MOVE "LOAN PAID OFF SINCE - REVERSE MANUALLY"
                       TO RE-MESSAGE
                   PERFORM WRITE-REVERSAL-ERROR
               WHEN LM-SUSPENSEBALANCE < RI-AMOUNT
                   MOVE "N" TO REVERSALOK
                   MOVE SPACES TO RE-MESSAGE
                   STRING "FUNDS RELEASED BY LATER POSTING"
                           DELIMITED BY SIZE
                       " - REVERSE MANUALLY" DELIMITED BY SIZE
                       INTO RE-MESSAGE
                   END-STRING
                   PERFORM WRITE-REVERSAL-ERROR
               WHEN OTHER
                   MOVE RI-AMOUNT TO SUSPENSEMOVED
                   COMPUTE LM-SUSPENSEBALANCE ROUNDED =
                       LM-SUSPENSEBALANCE - RI-AMOUNT
           END-EVALUATE.

      *> The exact inverse of the posting run's ADVANCE-NEXT-DUE-
      *> MONTH. A posting that did not roll the due month left the
      *> credits at 12 or more; one that rolled it left them under
      *> 12 - so the credits alone say which way to undo it.
       ROLL-BACK-DUE-CREDITS.
           IF LM-DUECREDITS >= 12
               SUBTRACT 12 FROM LM-DUECREDITS
           ELSE
               COMPUTE LM-DUECREDITS =
                   LM-DUECREDITS + PERIODSPERYEAR - 12
               PERFORM ROLL-DUE-MONTH-BACK
           END-IF.

       ROLL-DUE-MONTH-BACK.
           MOVE LM-NEXTDUEYYYYMM TO DUECOMPOSITE
           IF DUE-MONTH = 1
               SUBTRACT 1 FROM DUE-YEAR
               MOVE 12 TO DUE-MONTH
           ELSE
               SUBTRACT 1 FROM DUE-MONTH
           END-IF
           MOVE DUECOMPOSITE TO LM-NEXTDUEYYYYMM.

      *> The freed period is LM-PAYMENTSPOSTED + 1 after the step
      *> back - the same reset test CHECK-ARM-RESET runs in the
      *> posting program. When it is a reset point the pre-reset
      *> rate and payment come back from the journal image, the
      *> PITI rebuilt on today's escrow collection.
       CHECK-ARM-TERMS-RESTORE.
           IF LM-ARMFLAG = "Y"
               COMPUTE PERIODNUMBER = LM-PAYMENTSPOSTED + 1
               IF PERIODNUMBER > LM-FIXEDPERIODPERIODS
                   IF PERIODNUMBER = LM-FIXEDPERIODPERIODS + 1
                    OR (LM-RESETINTERVALPERIODS > 0 AND
                     FUNCTION MOD(PERIODNUMBER
                       - LM-FIXEDPERIODPERIODS - 1,
                       LM-RESETINTERVALPERIODS) = 0)
                       PERFORM RESTORE-PRE-RESET-TERMS
                   END-IF
               END-IF
           END-IF.

       RESTORE-PRE-RESET-TERMS.
           MOVE 99999 TO IMAGEPAYMENTSPOSTED
           IF RT-IMAGEFOUND(WS-ITEM-IDX) = "Y"
               MOVE LOANMASTERRECORD TO WS-MASTER-WORK-IMAGE
               MOVE RT-RESETIMAGE(WS-ITEM-IDX) TO LOANMASTERRECORD
               MOVE LM-PAYMENTSPOSTED TO IMAGEPAYMENTSPOSTED
               MOVE LM-CURRENTRATE TO IMAGECURRENTRATE
               MOVE LM-MONTHLYPAYMENT TO IMAGEMONTHLYPAYMENT
               MOVE WS-MASTER-WORK-IMAGE TO LOANMASTERRECORD
           END-IF
           IF IMAGEPAYMENTSPOSTED = LM-PAYMENTSPOSTED
               MOVE IMAGECURRENTRATE TO LM-CURRENTRATE
               MOVE IMAGEMONTHLYPAYMENT TO LM-MONTHLYPAYMENT
               COMPUTE LM-PITIPAYMENT ROUNDED =
                   LM-MONTHLYPAYMENT + LM-MONTHLYESCROW
               IF REVERSALFLAGS = SPACES
                   MOVE "ARM RESET UNDONE" TO REVERSALFLAGS
               END-IF
           ELSE
               MOVE "ARM TERMS NOT RESTORED" TO REVERSALFLAGS
           END-IF.

       COMMIT-REVERSAL.
           PERFORM WRITE-JOURNAL-BEFORE
           REWRITE LOANMASTERRECORD
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "MASTER REWRITE FAILED" TO RE-MESSAGE
               PERFORM WRITE-REVERSAL-ERROR
           ELSE
               PERFORM WRITE-JOURNAL-AFTER
               ADD 1 TO WS-ITEMS-REVERSED
               ADD RI-AMOUNT TO WS-AMOUNT-RETURNED
               ADD INTERESTREVERSED TO WS-INTEREST-REVERSED
               ADD PRINCIPALREVERSED TO WS-PRINCIPAL-REVERSED
               ADD ESCROWREVERSED TO WS-ESCROW-REVERSED
               ADD ESCROWADVANCED TO WS-ESCROW-ADVANCED
               IF ORIGTYPE = "POSTED"
                   ADD SUSPENSEMOVED TO WS-SUSPENSE-RESTORED
               ELSE
                   ADD SUSPENSEMOVED TO WS-SUSPENSE-REMOVED
               END-IF
               ADD RETURNEDITEMFEE TO WS-FEES-ASSESSED
               PERFORM WRITE-REVERSAL-DETAIL
               PERFORM WRITE-HISTORY-REVERSED
               PERFORM MARK-ITEM-REVERSED
           END-IF.

      *> The same payment keyed twice on the returned-item file is
      *> refused on its second appearance - every entry for it now
      *> counts this reversal.
       MARK-ITEM-REVERSED.
           PERFORM VARYING WS-ITEM-JDX FROM 1 BY 1
               UNTIL WS-ITEM-JDX > WS-ITEM-COUNT
               IF RT-LOANID(WS-ITEM-JDX) = RI-LOANID
                   AND RT-PAYMENTDATE(WS-ITEM-JDX) = RI-PAYMENTDATE
                   AND RT-AMOUNT(WS-ITEM-JDX) = RI-AMOUNT
                   ADD 1 TO RT-REVERSEDCOUNT(WS-ITEM-JDX)
               END-IF
           END-PERFORM.

       WRITE-REVERSAL-DETAIL.
           MOVE SPACES TO REVERSALREPORTRECORD
           MOVE RI-LOANID TO RD-LOANID
           MOVE RI-PAYMENTDATE TO RD-DATE
           MOVE RI-AMOUNT TO RD-AMOUNT
           MOVE RI-REASONCODE TO RD-REASON
           MOVE INTERESTREVERSED TO RD-INTEREST
           MOVE PRINCIPALREVERSED TO RD-PRINCIPAL
           MOVE ESCROWREVERSED TO RD-ESCROW
           MOVE LM-CURRENTBALANCE TO RD-BALANCE
           MOVE RETURNEDITEMFEE TO RD-FEE
           MOVE REVERSALFLAGS TO RD-FLAGS
           MOVE REVERSALDETAILLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD.

       WRITE-REVERSAL-ERROR.
           ADD 1 TO WS-ITEMS-REJECTED
           MOVE SPACES TO REVERSALREPORTRECORD
           MOVE RI-LOANID TO RE-LOANID
           MOVE RI-PAYMENTDATE TO RE-DATE
           MOVE RI-AMOUNT TO RE-AMOUNT
           MOVE RI-REASONCODE TO RE-REASON
           MOVE REVERSALERRORLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD.

      *> The REVERSED row keeps the original's payment date and
      *> amount, so the history inquiry lists it beside the payment
      *> it cancels, and points at the original by type and
      *> posting date.
       WRITE-HISTORY-REVERSED.
           MOVE SPACES TO PAYHISTORYRECORD
           MOVE RI-LOANID TO PH-LOANID
           MOVE "REVERSED" TO PH-TYPE
           MOVE WS-POSTINGDATE TO PH-POSTINGDATE
           MOVE RI-PAYMENTDATE TO PH-PAYMENTDATE
           MOVE RI-AMOUNT TO PH-AMOUNT
           MOVE INTERESTREVERSED TO PH-INTERESTAPPLIED
           MOVE PRINCIPALREVERSED TO PH-PRINCIPALAPPLIED
           MOVE ESCROWREVERSED TO PH-ESCROWAPPLIED
           MOVE PMIREVERSED TO PH-PMIPORTION
           MOVE LM-CURRENTBALANCE TO PH-BALANCEAFTER
           MOVE SUSPENSEMOVED TO PH-SUSPENSERELEASED
           MOVE LM-SUSPENSEBALANCE TO PH-SUSPENSEBALANCE
           MOVE ORIGTYPE TO PH-REVORIGTYPE
           MOVE ORIGPOSTINGDATE TO PH-REVORIGPOSTDATE
           MOVE RI-REASONCODE TO PH-REVREASONCODE
           MOVE RETURNEDITEMFEE TO PH-REVFEE
           MOVE ESCROWADVANCED TO PH-REVESCROWADVANCE
           WRITE PAYHISTORYRECORD.

      *> Journal rows in the posting run's own layout - START and
      *> END around the run, BEFORE and AFTER around every master
      *> REWRITE keyed by the returned item - so the recovery
      *> utility backs an aborted reversal run out unchanged.
       WRITE-JOURNAL-START.
           PERFORM BUILD-JOURNAL-TIMESTAMP
           MOVE SPACES TO POSTJOURNALRECORD
           MOVE "START" TO JL-RECORDTYPE
           MOVE WS-TIMESTAMP TO JL-TIMESTAMP
           MOVE 0 TO JL-PAYMENTDATE
           MOVE 0 TO JL-AMOUNT
           WRITE POSTJOURNALRECORD.

       WRITE-JOURNAL-END.
           PERFORM BUILD-JOURNAL-TIMESTAMP
           MOVE SPACES TO POSTJOURNALRECORD
           MOVE "END" TO JL-RECORDTYPE
           MOVE WS-TIMESTAMP TO JL-TIMESTAMP
           MOVE 0 TO JL-PAYMENTDATE
           MOVE 0 TO JL-AMOUNT
           WRITE POSTJOURNALRECORD.

       WRITE-JOURNAL-BEFORE.
           PERFORM BUILD-JOURNAL-TIMESTAMP
           MOVE SPACES TO POSTJOURNALRECORD
           MOVE "BEFORE" TO JL-RECORDTYPE
           MOVE WS-TIMESTAMP TO JL-TIMESTAMP
           MOVE RI-LOANID TO JL-LOANID
           MOVE RI-PAYMENTDATE TO JL-PAYMENTDATE
           MOVE RI-AMOUNT TO JL-AMOUNT
           MOVE WS-MASTER-BEFORE-IMAGE TO JL-MASTERIMAGE
           WRITE POSTJOURNALRECORD.

       WRITE-JOURNAL-AFTER.
           PERFORM BUILD-JOURNAL-TIMESTAMP
           MOVE SPACES TO POSTJOURNALRECORD
           MOVE "AFTER" TO JL-RECORDTYPE
           MOVE WS-TIMESTAMP TO JL-TIMESTAMP
           MOVE RI-LOANID TO JL-LOANID
           MOVE RI-PAYMENTDATE TO JL-PAYMENTDATE
           MOVE RI-AMOUNT TO JL-AMOUNT
           MOVE LOANMASTERRECORD TO JL-MASTERIMAGE
           WRITE POSTJOURNALRECORD.

       BUILD-JOURNAL-TIMESTAMP.
           ACCEPT WS-NOWTIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-POSTINGDATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-NOWTIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

       PRINT-REVERSAL-TOTALS.
           MOVE SPACES TO REVERSALREPORTRECORD
           MOVE "ITEMS READ:" TO RC-LABEL
           MOVE WS-ITEMS-READ TO RC-COUNT
           MOVE REVERSALCOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "ITEMS REVERSED:" TO RC-LABEL
           MOVE WS-ITEMS-REVERSED TO RC-COUNT
           MOVE REVERSALCOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "ITEMS REJECTED:" TO RC-LABEL
           MOVE WS-ITEMS-REJECTED TO RC-COUNT
           MOVE REVERSALCOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "DOLLARS RETURNED:" TO RA-LABEL
           MOVE WS-AMOUNT-RETURNED TO RA-AMOUNT
           MOVE REVERSALAMOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "INTEREST REVERSED:" TO RA-LABEL
           MOVE WS-INTEREST-REVERSED TO RA-AMOUNT
           MOVE REVERSALAMOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "PRINCIPAL REVERSED:" TO RA-LABEL
           MOVE WS-PRINCIPAL-REVERSED TO RA-AMOUNT
           MOVE REVERSALAMOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "ESCROW REVERSED:" TO RA-LABEL
           MOVE WS-ESCROW-REVERSED TO RA-AMOUNT
           MOVE REVERSALAMOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "ESCROW ADVANCED:" TO RA-LABEL
           MOVE WS-ESCROW-ADVANCED TO RA-AMOUNT
           MOVE REVERSALAMOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "SUSPENSE PUT BACK:" TO RA-LABEL
           MOVE WS-SUSPENSE-RESTORED TO RA-AMOUNT
           MOVE REVERSALAMOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "SUSPENSE REMOVED:" TO RA-LABEL
           MOVE WS-SUSPENSE-REMOVED TO RA-AMOUNT
           MOVE REVERSALAMOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD
           MOVE "RETURNED-ITEM FEES:" TO RA-LABEL
           MOVE WS-FEES-ASSESSED TO RA-AMOUNT
           MOVE REVERSALAMOUNTLINE TO REVERSALREPORTRECORD
           WRITE REVERSALREPORTRECORD.

       CLOSE-REVERSAL-FILES.
           CLOSE RETURNEDITEMFILE
           CLOSE LOANMASTERFILE
           CLOSE REVERSALREPORTFILE
           CLOSE PAYHISTORYFILE
           CLOSE POSTJOURNALFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
