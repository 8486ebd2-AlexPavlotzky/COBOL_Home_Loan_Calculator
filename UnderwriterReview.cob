       01 WS-UNDERWRITERID       PIC X(8).
       01 WS-REASONCODE          PIC X(4).
       01 WS-DISPOSITION         PIC X.
       01 WS-TODAY               PIC 9(8).

       01 BROWSESUMMARYLINE.
           05 FILLER             PIC X(8) VALUE "RECORD: ".
      *> underwriter browses the pending file, records an approve
      *> or decline disposition with their ID and a reason code,
      *> and the follow-up release run books the approvals and
      *> writes declination records for the declines. An
      *> application the borrower withdraws, or an approval the
      *> borrower does not take up, is closed here the same way -
      *> those are final and the release run leaves them be.
      *> Modeled on the application maintenance program's menu
      *> flow.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-PENDING-FILE
           DISPLAY "  B - BROWSE PENDING LOANS"
           DISPLAY "  A - APPROVE A LOAN"
           DISPLAY "  D - DECLINE A LOAN"
           DISPLAY "  W - WITHDRAWN BY APPLICANT"
           DISPLAY "  N - APPROVED, NOT ACCEPTED BY APPLICANT"
           DISPLAY "  X - EXIT"
           DISPLAY "ENTER CHOICE: "
           MOVE SPACE TO WS-MENU-CHOICE
               WHEN "D"
                   MOVE "D" TO WS-DISPOSITION
                   PERFORM RECORD-DISPOSITION
               WHEN "W"
                   MOVE "W" TO WS-DISPOSITION
                   PERFORM RECORD-DISPOSITION
               WHEN "N"
                   MOVE "N" TO WS-DISPOSITION
                   PERFORM RECORD-DISPOSITION
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
           END-EVALUATE.

       WRITE-DISPOSITION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-DISPOSITION TO PN-STATUS
           MOVE WS-UNDERWRITERID TO PN-UNDERWRITERID
           MOVE WS-REASONCODE TO PN-REASONCODE
           MOVE WS-TODAY TO PN-ACTIONDATE
           REWRITE PENDINGLOANRECORD
           IF WS-PENDING-FILE-STATUS = "00"
               EVALUATE WS-DISPOSITION
                   WHEN "A"
                       DISPLAY "RECORD " WS-PEND-REL-KEY " APPROVED"
                   WHEN "D"
                       DISPLAY "RECORD " WS-PEND-REL-KEY " DECLINED"
                   WHEN "W"
                       DISPLAY "RECORD " WS-PEND-REL-KEY
                           " WITHDRAWN"
                   WHEN OTHER
                       DISPLAY "RECORD " WS-PEND-REL-KEY
                           " APPROVED, NOT ACCEPTED"
               END-EVALUATE
           ELSE
               DISPLAY "REWRITE FAILED - STATUS "
                   WS-PENDING-FILE-STATUS
