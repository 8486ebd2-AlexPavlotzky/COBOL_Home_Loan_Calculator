           SELECT DISBREPORTFILE ASSIGN TO "ESCROWDISBREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYEESCHEDULEFILE.
       COPY ESCROWCHKREC.
       FD  DISBREPORTFILE.
       01  DISBREPORTRECORD       PIC X(100).
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       WORKING-STORAGE SECTION.
       COPY BUSDATEWORK.
       01 WS-SCHEDULE-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-ACTIVITY-FILE-STATUS PIC XX.
       01 ENDOFFILE              PIC X VALUE "N".
       01 WS-ACTIVITY-EOF        PIC X.

      *> The disbursement month is the business date's month, from
      *> the processing-date control record.
       01 RUNMONTH               PIC 9(2).
       01 WS-TODAY               PIC 9(8).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.

      *> The run's due month as YYYYMM - the key the per-side
      *> last-drafted stamps guard on, so a second run for the same
      *> month (a rerun after a failed step, say) cannot
      *> draft the same bills twice.
       01 RUNYYYYMM              PIC 9(6).
       01 WS-ALREADY-PAID        PIC X.
      *> between collecting escrow and actually spending it.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "ESCDISB" TO STEPNAME
           PERFORM START-BATCH-STEP
           IF STEPCLEARED = "Y"
               PERFORM INITIALIZE-DISBURSEMENT
               PERFORM PROCESS-SCHEDULE UNTIL ENDOFFILE = "Y"
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM REWRITE-ACTIVITY-FILE
                   PERFORM PRINT-DISBURSEMENT-TOTALS
               END-IF
               PERFORM CLOSE-DISBURSEMENT-FILES
               IF WS-INIT-ERROR NOT = "Y"
                   PERFORM COMPLETE-BATCH-STEP
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-DISBURSEMENT.
           MOVE BUSINESSDATE TO WS-TODAY
           MOVE WS-TODAY-MONTH TO RUNMONTH
           COMPUTE RUNYYYYMM = WS-TODAY-YEAR * 100 + RUNMONTH
           OPEN INPUT PAYEESCHEDULEFILE
           IF WS-SCHEDULE-FILE-STATUS NOT = "00"
           CLOSE ESCROWCHECKFILE
           CLOSE ESCROWACTHISTFILE
           CLOSE DISBREPORTFILE.

      *> Business-date control record and job-step check-in - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
