       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODROLLOVER.
       AUTHOR. Alexander Pavlotzky.
       DATE-WRITTEN. 15/10/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-REL-KEY
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT ROLLREPORTFILE ASSIGN TO "EODREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATEFILE.
       COPY BUSDATEREC.
       FD  ROLLREPORTFILE.
       01  ROLLREPORTRECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-INIT-ERROR          PIC X VALUE "N".
       COPY BUSDATEWORK.

      *> EODMODE=INIT lays down the control record the first time,
      *> dated STARTDATE (YYYYMMDD) or the machine date; any other
      *> run is the nightly rollover.
       01 WS-EODMODE             PIC X(4).
       01 WS-SEL-DATE            PIC X(8).
       01 WS-CYCLE-COMPLETE      PIC X.
       01 WS-CONTROL-FOUND       PIC X.
       01 NEXTBUSINESSDATE       PIC 9(8).
       01 DATEINTEGER            PIC 9(8).
       01 WEEKDAYNUMBER          PIC 9.

      *> The processing cycle - one entry per step, in running order:
      *> step name, "Y" when the nightly cycle requires it before the
      *> date may roll, up to three steps that must complete first
      *> (eight characters each), and the step whose completion
      *> closes the date to it. The monthly and annual jobs and the
      *> on-demand maintenance runs are optional: each still runs
      *> at most once a business date, in its place in the stream.
       01 CYCLEDEFINITIONVALUES.
           05 FILLER PIC X(8) VALUE "MORTCALC".
           05 FILLER PIC X    VALUE "Y".
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "MORTREPR".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE "MORTCALC".
           05 FILLER PIC X(8) VALUE "GLINTFC".
           05 FILLER PIC X(8) VALUE "PENDREL".
           05 FILLER PIC X    VALUE "Y".
           05 FILLER PIC X(24) VALUE "MORTCALC".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "LOANMOD".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(8) VALUE "MORTCALC".
           05 FILLER PIC X(16) VALUE "PENDREL".
           05 FILLER PIC X(8) VALUE "GLINTFC".
           05 FILLER PIC X(8) VALUE "ARMNOTIC".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ACHDRAFT".
           05 FILLER PIC X    VALUE "Y".
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAYPOST".
           05 FILLER PIC X    VALUE "Y".
           05 FILLER PIC X(24) VALUE "ACHDRAFT".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAYREVRS".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE "PAYPOST".
           05 FILLER PIC X(8) VALUE "GLINTFC".
           05 FILLER PIC X(8) VALUE "ESCDISB".
           05 FILLER PIC X    VALUE "Y".
           05 FILLER PIC X(24) VALUE "PAYPOST".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "DELQAGE".
           05 FILLER PIC X    VALUE "Y".
           05 FILLER PIC X(24) VALUE "PAYPOST".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "GLINTFC".
           05 FILLER PIC X    VALUE "Y".
           05 FILLER PIC X(24) VALUE "PENDREL DELQAGE ESCDISB".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ESCANAL".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE "ESCDISB".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "BILLSTMT".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE "DELQAGE".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "CRBUREAU".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE "DELQAGE".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PORTSUMM".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE "DELQAGE".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "YEAREND".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE "ESCDISB".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "INVREMIT".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE "PAYPOST".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "HMDALAR".
           05 FILLER PIC X    VALUE "N".
           05 FILLER PIC X(24) VALUE "PENDREL".
           05 FILLER PIC X(8) VALUE SPACES.
       01 CYCLEDEFINITIONTABLE REDEFINES CYCLEDEFINITIONVALUES.
           05 CD-ENTRY OCCURS 18 TIMES.
               10 CD-STEPNAME    PIC X(8).
               10 CD-REQUIRED    PIC X.
               10 CD-PREREQ      PIC X(8) OCCURS 3 TIMES.
               10 CD-CUTOFF      PIC X(8).
       01 CYCLESTEPCOUNT         PIC 9(2) VALUE 18.
       01 CYCLEIDX               PIC 9(2).
       01 PREREQIDX              PIC 9(2).

       01 ROLLTITLELINE.
           05 FILLER             PIC X(38)
               VALUE "END-OF-DAY ROLLOVER - BUSINESS DATE ".
           05 RT-BUSINESSDATE    PIC 9(8).

       01 ROLLHEADERLINE.
           05 FILLER             PIC X(20) VALUE "STEP      CYCLE".
           05 FILLER             PIC X(24) VALUE "STATUS".
           05 FILLER             PIC X(11) VALUE "LAST CHANGE".

       01 ROLLDETAILLINE.
           05 RD-STEPNAME        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-REQUIRED        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-STATUS          PIC X(22).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RD-TIMESTAMP       PIC X(17).

       01 ROLLMESSAGELINE        PIC X(80).

       01 ROLLRESULTLINE.
           05 RR-LABEL           PIC X(30).
           05 RR-DATE            PIC 9(8).

      *> Closes the business day: once every step the nightly cycle
      *> requires has completed for the date, and no step is left
      *> started but unfinished, the control record moves to the
      *> next business date (Monday to Friday) with every step
      *> reset to not run. An incomplete cycle leaves the date where
      *> it is, lists what is outstanding and fails the job, so the
      *> next day's stream cannot start on a half-processed day.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-EODMODE FROM ENVIRONMENT "EODMODE"
           OPEN OUTPUT ROLLREPORTFILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EODREPORT.DAT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-EODMODE = "INIT"
                   PERFORM INITIALIZE-CONTROL-RECORD
               ELSE
                   PERFORM ROLL-BUSINESS-DATE
               END-IF
               CLOSE ROLLREPORTFILE
           END-IF
           STOP RUN.

      *> First-time set-up, bootstrapped like every other keyed file
      *> the shop creates on first run. An existing control record is
      *> never overwritten - the date only ever moves by rollover.
       INITIALIZE-CONTROL-RECORD.
           ACCEPT WS-SEL-DATE FROM ENVIRONMENT "STARTDATE"
           IF WS-SEL-DATE = SPACES
               ACCEPT BUSINESSDATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-SEL-DATE TO BUSINESSDATE
           END-IF
           MOVE 1 TO WS-BUSDATE-REL-KEY
           OPEN I-O BUSDATEFILE
           IF WS-BUSDATE-FILE-STATUS = "35"
               OPEN OUTPUT BUSDATEFILE
               IF WS-BUSDATE-FILE-STATUS = "00"
                   CLOSE BUSDATEFILE
                   OPEN I-O BUSDATEFILE
               END-IF
           END-IF
           IF WS-BUSDATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BUSDATE.DAT - STATUS "
                   WS-BUSDATE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-CONTROL-FOUND
               READ BUSDATEFILE
                   INVALID KEY MOVE "N" TO WS-CONTROL-FOUND
               END-READ
               IF WS-CONTROL-FOUND = "N"
                   PERFORM BUILD-NEW-CONTROL-RECORD
                   WRITE BUSINESSDATERECORD
                   MOVE "CONTROL RECORD CREATED - BUSINESS DATE"
                       TO RR-LABEL
                   MOVE BUSINESSDATE TO RR-DATE
                   MOVE ROLLRESULTLINE TO ROLLREPORTRECORD
                   WRITE ROLLREPORTRECORD
               ELSE
                   MOVE "CONTROL RECORD ALREADY EXISTS - NOT CHANGED"
                       TO ROLLMESSAGELINE
                   MOVE ROLLMESSAGELINE TO ROLLREPORTRECORD
                   WRITE ROLLREPORTRECORD
                   DISPLAY ROLLMESSAGELINE
                   MOVE 12 TO RETURN-CODE
               END-IF
               CLOSE BUSDATEFILE
           END-IF.

       BUILD-NEW-CONTROL-RECORD.
           MOVE SPACES TO BUSINESSDATERECORD
           MOVE BUSINESSDATE TO BD-BUSINESSDATE
           MOVE 0 TO BD-PRIORBUSINESSDATE
           PERFORM BUILD-STEP-TIMESTAMP
           MOVE STEPTIMESTAMP TO BD-ROLLEDTIMESTAMP
           PERFORM LOAD-CYCLE-DEFINITION.

      *> The step table is laid down fresh from the cycle definition
      *> at every rollover, so a step added to the cycle takes effect
      *> from the next business date.
       LOAD-CYCLE-DEFINITION.
           MOVE CYCLESTEPCOUNT TO BD-STEPCOUNT
           PERFORM VARYING CYCLEIDX FROM 1 BY 1
               UNTIL CYCLEIDX > CYCLESTEPCOUNT
               MOVE CD-STEPNAME(CYCLEIDX) TO BD-STEPNAME(CYCLEIDX)
               MOVE CD-REQUIRED(CYCLEIDX) TO BD-STEPREQUIRED(CYCLEIDX)
               PERFORM VARYING PREREQIDX FROM 1 BY 1
                   UNTIL PREREQIDX > 3
                   MOVE CD-PREREQ(CYCLEIDX, PREREQIDX)
                       TO BD-STEPPREREQ(CYCLEIDX, PREREQIDX)
               END-PERFORM
               MOVE CD-CUTOFF(CYCLEIDX) TO BD-STEPCUTOFF(CYCLEIDX)
               MOVE SPACE TO BD-STEPSTATUS(CYCLEIDX)
               MOVE SPACES TO BD-STEPTIMESTAMP(CYCLEIDX)
           END-PERFORM.

       ROLL-BUSINESS-DATE.
           MOVE 1 TO WS-BUSDATE-REL-KEY
           OPEN I-O BUSDATEFILE
           IF WS-BUSDATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BUSDATE.DAT - STATUS "
                   WS-BUSDATE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               READ BUSDATEFILE
                   INVALID KEY
                       DISPLAY "NO CONTROL RECORD ON BUSDATE.DAT - "
                           "RUN WITH EODMODE=INIT"
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM CHECK-CYCLE-COMPLETE
                       IF WS-CYCLE-COMPLETE = "Y"
                           PERFORM ADVANCE-BUSINESS-DATE
                       ELSE
                           MOVE "CYCLE INCOMPLETE - DATE NOT ADVANCED"
                               TO ROLLMESSAGELINE
                           MOVE ROLLMESSAGELINE TO ROLLREPORTRECORD
                           WRITE ROLLREPORTRECORD
                           DISPLAY ROLLMESSAGELINE
                           MOVE 12 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE BUSDATEFILE
           END-IF.

      *> Every step is listed; a required step not complete, or any
      *> step started and not finished, holds the date.
       CHECK-CYCLE-COMPLETE.
           MOVE "Y" TO WS-CYCLE-COMPLETE
           MOVE BD-BUSINESSDATE TO RT-BUSINESSDATE
           MOVE ROLLTITLELINE TO ROLLREPORTRECORD
           WRITE ROLLREPORTRECORD
           MOVE ROLLHEADERLINE TO ROLLREPORTRECORD
           WRITE ROLLREPORTRECORD
           PERFORM VARYING STEPIDX FROM 1 BY 1
               UNTIL STEPIDX > BD-STEPCOUNT
               MOVE BD-STEPNAME(STEPIDX) TO RD-STEPNAME
               IF BD-STEPREQUIRED(STEPIDX) = "Y"
                   MOVE "REQUIRED" TO RD-REQUIRED
               ELSE
                   MOVE "OPTIONAL" TO RD-REQUIRED
               END-IF
               EVALUATE TRUE
                   WHEN BD-STEPSTATUS(STEPIDX) = "C"
                       MOVE "COMPLETE" TO RD-STATUS
                   WHEN BD-STEPSTATUS(STEPIDX) = "S"
                       MOVE "STARTED - NOT FINISHED" TO RD-STATUS
                       MOVE "N" TO WS-CYCLE-COMPLETE
                   WHEN BD-STEPREQUIRED(STEPIDX) = "Y"
                       MOVE "NOT RUN - OUTSTANDING" TO RD-STATUS
                       MOVE "N" TO WS-CYCLE-COMPLETE
                   WHEN OTHER
                       MOVE "NOT RUN" TO RD-STATUS
               END-EVALUATE
               MOVE BD-STEPTIMESTAMP(STEPIDX) TO RD-TIMESTAMP
               MOVE ROLLDETAILLINE TO ROLLREPORTRECORD
               WRITE ROLLREPORTRECORD
           END-PERFORM.

      *> Next calendar day, stepped past Saturday and Sunday. Day 1
      *> of the integer date calendar (1 January 1601) was a Monday,
      *> so the integer modulo 7 gives 6 for Saturday, 0 for Sunday.
       ADVANCE-BUSINESS-DATE.
           COMPUTE DATEINTEGER =
               FUNCTION INTEGER-OF-DATE(BD-BUSINESSDATE) + 1
           COMPUTE WEEKDAYNUMBER = FUNCTION MOD(DATEINTEGER, 7)
           IF WEEKDAYNUMBER = 6
               ADD 2 TO DATEINTEGER
           END-IF
           IF WEEKDAYNUMBER = 0
               ADD 1 TO DATEINTEGER
           END-IF
           COMPUTE NEXTBUSINESSDATE =
               FUNCTION DATE-OF-INTEGER(DATEINTEGER)
           MOVE BD-BUSINESSDATE TO BD-PRIORBUSINESSDATE
           MOVE NEXTBUSINESSDATE TO BD-BUSINESSDATE
           PERFORM BUILD-STEP-TIMESTAMP
           MOVE STEPTIMESTAMP TO BD-ROLLEDTIMESTAMP
           PERFORM LOAD-CYCLE-DEFINITION
           REWRITE BUSINESSDATERECORD
           IF WS-BUSDATE-FILE-STATUS NOT = "00"
               DISPLAY "CONTROL RECORD REWRITE FAILED - STATUS "
                   WS-BUSDATE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "DATE ADVANCED TO" TO RR-LABEL
               MOVE NEXTBUSINESSDATE TO RR-DATE
               MOVE ROLLRESULTLINE TO ROLLREPORTRECORD
               WRITE ROLLREPORTRECORD
               DISPLAY "BUSINESS DATE ADVANCED TO " NEXTBUSINESSDATE
           END-IF.

      *> Control-record support shared with the batch programs - see
      *> BUSDATESUPPORT.CPY.
       COPY BUSDATESUPPORT.
