      *> Shared processing-date control paragraphs - checking a job
      *> in against the control record, marking it complete, and a
      *> plain read of the business date for the on-demand programs
      *> that are not steps of their own. Copied into the procedure
      *> division of every batch program, alongside BUSDATEWORK in
      *> working storage and the BUSDATEREC file description.
      *> The control file is opened only for the moment it is read
      *> or rewritten, never held across a run.

      *> A job may start only when the control record names it as a
      *> step, it has not already completed for the business date,
      *> the step that closes the date to it has not completed, and
      *> every step it requires has. A step left "S" by a run that
      *> failed may start again - that is the rerun. Refusal sets
      *> return code 12 so the scheduler holds the rest of the
      *> stream.
       START-BATCH-STEP.
           MOVE "N" TO STEPCLEARED
           MOVE SPACES TO STEPREFUSAL
           MOVE 0 TO BUSINESSDATE
           MOVE 0 TO PRIORBUSINESSDATE
           MOVE 1 TO WS-BUSDATE-REL-KEY
           OPEN I-O BUSDATEFILE
           IF WS-BUSDATE-FILE-STATUS NOT = "00"
               MOVE "NO BUSDATE.DAT - RUN THE ROLLOVER INIT FIRST"
                   TO STEPREFUSAL
           ELSE
               READ BUSDATEFILE
                   INVALID KEY
                       MOVE "NO CONTROL RECORD ON BUSDATE.DAT"
                           TO STEPREFUSAL
               END-READ
               IF STEPREFUSAL = SPACES
                   MOVE BD-BUSINESSDATE TO BUSINESSDATE
                   MOVE BD-PRIORBUSINESSDATE TO PRIORBUSINESSDATE
                   PERFORM CHECK-STEP-CLEARANCE
               END-IF
               IF STEPREFUSAL = SPACES
                   MOVE "S" TO BD-STEPSTATUS(STEPOWNIDX)
                   PERFORM BUILD-STEP-TIMESTAMP
                   MOVE STEPTIMESTAMP TO BD-STEPTIMESTAMP(STEPOWNIDX)
                   REWRITE BUSINESSDATERECORD
                       INVALID KEY
                           MOVE "CONTROL RECORD REWRITE FAILED"
                               TO STEPREFUSAL
                   END-REWRITE
               END-IF
               CLOSE BUSDATEFILE
           END-IF
           IF STEPREFUSAL = SPACES
               MOVE "Y" TO STEPCLEARED
               DISPLAY "STEP " STEPNAME " STARTED FOR BUSINESS DATE "
                   BUSINESSDATE
           ELSE
               DISPLAY "STEP " STEPNAME " NOT STARTED - " STEPREFUSAL
               MOVE 12 TO RETURN-CODE
           END-IF.

       CHECK-STEP-CLEARANCE.
           MOVE STEPNAME TO STEPLOOKUPNAME
           PERFORM LOOKUP-STEP-STATUS
           MOVE STEPIDX TO STEPOWNIDX
           EVALUATE TRUE
               WHEN STEPLOOKUPSTATUS = "?"
                   MOVE "STEP IS NOT IN THE PROCESSING CYCLE"
                       TO STEPREFUSAL
               WHEN STEPLOOKUPSTATUS = "C"
                   STRING "ALREADY COMPLETED FOR " DELIMITED BY SIZE
                       BUSINESSDATE DELIMITED BY SIZE
                       INTO STEPREFUSAL
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF STEPREFUSAL = SPACES
               AND BD-STEPCUTOFF(STEPOWNIDX) NOT = SPACES
               MOVE BD-STEPCUTOFF(STEPOWNIDX) TO STEPLOOKUPNAME
               PERFORM LOOKUP-STEP-STATUS
               IF STEPLOOKUPSTATUS = "C"
                   STRING STEPLOOKUPNAME DELIMITED BY SPACE
                       " HAS COMPLETED - DATE CLOSED TO THIS STEP"
                           DELIMITED BY SIZE
                       INTO STEPREFUSAL
                   END-STRING
               END-IF
           END-IF
           PERFORM CHECK-ONE-PREREQUISITE
               VARYING STEPPREREQIDX FROM 1 BY 1
               UNTIL STEPPREREQIDX > 3 OR STEPREFUSAL NOT = SPACES.

       CHECK-ONE-PREREQUISITE.
           IF BD-STEPPREREQ(STEPOWNIDX, STEPPREREQIDX) NOT = SPACES
               MOVE BD-STEPPREREQ(STEPOWNIDX, STEPPREREQIDX)
                   TO STEPLOOKUPNAME
               PERFORM LOOKUP-STEP-STATUS
               IF STEPLOOKUPSTATUS NOT = "C"
                   STRING "REQUIRED STEP " DELIMITED BY SIZE
                       STEPLOOKUPNAME DELIMITED BY SPACE
                       " NOT COMPLETE FOR " DELIMITED BY SIZE
                       BUSINESSDATE DELIMITED BY SIZE
                       INTO STEPREFUSAL
                   END-STRING
               END-IF
           END-IF.

      *> Status of the step named in STEPLOOKUPNAME on the record in
      *> hand, "?" when the cycle has no such step; STEPIDX is left
      *> on the entry found.
       LOOKUP-STEP-STATUS.
           MOVE "?" TO STEPLOOKUPSTATUS
           MOVE 1 TO STEPIDX
           PERFORM UNTIL STEPIDX > BD-STEPCOUNT
               OR BD-STEPNAME(STEPIDX) = STEPLOOKUPNAME
               ADD 1 TO STEPIDX
           END-PERFORM
           IF STEPIDX NOT > BD-STEPCOUNT
               MOVE BD-STEPSTATUS(STEPIDX) TO STEPLOOKUPSTATUS
           END-IF.

      *> Called only after a clean run - a run that failed or came
      *> out of balance stays "S" and may be run again.
       COMPLETE-BATCH-STEP.
           MOVE 1 TO WS-BUSDATE-REL-KEY
           OPEN I-O BUSDATEFILE
           IF WS-BUSDATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BUSDATE.DAT - STATUS "
                   WS-BUSDATE-FILE-STATUS " - STEP " STEPNAME
                   " NOT MARKED COMPLETE"
               MOVE 12 TO RETURN-CODE
           ELSE
               READ BUSDATEFILE
                   INVALID KEY
                       DISPLAY "NO CONTROL RECORD - STEP " STEPNAME
                           " NOT MARKED COMPLETE"
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE STEPNAME TO STEPLOOKUPNAME
                       PERFORM LOOKUP-STEP-STATUS
                       IF STEPLOOKUPSTATUS NOT = "?"
                           MOVE "C" TO BD-STEPSTATUS(STEPIDX)
                           PERFORM BUILD-STEP-TIMESTAMP
                           MOVE STEPTIMESTAMP
                               TO BD-STEPTIMESTAMP(STEPIDX)
                           REWRITE BUSINESSDATERECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                           IF WS-BUSDATE-FILE-STATUS = "00"
                               DISPLAY "STEP " STEPNAME
                                   " COMPLETE FOR BUSINESS DATE "
                                   BD-BUSINESSDATE
                           ELSE
                               DISPLAY "CONTROL RECORD REWRITE FAILED"
                                   " - STATUS " WS-BUSDATE-FILE-STATUS
                                   " - STEP " STEPNAME
                                   " NOT MARKED COMPLETE"
                               MOVE 12 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
               CLOSE BUSDATEFILE
           END-IF.

      *> For the on-demand programs - the business date, plus the
      *> status of the step named in STEPLOOKUPNAME when one is
      *> given. With no control record the machine date stands in,
      *> with a console note, so a quote can still be produced.
       READ-BUSINESS-DATE.
           MOVE "?" TO STEPLOOKUPSTATUS
           MOVE 1 TO WS-BUSDATE-REL-KEY
           MOVE 0 TO BUSINESSDATE
           MOVE 0 TO PRIORBUSINESSDATE
           OPEN INPUT BUSDATEFILE
           IF WS-BUSDATE-FILE-STATUS = "00"
               READ BUSDATEFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BD-BUSINESSDATE TO BUSINESSDATE
                       MOVE BD-PRIORBUSINESSDATE TO PRIORBUSINESSDATE
                       IF STEPLOOKUPNAME NOT = SPACES
                           PERFORM LOOKUP-STEP-STATUS
                       END-IF
               END-READ
               CLOSE BUSDATEFILE
           END-IF
           IF BUSINESSDATE = 0
               ACCEPT BUSINESSDATE FROM DATE YYYYMMDD
               DISPLAY "NO BUSINESS DATE CONTROL RECORD - USING "
                   "MACHINE DATE " BUSINESSDATE
           END-IF.

       BUILD-STEP-TIMESTAMP.
           ACCEPT STEPSTAMPDATE FROM DATE YYYYMMDD
           ACCEPT STEPSTAMPTIME FROM TIME
           MOVE SPACES TO STEPTIMESTAMP
           STRING STEPSTAMPDATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               STEPSTAMPTIME DELIMITED BY SIZE
               INTO STEPTIMESTAMP.
