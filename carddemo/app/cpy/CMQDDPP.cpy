      *     above 1000.)
      * plus the MQMD and MQCTL record every get-side program
      * already has.
      * Stamp dates are the business date, not the clock: the
      * calling program must also COPY CMQBDWV into WORKING-STORAGE
      * and PERFORM 8950-LOAD-BUSINESS-DATE (CMQBDTP) before any of
      * these paragraphs run.
       8450-CHECK-DUPLICATE.
           SET WS-NOT-DUPLICATE TO TRUE
           IF MQCTL-SYNCPOINT-YES
                   ADD 1 TO WS-XRF-CLAIM-COUNT
                   MOVE MQMD-MSGID
                       TO WS-XRF-CLAIM-MSGID(WS-XRF-CLAIM-COUNT)
                   MOVE WS-BDT-DATE
                       TO WS-XRF-CLAIM-DATE(WS-XRF-CLAIM-COUNT)
                   ACCEPT WS-XRF-CLAIM-TIME(WS-XRF-CLAIM-COUNT)
                       FROM TIME
               END-IF
           ELSE
               MOVE MQMD-MSGID       TO MQXRF-MSGID
               MOVE MQCTL-JOB-ID     TO MQXRF-JOB-ID
               MOVE WS-BDT-DATE TO MQXRF-STAGED-DATE
               ACCEPT MQXRF-STAGED-TIME FROM TIME
               WRITE MQ-XREF-RECORD
                   INVALID KEY
           MOVE MQMD-MSGID       TO MQDUP-MSGID
           MOVE MQCTL-QUEUE-NAME TO MQDUP-QUEUE-NAME
           MOVE MQCTL-JOB-ID     TO MQDUP-JOB-ID
           MOVE WS-BDT-DATE TO MQDUP-DUP-DATE
           ACCEPT MQDUP-DUP-TIME FROM TIME
      *    PICK UP WHO STAGED THE MESSAGE FIRST FROM THE ROW THAT
      *    BEAT US TO THE CROSS-REFERENCE (SPACES WHEN THE FIRST
