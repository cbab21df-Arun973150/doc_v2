      * A mismatch does not abend the job - the message is written
      * to MQSUSFL and the caller is expected to skip normal
      * processing for it (see WS-MQGMO-INVALID) and move on.
      * Stamp dates are the business date, not the clock: the
      * calling program must also COPY CMQBDWV into WORKING-STORAGE
      * and PERFORM 8950-LOAD-BUSINESS-DATE (CMQBDTP) before any of
      * these paragraphs run.
       8200-VALIDATE-MQGMO.
           IF MQMD-STRUCID = 'MD  ' AND MQMD-VERSION = 1
               SET WS-MQGMO-VALID TO TRUE
           MOVE WS-MSG-BUFFER    TO MQSUS-MSG-DATA
           MOVE 'MQMD STRUCID/VERSION MISMATCH - CHECK QMGR LEVEL'
               TO MQSUS-REASON-TEXT
           MOVE WS-BDT-DATE TO MQSUS-SUSPEND-DATE
           ACCEPT MQSUS-SUSPEND-TIME FROM TIME
           WRITE MQ-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT
