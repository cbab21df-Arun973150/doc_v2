      * CMQDLQV with 01 MQDLQFL-STATUS PIC X(02) in WORKING-STORAGE.
      * A threshold of zero in MQCTL-BACKOUT-THRESHOLD disables this
      * check entirely (treated as "no limit configured").
      * Stamp dates are the business date, not the clock: the
      * calling program must also COPY CMQBDWV into WORKING-STORAGE
      * and PERFORM 8950-LOAD-BUSINESS-DATE (CMQBDTP) before any of
      * these paragraphs run.
       8400-CHECK-BACKOUT.
           IF MQCTL-BACKOUT-THRESHOLD > 0
               AND MQMD-BACKOUTCOUNT NOT < MQCTL-BACKOUT-THRESHOLD
           MOVE MQCTL-JOB-ID            TO MQDLQ-AUDIT-WHO
           MOVE 'BACKOUT COUNT REACHED THRESHOLD - MOVED TO DEAD LETTER'
               TO MQDLQ-AUDIT-REASON
           MOVE WS-BDT-DATE TO MQDLQ-AUDIT-DATE
           ACCEPT MQDLQ-AUDIT-TIME FROM TIME
           MOVE WS-DATALEN              TO MQDLQ-MSG-LENGTH
           MOVE WS-MSG-BUFFER           TO MQDLQ-MSG-DATA
