      * THRU 9100-EXIT.  The stats dataset is per job and appends
      * across runs (extend-or-output, the same self-provisioning
      * open as CBMQLSN0's 8360).
      * Stamp dates are the business date, not the clock: the
      * calling program must also COPY CMQBDWV into WORKING-STORAGE
      * and PERFORM 8950-LOAD-BUSINESS-DATE (CMQBDTP) before any of
      * these paragraphs run.
       9090-STAMP-RUN-START.
           MOVE WS-BDT-DATE TO WS-STAT-START-DATE
           ACCEPT WS-STAT-START-TIME FROM TIME
           .
       9090-EXIT.
           END-IF
           MOVE WS-STAT-START-DATE TO MQSTA-START-DATE
           MOVE WS-STAT-START-TIME TO MQSTA-START-TIME
           MOVE WS-BDT-DATE TO MQSTA-STOP-DATE
           ACCEPT MQSTA-STOP-TIME FROM TIME
           WRITE MQ-RUN-STATS-RECORD
           CLOSE MQSTAFL
