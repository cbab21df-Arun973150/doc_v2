      * resets MQMD-MSGID to LOW-VALUES so MQPUT is asked for a fresh
      * id on every call instead of reusing whatever the previous
      * MQPUT stamped back into it.
      * Stamp dates are the business date, not the clock: the
      * calling program must also COPY CMQBDWV into WORKING-STORAGE
      * and PERFORM 8950-LOAD-BUSINESS-DATE (CMQBDTP) before any of
      * these paragraphs run.
       8100-SET-REPLY-CORRELID.
           MOVE LOW-VALUES               TO MQMD-MSGID
           MOVE WS-CORREL-REQUEST-MSGID TO MQMD-CORRELID
           MOVE WS-CORREL-REQUEST-MSGID TO MQCOR-REQUEST-MSGID
           MOVE MQMD-MSGID              TO MQCOR-REPLY-MSGID
           MOVE MQMD-CORRELID           TO MQCOR-REPLY-CORRELID
           MOVE WS-BDT-DATE TO MQCOR-LOG-DATE
           ACCEPT MQCOR-LOG-TIME FROM TIME
           WRITE MQ-CORRELATION-RECORD
           .
