      * CALLER SKIPS NORMAL PROCESSING FOR IT (WS-PAYLOAD-INVALID),
      * SO A BAD PAYLOAD SURFACES AT THE GATE INSTEAD OF AS A
      * POSTING FAILURE HOURS LATER.
      * Stamp dates are the business date, not the clock: the
      * calling program must also COPY CMQBDWV into WORKING-STORAGE
      * and PERFORM 8950-LOAD-BUSINESS-DATE (CMQBDTP) before any of
      * these paragraphs run.
       8250-VALIDATE-PAYLOAD.
           SET WS-PAYLOAD-VALID TO TRUE
           MOVE SPACES TO MQTYP-REASON
           MOVE WS-DATALEN       TO MQSUS-MSG-LENGTH
           MOVE WS-MSG-BUFFER    TO MQSUS-MSG-DATA
           MOVE MQTYP-REASON     TO MQSUS-REASON-TEXT
           MOVE WS-BDT-DATE TO MQSUS-SUSPEND-DATE
           ACCEPT MQSUS-SUSPEND-TIME FROM TIME
           WRITE MQ-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT
