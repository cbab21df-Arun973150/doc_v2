      * paragraphs already require, plus:
      *   - 01  WS-TRN-KEEP-DISP  PIC 9(04)  IN WORKING-STORAGE.
      *   - 01  WS-TRN-FULL-DISP  PIC 9(08)  IN WORKING-STORAGE.
      * Stamp dates are the business date, not the clock: the
      * calling program must also COPY CMQBDWV into WORKING-STORAGE
      * and PERFORM 8950-LOAD-BUSINESS-DATE (CMQBDTP) before any of
      * these paragraphs run.
       8230-WRITE-TRUNCATED-SUSPENSE.
           MOVE MQCTL-QUEUE-NAME TO MQSUS-QUEUE-NAME
           MOVE MQMD-MSGID       TO MQSUS-MSGID
               ' OF ' WS-TRN-FULL-DISP
               ' BYTES RETRIEVED'
               DELIMITED BY SIZE INTO MQSUS-REASON-TEXT
           MOVE WS-BDT-DATE TO MQSUS-SUSPEND-DATE
           ACCEPT MQSUS-SUSPEND-TIME FROM TIME
           WRITE MQ-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT
