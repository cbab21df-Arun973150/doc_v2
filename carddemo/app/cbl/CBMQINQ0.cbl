003130*                 INQUIRIES, SCANNED FOR CARD) INSTEAD OF
003140*                 ONLY FROM ROWS STILL ON THE REBUILT-EVERY-
003150*                 PASS MQAUTH.RESPONSES DATASET.
003160* 10/15/2026 JH   LEDGER EVENTS NOW SAY WHETHER A REVERSAL
003170*                 WAS ASKED FOR OR WAS A TIMEOUT REVERSAL
003180*                 POSTED BY CBMQTMO0.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
068578     MOVE MQHIS-DECIDE-DATE TO WS-ADD-DATE
068580     MOVE MQHIS-DECIDE-TIME TO WS-ADD-TIME
068582     MOVE SPACES TO WS-ADD-TEXT
068584     EVALUATE TRUE
068585         WHEN MQHIS-REVERSED AND MQHIS-REVERSAL-BY-TIMEOUT
068586             STRING "DECIDED (LEDGER) - " WS-DECISION-WORD
068587                 " " MQHIS-RESPONSE-CODE
068588                 " TYPE " MQHIS-MSG-TYPE
068589                 " TRAN " MQHIS-TRAN-ID
068590                 " - TIMEOUT REVERSED " MQHIS-REVERSAL-DATE
068591                 DELIMITED BY SIZE INTO WS-ADD-TEXT
068592         WHEN MQHIS-REVERSED
068593             STRING "DECIDED (LEDGER) - " WS-DECISION-WORD
068594                 " " MQHIS-RESPONSE-CODE
068595                 " TYPE " MQHIS-MSG-TYPE
068596                 " TRAN " MQHIS-TRAN-ID
068597                 " - REVERSED " MQHIS-REVERSAL-DATE
068598                 DELIMITED BY SIZE INTO WS-ADD-TEXT
068599         WHEN OTHER
068600             STRING "DECIDED (LEDGER) - " WS-DECISION-WORD
068601                 " " MQHIS-RESPONSE-CODE
068602                 " TYPE " MQHIS-MSG-TYPE
068603                 " TRAN " MQHIS-TRAN-ID
068604                 DELIMITED BY SIZE INTO WS-ADD-TEXT
068605     END-EVALUATE
068612     PERFORM 7700-ADD-EVENT THRU 7700-EXIT
068614     .
068616 7800-EXIT.
