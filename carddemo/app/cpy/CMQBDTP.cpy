      * CMQBDTP - Load Business Processing Date
      * COPY into the PROCEDURE DIVISION of every batch program that
      * dates its work.  The calling program must code:
      *   - SELECT MQBDTFL ... ORGANIZATION IS SEQUENTIAL
      *                        FILE STATUS IS MQBDTFL-STATUS.
      *   - SELECT MQBDTOV ... ORGANIZATION IS SEQUENTIAL
      *                        FILE STATUS IS MQBDTOV-STATUS.
      *   - FD  MQBDTFL  COPY CMQBDTV.
      *   - FD  MQBDTOV  RECORD CONTAINS 80 CHARACTERS, one PIC X(80)
      *                  record (the override card).
      *   - 01  MQBDTFL-STATUS / MQBDTOV-STATUS  PIC X(02).
      *   - COPY CMQBDWV  IN WORKING-STORAGE.
      * 8950-LOAD-BUSINESS-DATE reads the business date into
      * WS-BDT-DATE.  A RERUN-DATE card on MQBDTOV replaces it with
      * a named prior business date for that run only - the control
      * record itself is never touched, so the next run is back on
      * the current date without anyone remembering to undo it.  An
      * MQBDTOV that is DUMMY, empty, or not allocated means no
      * override.  WS-BDT-FAILED after the PERFORM means the record
      * was missing or invalid, or the override card was unreadable,
      * not a valid date, or later than the business date: the
      * caller must not guess a date, it abandons the run.
       8950-LOAD-BUSINESS-DATE.
           SET WS-BDT-FAILED TO TRUE
           SET WS-BDT-NOT-RERUN TO TRUE
           MOVE SPACES TO WS-BDT-DATE
           MOVE SPACES TO WS-BDT-CURRENT-DATE
           OPEN INPUT MQBDTFL
           IF MQBDTFL-STATUS NOT = '00'
               DISPLAY 'CMQBDTP: BUSINESS DATE FILE OPEN FAILED - '
                   'STATUS ' MQBDTFL-STATUS
               GO TO 8950-EXIT
           END-IF
           READ MQBDTFL
               AT END
                   DISPLAY 'CMQBDTP: BUSINESS DATE FILE IS EMPTY'
                   CLOSE MQBDTFL
                   GO TO 8950-EXIT
           END-READ
           CLOSE MQBDTFL
           MOVE MQBDT-BUSINESS-DATE TO WS-BDT-CHECK-DATE
           PERFORM 8960-CHECK-DATE THRU 8960-EXIT
           IF WS-BDT-DATE-BAD
               DISPLAY 'CMQBDTP: BUSINESS DATE ' MQBDT-BUSINESS-DATE
                   ' IS NOT A VALID DATE'
               GO TO 8950-EXIT
           END-IF
           MOVE MQBDT-BUSINESS-DATE TO WS-BDT-CURRENT-DATE
           MOVE MQBDT-BUSINESS-DATE TO WS-BDT-DATE
           MOVE SPACES TO WS-BDT-OVERRIDE-CARD
           OPEN INPUT MQBDTOV
           IF MQBDTOV-STATUS NOT = '00'
               SET WS-BDT-LOADED TO TRUE
               GO TO 8950-EXIT
           END-IF
           READ MQBDTOV INTO WS-BDT-OVERRIDE-CARD
               AT END
                   MOVE SPACES TO WS-BDT-OVERRIDE-CARD
           END-READ
           CLOSE MQBDTOV
           IF WS-BDT-OVERRIDE-CARD = SPACES
               SET WS-BDT-LOADED TO TRUE
               GO TO 8950-EXIT
           END-IF
           IF NOT WS-BDT-OV-RERUN
               DISPLAY 'CMQBDTP: OVERRIDE CARD NOT RECOGNISED - '
                   WS-BDT-OVERRIDE-CARD
               GO TO 8950-EXIT
           END-IF
           MOVE WS-BDT-OV-DATE TO WS-BDT-CHECK-DATE
           PERFORM 8960-CHECK-DATE THRU 8960-EXIT
           IF WS-BDT-DATE-BAD
               DISPLAY 'CMQBDTP: RERUN DATE ' WS-BDT-OV-DATE
                   ' IS NOT A VALID DATE'
               GO TO 8950-EXIT
           END-IF
           IF WS-BDT-OV-DATE > WS-BDT-CURRENT-DATE
               DISPLAY 'CMQBDTP: RERUN DATE ' WS-BDT-OV-DATE
                   ' IS AFTER BUSINESS DATE ' WS-BDT-CURRENT-DATE
               GO TO 8950-EXIT
           END-IF
           MOVE WS-BDT-OV-DATE TO WS-BDT-DATE
           SET WS-BDT-RERUN TO TRUE
           SET WS-BDT-LOADED TO TRUE
           DISPLAY 'CMQBDTP: RERUN FOR BUSINESS DATE ' WS-BDT-DATE
               ' - CURRENT BUSINESS DATE ' WS-BDT-CURRENT-DATE
           .
       8950-EXIT.
           EXIT.
      * 8960-CHECK-DATE - WS-BDT-CHECK-DATE must be a real YYYYMMDD
      * calendar date (leap years included).
       8960-CHECK-DATE.
           SET WS-BDT-DATE-BAD TO TRUE
           IF WS-BDT-CHECK-DATE NOT NUMERIC
               GO TO 8960-EXIT
           END-IF
           MOVE WS-BDT-CHECK-DATE(1:4) TO WS-BDT-CHK-YEAR
           MOVE WS-BDT-CHECK-DATE(5:2) TO WS-BDT-CHK-MONTH
           MOVE WS-BDT-CHECK-DATE(7:2) TO WS-BDT-CHK-DAY
           IF WS-BDT-CHK-YEAR < 1900
               OR WS-BDT-CHK-MONTH < 1
               OR WS-BDT-CHK-MONTH > 12
               GO TO 8960-EXIT
           END-IF
           MOVE WS-BDT-MONTH-DAYS(WS-BDT-CHK-MONTH)
               TO WS-BDT-CHK-LAST-DAY
           IF WS-BDT-CHK-MONTH = 2
               DIVIDE WS-BDT-CHK-YEAR BY 4 GIVING WS-BDT-CHK-QUOT
                   REMAINDER WS-BDT-CHK-REM4
               DIVIDE WS-BDT-CHK-YEAR BY 100 GIVING WS-BDT-CHK-QUOT
                   REMAINDER WS-BDT-CHK-REM100
               DIVIDE WS-BDT-CHK-YEAR BY 400 GIVING WS-BDT-CHK-QUOT
                   REMAINDER WS-BDT-CHK-REM400
               IF WS-BDT-CHK-REM400 = 0
                   OR (WS-BDT-CHK-REM4 = 0
                       AND WS-BDT-CHK-REM100 NOT = 0)
                   MOVE 29 TO WS-BDT-CHK-LAST-DAY
               END-IF
           END-IF
           IF WS-BDT-CHK-DAY < 1
               OR WS-BDT-CHK-DAY > WS-BDT-CHK-LAST-DAY
               GO TO 8960-EXIT
           END-IF
           SET WS-BDT-DATE-OK TO TRUE
           .
       8960-EXIT.
           EXIT.
