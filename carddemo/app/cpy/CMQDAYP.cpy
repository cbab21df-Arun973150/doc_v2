      * dates subtract cleanly across month, year, and leap-day
      * boundaries - only DIFFERENCES of these serials are ever
      * meaningful.  8910-TIME-TO-MINS turns the HHMMSSTT time in
      * WS-T2M-TIME into minutes since midnight in WS-T2M-MINS;
      * 8920-TIME-TO-SECS turns the same time into seconds since
      * midnight in WS-T2M-SECS, for the checks that are measured
      * against second-granular limits (channel timeouts).
       8900-DATE-TO-DAYS.
           MOVE WS-D2D-DATE(1:4) TO WS-D2D-YEAR
           MOVE WS-D2D-DATE(5:2) TO WS-D2D-MONTH
           .
       8910-EXIT.
           EXIT.
       8920-TIME-TO-SECS.
           MOVE WS-T2M-TIME(1:2) TO WS-T2M-HH
           MOVE WS-T2M-TIME(3:2) TO WS-T2M-MM
           MOVE WS-T2M-TIME(5:2) TO WS-T2M-SS
           COMPUTE WS-T2M-SECS = (WS-T2M-HH * 3600)
               + (WS-T2M-MM * 60) + WS-T2M-SS
           .
       8920-EXIT.
           EXIT.
