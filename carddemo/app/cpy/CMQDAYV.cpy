      * COPY into WORKING-STORAGE of any program that COPYs CMQDAYP
      * into its PROCEDURE DIVISION.  WS-D2D-DATE/WS-D2D-DAYS are
      * the in/out pair for 8900-DATE-TO-DAYS; WS-T2M-TIME/
      * WS-T2M-MINS the pair for 8910-TIME-TO-MINS; WS-T2M-TIME/
      * WS-T2M-SECS the pair for 8920-TIME-TO-SECS.  The remaining
      * items are intermediate terms the paragraphs own.
       01  WS-DATE-WORK.
         05  WS-D2D-DATE         PIC X(08) VALUE SPACES.
         05  WS-T2M-HH           PIC 9(02) VALUE 0.
         05  WS-T2M-MM           PIC 9(02) VALUE 0.
         05  WS-T2M-MINS         PIC S9(09) COMP VALUE 0.
         05  WS-T2M-SS           PIC 9(02) VALUE 0.
         05  WS-T2M-SECS         PIC S9(09) COMP VALUE 0.
