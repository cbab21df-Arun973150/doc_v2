      * CMQBDWV - Business Processing-Date Work Fields
      * COPY into WORKING-STORAGE of any program that COPYs CMQBDTP
      * into its PROCEDURE DIVISION.  WS-BDT-DATE is the date the
      * run works under - the business date, or the rerun date when
      * a valid override card was supplied (WS-BDT-RERUN); the
      * current business date stays in WS-BDT-CURRENT-DATE either
      * way.  WS-BDT-CHECK-DATE is the input to 8960-CHECK-DATE,
      * which leaves WS-BDT-CHK-LAST-DAY set to the last day of
      * that month.  The override card layout is
      *   RERUN-DATE YYYYMMDD
      * in column 1, on the MQBDTOV DD (DUMMY in the procs).
       01  WS-BDT-WORK.
         05  WS-BDT-DATE         PIC X(08) VALUE SPACES.
         05  WS-BDT-CURRENT-DATE PIC X(08) VALUE SPACES.
         05  WS-BDT-LOAD-SW      PIC X(01) VALUE 'N'.
             88  WS-BDT-LOADED       VALUE 'Y'.
             88  WS-BDT-FAILED       VALUE 'N'.
         05  WS-BDT-RERUN-SW     PIC X(01) VALUE 'N'.
             88  WS-BDT-RERUN        VALUE 'Y'.
             88  WS-BDT-NOT-RERUN    VALUE 'N'.
         05  WS-BDT-CHECK-SW     PIC X(01) VALUE 'N'.
             88  WS-BDT-DATE-OK      VALUE 'Y'.
             88  WS-BDT-DATE-BAD     VALUE 'N'.
         05  WS-BDT-CHECK-DATE   PIC X(08) VALUE SPACES.
         05  WS-BDT-CHK-YEAR     PIC 9(04) VALUE 0.
         05  WS-BDT-CHK-MONTH    PIC 9(02) VALUE 0.
         05  WS-BDT-CHK-DAY      PIC 9(02) VALUE 0.
         05  WS-BDT-CHK-LAST-DAY PIC 9(02) VALUE 0.
         05  WS-BDT-CHK-QUOT     PIC S9(05) COMP VALUE 0.
         05  WS-BDT-CHK-REM4     PIC S9(05) COMP VALUE 0.
         05  WS-BDT-CHK-REM100   PIC S9(05) COMP VALUE 0.
         05  WS-BDT-CHK-REM400   PIC S9(05) COMP VALUE 0.
         05  WS-BDT-MONTH-TABLE  PIC X(24)
                 VALUE '312831303130313130313031'.
         05  WS-BDT-MONTH-DAYS   REDEFINES WS-BDT-MONTH-TABLE
                                 PIC 9(02) OCCURS 12 TIMES.
       01  WS-BDT-OVERRIDE-CARD.
         05  WS-BDT-OV-KEYWORD   PIC X(11).
             88  WS-BDT-OV-RERUN     VALUE 'RERUN-DATE '.
         05  WS-BDT-OV-DATE      PIC X(08).
         05  FILLER              PIC X(61).
