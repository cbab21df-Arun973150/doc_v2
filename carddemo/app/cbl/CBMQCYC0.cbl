003100* -------------------------------------------------------------
003200* DATE       BY   DESCRIPTION
003300* 09/02/2026 JH   INITIAL VERSION.
003310* 10/15/2026 JH   BUSINESS DATE - LOADED ONCE AT START (MQBDTFL,
003320*                 CMQBDTV) FOR THE CYCLE STATISTICS ROWS; EACH
003330*                 SUBPROGRAM LOADS IT AGAIN FOR ITS OWN STAMPS.
003340*                 NO VALID DATE, OR A RERUN-DATE OVERRIDE, RUNS
003350*                 NO CYCLES RC=8.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004100     SELECT MQSTAFL ASSIGN TO MQSTAFL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS MQSTAFL-STATUS.
004310     SELECT MQBDTFL ASSIGN TO MQBDTFL
004320         ORGANIZATION IS SEQUENTIAL
004330         FILE STATUS IS MQBDTFL-STATUS.
004340     SELECT MQBDTOV ASSIGN TO MQBDTOV
004350         ORGANIZATION IS SEQUENTIAL
004360         FILE STATUS IS MQBDTOV-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
005100 FD  MQSTAFL
005200     RECORDING MODE IS F.
005300     COPY CMQSTAV.
005310 FD  MQBDTFL
005320     RECORDING MODE IS F.
005330     COPY CMQBDTV.
005340 FD  MQBDTOV
005350     RECORD CONTAINS 80 CHARACTERS
005360     RECORDING MODE IS F.
005370 01  BDT-OVERRIDE-CARD          PIC X(80).
005400*
005500 WORKING-STORAGE SECTION.
005600 01  MQSTPFL-STATUS          PIC X(02) VALUE SPACES.
005700 01  MQSTAFL-STATUS          PIC X(02) VALUE SPACES.
005710 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
005720 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
005800 01  WS-STAT-START-DATE      PIC X(08) VALUE SPACES.
005900 01  WS-STAT-START-TIME      PIC X(08) VALUE SPACES.
006000*
007100*
007200 01  WS-COUNTERS.
007300   05  WS-CYCLE-COUNT      PIC S9(09) COMP VALUE 0.
007305*
007310     COPY CMQBDWV.
007400*
007500 PROCEDURE DIVISION.
007600*----------------------------------------------------------------
007800*----------------------------------------------------------------
007900 0000-MAINLINE.
008000     DISPLAY "CBMQCYC0: INTRADAY CYCLE DRIVER STARTING"
008010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008020     IF WS-BDT-FAILED
008030         GOBACK
008040     END-IF
008100     PERFORM 2000-RUN-ONE-CYCLE THRU 2000-EXIT
008200         UNTIL WS-STOP
008300            OR WS-CYCLE-COUNT NOT < WS-MAX-CYCLES
008400     PERFORM 9000-TERMINATE THRU 9000-EXIT
008500     GOBACK
008600     .
008602*----------------------------------------------------------------
008604* 1000-INITIALIZE - THE BUSINESS DATE THE DAY'S CYCLES RUN UNDER.
008606* A LIVE CYCLE IS NEVER BACKDATED, SO A RERUN-DATE OVERRIDE IS
008608* REFUSED HERE AS WELL AS BY EACH SUBPROGRAM.
008610*----------------------------------------------------------------
008612 1000-INITIALIZE.
008614     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
008616     IF WS-BDT-RERUN
008618         DISPLAY "CBMQCYC0: A RERUN-DATE OVERRIDE IS NOT "
008620             "ALLOWED ON THE INTRADAY CYCLES"
008622         SET WS-BDT-FAILED TO TRUE
008624     END-IF
008626     IF WS-BDT-FAILED
008628         DISPLAY "CBMQCYC0: NO BUSINESS DATE - NO CYCLES RUN"
008630         MOVE 8 TO RETURN-CODE
008632         GO TO 1000-EXIT
008634     END-IF
008636     DISPLAY "CBMQCYC0: BUSINESS DATE " WS-BDT-DATE
008638     .
008640 1000-EXIT.
008642     EXIT.
008700*----------------------------------------------------------------
008800* 2000-RUN-ONE-CYCLE - STOP-SWITCH CHECK, THEN DRAIN, DECIDE,
008900* POST, AND CUT THE CYCLE'S STATISTICS ROW.
021400     EXIT.
021500*----------------------------------------------------------------
021600* 9090/9100 - SHARED PER-RUN STATISTICS PARAGRAPHS (CMQSTAP)
021610* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
021700*----------------------------------------------------------------
021800 COPY CMQSTAP.
021810 COPY CMQBDTP.
021900*----------------------------------------------------------------
022000* 9000-TERMINATE - REPORT THE DAY
022100*----------------------------------------------------------------
