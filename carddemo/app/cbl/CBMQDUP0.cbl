002100* -------------------------------------------------------------
002200* DATE       BY   DESCRIPTION
002300* 08/21/2026 JH   INITIAL VERSION.
002310* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
002320*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
002330*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
002340*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
002350*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
002360*                 RC=8.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003100     SELECT MQRPTFL ASSIGN TO MQRPTFL
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS MQRPTFL-STATUS.
003310     SELECT MQBDTFL ASSIGN TO MQBDTFL
003320         ORGANIZATION IS SEQUENTIAL
003330         FILE STATUS IS MQBDTFL-STATUS.
003340     SELECT MQBDTOV ASSIGN TO MQBDTOV
003350         ORGANIZATION IS SEQUENTIAL
003360         FILE STATUS IS MQBDTOV-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
004100     RECORD CONTAINS 132 CHARACTERS
004200     RECORDING MODE IS F.
004300 01  RPT-LINE                   PIC X(132).
004310 FD  MQBDTFL
004320     RECORDING MODE IS F.
004330     COPY CMQBDTV.
004340 FD  MQBDTOV
004350     RECORD CONTAINS 80 CHARACTERS
004360     RECORDING MODE IS F.
004370 01  BDT-OVERRIDE-CARD          PIC X(80).
004400*
004500 WORKING-STORAGE SECTION.
004600 01  MQDUPFL-STATUS          PIC X(02) VALUE SPACES.
004700 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
004710 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
004720 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
004800*
004900 01  WS-SWITCHES.
005000   05  WS-DUP-EOF-SW       PIC X(01) VALUE "N".
006900*
007000 01  WS-REPORT-FIELDS.
007100   05  WS-ED-COUNT         PIC ZZZ,ZZ9.
007110     COPY CMQBDWV.
007200*
007300 PROCEDURE DIVISION.
007400*----------------------------------------------------------------
007600*----------------------------------------------------------------
007700 0000-MAINLINE.
007800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007810     IF WS-BDT-FAILED
007820         PERFORM 9000-TERMINATE THRU 9000-EXIT
007830         GOBACK
007840     END-IF
007900     PERFORM 2000-REPORT-ONE-DUP THRU 2000-EXIT
008000         UNTIL WS-DUP-EOF
008100     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
008800 1000-INITIALIZE.
008900     OPEN INPUT MQDUPFL
009000     OPEN OUTPUT MQRPTFL
009010     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
009020     IF WS-BDT-FAILED
009030         DISPLAY "CBMQDUP0: NO BUSINESS DATE - REPORT NOT "
009035             "PRODUCED"
009040         MOVE 8 TO RETURN-CODE
009050         MOVE "RUN ABANDONED - NO BUSINESS DATE - SEE JOB LOG"
009060             TO RPT-LINE
009070         WRITE RPT-LINE
009080         GO TO 1000-EXIT
009090     END-IF
009100     MOVE WS-BDT-DATE TO WS-RUN-DATE
009200     MOVE SPACES TO RPT-LINE
009300     STRING "MQ DAILY DUPLICATE SUMMARY - RUN DATE "
009400         WS-RUN-DATE DELIMITED BY SIZE INTO RPT-LINE
019500     .
019600 5100-EXIT.
019700     EXIT.
019710*----------------------------------------------------------------
019720* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
019730*----------------------------------------------------------------
019740 COPY CMQBDTP.
019800*----------------------------------------------------------------
019900* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
020000*----------------------------------------------------------------
