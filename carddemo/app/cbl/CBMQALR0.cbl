002800* -------------------------------------------------------------
002900* DATE       BY   DESCRIPTION
003000* 09/02/2026 JH   INITIAL VERSION.
003010* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
003020*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
003030*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
003040*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
003050*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
003060*                 RC=8.  AN OPEN ITEM'S AGE ALLOWS FOR A MIDNIGHT
003070*                 CROSSED INSIDE ONE BUSINESS DAY.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005800     SELECT MQALTFL ASSIGN TO MQALTFL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS MQALTFL-STATUS.
006010     SELECT MQBDTFL ASSIGN TO MQBDTFL
006020         ORGANIZATION IS SEQUENTIAL
006030         FILE STATUS IS MQBDTFL-STATUS.
006040     SELECT MQBDTOV ASSIGN TO MQBDTOV
006050         ORGANIZATION IS SEQUENTIAL
006060         FILE STATUS IS MQBDTOV-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
008400 FD  MQALTFL
008500     RECORDING MODE IS F.
008600     COPY CMQALTV.
008610 FD  MQBDTFL
008620     RECORDING MODE IS F.
008630     COPY CMQBDTV.
008640 FD  MQBDTOV
008650     RECORD CONTAINS 80 CHARACTERS
008660     RECORDING MODE IS F.
008670 01  BDT-OVERRIDE-CARD          PIC X(80).
008700*
008800 WORKING-STORAGE SECTION.
008900 01  MQCTLFL-STATUS          PIC X(02) VALUE SPACES.
009400 01  MQSTAFL-STATUS          PIC X(02) VALUE SPACES.
009500 01  MQOPNVS-STATUS          PIC X(02) VALUE SPACES.
009600 01  MQALTFL-STATUS          PIC X(02) VALUE SPACES.
009610 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
009620 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
009700*
009800 01  WS-SWITCHES.
009900   05  WS-PASS-EOF-SW      PIC X(01) VALUE "N".
016000     COPY CMQPMOV.
016100     COPY CMQMDV.
016200     COPY CMQODV.
016210     COPY CMQBDWV.
016300*
016400 PROCEDURE DIVISION.
016500*----------------------------------------------------------------
016700*----------------------------------------------------------------
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016910     IF WS-BDT-FAILED
016920         GOBACK
016930     END-IF
017000     PERFORM 2000-COUNT-SUSPENSE THRU 2000-EXIT
017100     PERFORM 2200-COUNT-DEADLETTER THRU 2200-EXIT
017200     PERFORM 2400-COUNT-DUPLICATES THRU 2400-EXIT
018100* CONTROL, OPEN THE ALERT DATASET AND THE NOTIFICATION QUEUE
018200*----------------------------------------------------------------
018300 1000-INITIALIZE.
018310     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
018320     IF WS-BDT-FAILED
018330         DISPLAY "CBMQALR0: NO BUSINESS DATE - NO METRICS CHECKED"
018340         MOVE 8 TO RETURN-CODE
018350         GO TO 1000-EXIT
018360     END-IF
018370     MOVE WS-BDT-DATE TO WS-RUN-DATE
018500     ACCEPT WS-RUN-TIME FROM TIME
018600     MOVE WS-RUN-DATE TO WS-D2D-DATE
018700     PERFORM 8900-DATE-TO-DAYS THRU 8900-EXIT
033500     COMPUTE WS-AGE-MINS =
033600         ((WS-RUN-DAYS - WS-FROM-DAYS) * 1440)
033700         + WS-RUN-MINS - WS-FROM-MINS
033710*    STAGING STAMPS CARRY THE BUSINESS DATE WITH THE CLOCK
033720*    TIME, SO AN AGE THAT CROSSES MIDNIGHT INSIDE ONE
033730*    BUSINESS DAY COMES OUT NEGATIVE - ADD THE DAY BACK.
033740     IF WS-AGE-MINS < 0
033750         ADD 1440 TO WS-AGE-MINS
033760     END-IF
033800     DIVIDE WS-AGE-MINS BY 60 GIVING WS-AGE-HOURS
033900     IF WS-AGE-HOURS > WS-OPN-MAX-HOURS
034000         MOVE WS-AGE-HOURS TO WS-OPN-MAX-HOURS
055300*----------------------------------------------------------------
055400* 8000/8010 - SHARED MQ CONTROL LOADERS (SEE CMQCTLP/CMQCTPP)
055500* 8900/8910 - SHARED DATE/TIME ARITHMETIC (SEE CMQDAYP)
055510* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
055600*----------------------------------------------------------------
055700 COPY CMQCTLP.
055800 COPY CMQCTPP.
055900 COPY CMQDAYP.
055910 COPY CMQBDTP.
056000*----------------------------------------------------------------
056100* 9000-TERMINATE - DISCONNECT FROM MQ, CLOSE FILES
056200*----------------------------------------------------------------
