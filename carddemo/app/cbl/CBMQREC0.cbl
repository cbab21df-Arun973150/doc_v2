001800* 08/09/2026 JH   INITIAL VERSION.
001810* 08/21/2026 JH   MQSTGFL IS VARIABLE LENGTH NOW (CMQSTGV
001820*                 CARRIES ITS PAYLOAD AS OCCURS DEPENDING).
001830* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
001840*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
001850*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
001860*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
001870*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
001880*                 RC=8.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003200     SELECT MQRPTFL ASSIGN TO MQRPTFL
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS MQRPTFL-STATUS.
003410     SELECT MQBDTFL ASSIGN TO MQBDTFL
003420         ORGANIZATION IS SEQUENTIAL
003430         FILE STATUS IS MQBDTFL-STATUS.
003440     SELECT MQBDTOV ASSIGN TO MQBDTOV
003450         ORGANIZATION IS SEQUENTIAL
003460         FILE STATUS IS MQBDTOV-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
004800     RECORD CONTAINS 132 CHARACTERS
004900     RECORDING MODE IS F.
005000 01  RPT-LINE                   PIC X(132).
005010 FD  MQBDTFL
005020     RECORDING MODE IS F.
005030     COPY CMQBDTV.
005040 FD  MQBDTOV
005050     RECORD CONTAINS 80 CHARACTERS
005060     RECORDING MODE IS F.
005070 01  BDT-OVERRIDE-CARD          PIC X(80).
005100*
005200 WORKING-STORAGE SECTION.
005300 01  MQCTLFL-STATUS          PIC X(02) VALUE SPACES.
005400 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
005500 01  MQCORFL-STATUS          PIC X(02) VALUE SPACES.
005600 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
005610 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
005620 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
005700*
005800 01  WS-SWITCHES.
005900   05  WS-STG-EOF-SW       PIC X(01) VALUE "N".
007100   05  WS-POST-COUNT-ED    PIC ZZZ,ZZZ,ZZ9.
007200   05  WS-GAP-COUNT-ED     PIC -ZZZ,ZZZ,ZZ9.
007300   05  WS-RUN-DATE         PIC X(08) VALUE SPACES.
007310     COPY CMQBDWV.
007400*
007500 PROCEDURE DIVISION.
007600*----------------------------------------------------------------
007800*----------------------------------------------------------------
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008010     IF WS-BDT-FAILED
008020         PERFORM 9000-TERMINATE THRU 9000-EXIT
008030         GOBACK
008040     END-IF
008100     PERFORM 2000-COUNT-STAGED THRU 2000-EXIT
008200         UNTIL WS-STG-EOF
008300     PERFORM 3000-COUNT-POSTED THRU 3000-EXIT
009400     OPEN INPUT MQCORFL
009500     OPEN OUTPUT MQRPTFL
009600     PERFORM 8000-LOAD-MQ-CONTROL THRU 8000-EXIT
009610     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
009620     IF WS-BDT-FAILED
009630         DISPLAY "CBMQREC0: NO BUSINESS DATE - REPORT NOT "
009635             "PRODUCED"
009640         MOVE 8 TO RETURN-CODE
009650         MOVE "RUN ABANDONED - NO BUSINESS DATE - SEE JOB LOG"
009660             TO RPT-LINE
009670         WRITE RPT-LINE
009680         GO TO 1000-EXIT
009690     END-IF
009700     MOVE WS-BDT-DATE TO WS-RUN-DATE
009800     PERFORM 5000-READ-STAGED THRU 5000-EXIT
009900     PERFORM 6000-READ-POSTED THRU 6000-EXIT
010000     .
018100* 8000 - SHARED MQ CONTROL LOADER (SEE CMQCTLP)
018200*----------------------------------------------------------------
018300 COPY CMQCTLP.
018310*----------------------------------------------------------------
018320* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
018330*----------------------------------------------------------------
018340 COPY CMQBDTP.
018400*----------------------------------------------------------------
018500* 9000-TERMINATE - CLOSE FILES
018600*----------------------------------------------------------------
