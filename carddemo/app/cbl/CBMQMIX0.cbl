002900* -------------------------------------------------------------
003000* DATE       BY   DESCRIPTION
003100* 09/02/2026 JH   INITIAL VERSION.
003110* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
003120*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
003130*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
003140*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
003150*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
003160*                 RC=8.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
004700     SELECT MQRPTFL ASSIGN TO MQRPTFL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS MQRPTFL-STATUS.
004910     SELECT MQBDTFL ASSIGN TO MQBDTFL
004920         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS MQBDTFL-STATUS.
004940     SELECT MQBDTOV ASSIGN TO MQBDTOV
004950         ORGANIZATION IS SEQUENTIAL
004960         FILE STATUS IS MQBDTOV-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
006200     RECORD CONTAINS 132 CHARACTERS
006300     RECORDING MODE IS F.
006400 01  RPT-LINE                   PIC X(132).
006410 FD  MQBDTFL
006420     RECORDING MODE IS F.
006430     COPY CMQBDTV.
006440 FD  MQBDTOV
006450     RECORD CONTAINS 80 CHARACTERS
006460     RECORDING MODE IS F.
006470 01  BDT-OVERRIDE-CARD          PIC X(80).
006500*
006600 WORKING-STORAGE SECTION.
006700 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
006800 01  MQRULFL-STATUS          PIC X(02) VALUE SPACES.
006900 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
007000 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
007010 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
007020 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
007100*
007200 01  WS-SWITCHES.
007300   05  WS-HIS-EOF-SW       PIC X(01) VALUE "N".
017200*
017300     COPY CMQDAYV.
017400     COPY CMQARQV.
017410     COPY CMQBDWV.
017500*
017600 PROCEDURE DIVISION.
017700*----------------------------------------------------------------
017900*----------------------------------------------------------------
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018110     IF WS-BDT-FAILED
018120         PERFORM 9000-TERMINATE THRU 9000-EXIT
018130         GOBACK
018140     END-IF
018200     PERFORM 2000-TALLY-ONE-DECISION THRU 2000-EXIT
018300         UNTIL WS-HIS-EOF
018400     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
019300     OPEN INPUT MQHISVS
019400     OPEN INPUT MQSTGFL
019500     OPEN OUTPUT MQRPTFL
019510     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
019520     IF WS-BDT-FAILED
019530         DISPLAY "CBMQMIX0: NO BUSINESS DATE - REPORT NOT "
019535             "PRODUCED"
019540         MOVE 8 TO RETURN-CODE
019550         MOVE "RUN ABANDONED - NO BUSINESS DATE - SEE JOB LOG"
019560             TO RPT-LINE
019570         WRITE RPT-LINE
019580         GO TO 1000-EXIT
019590     END-IF
019600     MOVE WS-BDT-DATE TO WS-RUN-DATE
019700     MOVE WS-RUN-DATE TO WS-D2D-DATE
019800     PERFORM 8900-DATE-TO-DAYS THRU 8900-EXIT
019900     MOVE WS-D2D-DAYS TO WS-RUN-DAYS
075200     EXIT.
075300*----------------------------------------------------------------
075400* 8900/8910 - SHARED DATE/TIME ARITHMETIC (SEE CMQDAYP)
075410* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
075500*----------------------------------------------------------------
075600 COPY CMQDAYP.
075640 COPY CMQBDTP.
075700*----------------------------------------------------------------
075800* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
075900*----------------------------------------------------------------
