002950* 08/21/2026 JH   MOVED THE DATE/TIME ARITHMETIC OUT TO THE
002960*                 SHARED CMQDAYV/CMQDAYP COPYBOOKS SO THE
002970*                 HOUSEKEEPING JOB CAN AGE RECORDS THE SAME WAY.
002972* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
002974*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
002976*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
002978*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
002980*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
002982*                 RC=8.  LATENCY AND OPEN-ITEM AGE ALLOW FOR A
002992*                 MIDNIGHT CROSSED INSIDE ONE BUSINESS DAY.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004500     SELECT MQRPTFL ASSIGN TO MQRPTFL
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS MQRPTFL-STATUS.
004710     SELECT MQBDTFL ASSIGN TO MQBDTFL
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS MQBDTFL-STATUS.
004740     SELECT MQBDTOV ASSIGN TO MQBDTOV
004750         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS MQBDTOV-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
006000     RECORD CONTAINS 132 CHARACTERS
006100     RECORDING MODE IS F.
006200 01  RPT-LINE                   PIC X(132).
006210 FD  MQBDTFL
006220     RECORDING MODE IS F.
006230     COPY CMQBDTV.
006240 FD  MQBDTOV
006250     RECORD CONTAINS 80 CHARACTERS
006260     RECORDING MODE IS F.
006270 01  BDT-OVERRIDE-CARD          PIC X(80).
006300*
006400 WORKING-STORAGE SECTION.
006500 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
006600 01  MQCORFL-STATUS          PIC X(02) VALUE SPACES.
006700 01  MQOPNVS-STATUS          PIC X(02) VALUE SPACES.
006800 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
006810 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
006820 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
006900*
007000 01  WS-SWITCHES.
007100   05  WS-STG-EOF-SW       PIC X(01) VALUE "N".
012500 01  WS-REPORT-FIELDS.
012600   05  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
012700   05  WS-ED-MINS          PIC ZZZ,ZZ9.
012710     COPY CMQBDWV.
012800*
012900 PROCEDURE DIVISION.
013000*----------------------------------------------------------------
013200*----------------------------------------------------------------
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013410     IF WS-BDT-FAILED
013420         PERFORM 9000-TERMINATE THRU 9000-EXIT
013430         GOBACK
013440     END-IF
013500     PERFORM 2000-LOAD-STAGED THRU 2000-EXIT
013600         UNTIL WS-STG-EOF
013700     PERFORM 3000-MATCH-REPLIES THRU 3000-EXIT
015700         CLOSE MQOPNVS
015800         OPEN I-O MQOPNVS
015900     END-IF
015910     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
015920     IF WS-BDT-FAILED
015930         DISPLAY "CBMQLAT0: NO BUSINESS DATE - REPORT NOT "
015935             "PRODUCED"
015940         MOVE 8 TO RETURN-CODE
015950         MOVE "RUN ABANDONED - NO BUSINESS DATE - SEE JOB LOG"
015960             TO RPT-LINE
015970         WRITE RPT-LINE
015980         GO TO 1000-EXIT
015990     END-IF
016000     MOVE WS-BDT-DATE TO WS-RUN-DATE
016100     ACCEPT WS-RUN-TIME FROM TIME
016200     MOVE WS-RUN-DATE TO WS-D2D-DATE
016300     PERFORM 8900-DATE-TO-DAYS THRU 8900-EXIT
023300     COMPUTE WS-LATENCY-MINS =
023400         ((WS-TO-DAYS - WS-FROM-DAYS) * 1440)
023500         + WS-TO-MINS - WS-FROM-MINS
023510*    STAGING AND REPLY STAMPS CARRY THE BUSINESS DATE WITH
023520*    THE CLOCK TIME, SO A SPAN THAT CROSSES MIDNIGHT INSIDE
023530*    ONE BUSINESS DAY COMES OUT NEGATIVE - ADD THE DAY BACK.
023540     IF WS-LATENCY-MINS < 0
023550         ADD 1440 TO WS-LATENCY-MINS
023560     END-IF
023600     ADD 1 TO WS-TODAY-COUNT
023700     ADD WS-LATENCY-MINS TO WS-TOTAL-MINS
023800     IF WS-LATENCY-MINS > WS-MAX-MINS
029200     COMPUTE WS-AGE-MINS =
029300         ((WS-RUN-DAYS - WS-FROM-DAYS) * 1440)
029400         + WS-RUN-MINS - WS-FROM-MINS
029410*    STAGING AND REPLY STAMPS CARRY THE BUSINESS DATE WITH
029420*    THE CLOCK TIME, SO A SPAN THAT CROSSES MIDNIGHT INSIDE
029430*    ONE BUSINESS DAY COMES OUT NEGATIVE - ADD THE DAY BACK.
029440     IF WS-AGE-MINS < 0
029450         ADD 1440 TO WS-AGE-MINS
029460     END-IF
029500     IF WS-AGE-MINS > 1440
029600         AND MQOPN-NOT-ESCALATED
029700         ADD 1 TO WS-ESCALATE-COUNT
040300     EXIT.
040400*----------------------------------------------------------------
040500* 8900/8910 - SHARED DATE/TIME ARITHMETIC (SEE CMQDAYP)
040510* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
040600*----------------------------------------------------------------
040900 COPY CMQDAYP.
040940 COPY CMQBDTP.
043800*----------------------------------------------------------------
043900* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
044000*----------------------------------------------------------------
