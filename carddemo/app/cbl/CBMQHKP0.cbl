003160* 09/02/2026 JH   FRAUD-ALERT FIXED PREFIX GREW 122 -> 128
003170*                 (CMQFRDV NOW CARRIES SCORE AND SEVERITY) -
003180*                 ARCHIVE/NEW-MASTER LENGTHS FOLLOW.
003182* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
003184*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
003186*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
003188*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
003190*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
003192*                 RC=8.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
008100     SELECT MQRPTFL ASSIGN TO MQRPTFL
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS MQRPTFL-STATUS.
008310     SELECT MQBDTFL ASSIGN TO MQBDTFL
008320         ORGANIZATION IS SEQUENTIAL
008330         FILE STATUS IS MQBDTFL-STATUS.
008340     SELECT MQBDTOV ASSIGN TO MQBDTOV
008350         ORGANIZATION IS SEQUENTIAL
008360         FILE STATUS IS MQBDTOV-STATUS.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
013300     RECORD CONTAINS 132 CHARACTERS
013400     RECORDING MODE IS F.
013500 01  RPT-LINE                   PIC X(132).
013510 FD  MQBDTFL
013520     RECORDING MODE IS F.
013530     COPY CMQBDTV.
013540 FD  MQBDTOV
013550     RECORD CONTAINS 80 CHARACTERS
013560     RECORDING MODE IS F.
013570 01  BDT-OVERRIDE-CARD          PIC X(80).
013600*
013700 WORKING-STORAGE SECTION.
013800 01  MQRETFL-STATUS          PIC X(02) VALUE SPACES.
015100 01  MQCKPFL-STATUS          PIC X(02) VALUE SPACES.
015200 01  MQCKPNW-STATUS          PIC X(02) VALUE SPACES.
015300 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
015310 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
015320 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
015400*
015500 01  WS-SWITCHES.
015600   05  WS-PASS-EOF-SW      PIC X(01) VALUE "N".
018900   05  WS-ED-KEEP          PIC ZZZ,ZZZ,ZZ9.
019000*
019100     COPY CMQDAYV.
019110     COPY CMQBDWV.
019200*
019300 PROCEDURE DIVISION.
019400*----------------------------------------------------------------
019600*----------------------------------------------------------------
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019810     IF WS-BDT-FAILED
019820         PERFORM 9000-TERMINATE THRU 9000-EXIT
019830         GOBACK
019840     END-IF
019900     PERFORM 2000-SWEEP-STAGING THRU 2000-EXIT
020000     PERFORM 3000-SWEEP-SUSPENSE THRU 3000-EXIT
020100     PERFORM 4000-SWEEP-DEADLETTER THRU 4000-EXIT
021000*----------------------------------------------------------------
021100 1000-INITIALIZE.
021200     OPEN OUTPUT MQRPTFL
021210     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
021220     IF WS-BDT-FAILED
021230         DISPLAY "CBMQHKP0: NO BUSINESS DATE - NOTHING "
021235             "ARCHIVED"
021240         MOVE 8 TO RETURN-CODE
021250         MOVE "RUN ABANDONED - NO BUSINESS DATE - SEE JOB LOG"
021260             TO RPT-LINE
021270         WRITE RPT-LINE
021280         GO TO 1000-EXIT
021290     END-IF
021300     MOVE WS-BDT-DATE TO WS-RUN-DATE
021400     MOVE WS-RUN-DATE TO WS-D2D-DATE
021500     PERFORM 8900-DATE-TO-DAYS THRU 8900-EXIT
021600     MOVE WS-D2D-DAYS TO WS-RUN-DAYS
051900     EXIT.
052000*----------------------------------------------------------------
052100* 8900/8910 - SHARED DATE/TIME ARITHMETIC (SEE CMQDAYP)
052110* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
052200*----------------------------------------------------------------
052300 COPY CMQDAYP.
052340 COPY CMQBDTP.
052400*----------------------------------------------------------------
052500* 9000-TERMINATE - CLOSE THE REPORT
052600*----------------------------------------------------------------
