002300* -------------------------------------------------------------
002400* DATE       BY   DESCRIPTION
002500* 08/21/2026 JH   INITIAL VERSION.
002510* 10/15/2026 JH   BUSINESS DATE - THE WEEK ENDS ON THE BUSINESS
002520*                 DATE (MQBDTFL, CMQBDTV), NOT THE SYSTEM CLOCK;
002530*                 A RERUN-DATE CARD ON MQBDTOV REPRODUCES A PRIOR
002540*                 WEEK AND LEAVES OUT RUNS AFTER IT.  A RUN WHOSE
002550*                 STOP TIME IS EARLIER THAN ITS START CROSSED
002560*                 MIDNIGHT INSIDE ONE BUSINESS DAY.  NO VALID
002570*                 DATE ABANDONS THE RUN RC=8.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003300     SELECT MQRPTFL ASSIGN TO MQRPTFL
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS MQRPTFL-STATUS.
003510     SELECT MQBDTFL ASSIGN TO MQBDTFL
003520         ORGANIZATION IS SEQUENTIAL
003530         FILE STATUS IS MQBDTFL-STATUS.
003540     SELECT MQBDTOV ASSIGN TO MQBDTOV
003550         ORGANIZATION IS SEQUENTIAL
003560         FILE STATUS IS MQBDTOV-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
004300     RECORD CONTAINS 132 CHARACTERS
004400     RECORDING MODE IS F.
004500 01  RPT-LINE                   PIC X(132).
004510 FD  MQBDTFL
004520     RECORDING MODE IS F.
004530     COPY CMQBDTV.
004540 FD  MQBDTOV
004550     RECORD CONTAINS 80 CHARACTERS
004560     RECORDING MODE IS F.
004570 01  BDT-OVERRIDE-CARD          PIC X(80).
004600*
004700 WORKING-STORAGE SECTION.
004800 01  MQSTAFL-STATUS          PIC X(02) VALUE SPACES.
004900 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
004910 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
004920 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
005000*
005100 01  WS-SWITCHES.
005200   05  WS-STA-EOF-SW       PIC X(01) VALUE "N".
006300 01  WS-COUNTERS.
006400   05  WS-READ-COUNT       PIC S9(09) COMP VALUE 0.
006500   05  WS-OLD-COUNT        PIC S9(09) COMP VALUE 0.
006510   05  WS-LATER-COUNT      PIC S9(09) COMP VALUE 0.
006600   05  WS-RUN-DAYS         PIC S9(09) COMP VALUE 0.
006700   05  WS-RUN-DATE         PIC X(08) VALUE SPACES.
006800   05  WS-DUR-MINS         PIC S9(09) COMP VALUE 0.
009600   05  WS-ED-OVER          PIC ZZZ,ZZ9.
009700*
009800     COPY CMQDAYV.
009810     COPY CMQBDWV.
009900*
010000 PROCEDURE DIVISION.
010100*----------------------------------------------------------------
010300*----------------------------------------------------------------
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010510     IF WS-BDT-FAILED
010520         PERFORM 9000-TERMINATE THRU 9000-EXIT
010530         GOBACK
010540     END-IF
010600     PERFORM 2000-TALLY-ONE-RUN THRU 2000-EXIT
010700         UNTIL WS-STA-EOF
010800     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
011500 1000-INITIALIZE.
011600     OPEN INPUT MQSTAFL
011700     OPEN OUTPUT MQRPTFL
011710     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
011720     IF WS-BDT-FAILED
011730         DISPLAY "CBMQSTR0: NO BUSINESS DATE - REPORT NOT "
011740             "PRODUCED"
011750         MOVE 8 TO RETURN-CODE
011760         MOVE "RUN ABANDONED - NO BUSINESS DATE - SEE JOB LOG"
011770             TO RPT-LINE
011780         WRITE RPT-LINE
011790         GO TO 1000-EXIT
011800     END-IF
011810     MOVE WS-BDT-DATE TO WS-RUN-DATE
011900     MOVE WS-RUN-DATE TO WS-D2D-DATE
012000     PERFORM 8900-DATE-TO-DAYS THRU 8900-EXIT
012100     MOVE WS-D2D-DAYS TO WS-RUN-DAYS
013700         ADD 1 TO WS-OLD-COUNT
013800         GO TO 2000-NEXT
013900     END-IF
013910     IF WS-AGE-DAYS < 0
013920         ADD 1 TO WS-LATER-COUNT
013930         GO TO 2000-NEXT
013940     END-IF
014000     MOVE MQSTA-START-TIME TO WS-T2M-TIME
014100     PERFORM 8910-TIME-TO-MINS THRU 8910-EXIT
014200     MOVE WS-T2M-MINS TO WS-START-MINS
014700     COMPUTE WS-DUR-MINS =
014800         ((WS-D2D-DAYS - WS-START-DAYS) * 1440)
014900         + WS-T2M-MINS - WS-START-MINS
014910*    THE STATS ROW CARRIES THE BUSINESS DATE AT BOTH ENDS - A
014920*    RUN THAT CROSSED MIDNIGHT STOPS "EARLIER" THAN IT STARTED.
014930     IF WS-DUR-MINS < 0
014940         ADD 1440 TO WS-DUR-MINS
014950     END-IF
015000     PERFORM 2100-FIND-JOB-ENTRY THRU 2100-EXIT
015100     IF WS-JOB-USE > 0
015200         ADD 1              TO WS-JT-RUNS(WS-JOB-USE)
028400* 8900/8910 - SHARED DATE/TIME ARITHMETIC (SEE CMQDAYP)
028500*----------------------------------------------------------------
028600 COPY CMQDAYP.
028610*----------------------------------------------------------------
028620* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
028630*----------------------------------------------------------------
028640 COPY CMQBDTP.
028700*----------------------------------------------------------------
028800* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
028900*----------------------------------------------------------------
029200     CLOSE MQRPTFL
029300     DISPLAY "CBMQSTR0: RUNS READ = " WS-READ-COUNT
029400         " PRIOR WEEKS BYPASSED = " WS-OLD-COUNT
029410     DISPLAY "CBMQSTR0: RUNS AFTER THE BUSINESS DATE BYPASSED = "
029420         WS-LATER-COUNT
029500     .
029600 9000-EXIT.
029700     EXIT.
