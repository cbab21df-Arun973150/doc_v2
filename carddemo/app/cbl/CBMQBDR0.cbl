000100* CBMQBDR0 - DAY-END BUSINESS DATE ROLLOVER
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQBDR0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* THE BATCH SIDE OF THE MQ PIPELINE WORKS UNDER THE BUSINESS
001100* DATE ON THE CONTROL RECORD (MQBDTFL, CMQBDTV), NOT THE
001200* SYSTEM CLOCK.  CBMQBDR0 IS THE ONLY PROGRAM THAT MOVES IT.
001300* RUN AS THE LAST STEP OF THE DAY-END STREAM, IT ADVANCES THE
001400* DATE TO THE NEXT CALENDAR DAY - BUT ONLY ONCE SETTLEMENT HAS
001500* COMPLETED FOR THE CURRENT DATE (THE CBMQSET0 CONTROL-TOTALS
001600* RECORD ON MQSCTFL CARRIES IT), SO A FAILED CLOSE LEAVES THE
001700* DATE WHERE IT WAS AND THE RERUN BOOKS TO THE RIGHT DAY.  A
001800* SET-DATE CARD ON MQBDRIN PUTS A NAMED DATE ON THE RECORD
001900* INSTEAD (FIRST INSTALLATION, OR AN OPERATOR CORRECTION) WITH
002000* NO SETTLEMENT CHECK.  THE ROLLOVER REFUSES TO RUN UNDER A
002100* RERUN-DATE OVERRIDE.  ANY REFUSAL ENDS RC=8 WITH THE RECORD
002200* UNCHANGED.
002300*----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500* -------------------------------------------------------------
002600* DATE       BY   DESCRIPTION
002700* 10/15/2026 JH   INITIAL VERSION.
002710* 10/15/2026 JH   THE ROLL TYPE IS HELD IN WORKING STORAGE AND
002720*                 THE RECORD CLEARED AND FULLY BUILT AFTER THE
002730*                 OUTPUT OPEN - NOTHING CARRIES OVER FROM 8950.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MQBDRIN ASSIGN TO MQBDRIN
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS MQBDRIN-STATUS.
003500     SELECT MQBDTFL ASSIGN TO MQBDTFL
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS MQBDTFL-STATUS.
003800     SELECT MQBDTOV ASSIGN TO MQBDTOV
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS MQBDTOV-STATUS.
004100     SELECT MQSCTFL ASSIGN TO MQSCTFL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS MQSCTFL-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MQBDRIN
004800     RECORD CONTAINS 80 CHARACTERS
004900     RECORDING MODE IS F.
005000 01  BDR-CARD                   PIC X(80).
005100 FD  MQBDTFL
005200     RECORDING MODE IS F.
005300     COPY CMQBDTV.
005400 FD  MQBDTOV
005500     RECORD CONTAINS 80 CHARACTERS
005600     RECORDING MODE IS F.
005700 01  BDT-OVERRIDE-CARD          PIC X(80).
005800 FD  MQSCTFL
005900     RECORDING MODE IS F.
006000     COPY CMQSCTV.
006100*
006200 WORKING-STORAGE SECTION.
006300 01  MQBDRIN-STATUS          PIC X(02) VALUE SPACES.
006400 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
006500 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
006600 01  MQSCTFL-STATUS          PIC X(02) VALUE SPACES.
006700*
006800 01  WS-SWITCHES.
006900   05  WS-CARD-EOF-SW      PIC X(01) VALUE "N".
007000       88  WS-CARD-EOF                VALUE "Y".
007100   05  WS-SET-DATE-SW      PIC X(01) VALUE "N".
007200       88  WS-SET-DATE-CARD           VALUE "Y".
007300   05  WS-RUN-SW           PIC X(01) VALUE "Y".
007400       88  WS-RUN-OK                  VALUE "Y".
007500       88  WS-RUN-ABANDONED           VALUE "N".
007600*
007700* THE DATE BEING PUT ON THE RECORD, AND ITS PARTS FOR THE
007800* CALENDAR ARITHMETIC
007900 01  WS-NEW-DATE.
008000   05  WS-NEW-YEAR         PIC 9(04) VALUE 0.
008100   05  WS-NEW-MONTH        PIC 9(02) VALUE 0.
008200   05  WS-NEW-DAY          PIC 9(02) VALUE 0.
008300 01  WS-NEW-DATE-X          REDEFINES WS-NEW-DATE
008400                            PIC X(08).
008500 01  WS-CARD-DATE           PIC X(08) VALUE SPACES.
008510*
008520* THE ROLL TYPE FOR THE RECORD, HELD HERE UNTIL 4000 BUILDS IT
008530 01  WS-ROLL-TYPE           PIC X(01) VALUE SPACE.
008540     88  WS-ROLL-ADVANCE               VALUE "A".
008550     88  WS-ROLL-SET                   VALUE "S".
008600*
008700 01  WS-STAMP-DATE          PIC X(08) VALUE SPACES.
008800 01  WS-STAMP-TIME          PIC X(08) VALUE SPACES.
008900*
009000     COPY CMQBDWV.
009100*
009200 PROCEDURE DIVISION.
009300*----------------------------------------------------------------
009400* 0000-MAINLINE
009500*----------------------------------------------------------------
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009800     IF WS-RUN-OK
009900         IF WS-SET-DATE-CARD
010000             PERFORM 3500-SET-NAMED-DATE THRU 3500-EXIT
010100         ELSE
010200             PERFORM 2000-CHECK-CLOSING-STEPS THRU 2000-EXIT
010300             PERFORM 3000-ADVANCE-DATE THRU 3000-EXIT
010400         END-IF
010500     END-IF
010600     PERFORM 4000-WRITE-CONTROL-RECORD THRU 4000-EXIT
010700     PERFORM 9000-TERMINATE THRU 9000-EXIT
010800     GOBACK
010900     .
011000*----------------------------------------------------------------
011100* 1000-INITIALIZE - CONTROL CARD AND CURRENT BUSINESS DATE.  A
011200* MISSING OR INVALID CONTROL RECORD ONLY MATTERS WHEN THE DATE
011300* IS BEING ADVANCED - A SET-DATE CARD IS HOW ONE IS CREATED.
011400*----------------------------------------------------------------
011500 1000-INITIALIZE.
011600     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
011700     ACCEPT WS-STAMP-TIME FROM TIME
011800     PERFORM 8800-LOAD-CONTROL-CARDS THRU 8800-EXIT
011900     IF WS-RUN-ABANDONED
012000         GO TO 1000-ABANDON
012100     END-IF
012200     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
012300     IF WS-BDT-RERUN
012400         DISPLAY "CBMQBDR0: A RERUN-DATE OVERRIDE IS NOT "
012500             "ALLOWED ON THE ROLLOVER"
012600         GO TO 1000-ABANDON
012700     END-IF
012800     IF WS-BDT-FAILED
012900         AND NOT WS-SET-DATE-CARD
013000         DISPLAY "CBMQBDR0: NO VALID BUSINESS DATE TO ADVANCE"
013100         GO TO 1000-ABANDON
013200     END-IF
013300     DISPLAY "CBMQBDR0: CURRENT BUSINESS DATE "
013400         WS-BDT-CURRENT-DATE
013500     GO TO 1000-EXIT
013600     .
013700 1000-ABANDON.
013800     DISPLAY "CBMQBDR0: ROLLOVER ABANDONED - BUSINESS DATE "
013900         "NOT CHANGED"
014000     MOVE 8 TO RETURN-CODE
014100     SET WS-RUN-ABANDONED TO TRUE
014200     .
014300 1000-EXIT.
014400     EXIT.
014500*----------------------------------------------------------------
014600* 2000-CHECK-CLOSING-STEPS - SETTLEMENT WRITES ITS CONTROL-
014700* TOTALS RECORD ONLY WHEN IT FINISHES CLEAN, DATED WITH THE
014800* BUSINESS DATE IT SETTLED.  ANYTHING ELSE MEANS THE DAY IS
014900* NOT CLOSED.
015000*----------------------------------------------------------------
015100 2000-CHECK-CLOSING-STEPS.
015200     OPEN INPUT MQSCTFL
015300     IF MQSCTFL-STATUS NOT = "00"
015400         DISPLAY "CBMQBDR0: SETTLEMENT CONTROL FILE OPEN FAILED"
015500             " - STATUS " MQSCTFL-STATUS
015600         GO TO 2000-ABANDON
015700     END-IF
015800     READ MQSCTFL
015900         AT END
016000             DISPLAY "CBMQBDR0: NO SETTLEMENT CONTROL RECORD"
016100             CLOSE MQSCTFL
016200             GO TO 2000-ABANDON
016300     END-READ
016400     CLOSE MQSCTFL
016500     IF MQSCT-SETTLE-DATE NOT = WS-BDT-CURRENT-DATE
016600         DISPLAY "CBMQBDR0: SETTLEMENT NOT COMPLETE FOR "
016700             WS-BDT-CURRENT-DATE " - LAST SETTLED "
016800             MQSCT-SETTLE-DATE
016900         GO TO 2000-ABANDON
017000     END-IF
017100     GO TO 2000-EXIT
017200     .
017300 2000-ABANDON.
017400     DISPLAY "CBMQBDR0: ROLLOVER ABANDONED - BUSINESS DATE "
017500         "NOT CHANGED"
017600     MOVE 8 TO RETURN-CODE
017700     SET WS-RUN-ABANDONED TO TRUE
017800     .
017900 2000-EXIT.
018000     EXIT.
018100*----------------------------------------------------------------
018200* 3000-ADVANCE-DATE - NEXT CALENDAR DAY.  8960 LEAVES THE LAST
018300* DAY OF THE CURRENT MONTH (LEAP FEBRUARY INCLUDED) IN
018400* WS-BDT-CHK-LAST-DAY.
018500*----------------------------------------------------------------
018600 3000-ADVANCE-DATE.
018700     IF WS-RUN-ABANDONED
018800         GO TO 3000-EXIT
018900     END-IF
019000     MOVE WS-BDT-CURRENT-DATE TO WS-BDT-CHECK-DATE
019100     PERFORM 8960-CHECK-DATE THRU 8960-EXIT
019200     MOVE WS-BDT-CURRENT-DATE TO WS-NEW-DATE-X
019300     IF WS-NEW-DAY < WS-BDT-CHK-LAST-DAY
019400         ADD 1 TO WS-NEW-DAY
019500     ELSE
019600         MOVE 1 TO WS-NEW-DAY
019700         IF WS-NEW-MONTH < 12
019800             ADD 1 TO WS-NEW-MONTH
019900         ELSE
020000             MOVE 1 TO WS-NEW-MONTH
020100             ADD 1 TO WS-NEW-YEAR
020200         END-IF
020300     END-IF
020400     SET WS-ROLL-ADVANCE TO TRUE
020500     .
020600 3000-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------
020900* 3500-SET-NAMED-DATE - THE SET-DATE CARD'S DATE, AS GIVEN.
021000*----------------------------------------------------------------
021100 3500-SET-NAMED-DATE.
021200     MOVE WS-CARD-DATE TO WS-BDT-CHECK-DATE
021300     PERFORM 8960-CHECK-DATE THRU 8960-EXIT
021400     IF WS-BDT-DATE-BAD
021500         DISPLAY "CBMQBDR0: SET-DATE " WS-CARD-DATE
021600             " IS NOT A VALID DATE"
021700         DISPLAY "CBMQBDR0: ROLLOVER ABANDONED - BUSINESS DATE "
021800             "NOT CHANGED"
021900         MOVE 8 TO RETURN-CODE
022000         SET WS-RUN-ABANDONED TO TRUE
022100         GO TO 3500-EXIT
022200     END-IF
022300     IF WS-CARD-DATE < WS-BDT-CURRENT-DATE
022400         DISPLAY "CBMQBDR0: WARNING - SET-DATE " WS-CARD-DATE
022500             " IS EARLIER THAN THE CURRENT BUSINESS DATE"
022600     END-IF
022700     MOVE WS-CARD-DATE TO WS-NEW-DATE-X
022800     SET WS-ROLL-SET TO TRUE
022900     .
023000 3500-EXIT.
023100     EXIT.
023200*----------------------------------------------------------------
023300* 4000-WRITE-CONTROL-RECORD - REPLACE THE ONE RECORD.  NOTHING
023400* IS OPENED FOR OUTPUT UNTIL EVERY CHECK HAS PASSED; ONLY THEN
023500* IS THE FD BUFFER CLEARED AND EVERY FIELD BUILT FROM WORKING
023550* STORAGE.  AN ABANDONED RUN NEVER OPENS THE FILE FOR OUTPUT.
023600*----------------------------------------------------------------
023700 4000-WRITE-CONTROL-RECORD.
023800     IF WS-RUN-ABANDONED
023900         GO TO 4000-EXIT
024000     END-IF
024100     OPEN OUTPUT MQBDTFL
024200     IF MQBDTFL-STATUS NOT = "00"
024300         DISPLAY "CBMQBDR0: BUSINESS DATE FILE OPEN FAILED - "
024400             "STATUS " MQBDTFL-STATUS
024500         MOVE 8 TO RETURN-CODE
024600         SET WS-RUN-ABANDONED TO TRUE
024700         GO TO 4000-EXIT
024800     END-IF
024850     MOVE SPACES              TO MQ-BUSINESS-DATE-RECORD
024900     MOVE WS-NEW-DATE-X       TO MQBDT-BUSINESS-DATE
025000     MOVE WS-BDT-CURRENT-DATE TO MQBDT-PRIOR-DATE
025100     MOVE WS-STAMP-DATE       TO MQBDT-ROLLED-DATE
025200     MOVE WS-STAMP-TIME       TO MQBDT-ROLLED-TIME
025250     MOVE WS-ROLL-TYPE        TO MQBDT-ROLL-TYPE
025300     WRITE MQ-BUSINESS-DATE-RECORD
025400     IF MQBDTFL-STATUS NOT = "00"
025500         DISPLAY "CBMQBDR0: BUSINESS DATE WRITE FAILED - "
025600             "STATUS " MQBDTFL-STATUS
025700         MOVE 8 TO RETURN-CODE
025800         SET WS-RUN-ABANDONED TO TRUE
025900     END-IF
026000     CLOSE MQBDTFL
026100     .
026200 4000-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500* 8800-LOAD-CONTROL-CARDS - OPTIONAL.  SET-DATE YYYYMMDD IS
026600* THE ONLY CARD; ANYTHING ELSE ABANDONS THE RUN RATHER THAN
026700* ROLL A DATE THE OPERATOR DID NOT MEAN.
026800*----------------------------------------------------------------
026900 8800-LOAD-CONTROL-CARDS.
027000     OPEN INPUT MQBDRIN
027100     IF MQBDRIN-STATUS NOT = "00"
027200         GO TO 8800-EXIT
027300     END-IF
027400     PERFORM 8810-READ-ONE-CARD THRU 8810-EXIT
027500         UNTIL WS-CARD-EOF
027600     CLOSE MQBDRIN
027700     .
027800 8800-EXIT.
027900     EXIT.
028000 8810-READ-ONE-CARD.
028100     READ MQBDRIN
028200         AT END
028300             SET WS-CARD-EOF TO TRUE
028400             GO TO 8810-EXIT
028500     END-READ
028600     EVALUATE TRUE
028700         WHEN BDR-CARD(1:9) = "SET-DATE "
028800             MOVE BDR-CARD(10:8) TO WS-CARD-DATE
028900             SET WS-SET-DATE-CARD TO TRUE
029000         WHEN BDR-CARD(1:1) = "*"
029100         WHEN BDR-CARD = SPACES
029200             CONTINUE
029300         WHEN OTHER
029400             DISPLAY "CBMQBDR0: UNRECOGNIZED CARD - "
029500                 BDR-CARD(1:40)
029600             SET WS-RUN-ABANDONED TO TRUE
029700     END-EVALUATE
029800     .
029900 8810-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
030300*----------------------------------------------------------------
030400 COPY CMQBDTP.
030500*----------------------------------------------------------------
030600* 9000-TERMINATE
030700*----------------------------------------------------------------
030800 9000-TERMINATE.
030900     IF WS-RUN-OK
031000         DISPLAY "CBMQBDR0: BUSINESS DATE NOW " WS-NEW-DATE-X
031100             " - PRIOR " WS-BDT-CURRENT-DATE
031200     END-IF
031300     .
031400 9000-EXIT.
031500     EXIT.
