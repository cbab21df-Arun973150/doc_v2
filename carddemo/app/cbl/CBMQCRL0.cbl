000100* CBMQCRL0 - CARD ACCOUNT MASTER VSAM LOAD/REFRESH UTILITY
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQCRL0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* CBMQAUT0 WILL NOT APPROVE A CARD IT CANNOT SEE ON THE CARD
001100* ACCOUNT MASTER (MQCRDVS, CMQCRDV).  THIS UTILITY CARRIES THE
001200* CARD ISSUING EXTRACT (MQCRDFL, THE SAME CMQCRDV LAYOUT) INTO
001300* THAT KSDS THE WAY CBMQCTL0 CARRIES MQCTLFL INTO MQCTLVS - A
001400* NEW CARD IS WRITTEN, A CARD ALREADY ON FILE IS REWRITTEN IN
001500* PLACE, SO RERUNS ARE IDEMPOTENT.  ON A REWRITE THE STATUS,
001600* EXPIRY, AND CREDIT LIMIT COME FROM THE EXTRACT BUT THE OPEN-
001700* TO-BUY DOES NOT: CBMQAUT0 HAS BEEN DRAWING IT DOWN ALL DAY,
001800* SO THE AMOUNT ALREADY DRAWN (OLD LIMIT LESS OLD OPEN-TO-BUY)
001900* IS CARRIED ACROSS AND THE NEW OPEN-TO-BUY IS THE NEW LIMIT
002000* LESS THAT - NEVER BELOW ZERO.  A NEW CARD TAKES THE EXTRACT'S
002100* OPEN-TO-BUY WHEN IT IS NUMERIC AND WITHIN THE LIMIT, ELSE THE
002200* FULL LIMIT.  A ROW WITH NO CARD NUMBER, AN UNKNOWN STATUS, OR
002300* A NON-NUMERIC EXPIRY OR LIMIT IS REJECTED WITH A MESSAGE AND
002400* THE RUN ENDS RETURN-CODE 4 SO THE SCHEDULER FLAGS IT.
002500*----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700* -------------------------------------------------------------
002800* DATE       BY   DESCRIPTION
002900* 10/15/2026 JH   INITIAL VERSION.
002910* 10/15/2026 JH   AN EXPIRY THAT IS NOT A REAL CALENDAR DATE
002920*                 (MONTH LENGTH AND LEAP YEAR CHECKED, AS IN
002930*                 CBMQCRM0) IS REJECTED, NOT LOADED.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MQCRDFL ASSIGN TO MQCRDFL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS MQCRDFL-STATUS.
003700     SELECT MQCRDVS ASSIGN TO MQCRDVS
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS MQCRV-CARD-NUMBER
004100         FILE STATUS IS MQCRDVS-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  MQCRDFL
004600     RECORDING MODE IS F.
004700     COPY CMQCRDV.
004800 FD  MQCRDVS.
004900     COPY CMQCRDV REPLACING
005000         ==MQ-CARD-ACCOUNT-RECORD== BY ==MQ-CARD-MASTERVS-RECORD==
005100         ==MQCRD-CARD-NUMBER==      BY ==MQCRV-CARD-NUMBER==
005200         ==MQCRD-STATUS-ACTIVE==    BY ==MQCRV-STATUS-ACTIVE==
005300         ==MQCRD-STATUS-INACTIVE==  BY ==MQCRV-STATUS-INACTIVE==
005400         ==MQCRD-STATUS-CLOSED==    BY ==MQCRV-STATUS-CLOSED==
005500         ==MQCRD-STATUS==           BY ==MQCRV-STATUS==
005600         ==MQCRD-EXPIRY-DATE==      BY ==MQCRV-EXPIRY-DATE==
005700         ==MQCRD-CREDIT-LIMIT==     BY ==MQCRV-CREDIT-LIMIT==
005800         ==MQCRD-OPEN-TO-BUY==      BY ==MQCRV-OPEN-TO-BUY==
005900         ==MQCRD-MAINT-USER==       BY ==MQCRV-MAINT-USER==
006000         ==MQCRD-MAINT-DATE==       BY ==MQCRV-MAINT-DATE==
006100         .
006200*
006300 WORKING-STORAGE SECTION.
006400 01  MQCRDFL-STATUS          PIC X(02) VALUE SPACES.
006500 01  MQCRDVS-STATUS          PIC X(02) VALUE SPACES.
006600*
006700 01  WS-SWITCHES.
006800   05  WS-DONE-SW            PIC X(01) VALUE "N".
006900       88  WS-DONE                    VALUE "Y".
007000   05  WS-ROW-OK-SW          PIC X(01) VALUE "Y".
007100       88  WS-ROW-OK                  VALUE "Y".
007200       88  WS-ROW-REJECTED            VALUE "N".
007300*
007400 01  WS-COUNTERS.
007500   05  WS-READ-COUNT         PIC S9(09) COMP VALUE 0.
007600   05  WS-WRITE-COUNT        PIC S9(09) COMP VALUE 0.
007700   05  WS-REWRITE-COUNT      PIC S9(09) COMP VALUE 0.
007800   05  WS-REJECT-COUNT       PIC S9(09) COMP VALUE 0.
007900*
008000 01  WS-OTB-FIELDS.
008100   05  WS-DRAWN-AMOUNT       PIC S9(09)V99 VALUE 0.
008200   05  WS-NEW-OTB            PIC S9(09)V99 VALUE 0.
008300*
008400 01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
008404*
008408* EXPIRY DATE CHECK WORK AREA (2150)
008412 01  WS-EXPIRY-CHECK.
008416   05  WS-EXP-CHECK-SW       PIC X(01) VALUE "N".
008420       88  WS-EXP-DATE-OK             VALUE "Y".
008424       88  WS-EXP-DATE-BAD            VALUE "N".
008428   05  WS-EXP-CHECK-DATE     PIC X(08) VALUE SPACES.
008432   05  WS-EXP-CHECK-PARTS    REDEFINES WS-EXP-CHECK-DATE.
008436       10  WS-EXP-YEAR       PIC 9(04).
008440       10  WS-EXP-MONTH      PIC 9(02).
008444       10  WS-EXP-DAY        PIC 9(02).
008448   05  WS-EXP-LAST-DAY       PIC 9(02) VALUE 0.
008452   05  WS-EXP-QUOT           PIC S9(05) COMP VALUE 0.
008456   05  WS-EXP-REM4           PIC S9(05) COMP VALUE 0.
008460   05  WS-EXP-REM100         PIC S9(05) COMP VALUE 0.
008464   05  WS-EXP-REM400         PIC S9(05) COMP VALUE 0.
008468   05  WS-EXP-MONTH-TABLE    PIC X(24)
008472           VALUE "312831303130313130313031".
008476   05  WS-EXP-MONTH-DAYS     REDEFINES WS-EXP-MONTH-TABLE
008480                             PIC 9(02) OCCURS 12 TIMES.
008500*
008600 PROCEDURE DIVISION.
008700*----------------------------------------------------------------
008800* 0000-MAINLINE
008900*----------------------------------------------------------------
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009200     PERFORM 2000-LOAD-ONE-CARD THRU 2000-EXIT
009300         UNTIL WS-DONE
009400     PERFORM 9000-TERMINATE THRU 9000-EXIT
009500     GOBACK
009600     .
009700*----------------------------------------------------------------
009800* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
009900*----------------------------------------------------------------
010000 1000-INITIALIZE.
010100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010200     OPEN INPUT MQCRDFL
010300     IF MQCRDFL-STATUS NOT = "00"
010400         DISPLAY "CBMQCRL0: CARD EXTRACT OPEN FAILED - STATUS "
010500             MQCRDFL-STATUS
010600         MOVE 8 TO RETURN-CODE
010700         SET WS-DONE TO TRUE
010800         GO TO 1000-EXIT
010900     END-IF
011000     PERFORM 8750-OPEN-CARD-MASTER THRU 8750-EXIT
011100     IF WS-DONE
011200         GO TO 1000-EXIT
011300     END-IF
011400     PERFORM 8000-READ-CARD-EXTRACT THRU 8000-EXIT
011500     .
011600 1000-EXIT.
011700     EXIT.
011800*----------------------------------------------------------------
011900* 2000-LOAD-ONE-CARD - EDIT THE EXTRACT ROW, THEN WRITE IT AS A
012000* NEW CARD OR REWRITE THE CARD ALREADY ON FILE, CARRYING THE
012100* DRAWN AMOUNT ACROSS ANY LIMIT CHANGE.  PRIME THE NEXT READ.
012200*----------------------------------------------------------------
012300 2000-LOAD-ONE-CARD.
012400     PERFORM 2100-EDIT-EXTRACT-ROW THRU 2100-EXIT
012500     IF WS-ROW-REJECTED
012600         ADD 1 TO WS-REJECT-COUNT
012700     ELSE
012800         MOVE MQCRD-CARD-NUMBER TO MQCRV-CARD-NUMBER
012900         READ MQCRDVS
013000             INVALID KEY
013100                 PERFORM 2200-ADD-NEW-CARD THRU 2200-EXIT
013200             NOT INVALID KEY
013300                 PERFORM 2300-REFRESH-CARD THRU 2300-EXIT
013400         END-READ
013500     END-IF
013800     PERFORM 8000-READ-CARD-EXTRACT THRU 8000-EXIT
013900     .
014000 2000-EXIT.
014100     EXIT.
014200*----------------------------------------------------------------
014300* 2100-EDIT-EXTRACT-ROW - A ROW THE DECISIONING STEP COULD NOT
014400* TRUST NEVER REACHES THE MASTER.
014500*----------------------------------------------------------------
014600 2100-EDIT-EXTRACT-ROW.
014700     SET WS-ROW-OK TO TRUE
014800     IF MQCRD-CARD-NUMBER = SPACES
014900         DISPLAY "CBMQCRL0: ROW " WS-READ-COUNT
015000             " REJECTED - NO CARD NUMBER"
015100         SET WS-ROW-REJECTED TO TRUE
015200         GO TO 2100-EXIT
015300     END-IF
015400     IF NOT MQCRD-STATUS-ACTIVE
015500        AND NOT MQCRD-STATUS-INACTIVE
015600        AND NOT MQCRD-STATUS-CLOSED
015700         DISPLAY "CBMQCRL0: CARD " MQCRD-CARD-NUMBER
015800             " REJECTED - STATUS NOT A, I, OR C"
015900         SET WS-ROW-REJECTED TO TRUE
016000         GO TO 2100-EXIT
016100     END-IF
016200     MOVE MQCRD-EXPIRY-DATE TO WS-EXP-CHECK-DATE
016230     PERFORM 2150-CHECK-EXPIRY-DATE THRU 2150-EXIT
016260     IF WS-EXP-DATE-BAD
016300         DISPLAY "CBMQCRL0: CARD " MQCRD-CARD-NUMBER
016400             " REJECTED - EXPIRY DATE NOT A VALID YYYYMMDD"
016500         SET WS-ROW-REJECTED TO TRUE
016600         GO TO 2100-EXIT
016700     END-IF
016800     IF MQCRD-CREDIT-LIMIT NOT NUMERIC
016900         DISPLAY "CBMQCRL0: CARD " MQCRD-CARD-NUMBER
017000             " REJECTED - CREDIT LIMIT NOT NUMERIC"
017100         SET WS-ROW-REJECTED TO TRUE
017200         GO TO 2100-EXIT
017300     END-IF
017400     .
017500 2100-EXIT.
017600     EXIT.
017610*----------------------------------------------------------------
017612* 2150-CHECK-EXPIRY-DATE - WS-EXP-CHECK-DATE MUST BE A REAL
017614* YYYYMMDD CALENDAR DATE, LEAP YEARS INCLUDED - THE SAME RULE AS
017616* CMQBDTP 8960-CHECK-DATE AND THE CBMQCRM0 SCREEN EDIT.
017618*----------------------------------------------------------------
017620 2150-CHECK-EXPIRY-DATE.
017622     SET WS-EXP-DATE-BAD TO TRUE
017624     IF WS-EXP-CHECK-DATE NOT NUMERIC
017626         GO TO 2150-EXIT
017628     END-IF
017630     IF WS-EXP-YEAR < 1900
017632         OR WS-EXP-MONTH < 1
017634         OR WS-EXP-MONTH > 12
017636         GO TO 2150-EXIT
017638     END-IF
017640     MOVE WS-EXP-MONTH-DAYS(WS-EXP-MONTH) TO WS-EXP-LAST-DAY
017642     IF WS-EXP-MONTH = 2
017644         DIVIDE WS-EXP-YEAR BY 4 GIVING WS-EXP-QUOT
017646             REMAINDER WS-EXP-REM4
017648         DIVIDE WS-EXP-YEAR BY 100 GIVING WS-EXP-QUOT
017650             REMAINDER WS-EXP-REM100
017652         DIVIDE WS-EXP-YEAR BY 400 GIVING WS-EXP-QUOT
017654             REMAINDER WS-EXP-REM400
017656         IF WS-EXP-REM400 = 0
017658             OR (WS-EXP-REM4 = 0
017660                 AND WS-EXP-REM100 NOT = 0)
017662             MOVE 29 TO WS-EXP-LAST-DAY
017664         END-IF
017666     END-IF
017668     IF WS-EXP-DAY < 1
017670         OR WS-EXP-DAY > WS-EXP-LAST-DAY
017672         GO TO 2150-EXIT
017674     END-IF
017676     SET WS-EXP-DATE-OK TO TRUE
017678     .
017680 2150-EXIT.
017682     EXIT.
017700*----------------------------------------------------------------
017800* 2200-ADD-NEW-CARD - FIRST SIGHT OF THIS CARD
017900*----------------------------------------------------------------
018000 2200-ADD-NEW-CARD.
018100     MOVE MQ-CARD-ACCOUNT-RECORD TO MQ-CARD-MASTERVS-RECORD
018200     IF MQCRD-OPEN-TO-BUY NOT NUMERIC
018300         MOVE MQCRD-CREDIT-LIMIT TO MQCRV-OPEN-TO-BUY
018400     ELSE
018500         IF MQCRD-OPEN-TO-BUY > MQCRD-CREDIT-LIMIT
018600             MOVE MQCRD-CREDIT-LIMIT TO MQCRV-OPEN-TO-BUY
018700         END-IF
018800     END-IF
018900     MOVE "CBMQCRL0"  TO MQCRV-MAINT-USER
019000     MOVE WS-RUN-DATE TO MQCRV-MAINT-DATE
019100     WRITE MQ-CARD-MASTERVS-RECORD
019200         INVALID KEY
019300             DISPLAY "CBMQCRL0: CARD " MQCRD-CARD-NUMBER
019400                 " WRITE FAILED - STATUS " MQCRDVS-STATUS
019500             ADD 1 TO WS-REJECT-COUNT
019600         NOT INVALID KEY
019700             ADD 1 TO WS-WRITE-COUNT
019800     END-WRITE
019900     .
020000 2200-EXIT.
020100     EXIT.
020200*----------------------------------------------------------------
020300* 2300-REFRESH-CARD - CARD ALREADY ON FILE: TAKE STATUS, EXPIRY,
020400* AND LIMIT FROM THE EXTRACT; MOVE THE OPEN-TO-BUY BY THE LIMIT
020500* CHANGE SO WHAT IS ALREADY DRAWN STAYS DRAWN.
020600*----------------------------------------------------------------
020700 2300-REFRESH-CARD.
020800     COMPUTE WS-DRAWN-AMOUNT =
020900         MQCRV-CREDIT-LIMIT - MQCRV-OPEN-TO-BUY
021000     IF WS-DRAWN-AMOUNT < 0
021100         MOVE 0 TO WS-DRAWN-AMOUNT
021200     END-IF
021300     COMPUTE WS-NEW-OTB = MQCRD-CREDIT-LIMIT - WS-DRAWN-AMOUNT
021400     IF WS-NEW-OTB < 0
021500         MOVE 0 TO WS-NEW-OTB
021600     END-IF
021700     MOVE MQCRD-STATUS       TO MQCRV-STATUS
021800     MOVE MQCRD-EXPIRY-DATE  TO MQCRV-EXPIRY-DATE
021900     MOVE MQCRD-CREDIT-LIMIT TO MQCRV-CREDIT-LIMIT
022000     MOVE WS-NEW-OTB         TO MQCRV-OPEN-TO-BUY
022100     MOVE "CBMQCRL0"         TO MQCRV-MAINT-USER
022200     MOVE WS-RUN-DATE        TO MQCRV-MAINT-DATE
022300     REWRITE MQ-CARD-MASTERVS-RECORD
022400         INVALID KEY
022500             DISPLAY "CBMQCRL0: CARD " MQCRD-CARD-NUMBER
022600                 " REWRITE FAILED - STATUS " MQCRDVS-STATUS
022700             ADD 1 TO WS-REJECT-COUNT
022800         NOT INVALID KEY
022900             ADD 1 TO WS-REWRITE-COUNT
023000     END-REWRITE
023100     .
023200 2300-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------
023500* 8000-READ-CARD-EXTRACT - NEXT MQCRDFL ROW, OR SET WS-DONE
023600*----------------------------------------------------------------
023700 8000-READ-CARD-EXTRACT.
023800     READ MQCRDFL
023900         AT END
024000             SET WS-DONE TO TRUE
024100         NOT AT END
024200             ADD 1 TO WS-READ-COUNT
024300     END-READ
024400     .
024500 8000-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800* 8750-OPEN-CARD-MASTER - A BRAND NEW (OR JUST IDCAMS-CLEARED)
024900* KSDS OPENS 05/35 - CREATE IT THE WAY CBMQAUT0 DOES FOR ITS
025000* LEDGER.  ANY OTHER FAILURE STOPS THE RUN.
025100*----------------------------------------------------------------
025200 8750-OPEN-CARD-MASTER.
025300     OPEN I-O MQCRDVS
025400     IF MQCRDVS-STATUS = "05" OR MQCRDVS-STATUS = "35"
025500         CLOSE MQCRDVS
025600         OPEN OUTPUT MQCRDVS
025700         CLOSE MQCRDVS
025800         OPEN I-O MQCRDVS
025900     END-IF
026000     IF MQCRDVS-STATUS NOT = "00"
026100         DISPLAY "CBMQCRL0: CARD MASTER OPEN FAILED - STATUS "
026200             MQCRDVS-STATUS
026300         MOVE 8 TO RETURN-CODE
026400         SET WS-DONE TO TRUE
026500     END-IF
026600     .
026700 8750-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
027100*----------------------------------------------------------------
027200 9000-TERMINATE.
027300     CLOSE MQCRDFL
027400     CLOSE MQCRDVS
027500     DISPLAY "CBMQCRL0: READ      " WS-READ-COUNT
027600     DISPLAY "CBMQCRL0: WRITTEN   " WS-WRITE-COUNT
027700     DISPLAY "CBMQCRL0: REWRITTEN " WS-REWRITE-COUNT
027800     DISPLAY "CBMQCRL0: REJECTED  " WS-REJECT-COUNT
027900     IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
028000         MOVE 4 TO RETURN-CODE
028100     END-IF
028200     .
028300 9000-EXIT.
028400     EXIT.
