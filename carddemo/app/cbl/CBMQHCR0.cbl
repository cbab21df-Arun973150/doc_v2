000100* CBMQHCR0 - DAILY HOT-CARD ACTIVITY REPORT
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQHCR0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* CBMQHCR0 PRINTS THE DAY'S HOT-CARD NEGATIVE FILE ACTIVITY
001100* FOR THE FRAUD DESK.  THE FIRST THREE SECTIONS COME FROM THE
001200* HOT-CARD AUDIT (MQHAUVS, CMQHAUV), STARTED AT THE RUN DATE
001300* SO ONLY THAT DAY'S ROWS ARE READ: CARDS ADDED TO THE LIST
001400* (BY CBMQFRN0 FROM A CONFIRMED ALERT, OR BY HAND THROUGH
001500* CBMQHCM0), CARDS RELEASED, AND LISTINGS EXPIRED - EACH LINE
001600* WITH WHO, WHEN, AND WHY.  THE FOURTH SECTION IS THE
001700* AUTHORIZATIONS CBMQAUT0 DECLINED BECAUSE THE CARD WAS
001800* LISTED - THE HISTORY LEDGER (MQHISVS, CMQHISV) ROWS DECIDED
001900* ON THE RUN DATE WITH RESPONSE CODE D986 - WITH THE AMOUNT
002000* THE LIST KEPT OFF THE BOOKS.  READ-ONLY AGAINST BOTH FILES.
002100*----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300* -------------------------------------------------------------
002400* DATE       BY   DESCRIPTION
002500* 10/15/2026 JH   INITIAL VERSION.
002510* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
002520*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
002530*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
002540*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
002550*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
002560*                 RC=8.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MQHAUVS ASSIGN TO MQHAUVS
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS MQHAU-AUDIT-KEY
003400         FILE STATUS IS MQHAUVS-STATUS.
003500     SELECT MQHISVS ASSIGN TO MQHISVS
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS MQHIS-TRAN-ID
003900         FILE STATUS IS MQHISVS-STATUS.
004000     SELECT MQRPTFL ASSIGN TO MQRPTFL
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS MQRPTFL-STATUS.
004210     SELECT MQBDTFL ASSIGN TO MQBDTFL
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS MQBDTFL-STATUS.
004240     SELECT MQBDTOV ASSIGN TO MQBDTOV
004250         ORGANIZATION IS SEQUENTIAL
004260         FILE STATUS IS MQBDTOV-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  MQHAUVS.
004700     COPY CMQHAUV.
004800 FD  MQHISVS.
004900     COPY CMQHISV.
005000 FD  MQRPTFL
005100     RECORD CONTAINS 132 CHARACTERS
005200     RECORDING MODE IS F.
005300 01  RPT-LINE                   PIC X(132).
005310 FD  MQBDTFL
005320     RECORDING MODE IS F.
005330     COPY CMQBDTV.
005340 FD  MQBDTOV
005350     RECORD CONTAINS 80 CHARACTERS
005360     RECORDING MODE IS F.
005370 01  BDT-OVERRIDE-CARD          PIC X(80).
005400*
005500 WORKING-STORAGE SECTION.
005600 01  MQHAUVS-STATUS          PIC X(02) VALUE SPACES.
005700 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
005800 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
005810 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
005820 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
005900*
006000 01  WS-SWITCHES.
006100   05  WS-PASS-EOF-SW      PIC X(01) VALUE "N".
006200       88  WS-PASS-EOF                VALUE "Y".
006300   05  WS-HAU-OPEN-SW      PIC X(01) VALUE "N".
006400       88  WS-HAU-OPEN                VALUE "Y".
006500*
006600 01  WS-COUNTERS.
006700   05  WS-ADD-COUNT        PIC S9(09) COMP VALUE 0.
006800   05  WS-ADD-FRAUD-COUNT  PIC S9(09) COMP VALUE 0.
006900   05  WS-RELEASE-COUNT    PIC S9(09) COMP VALUE 0.
007000   05  WS-EXPIRE-COUNT     PIC S9(09) COMP VALUE 0.
007100   05  WS-DECLINE-COUNT    PIC S9(09) COMP VALUE 0.
007200   05  WS-SECTION-COUNT    PIC S9(09) COMP VALUE 0.
007300*
007400 01  WS-DECLINE-AMOUNT      PIC 9(11)V99 VALUE 0.
007500*
007600* THE AUDIT ACTION THE CURRENT PASS IS PRINTING
007700 01  WS-PASS-ACTION         PIC X(01) VALUE SPACE.
007800*
007900 01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
008000*
008100 01  WS-REPORT-FIELDS.
008200   05  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
008300   05  WS-ED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
008400   05  WS-ED-GRAND         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
008500   05  WS-ED-SOURCE        PIC X(06).
008510     COPY CMQBDWV.
008600*
008700 PROCEDURE DIVISION.
008800*----------------------------------------------------------------
008900* 0000-MAINLINE
009000*----------------------------------------------------------------
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009210     IF WS-BDT-FAILED
009220         PERFORM 9000-TERMINATE THRU 9000-EXIT
009230         GOBACK
009240     END-IF
009300     MOVE "L" TO WS-PASS-ACTION
009400     PERFORM 2000-PRINT-AUDIT-SECTION THRU 2000-EXIT
009500     MOVE "R" TO WS-PASS-ACTION
009600     PERFORM 2000-PRINT-AUDIT-SECTION THRU 2000-EXIT
009700     MOVE "E" TO WS-PASS-ACTION
009800     PERFORM 2000-PRINT-AUDIT-SECTION THRU 2000-EXIT
009900     PERFORM 3000-PRINT-DECLINES THRU 3000-EXIT
010000     PERFORM 9000-TERMINATE THRU 9000-EXIT
010100     GOBACK
010200     .
010300*----------------------------------------------------------------
010400* 1000-INITIALIZE - OPEN THE REPORT AND THE AUDIT FILE, PRINT
010500* THE HEADING.  A MISSING AUDIT FILE IS REPORTED AND ITS
010600* SECTIONS PRINT EMPTY - THE DECLINES ARE STILL WORTH HAVING.
010700*----------------------------------------------------------------
010800 1000-INITIALIZE.
010900     OPEN OUTPUT MQRPTFL
010910     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
010920     IF WS-BDT-FAILED
010930         DISPLAY "CBMQHCR0: NO BUSINESS DATE - REPORT NOT "
010940             "PRODUCED"
010950         MOVE 8 TO RETURN-CODE
010960         MOVE "RUN ABANDONED - NO BUSINESS DATE - SEE JOB LOG"
010970             TO RPT-LINE
010980         WRITE RPT-LINE
010990         GO TO 1000-EXIT
011000     END-IF
011010     MOVE WS-BDT-DATE TO WS-RUN-DATE
011100     MOVE SPACES TO RPT-LINE
011200     STRING "HOT-CARD LIST ACTIVITY - RUN DATE " WS-RUN-DATE
011300         DELIMITED BY SIZE INTO RPT-LINE
011400     WRITE RPT-LINE
011500     OPEN INPUT MQHAUVS
011600     IF MQHAUVS-STATUS = "00"
011700         SET WS-HAU-OPEN TO TRUE
011800     ELSE
011900         DISPLAY "CBMQHCR0: HOT-CARD AUDIT OPEN FAILED - "
012000             "STATUS " MQHAUVS-STATUS " - ACTIVITY NOT LISTED"
012100         MOVE 4 TO RETURN-CODE
012200     END-IF
012300     .
012400 1000-EXIT.
012500     EXIT.
012600*----------------------------------------------------------------
012700* 2000-PRINT-AUDIT-SECTION - ONE PASS OF THE DAY'S AUDIT ROWS
012800* FOR THE ACTION IN WS-PASS-ACTION, STARTED AT THE RUN DATE
012900* AND STOPPED AT THE FIRST ROW OF A LATER DATE.
013000*----------------------------------------------------------------
013100 2000-PRINT-AUDIT-SECTION.
013200     MOVE 0 TO WS-SECTION-COUNT
013300     MOVE SPACES TO RPT-LINE
013400     WRITE RPT-LINE
013500     MOVE SPACES TO RPT-LINE
013600     EVALUATE WS-PASS-ACTION
013700         WHEN "L"
013800             MOVE "CARDS ADDED TO THE HOT-CARD LIST" TO RPT-LINE
013900         WHEN "R"
014000             MOVE "CARDS RELEASED FROM THE HOT-CARD LIST"
014100                 TO RPT-LINE
014200         WHEN OTHER
014300             MOVE "HOT-CARD LISTINGS EXPIRED" TO RPT-LINE
014400     END-EVALUATE
014500     WRITE RPT-LINE
014600     IF NOT WS-HAU-OPEN
014700         GO TO 2000-EXIT
014800     END-IF
014900     MOVE "N" TO WS-PASS-EOF-SW
015000     MOVE LOW-VALUES TO MQHAU-AUDIT-KEY
015100     MOVE WS-RUN-DATE TO MQHAU-AUDIT-DATE
015200     START MQHAUVS KEY NOT < MQHAU-AUDIT-KEY
015300         INVALID KEY
015400             SET WS-PASS-EOF TO TRUE
015500     END-START
015600     PERFORM 2100-PRINT-ONE-AUDIT THRU 2100-EXIT
015700         UNTIL WS-PASS-EOF
015800     MOVE WS-SECTION-COUNT TO WS-ED-COUNT
015900     MOVE SPACES TO RPT-LINE
016000     STRING "  SECTION TOTAL " WS-ED-COUNT
016100         DELIMITED BY SIZE INTO RPT-LINE
016200     WRITE RPT-LINE
016300     .
016400 2000-EXIT.
016500     EXIT.
016600 2100-PRINT-ONE-AUDIT.
016700     READ MQHAUVS NEXT
016800         AT END
016900             SET WS-PASS-EOF TO TRUE
017000     END-READ
017100     IF WS-PASS-EOF
017200         GO TO 2100-EXIT
017300     END-IF
017400     IF MQHAU-AUDIT-DATE NOT = WS-RUN-DATE
017500         SET WS-PASS-EOF TO TRUE
017600         GO TO 2100-EXIT
017700     END-IF
017800     IF MQHAU-ACTION NOT = WS-PASS-ACTION
017900         GO TO 2100-EXIT
018000     END-IF
018100     ADD 1 TO WS-SECTION-COUNT
018200     IF MQHAU-SOURCE-FRAUD
018300         MOVE "FRAUD " TO WS-ED-SOURCE
018400     ELSE
018500         MOVE "MANUAL" TO WS-ED-SOURCE
018600     END-IF
018700     EVALUATE TRUE
018800         WHEN MQHAU-ACTION-LIST
018900             ADD 1 TO WS-ADD-COUNT
019000             IF MQHAU-SOURCE-FRAUD
019100                 ADD 1 TO WS-ADD-FRAUD-COUNT
019200             END-IF
019300         WHEN MQHAU-ACTION-RELEASE
019400             ADD 1 TO WS-RELEASE-COUNT
019500         WHEN OTHER
019600             ADD 1 TO WS-EXPIRE-COUNT
019700     END-EVALUATE
019800     MOVE SPACES TO RPT-LINE
019900     STRING "  " MQHAU-AUDIT-TIME
020000         " CARD " MQHAU-CARD-NUMBER
020100         " " WS-ED-SOURCE
020200         " BY " MQHAU-USER-ID
020300         " " MQHAU-REASON
020400         " " MQHAU-ALERT-MSGID
020500         DELIMITED BY SIZE INTO RPT-LINE
020600     WRITE RPT-LINE
020700     .
020800 2100-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
021100* 3000-PRINT-DECLINES - THE RUN DATE'S HOT-CARD DECLINES OFF
021200* THE HISTORY LEDGER.  A LEDGER THAT WILL NOT OPEN IS A FAILED
021300* REPORT - THE DESK WOULD OTHERWISE READ "NONE DECLINED".
021400*----------------------------------------------------------------
021500 3000-PRINT-DECLINES.
021600     MOVE SPACES TO RPT-LINE
021700     WRITE RPT-LINE
021800     MOVE "AUTHORIZATIONS DECLINED - CARD ON HOT-CARD LIST (D986)"
021900         TO RPT-LINE
022000     WRITE RPT-LINE
022100     OPEN INPUT MQHISVS
022200     IF MQHISVS-STATUS NOT = "00"
022300         DISPLAY "CBMQHCR0: HISTORY LEDGER OPEN FAILED - "
022400             "STATUS " MQHISVS-STATUS " - DECLINES NOT LISTED"
022500         MOVE 8 TO RETURN-CODE
022600         GO TO 3000-EXIT
022700     END-IF
022800     MOVE "N" TO WS-PASS-EOF-SW
022900     PERFORM 3100-PRINT-ONE-DECLINE THRU 3100-EXIT
023000         UNTIL WS-PASS-EOF
023100     CLOSE MQHISVS
023200     MOVE WS-DECLINE-COUNT TO WS-ED-COUNT
023300     MOVE WS-DECLINE-AMOUNT TO WS-ED-GRAND
023400     MOVE SPACES TO RPT-LINE
023500     STRING "  SECTION TOTAL " WS-ED-COUNT
023600         "  AMOUNT DECLINED " WS-ED-GRAND
023700         DELIMITED BY SIZE INTO RPT-LINE
023800     WRITE RPT-LINE
023900     .
024000 3000-EXIT.
024100     EXIT.
024200 3100-PRINT-ONE-DECLINE.
024300     READ MQHISVS
024400         AT END
024500             SET WS-PASS-EOF TO TRUE
024600             GO TO 3100-EXIT
024700     END-READ
024800     IF MQHIS-DECIDE-DATE NOT = WS-RUN-DATE
024900         OR MQHIS-RESPONSE-CODE NOT = "D986"
025000         GO TO 3100-EXIT
025100     END-IF
025200     ADD 1 TO WS-DECLINE-COUNT
025300     ADD MQHIS-AMOUNT TO WS-DECLINE-AMOUNT
025400     MOVE MQHIS-AMOUNT TO WS-ED-AMOUNT
025500     MOVE SPACES TO RPT-LINE
025600     STRING "  " MQHIS-DECIDE-TIME
025700         " CARD " MQHIS-CARD-NUMBER
025800         " TRAN " MQHIS-TRAN-ID
025900         " " MQHIS-MSG-TYPE
026000         " AMOUNT " WS-ED-AMOUNT
026100         DELIMITED BY SIZE INTO RPT-LINE
026200     WRITE RPT-LINE
026300     .
026400 3100-EXIT.
026500     EXIT.
026510*----------------------------------------------------------------
026520* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
026530*----------------------------------------------------------------
026540 COPY CMQBDTP.
026600*----------------------------------------------------------------
026700* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
026800*----------------------------------------------------------------
026900 9000-TERMINATE.
027000     IF WS-HAU-OPEN
027100         CLOSE MQHAUVS
027200     END-IF
027300     CLOSE MQRPTFL
027400     DISPLAY "CBMQHCR0: CARDS ADDED = " WS-ADD-COUNT
027500         " (FROM CONFIRMED ALERTS = " WS-ADD-FRAUD-COUNT ")"
027600     DISPLAY "CBMQHCR0: RELEASED = " WS-RELEASE-COUNT
027700         " EXPIRED = " WS-EXPIRE-COUNT
027800     DISPLAY "CBMQHCR0: DECLINED (D986) = " WS-DECLINE-COUNT
027900     .
028000 9000-EXIT.
028100     EXIT.
