000100* CBMQENR0 - DAILY MQ ONLINE ACCESS-VIOLATION AND ENTITLEMENT
000200*            CHANGE REPORT
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.        CBMQENR0.
000600 AUTHOR.            J HALVERSEN.
000700 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000800 DATE-WRITTEN.      10/15/2026.
000900 DATE-COMPILED.
001000*----------------------------------------------------------------
001100* CBMQENR0 PRINTS THE DAY'S MQ ONLINE SECURITY ACTIVITY FOR THE
001200* SECURITY REVIEW.  THE FIRST SECTION IS EVERY ATTEMPT AN
001300* OPERATOR MADE AT A FUNCTION THE ENTITLEMENT FILE DID NOT
001400* GRANT - THE ACCESS-VIOLATION LOG (MQAVLVS, CMQAVLV) WRITTEN
001500* BY CBMQCTM0, CBMQFRW0, CBMQTRW0, AND CBMQENM0 - WITH WHO,
001600* WHEN, FROM WHICH TERMINAL, IN WHICH TRANSACTION, WHAT WAS
001700* REFUSED, AND AGAINST WHAT.  THE SECOND SECTION IS EVERY
001800* ENTITLEMENT ADDED OR UPDATED THROUGH CBMQENM0 - THE CHANGE
001900* AUDIT (MQEAUVS, CMQEAUV) - WITH THE ADMINISTRATOR WHO MADE IT
002000* AND THE OPERATOR'S FUNCTIONS BEFORE AND AFTER.  BOTH FILES ARE
002100* STARTED AT THE RUN DATE SO ONLY THAT DAY'S ROWS ARE READ.  A
002200* FILE THAT WILL NOT OPEN IS A FAILED REPORT (RC=8) - THE
002300* REVIEW WOULD OTHERWISE READ "NOTHING HAPPENED".  READ-ONLY
002400* AGAINST BOTH FILES.
002500*----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700* -------------------------------------------------------------
002800* DATE       BY   DESCRIPTION
002900* 10/15/2026 JH   INITIAL VERSION.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MQAVLVS ASSIGN TO MQAVLVS
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS MQAVL-AUDIT-KEY
003800         FILE STATUS IS MQAVLVS-STATUS.
003900     SELECT MQEAUVS ASSIGN TO MQEAUVS
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS MQEAU-AUDIT-KEY
004300         FILE STATUS IS MQEAUVS-STATUS.
004400     SELECT MQRPTFL ASSIGN TO MQRPTFL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS MQRPTFL-STATUS.
004700     SELECT MQBDTFL ASSIGN TO MQBDTFL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS MQBDTFL-STATUS.
005000     SELECT MQBDTOV ASSIGN TO MQBDTOV
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS MQBDTOV-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  MQAVLVS.
005700     COPY CMQAVLV.
005800 FD  MQEAUVS.
005900     COPY CMQEAUV.
006000 FD  MQRPTFL
006100     RECORD CONTAINS 132 CHARACTERS
006200     RECORDING MODE IS F.
006300 01  RPT-LINE                   PIC X(132).
006400 FD  MQBDTFL
006500     RECORDING MODE IS F.
006600     COPY CMQBDTV.
006700 FD  MQBDTOV
006800     RECORD CONTAINS 80 CHARACTERS
006900     RECORDING MODE IS F.
007000 01  BDT-OVERRIDE-CARD          PIC X(80).
007100*
007200 WORKING-STORAGE SECTION.
007300 01  MQAVLVS-STATUS          PIC X(02) VALUE SPACES.
007400 01  MQEAUVS-STATUS          PIC X(02) VALUE SPACES.
007500 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
007600 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
007700 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
007800*
007900 01  WS-SWITCHES.
008000   05  WS-PASS-EOF-SW      PIC X(01) VALUE "N".
008100       88  WS-PASS-EOF                VALUE "Y".
008200*
008300 01  WS-COUNTERS.
008400   05  WS-DENIED-COUNT     PIC S9(09) COMP VALUE 0.
008500   05  WS-ADD-COUNT        PIC S9(09) COMP VALUE 0.
008600   05  WS-UPDATE-COUNT     PIC S9(09) COMP VALUE 0.
008700*
008800 01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
008900*
009000*----------------------------------------------------------------
009100* THE BEFORE AND AFTER IMAGES ON AN AUDIT ROW ARE RAW CMQENTV
009200* RECORDS - EACH IS LAID OVER THIS COPY TO PICK OUT ITS
009300* FUNCTION FLAGS.
009400*----------------------------------------------------------------
009500     COPY CMQENTV.
009600*
009700 01  WS-REPORT-FIELDS.
009800   05  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
009900   05  WS-ED-FUNCTION      PIC X(10).
010000   05  WS-ED-ACTION        PIC X(07).
010100   05  WS-ED-BEFORE        PIC X(08).
010200   05  WS-ED-AFTER         PIC X(08).
010300     COPY CMQBDWV.
010400*
010500 PROCEDURE DIVISION.
010600*----------------------------------------------------------------
010700* 0000-MAINLINE
010800*----------------------------------------------------------------
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011100     IF WS-BDT-FAILED
011200         PERFORM 9000-TERMINATE THRU 9000-EXIT
011300         GOBACK
011400     END-IF
011500     PERFORM 2000-PRINT-DENIALS THRU 2000-EXIT
011600     PERFORM 3000-PRINT-CHANGES THRU 3000-EXIT
011700     PERFORM 9000-TERMINATE THRU 9000-EXIT
011800     GOBACK
011900     .
012000*----------------------------------------------------------------
012100* 1000-INITIALIZE - OPEN THE REPORT, LOAD THE RUN DATE, PRINT
012200* THE HEADING.
012300*----------------------------------------------------------------
012400 1000-INITIALIZE.
012500     OPEN OUTPUT MQRPTFL
012600     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
012700     IF WS-BDT-FAILED
012800         DISPLAY "CBMQENR0: NO BUSINESS DATE - REPORT NOT "
012900             "PRODUCED"
013000         MOVE 8 TO RETURN-CODE
013100         MOVE "RUN ABANDONED - NO BUSINESS DATE - SEE JOB LOG"
013200             TO RPT-LINE
013300         WRITE RPT-LINE
013400         GO TO 1000-EXIT
013500     END-IF
013600     MOVE WS-BDT-DATE TO WS-RUN-DATE
013700     MOVE SPACES TO RPT-LINE
013800     STRING "MQ ONLINE SECURITY REVIEW - RUN DATE " WS-RUN-DATE
013900         DELIMITED BY SIZE INTO RPT-LINE
014000     WRITE RPT-LINE
014100     .
014200 1000-EXIT.
014300     EXIT.
014400*----------------------------------------------------------------
014500* 2000-PRINT-DENIALS - THE RUN DATE'S ACCESS-VIOLATION ROWS,
014600* STARTED AT THE RUN DATE AND STOPPED AT THE FIRST ROW OF A
014700* LATER DATE.
014800*----------------------------------------------------------------
014900 2000-PRINT-DENIALS.
015000     MOVE SPACES TO RPT-LINE
015100     WRITE RPT-LINE
015200     MOVE "ACCESS DENIED - ATTEMPTS WITHOUT THE ENTITLEMENT"
015300         TO RPT-LINE
015400     WRITE RPT-LINE
015500     OPEN INPUT MQAVLVS
015600     IF MQAVLVS-STATUS NOT = "00"
015700         DISPLAY "CBMQENR0: ACCESS-VIOLATION LOG OPEN FAILED - "
015800             "STATUS " MQAVLVS-STATUS " - DENIALS NOT LISTED"
015900         MOVE 8 TO RETURN-CODE
016000         MOVE "  NOT LISTED - ACCESS-VIOLATION LOG WOULD NOT OPEN"
016100             TO RPT-LINE
016200         WRITE RPT-LINE
016300         GO TO 2000-EXIT
016400     END-IF
016500     MOVE "N" TO WS-PASS-EOF-SW
016600     MOVE LOW-VALUES TO MQAVL-AUDIT-KEY
016700     MOVE WS-RUN-DATE TO MQAVL-AUDIT-DATE
016800     START MQAVLVS KEY NOT < MQAVL-AUDIT-KEY
016900         INVALID KEY
017000             SET WS-PASS-EOF TO TRUE
017100     END-START
017200     PERFORM 2100-PRINT-ONE-DENIAL THRU 2100-EXIT
017300         UNTIL WS-PASS-EOF
017400     CLOSE MQAVLVS
017500     MOVE WS-DENIED-COUNT TO WS-ED-COUNT
017600     MOVE SPACES TO RPT-LINE
017700     STRING "  SECTION TOTAL " WS-ED-COUNT
017800         DELIMITED BY SIZE INTO RPT-LINE
017900     WRITE RPT-LINE
018000     .
018100 2000-EXIT.
018200     EXIT.
018300 2100-PRINT-ONE-DENIAL.
018400     READ MQAVLVS NEXT
018500         AT END
018600             SET WS-PASS-EOF TO TRUE
018700     END-READ
018800     IF WS-PASS-EOF
018900         GO TO 2100-EXIT
019000     END-IF
019100     IF MQAVL-AUDIT-DATE NOT = WS-RUN-DATE
019200         SET WS-PASS-EOF TO TRUE
019300         GO TO 2100-EXIT
019400     END-IF
019500     ADD 1 TO WS-DENIED-COUNT
019600     EVALUATE MQAVL-FUNCTION
019700         WHEN "V"
019800             MOVE "START/VIEW" TO WS-ED-FUNCTION
019900         WHEN "A"
020000             MOVE "ADD"        TO WS-ED-FUNCTION
020100         WHEN "U"
020200             MOVE "UPDATE"     TO WS-ED-FUNCTION
020300         WHEN "C"
020400             MOVE "CONFIRM"    TO WS-ED-FUNCTION
020500         WHEN "F"
020600             MOVE "FALSE POS"  TO WS-ED-FUNCTION
020700         WHEN "E"
020800             MOVE "ESCALATE"   TO WS-ED-FUNCTION
020900         WHEN "R"
021000             MOVE "REQUEUE"    TO WS-ED-FUNCTION
021100         WHEN "S"
021200             MOVE "STAGE"      TO WS-ED-FUNCTION
021300         WHEN "P"
021400             MOVE "PURGE"      TO WS-ED-FUNCTION
021500         WHEN OTHER
021600             MOVE "UNKNOWN"    TO WS-ED-FUNCTION
021700     END-EVALUATE
021800     MOVE SPACES TO RPT-LINE
021900     STRING "  " MQAVL-AUDIT-TIME
022000         " USER " MQAVL-USER-ID
022100         " TERM " MQAVL-TERM-ID
022200         " TRAN " MQAVL-TRAN-ID
022300         " " WS-ED-FUNCTION
022400         " " MQAVL-DETAIL
022500         DELIMITED BY SIZE INTO RPT-LINE
022600     WRITE RPT-LINE
022700     .
022800 2100-EXIT.
022900     EXIT.
023000*----------------------------------------------------------------
023100* 3000-PRINT-CHANGES - THE RUN DATE'S ENTITLEMENT CHANGE AUDIT
023200* ROWS.  THE FUNCTIONS PRINT AS EIGHT Y/N BYTES IN THE ORDER
023300* THE LEGEND LINE NAMES THEM; AN ADD HAS NO BEFORE.
023400*----------------------------------------------------------------
023500 3000-PRINT-CHANGES.
023600     MOVE SPACES TO RPT-LINE
023700     WRITE RPT-LINE
023800     MOVE "ENTITLEMENTS ADDED AND CHANGED" TO RPT-LINE
023900     WRITE RPT-LINE
024000     MOVE "  FUNCTIONS: VIEW MAINTAIN DISP-LOW DISP-MEDIUM "
024100         TO RPT-LINE
024200     MOVE "DISP-HIGH REQUEUE STAGE PURGE" TO RPT-LINE(50:29)
024300     WRITE RPT-LINE
024400     OPEN INPUT MQEAUVS
024500     IF MQEAUVS-STATUS NOT = "00"
024600         DISPLAY "CBMQENR0: ENTITLEMENT AUDIT OPEN FAILED - "
024700             "STATUS " MQEAUVS-STATUS " - CHANGES NOT LISTED"
024800         MOVE 8 TO RETURN-CODE
024900         MOVE "  NOT LISTED - ENTITLEMENT AUDIT WOULD NOT OPEN"
025000             TO RPT-LINE
025100         WRITE RPT-LINE
025200         GO TO 3000-EXIT
025300     END-IF
025400     MOVE "N" TO WS-PASS-EOF-SW
025500     MOVE LOW-VALUES TO MQEAU-AUDIT-KEY
025600     MOVE WS-RUN-DATE TO MQEAU-AUDIT-DATE
025700     START MQEAUVS KEY NOT < MQEAU-AUDIT-KEY
025800         INVALID KEY
025900             SET WS-PASS-EOF TO TRUE
026000     END-START
026100     PERFORM 3100-PRINT-ONE-CHANGE THRU 3100-EXIT
026200         UNTIL WS-PASS-EOF
026300     CLOSE MQEAUVS
026400     COMPUTE WS-ED-COUNT = WS-ADD-COUNT + WS-UPDATE-COUNT
026500     MOVE SPACES TO RPT-LINE
026600     STRING "  SECTION TOTAL " WS-ED-COUNT
026700         DELIMITED BY SIZE INTO RPT-LINE
026800     WRITE RPT-LINE
026900     .
027000 3000-EXIT.
027100     EXIT.
027200 3100-PRINT-ONE-CHANGE.
027300     READ MQEAUVS NEXT
027400         AT END
027500             SET WS-PASS-EOF TO TRUE
027600     END-READ
027700     IF WS-PASS-EOF
027800         GO TO 3100-EXIT
027900     END-IF
028000     IF MQEAU-AUDIT-DATE NOT = WS-RUN-DATE
028100         SET WS-PASS-EOF TO TRUE
028200         GO TO 3100-EXIT
028300     END-IF
028400     IF MQEAU-ACTION-ADD
028500         ADD 1 TO WS-ADD-COUNT
028600         MOVE "ADDED"    TO WS-ED-ACTION
028700         MOVE "(NONE)"   TO WS-ED-BEFORE
028800     ELSE
028900         ADD 1 TO WS-UPDATE-COUNT
029000         MOVE "UPDATED"  TO WS-ED-ACTION
029100         MOVE MQEAU-OLD-IMAGE TO MQ-ENTITLEMENT-RECORD
029200         MOVE MQENT-FUNCTIONS TO WS-ED-BEFORE
029300     END-IF
029400     MOVE MQEAU-NEW-IMAGE TO MQ-ENTITLEMENT-RECORD
029500     MOVE MQENT-FUNCTIONS TO WS-ED-AFTER
029600     MOVE SPACES TO RPT-LINE
029700     STRING "  " MQEAU-AUDIT-TIME
029800         " BY " MQEAU-USER-ID
029900         " " WS-ED-ACTION
030000         " USER " MQEAU-ENT-USER-ID
030100         " TRAN " MQEAU-ENT-TRAN-ID
030200         " BEFORE " WS-ED-BEFORE
030300         " AFTER " WS-ED-AFTER
030400         DELIMITED BY SIZE INTO RPT-LINE
030500     WRITE RPT-LINE
030600     .
030700 3100-EXIT.
030800     EXIT.
030900*----------------------------------------------------------------
031000* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
031100*----------------------------------------------------------------
031200 COPY CMQBDTP.
031300*----------------------------------------------------------------
031400* 9000-TERMINATE - CLOSE THE REPORT, REPORT COUNTS
031500*----------------------------------------------------------------
031600 9000-TERMINATE.
031700     CLOSE MQRPTFL
031800     DISPLAY "CBMQENR0: ACCESS DENIED = " WS-DENIED-COUNT
031900     DISPLAY "CBMQENR0: ENTITLEMENTS ADDED = " WS-ADD-COUNT
032000         " UPDATED = " WS-UPDATE-COUNT
032100     .
032200 9000-EXIT.
032300     EXIT.
