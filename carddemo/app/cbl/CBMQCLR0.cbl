000100* CBMQCLR0 - CLEARING PRESENTMENT MATCH AND APPROVAL EXPIRY
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQCLR0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* AN APPROVAL IS ONLY A PROMISE; THE MERCHANT'S CLAIM FOR THE
001100* MONEY ARRIVES LATER ON THE CLEARING/PRESENTMENT FILE
001200* (MQPRSFL, CMQPRSV), OFTEN FOR LESS THAN WAS APPROVED AND
001300* SOMETIMES NOT AT ALL.  CBMQCLR0 MATCHES EACH PRESENTMENT TO
001400* ITS AT01 APPROVAL ON THE HISTORY LEDGER (MQHISVS, CMQHISV)
001500* BY TRAN ID AND CARD, RECORDS THE MATCH AND THE CLEARED
001600* AMOUNT ON THE CLEARING MATCH FILE (MQCLRVS, CMQCLRV), AND
001700* MARKS THE LEDGER ROW MATCHED - CBMQSET0 THEN FUNDS THE DAY'S
001800* MATCHES AT THE CLEARED AMOUNT.  WHEN LESS IS PRESENTED THAN
001900* WAS APPROVED, THE DIFFERENCE IS RELEASED BACK TO THE CARD'S
002000* OPEN-TO-BUY (MQCRDVS, CMQCRDV).  A PRESENTMENT WITH NO
002100* APPROVAL BEHIND IT (NOT ON THE LEDGER, NOT AN APPROVED AT01,
002200* A DIFFERENT CARD, ALREADY REVERSED, OR ALREADY EXPIRED), ONE
002300* OVER THE APPROVED AMOUNT, OR A SECOND PRESENTMENT OF AN
002400* APPROVAL ALREADY CLEARED IS NOT MATCHED AND PRINTS ON THE
002500* EXCEPTIONS REPORT INSTEAD.  RE-RUNNING THE SAME FILE IS SAFE
002600* - AN ITEM WHOSE OWN REFERENCE ALREADY MATCHED IS SKIPPED,
002700* NOT REPORTED AS A DUPLICATE.  LAST, EVERY APPROVAL STILL
002800* OPEN AFTER THE CLEARING WINDOW (MQCLRIN CONTROL CARD,
002900* DEFAULT 30 DAYS) IS EXPIRED AND ITS WHOLE AMOUNT RELEASED,
003000* SO AN ABANDONED SALE DOES NOT TIE UP THE CARDHOLDER'S
003100* CREDIT FOREVER.  ANY EXCEPTION ENDS THE RUN RC=4; A FILE
003200* THAT WILL NOT OPEN ABANDONS IT RC=8 BEFORE ANYTHING MOVES.
003300*----------------------------------------------------------------
003400* MODIFICATION HISTORY
003500* -------------------------------------------------------------
003600* DATE       BY   DESCRIPTION
003700* 10/15/2026 JH   INITIAL VERSION.
003710* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
003720*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
003730*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
003740*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
003750*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
003760*                 RC=8.
003770* 10/15/2026 JH   9000 CLOSES EXACTLY THE FILES 1000 OPENED, SO
003780*                 AN ABANDONED RUN STILL CLOSES WHAT IT HAD
003790*                 OPEN.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MQCLRIN ASSIGN TO MQCLRIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS MQCLRIN-STATUS.
004500     SELECT MQPRSFL ASSIGN TO MQPRSFL
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS MQPRSFL-STATUS.
004800     SELECT MQHISVS ASSIGN TO MQHISVS
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS MQHIS-TRAN-ID
005200         FILE STATUS IS MQHISVS-STATUS.
005300     SELECT MQCLRVS ASSIGN TO MQCLRVS
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS MQCLR-TRAN-ID
005700         FILE STATUS IS MQCLRVS-STATUS.
005800     SELECT MQCRDVS ASSIGN TO MQCRDVS
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS MQCRD-CARD-NUMBER
006200         FILE STATUS IS MQCRDVS-STATUS.
006300     SELECT MQRPTFL ASSIGN TO MQRPTFL
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS MQRPTFL-STATUS.
006510     SELECT MQBDTFL ASSIGN TO MQBDTFL
006520         ORGANIZATION IS SEQUENTIAL
006530         FILE STATUS IS MQBDTFL-STATUS.
006540     SELECT MQBDTOV ASSIGN TO MQBDTOV
006550         ORGANIZATION IS SEQUENTIAL
006560         FILE STATUS IS MQBDTOV-STATUS.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  MQCLRIN
007000     RECORD CONTAINS 80 CHARACTERS
007100     RECORDING MODE IS F.
007200 01  CLR-CARD                   PIC X(80).
007300 FD  MQPRSFL
007400     RECORDING MODE IS F.
007500     COPY CMQPRSV.
007600 FD  MQHISVS.
007700     COPY CMQHISV.
007800 FD  MQCLRVS.
007900     COPY CMQCLRV.
008000 FD  MQCRDVS.
008100     COPY CMQCRDV.
008200 FD  MQRPTFL
008300     RECORD CONTAINS 132 CHARACTERS
008400     RECORDING MODE IS F.
008500 01  RPT-LINE                   PIC X(132).
008510 FD  MQBDTFL
008520     RECORDING MODE IS F.
008530     COPY CMQBDTV.
008540 FD  MQBDTOV
008550     RECORD CONTAINS 80 CHARACTERS
008560     RECORDING MODE IS F.
008570 01  BDT-OVERRIDE-CARD          PIC X(80).
008600*
008700 WORKING-STORAGE SECTION.
008800 01  MQCLRIN-STATUS          PIC X(02) VALUE SPACES.
008900 01  MQPRSFL-STATUS          PIC X(02) VALUE SPACES.
009000 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
009100 01  MQCLRVS-STATUS          PIC X(02) VALUE SPACES.
009200 01  MQCRDVS-STATUS          PIC X(02) VALUE SPACES.
009300 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
009310 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
009320 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
009400*
009500 01  WS-SWITCHES.
009600   05  WS-CARD-EOF-SW      PIC X(01) VALUE "N".
009700       88  WS-CARD-EOF                VALUE "Y".
009800   05  WS-PRS-EOF-SW       PIC X(01) VALUE "N".
009900       88  WS-PRS-EOF                 VALUE "Y".
010000   05  WS-PASS-EOF-SW      PIC X(01) VALUE "N".
010100       88  WS-PASS-EOF                VALUE "Y".
010200   05  WS-RUN-SW           PIC X(01) VALUE "Y".
010300       88  WS-RUN-OK                  VALUE "Y".
010400       88  WS-RUN-ABANDONED           VALUE "N".
010410   05  WS-PRS-OPEN-SW      PIC X(01) VALUE "N".
010420       88  WS-PRS-OPEN                VALUE "Y".
010430   05  WS-HIS-OPEN-SW      PIC X(01) VALUE "N".
010440       88  WS-HIS-OPEN                VALUE "Y".
010450   05  WS-CRD-OPEN-SW      PIC X(01) VALUE "N".
010460       88  WS-CRD-OPEN                VALUE "Y".
010470   05  WS-CLR-OPEN-SW      PIC X(01) VALUE "N".
010480       88  WS-CLR-OPEN                VALUE "Y".
010500*
010600 01  WS-COUNTERS.
010700   05  WS-PRS-READ-COUNT   PIC S9(09) COMP VALUE 0.
010800   05  WS-MATCH-COUNT      PIC S9(09) COMP VALUE 0.
010900   05  WS-PARTIAL-COUNT    PIC S9(09) COMP VALUE 0.
011000   05  WS-RERUN-COUNT      PIC S9(09) COMP VALUE 0.
011100   05  WS-NOAUTH-COUNT     PIC S9(09) COMP VALUE 0.
011200   05  WS-OVER-COUNT       PIC S9(09) COMP VALUE 0.
011300   05  WS-DUP-COUNT        PIC S9(09) COMP VALUE 0.
011400   05  WS-INVALID-COUNT    PIC S9(09) COMP VALUE 0.
011500   05  WS-EXCEPTION-COUNT  PIC S9(09) COMP VALUE 0.
011600   05  WS-HIS-READ-COUNT   PIC S9(09) COMP VALUE 0.
011700   05  WS-EXPIRE-COUNT     PIC S9(09) COMP VALUE 0.
011800   05  WS-OPEN-COUNT       PIC S9(09) COMP VALUE 0.
011900*
012000 01  WS-AMOUNTS.
012100   05  WS-MATCH-AMOUNT     PIC 9(11)V99 VALUE 0.
012200   05  WS-EXPIRE-AMOUNT    PIC 9(11)V99 VALUE 0.
012300   05  WS-RELEASED-AMOUNT  PIC 9(11)V99 VALUE 0.
012400   05  WS-RELEASE-AMOUNT   PIC 9(07)V99 VALUE 0.
012500*
012600* CLEARING WINDOW - DAYS AN APPROVAL MAY WAIT FOR ITS
012700* PRESENTMENT BEFORE ITS HOLD IS RELEASED
012800 01  WS-EXPIRE-DAYS         PIC 9(03) VALUE 30.
012900 01  WS-RUN-DAYS            PIC S9(09) COMP VALUE 0.
013000 01  WS-AGE-DAYS            PIC S9(09) COMP VALUE 0.
013100*
013200* CURRENT EXCEPTION, FILLED IN BEFORE 2900 PRINTS IT
013300 01  WS-EXCEPTION-FIELDS.
013400   05  WS-EXC-TYPE         PIC X(13) VALUE SPACES.
013500   05  WS-EXC-TEXT         PIC X(44) VALUE SPACES.
013600*
013700 01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
013800*
013900 01  WS-REPORT-FIELDS.
014000   05  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
014100   05  WS-ED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
014200   05  WS-ED-AMOUNT2       PIC ZZZ,ZZZ,ZZ9.99.
014300   05  WS-ED-GRAND         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
014400   05  WS-ED-DAYS          PIC ZZ9.
014500*
014600     COPY CMQDAYV.
014610     COPY CMQBDWV.
014700*
014800 PROCEDURE DIVISION.
014900*----------------------------------------------------------------
015000* 0000-MAINLINE
015100*----------------------------------------------------------------
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015400     PERFORM 2000-MATCH-ONE-PRESENTMENT THRU 2000-EXIT
015500         UNTIL WS-PRS-EOF
015600     PERFORM 3000-EXPIRE-APPROVALS THRU 3000-EXIT
015700     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
015800     PERFORM 9000-TERMINATE THRU 9000-EXIT
015900     GOBACK
016000     .
016100*----------------------------------------------------------------
016200* 1000-INITIALIZE - CONTROL CARD, RUN DATE, FILES.  EVERY FILE
016300* MUST OPEN BEFORE ANYTHING MOVES: WITHOUT THE PRESENTMENTS AN
016400* EXPIRY PASS WOULD EXPIRE TODAY'S CLEARED ITEMS, AND WITHOUT
016500* THE CARD MASTER A RELEASED HOLD WOULD BE LOST FOR GOOD.
016600*----------------------------------------------------------------
016700 1000-INITIALIZE.
016800     OPEN OUTPUT MQRPTFL
016810     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
016820     IF WS-BDT-FAILED
016830         GO TO 1000-ABANDON
016840     END-IF
016850     MOVE WS-BDT-DATE TO WS-RUN-DATE
017000     MOVE WS-RUN-DATE TO WS-D2D-DATE
017100     PERFORM 8900-DATE-TO-DAYS THRU 8900-EXIT
017200     MOVE WS-D2D-DAYS TO WS-RUN-DAYS
017300     PERFORM 8800-LOAD-CONTROL-CARDS THRU 8800-EXIT
017400     MOVE WS-EXPIRE-DAYS TO WS-ED-DAYS
017500     MOVE SPACES TO RPT-LINE
017600     STRING "CLEARING PRESENTMENT MATCH - RUN DATE " WS-RUN-DATE
017700         "  CLEARING WINDOW " WS-ED-DAYS " DAYS"
017800         DELIMITED BY SIZE INTO RPT-LINE
017900     WRITE RPT-LINE
018000     OPEN INPUT MQPRSFL
018100     IF MQPRSFL-STATUS NOT = "00"
018200         DISPLAY "CBMQCLR0: PRESENTMENT FILE OPEN FAILED - "
018300             "STATUS " MQPRSFL-STATUS
018400         GO TO 1000-ABANDON
018500     END-IF
018510     SET WS-PRS-OPEN TO TRUE
018600     OPEN I-O MQHISVS
018700     IF MQHISVS-STATUS NOT = "00"
018800         DISPLAY "CBMQCLR0: HISTORY LEDGER OPEN FAILED - "
018900             "STATUS " MQHISVS-STATUS
019000         GO TO 1000-ABANDON
019100     END-IF
019110     SET WS-HIS-OPEN TO TRUE
019200     OPEN I-O MQCRDVS
019300     IF MQCRDVS-STATUS NOT = "00"
019400         DISPLAY "CBMQCLR0: CARD MASTER OPEN FAILED - "
019500             "STATUS " MQCRDVS-STATUS
019600         GO TO 1000-ABANDON
019700     END-IF
019710     SET WS-CRD-OPEN TO TRUE
019800     PERFORM 8700-OPEN-CLEARING-FILE THRU 8700-EXIT
019900     IF WS-RUN-ABANDONED
020000         GO TO 1000-ABANDON
020100     END-IF
020200     MOVE SPACES TO RPT-LINE
020300     WRITE RPT-LINE
020400     MOVE "PRESENTMENT EXCEPTIONS - NOT MATCHED, NOT FUNDED"
020500         TO RPT-LINE
020600     WRITE RPT-LINE
020700     PERFORM 8000-READ-PRESENTMENT THRU 8000-EXIT
020800     GO TO 1000-EXIT
020900     .
021000 1000-ABANDON.
021100     DISPLAY "CBMQCLR0: RUN ABANDONED - NOTHING MATCHED, "
021200         "EXPIRED, OR RELEASED"
021300     MOVE 8 TO RETURN-CODE
021400     SET WS-RUN-ABANDONED TO TRUE
021500     SET WS-PRS-EOF TO TRUE
021600     .
021700 1000-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000* 2000-MATCH-ONE-PRESENTMENT - PROVE THE PRESENTMENT HAS AN
022100* OPEN APPROVAL BEHIND IT FOR AT LEAST ITS AMOUNT, THEN RECORD
022200* THE MATCH.  EVERY REFUSAL IS AN EXCEPTION LINE.
022300*----------------------------------------------------------------
022400 2000-MATCH-ONE-PRESENTMENT.
022500     IF MQPRS-AMOUNT-X NOT NUMERIC
022600         MOVE "INVALID"      TO WS-EXC-TYPE
022700         MOVE "PRESENTED AMOUNT IS NOT NUMERIC" TO WS-EXC-TEXT
022800         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
022900         GO TO 2000-NEXT
023000     END-IF
023100     MOVE MQPRS-TRAN-ID TO MQHIS-TRAN-ID
023200     READ MQHISVS
023300         INVALID KEY
023400             MOVE "NO APPROVAL"  TO WS-EXC-TYPE
023500             MOVE "TRAN ID NOT ON THE HISTORY LEDGER"
023600                 TO WS-EXC-TEXT
023700             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
023800             GO TO 2000-NEXT
023900     END-READ
024000     MOVE "NO APPROVAL"  TO WS-EXC-TYPE
024100     MOVE SPACES         TO WS-EXC-TEXT
024200     EVALUATE TRUE
024300         WHEN MQHIS-MSG-TYPE NOT = "AT01"
024400         WHEN NOT MQHIS-DECISION-APPROVE
024500             MOVE "LEDGER ROW IS NOT AN APPROVED AT01"
024600                 TO WS-EXC-TEXT
024700         WHEN MQHIS-CARD-NUMBER NOT = MQPRS-CARD-NUMBER
024800             MOVE "CARD DOES NOT MATCH THE APPROVAL"
024900                 TO WS-EXC-TEXT
025000         WHEN MQHIS-CLEAR-MATCHED
025100             PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT
025200             GO TO 2000-NEXT
025300         WHEN MQHIS-CLEAR-EXPIRED
025400             MOVE "APPROVAL EXPIRED UNPRESENTED" TO WS-EXC-TEXT
025500         WHEN MQHIS-REVERSED
025600             MOVE "APPROVAL WAS REVERSED" TO WS-EXC-TEXT
025700         WHEN MQPRS-AMOUNT > MQHIS-AMOUNT
025800             MOVE "OVER APPROVAL" TO WS-EXC-TYPE
025900             MOVE MQHIS-AMOUNT TO WS-ED-AMOUNT2
026000             STRING "APPROVED AMOUNT WAS " WS-ED-AMOUNT2
026100                 DELIMITED BY SIZE INTO WS-EXC-TEXT
026200         WHEN OTHER
026300             CONTINUE
026400     END-EVALUATE
026500     IF WS-EXC-TEXT NOT = SPACES
026600         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
026700         GO TO 2000-NEXT
026800     END-IF
026900     PERFORM 2300-RECORD-MATCH THRU 2300-EXIT
027000     .
027100 2000-NEXT.
027200     PERFORM 8000-READ-PRESENTMENT THRU 8000-EXIT
027300     .
027400 2000-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 2200-CHECK-DUPLICATE - THE APPROVAL IS ALREADY CLEARED.  THE
027800* SAME REFERENCE ON THE SAME PRESENTMENT DATE IS THIS FILE
027900* BEING RUN AGAIN - SKIP IT QUIETLY; ANYTHING ELSE IS A SECOND
028000* CLAIM FOR MONEY ALREADY CLAIMED.
028100*----------------------------------------------------------------
028200 2200-CHECK-DUPLICATE.
028300     MOVE MQPRS-TRAN-ID TO MQCLR-TRAN-ID
028400     READ MQCLRVS
028500         INVALID KEY
028600             MOVE SPACES TO MQCLR-PRESENT-REF
028700             MOVE SPACES TO MQCLR-PRESENT-DATE
028800     END-READ
028900     IF MQCLR-PRESENT-REF = MQPRS-PRESENT-REF
029000         AND MQCLR-PRESENT-DATE = MQPRS-PRESENT-DATE
029100         ADD 1 TO WS-RERUN-COUNT
029200         GO TO 2200-EXIT
029300     END-IF
029400     MOVE "DUPLICATE" TO WS-EXC-TYPE
029500     MOVE SPACES TO WS-EXC-TEXT
029600     STRING "ALREADY CLEARED BY REF " MQCLR-PRESENT-REF
029700         " ON " MQCLR-CLEAR-DATE
029800         DELIMITED BY SIZE INTO WS-EXC-TEXT
029900     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
030000     .
030100 2200-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400* 2300-RECORD-MATCH - WRITE THE MATCH ROW, MARK THE LEDGER ROW
030500* MATCHED, AND RELEASE ANY PART OF THE HOLD THE MERCHANT DID
030600* NOT CLAIM.  THE WRITE IS THE FENCE: A ROW ALREADY THERE
030700* MEANS THE APPROVAL WAS CLEARED, WHATEVER THE LEDGER SAYS.
030800*----------------------------------------------------------------
030900 2300-RECORD-MATCH.
031000     MOVE MQHIS-TRAN-ID       TO MQCLR-TRAN-ID
031100     MOVE MQHIS-CARD-NUMBER   TO MQCLR-CARD-NUMBER
031200     SET MQCLR-MATCHED TO TRUE
031300     MOVE MQHIS-AMOUNT        TO MQCLR-AUTH-AMOUNT
031400     MOVE MQPRS-AMOUNT        TO MQCLR-CLEARED-AMOUNT
031500     MOVE MQPRS-MERCHANT-ID   TO MQCLR-MERCHANT-ID
031600     MOVE MQPRS-MERCHANT-NAME TO MQCLR-MERCHANT-NAME
031700     MOVE MQPRS-PRESENT-REF   TO MQCLR-PRESENT-REF
031800     MOVE MQPRS-PRESENT-DATE  TO MQCLR-PRESENT-DATE
031900     MOVE WS-RUN-DATE         TO MQCLR-CLEAR-DATE
032000     WRITE MQ-CLEARING-MATCH-RECORD
032100         INVALID KEY
032200             PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT
032300             GO TO 2300-EXIT
032400     END-WRITE
032500     SET MQHIS-CLEAR-MATCHED TO TRUE
032600     REWRITE MQ-AUTH-HISTORY-RECORD
032700     ADD 1 TO WS-MATCH-COUNT
032800     ADD MQPRS-AMOUNT TO WS-MATCH-AMOUNT
032900     IF MQPRS-AMOUNT < MQHIS-AMOUNT
033000         ADD 1 TO WS-PARTIAL-COUNT
033100         COMPUTE WS-RELEASE-AMOUNT = MQHIS-AMOUNT - MQPRS-AMOUNT
033200         PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
033300     END-IF
033400     .
033500 2300-EXIT.
033600     EXIT.
033700*----------------------------------------------------------------
033800* 2900-WRITE-EXCEPTION - ONE LINE PER UNMATCHED PRESENTMENT,
033900* COUNTED BY TYPE.
034000*----------------------------------------------------------------
034100 2900-WRITE-EXCEPTION.
034200     ADD 1 TO WS-EXCEPTION-COUNT
034300     EVALUATE WS-EXC-TYPE
034400         WHEN "NO APPROVAL"
034500             ADD 1 TO WS-NOAUTH-COUNT
034600         WHEN "OVER APPROVAL"
034700             ADD 1 TO WS-OVER-COUNT
034800         WHEN "DUPLICATE"
034900             ADD 1 TO WS-DUP-COUNT
035000         WHEN OTHER
035100             ADD 1 TO WS-INVALID-COUNT
035200     END-EVALUATE
035300     MOVE 0 TO WS-ED-AMOUNT
035400     IF MQPRS-AMOUNT-X NUMERIC
035500         MOVE MQPRS-AMOUNT TO WS-ED-AMOUNT
035600     END-IF
035700     MOVE SPACES TO RPT-LINE
035800     STRING "  " WS-EXC-TYPE
035900         " REF " MQPRS-PRESENT-REF
036000         " TRAN " MQPRS-TRAN-ID
036100         " CARD " MQPRS-CARD-NUMBER
036200         " AMT " WS-ED-AMOUNT
036300         " - " WS-EXC-TEXT
036400         DELIMITED BY SIZE INTO RPT-LINE
036500     WRITE RPT-LINE
036600     .
036700 2900-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000* 3000-EXPIRE-APPROVALS - WALK THE LEDGER FOR AT01 APPROVALS
037100* STILL OPEN (NOT PRESENTED, NOT REVERSED) PAST THE CLEARING
037200* WINDOW.  EACH IS EXPIRED ON THE LEDGER AND THE MATCH FILE
037300* AND ITS WHOLE AMOUNT RELEASED TO THE CARD.
037400*----------------------------------------------------------------
037500 3000-EXPIRE-APPROVALS.
037600     IF WS-RUN-ABANDONED
037700         GO TO 3000-EXIT
037800     END-IF
037900     MOVE SPACES TO RPT-LINE
038000     WRITE RPT-LINE
038100     MOVE SPACES TO RPT-LINE
038200     STRING "APPROVALS EXPIRED UNPRESENTED AFTER " WS-ED-DAYS
038300         " DAYS - HOLD RELEASED"
038400         DELIMITED BY SIZE INTO RPT-LINE
038500     WRITE RPT-LINE
038600     MOVE "N" TO WS-PASS-EOF-SW
038700     MOVE LOW-VALUES TO MQHIS-TRAN-ID
038800     START MQHISVS KEY NOT < MQHIS-TRAN-ID
038900         INVALID KEY
039000             SET WS-PASS-EOF TO TRUE
039100     END-START
039200     PERFORM 3100-AGE-ONE-APPROVAL THRU 3100-EXIT
039300         UNTIL WS-PASS-EOF
039400     .
039500 3000-EXIT.
039600     EXIT.
039700 3100-AGE-ONE-APPROVAL.
039800     READ MQHISVS NEXT
039900         AT END
040000             SET WS-PASS-EOF TO TRUE
040100             GO TO 3100-EXIT
040200     END-READ
040300     ADD 1 TO WS-HIS-READ-COUNT
040400     IF MQHIS-MSG-TYPE NOT = "AT01"
040500         OR NOT MQHIS-DECISION-APPROVE
040600         OR MQHIS-REVERSED
040700         OR NOT MQHIS-CLEAR-OPEN
040800         OR MQHIS-DECIDE-DATE NOT NUMERIC
040900         GO TO 3100-EXIT
041000     END-IF
041100     MOVE MQHIS-DECIDE-DATE TO WS-D2D-DATE
041200     PERFORM 8900-DATE-TO-DAYS THRU 8900-EXIT
041300     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-D2D-DAYS
041400     IF WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
041500         ADD 1 TO WS-OPEN-COUNT
041600         GO TO 3100-EXIT
041700     END-IF
041800     MOVE MQHIS-TRAN-ID       TO MQCLR-TRAN-ID
041900     MOVE MQHIS-CARD-NUMBER   TO MQCLR-CARD-NUMBER
042000     SET MQCLR-EXPIRED TO TRUE
042100     MOVE MQHIS-AMOUNT        TO MQCLR-AUTH-AMOUNT
042200     MOVE 0                   TO MQCLR-CLEARED-AMOUNT
042300     MOVE SPACES              TO MQCLR-MERCHANT-ID
042400     MOVE SPACES              TO MQCLR-MERCHANT-NAME
042500     MOVE SPACES              TO MQCLR-PRESENT-REF
042600     MOVE SPACES              TO MQCLR-PRESENT-DATE
042700     MOVE WS-RUN-DATE         TO MQCLR-CLEAR-DATE
042800     WRITE MQ-CLEARING-MATCH-RECORD
042900         INVALID KEY
043000             DISPLAY "CBMQCLR0: TRAN " MQHIS-TRAN-ID
043100                 " OPEN ON LEDGER BUT ALREADY ON MQCLRVS - "
043200                 "NOT EXPIRED"
043300             GO TO 3100-EXIT
043400     END-WRITE
043500     SET MQHIS-CLEAR-EXPIRED TO TRUE
043600     REWRITE MQ-AUTH-HISTORY-RECORD
043700     ADD 1 TO WS-EXPIRE-COUNT
043800     ADD MQHIS-AMOUNT TO WS-EXPIRE-AMOUNT
043900     MOVE MQHIS-AMOUNT TO WS-RELEASE-AMOUNT
044000     PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
044100     MOVE MQHIS-AMOUNT TO WS-ED-AMOUNT
044200     MOVE SPACES TO RPT-LINE
044300     STRING "  TRAN " MQHIS-TRAN-ID
044400         " CARD " MQHIS-CARD-NUMBER
044500         " APPROVED " MQHIS-DECIDE-DATE
044600         " AMT " WS-ED-AMOUNT
044700         DELIMITED BY SIZE INTO RPT-LINE
044800     WRITE RPT-LINE
044900     .
045000 3100-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300* 4000-RELEASE-HOLD - GIVE WS-RELEASE-AMOUNT BACK TO THE CARD'S
045400* OPEN-TO-BUY, NEVER ABOVE THE CREDIT LIMIT - THE SAME RULE
045500* CBMQAUT0 APPLIES TO A REVERSAL.  A CARD SINCE DROPPED FROM
045600* THE MASTER HAS NOTHING TO RELEASE.
045700*----------------------------------------------------------------
045800 4000-RELEASE-HOLD.
045900     MOVE MQHIS-CARD-NUMBER TO MQCRD-CARD-NUMBER
046000     READ MQCRDVS
046100         INVALID KEY
046200             GO TO 4000-EXIT
046300     END-READ
046400     ADD WS-RELEASE-AMOUNT TO MQCRD-OPEN-TO-BUY
046500         ON SIZE ERROR
046600             MOVE MQCRD-CREDIT-LIMIT TO MQCRD-OPEN-TO-BUY
046700     END-ADD
046800     IF MQCRD-OPEN-TO-BUY > MQCRD-CREDIT-LIMIT
046900         MOVE MQCRD-CREDIT-LIMIT TO MQCRD-OPEN-TO-BUY
047000     END-IF
047100     REWRITE MQ-CARD-ACCOUNT-RECORD
047200     ADD WS-RELEASE-AMOUNT TO WS-RELEASED-AMOUNT
047300     .
047400 4000-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700* 7000-WRITE-SUMMARY - MATCHED AND EXCEPTION COUNTS, EXPIRIES,
047800* AND THE HOLD RELEASED BACK TO CARDHOLDERS.
047900*----------------------------------------------------------------
048000 7000-WRITE-SUMMARY.
048100     IF WS-RUN-ABANDONED
048200         MOVE "RUN ABANDONED - SEE JOB LOG" TO RPT-LINE
048300         WRITE RPT-LINE
048400         GO TO 7000-EXIT
048500     END-IF
048600     MOVE SPACES TO RPT-LINE
048700     WRITE RPT-LINE
048800     MOVE WS-PRS-READ-COUNT TO WS-ED-COUNT
048900     MOVE SPACES TO RPT-LINE
049000     STRING "PRESENTMENTS READ        " WS-ED-COUNT
049100         DELIMITED BY SIZE INTO RPT-LINE
049200     WRITE RPT-LINE
049300     MOVE WS-MATCH-COUNT TO WS-ED-COUNT
049400     MOVE WS-MATCH-AMOUNT TO WS-ED-GRAND
049500     MOVE SPACES TO RPT-LINE
049600     STRING "MATCHED FOR FUNDING      " WS-ED-COUNT
049700         " CLEARED " WS-ED-GRAND
049800         DELIMITED BY SIZE INTO RPT-LINE
049900     WRITE RPT-LINE
050000     MOVE WS-PARTIAL-COUNT TO WS-ED-COUNT
050100     MOVE SPACES TO RPT-LINE
050200     STRING "  OF WHICH PARTIAL       " WS-ED-COUNT
050300         DELIMITED BY SIZE INTO RPT-LINE
050400     WRITE RPT-LINE
050500     MOVE WS-RERUN-COUNT TO WS-ED-COUNT
050600     MOVE SPACES TO RPT-LINE
050700     STRING "ALREADY MATCHED (RERUN)  " WS-ED-COUNT
050800         DELIMITED BY SIZE INTO RPT-LINE
050900     WRITE RPT-LINE
051000     MOVE WS-NOAUTH-COUNT TO WS-ED-COUNT
051100     MOVE SPACES TO RPT-LINE
051200     STRING "EXCEPTIONS - NO APPROVAL " WS-ED-COUNT
051300         DELIMITED BY SIZE INTO RPT-LINE
051400     WRITE RPT-LINE
051500     MOVE WS-OVER-COUNT TO WS-ED-COUNT
051600     MOVE SPACES TO RPT-LINE
051700     STRING "EXCEPTIONS - OVER APPROVAL" WS-ED-COUNT
051800         DELIMITED BY SIZE INTO RPT-LINE
051900     WRITE RPT-LINE
052000     MOVE WS-DUP-COUNT TO WS-ED-COUNT
052100     MOVE SPACES TO RPT-LINE
052200     STRING "EXCEPTIONS - DUPLICATE   " WS-ED-COUNT
052300         DELIMITED BY SIZE INTO RPT-LINE
052400     WRITE RPT-LINE
052500     MOVE WS-INVALID-COUNT TO WS-ED-COUNT
052600     MOVE SPACES TO RPT-LINE
052700     STRING "EXCEPTIONS - INVALID     " WS-ED-COUNT
052800         DELIMITED BY SIZE INTO RPT-LINE
052900     WRITE RPT-LINE
053000     MOVE WS-EXPIRE-COUNT TO WS-ED-COUNT
053100     MOVE WS-EXPIRE-AMOUNT TO WS-ED-GRAND
053200     MOVE SPACES TO RPT-LINE
053300     STRING "APPROVALS EXPIRED        " WS-ED-COUNT
053400         " AMOUNT  " WS-ED-GRAND
053500         DELIMITED BY SIZE INTO RPT-LINE
053600     WRITE RPT-LINE
053700     MOVE WS-OPEN-COUNT TO WS-ED-COUNT
053800     MOVE SPACES TO RPT-LINE
053900     STRING "APPROVALS STILL OPEN     " WS-ED-COUNT
054000         DELIMITED BY SIZE INTO RPT-LINE
054100     WRITE RPT-LINE
054200     MOVE WS-RELEASED-AMOUNT TO WS-ED-GRAND
054300     MOVE SPACES TO RPT-LINE
054400     STRING "HOLD RELEASED TO OPEN-TO-BUY        " WS-ED-GRAND
054500         DELIMITED BY SIZE INTO RPT-LINE
054600     WRITE RPT-LINE
054700     .
054800 7000-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100* 8000-READ-PRESENTMENT - NEXT PRESENTMENT, OR SET EOF
055200*----------------------------------------------------------------
055300 8000-READ-PRESENTMENT.
055400     READ MQPRSFL
055500         AT END
055600             SET WS-PRS-EOF TO TRUE
055700         NOT AT END
055800             ADD 1 TO WS-PRS-READ-COUNT
055900     END-READ
056000     .
056100 8000-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400* 8700-OPEN-CLEARING-FILE - OPEN THE MATCH FILE, SELF-
056500* PROVISIONING AN EMPTY CLUSTER ON THE FIRST RUN (NOTHING
056600* CLEARED YET).  ANY OTHER FAILURE ABANDONS THE RUN.
056700*----------------------------------------------------------------
056800 8700-OPEN-CLEARING-FILE.
056900     OPEN I-O MQCLRVS
057000     IF MQCLRVS-STATUS = "05" OR MQCLRVS-STATUS = "35"
057100         CLOSE MQCLRVS
057200         OPEN OUTPUT MQCLRVS
057300         CLOSE MQCLRVS
057400         OPEN I-O MQCLRVS
057500     END-IF
057600     IF MQCLRVS-STATUS NOT = "00"
057700         DISPLAY "CBMQCLR0: CLEARING MATCH FILE OPEN FAILED - "
057800             "STATUS " MQCLRVS-STATUS
057900         SET WS-RUN-ABANDONED TO TRUE
057930     ELSE
057960         SET WS-CLR-OPEN TO TRUE
058000     END-IF
058100     .
058200 8700-EXIT.
058300     EXIT.
058400*----------------------------------------------------------------
058500* 8800-LOAD-CONTROL-CARDS - "EXPIRE-DAYS" IN COLUMNS 1-11 AND
058600* THE CLEARING WINDOW IN DAYS IN 13-15.  NO CARD (OR NO DD)
058700* KEEPS THE 30-DAY DEFAULT.
058800*----------------------------------------------------------------
058900 8800-LOAD-CONTROL-CARDS.
059000     OPEN INPUT MQCLRIN
059100     IF MQCLRIN-STATUS NOT = "00"
059200         DISPLAY "CBMQCLR0: NO CONTROL CARDS - CLEARING WINDOW "
059300             "DEFAULTS TO " WS-EXPIRE-DAYS " DAYS"
059400         GO TO 8800-EXIT
059500     END-IF
059600     PERFORM 8810-READ-ONE-CARD THRU 8810-EXIT
059700         UNTIL WS-CARD-EOF
059800     CLOSE MQCLRIN
059900     .
060000 8800-EXIT.
060100     EXIT.
060200 8810-READ-ONE-CARD.
060300     READ MQCLRIN
060400         AT END
060500             SET WS-CARD-EOF TO TRUE
060600             GO TO 8810-EXIT
060700     END-READ
060800     EVALUATE TRUE
060900         WHEN CLR-CARD(1:11) = "EXPIRE-DAYS"
061000             IF CLR-CARD(13:3) NUMERIC
061100                 AND CLR-CARD(13:3) NOT = "000"
061200                 MOVE CLR-CARD(13:3) TO WS-EXPIRE-DAYS
061300             ELSE
061400                 DISPLAY "CBMQCLR0: BAD EXPIRE-DAYS CARD IGNORED"
061500                     " - " CLR-CARD(1:40)
061600             END-IF
061700         WHEN CLR-CARD(1:1) = "*"
061800         WHEN CLR-CARD = SPACES
061900             CONTINUE
062000         WHEN OTHER
062100             DISPLAY "CBMQCLR0: UNRECOGNIZED CARD IGNORED - "
062200                 CLR-CARD(1:40)
062300     END-EVALUATE
062400     .
062500 8810-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800* 8900/8910 - SHARED DATE/TIME ARITHMETIC (SEE CMQDAYP)
062810* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
062900*----------------------------------------------------------------
063000 COPY CMQDAYP.
063010 COPY CMQBDTP.
063100*----------------------------------------------------------------
063200* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS.  AN EXCEPTION
063300* ENDS THE RUN RC=4 SO THE MORNING CHECK CANNOT MISS IT.
063400*----------------------------------------------------------------
063500 9000-TERMINATE.
063600     IF WS-PRS-OPEN
063605         CLOSE MQPRSFL
063610     END-IF
063615     IF WS-HIS-OPEN
063620         CLOSE MQHISVS
063625     END-IF
063630     IF WS-CLR-OPEN
063635         CLOSE MQCLRVS
063640     END-IF
063645     IF WS-CRD-OPEN
063650         CLOSE MQCRDVS
063655     END-IF
064200     CLOSE MQRPTFL
064300     IF WS-EXCEPTION-COUNT > 0
064400         AND RETURN-CODE < 4
064500         MOVE 4 TO RETURN-CODE
064600     END-IF
064700     DISPLAY "CBMQCLR0: PRESENTMENTS READ = " WS-PRS-READ-COUNT
064800         " MATCHED = " WS-MATCH-COUNT
064900         " RERUN SKIPPED = " WS-RERUN-COUNT
065000     DISPLAY "CBMQCLR0: EXCEPTIONS = " WS-EXCEPTION-COUNT
065100         " (NO APPROVAL " WS-NOAUTH-COUNT
065200         " OVER " WS-OVER-COUNT
065300         " DUPLICATE " WS-DUP-COUNT
065400         " INVALID " WS-INVALID-COUNT ")"
065500     DISPLAY "CBMQCLR0: LEDGER ROWS READ = " WS-HIS-READ-COUNT
065600         " EXPIRED = " WS-EXPIRE-COUNT
065700         " STILL OPEN = " WS-OPEN-COUNT
065800     .
065900 9000-EXIT.
066000     EXIT.
