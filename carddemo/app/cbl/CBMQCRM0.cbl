000100* CBMQCRM0 - CARD ACCOUNT MAINTENANCE ONLINE TRANSACTION (CICS)
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQCRM0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO ONLINE SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* CBMQCRM0 LETS THE CARD DESK INQUIRE ON, ADD, AND MAINTAIN
001100* CARD ACCOUNT MASTER RECORDS (CMQCRDV) DIRECTLY IN MQCRDVS
001200* FROM A 3270 SCREEN - BLOCK A CARD, EXTEND ITS EXPIRY, OR
001300* RAISE ITS LIMIT BETWEEN CBMQCRL0 EXTRACT LOADS, SO THE NEXT
001400* CBMQAUT0 RUN DECIDES AGAINST THE CHANGE.  STATUS MUST BE A
001500* (ACTIVE), I (INACTIVE), OR C (CLOSED); EXPIRY IS A REAL
001600* YYYYMMDD DATE; THE CREDIT LIMIT IS KEYED IN WHOLE UNITS.
001700* OPEN-TO-BUY IS SHOWN BUT NEVER KEYED - CBMQAUT0 OWNS IT.  A
001800* NEW CARD STARTS WITH ITS FULL LIMIT OPEN; A LIMIT CHANGE
001900* MOVES THE OPEN-TO-BUY BY THE SAME DIFFERENCE (NEVER BELOW
002000* ZERO), EXACTLY AS CBMQCRL0 DOES, SO AMOUNTS ALREADY DRAWN
002100* STAY DRAWN.  EVERY ADD OR UPDATE STAMPS THE OPERATOR AND
002200* DATE ON THE RECORD.  USES MAP CMQCRMM OF MAPSET CMQCRM;
002300* PSEUDO-CONVERSATIONAL LIKE CBMQCTM0, WITH THE LAST CARD
002400* NUMBER RIDING THE COMMAREA.  ENTER SHOWS A CARD, PF5 ADDS,
002500* PF6 UPDATES, PF8 BROWSES FORWARD, PF3 ENDS.
002600*----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800* -------------------------------------------------------------
002900* DATE       BY   DESCRIPTION
003000* 10/15/2026 JH   INITIAL VERSION.
003010* 10/15/2026 JH   EXPIRY EDIT NOW CHECKS THE MONTH LENGTH AND
003020*                 LEAP YEAR, NOT JUST THE MONTH AND DAY RANGES.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300*
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600*----------------------------------------------------------------
003700* EIBCALEN/EIBAID ARE SUPPLIED BY THE TRANSLATOR-GENERATED
003800* DFHEIBLK - NOT DECLARED HERE.  DFHAID BRINGS IN THE SYMBOLIC
003900* ATTENTION IDENTIFIERS (DFHPF3, ETC.) THIS TRANSACTION TESTS
004000* AGAINST EIBAID.
004100*----------------------------------------------------------------
004200     COPY DFHAID.
004300*
004400 01  WS-SWITCHES.
004500   05  WS-EDIT-OK-SW       PIC X(01) VALUE "Y".
004600       88  WS-EDIT-OK                 VALUE "Y".
004700       88  WS-EDIT-FAILED             VALUE "N".
004800   05  WS-NE-OK-SW         PIC X(01) VALUE "Y".
004900       88  WS-NE-OK                   VALUE "Y".
005000       88  WS-NE-BAD                  VALUE "N".
005100   05  WS-REC-SHOWN-SW     PIC X(01) VALUE "N".
005200       88  WS-REC-SHOWN               VALUE "Y".
005300   05  WS-LIM-KEYED-SW     PIC X(01) VALUE "N".
005400       88  WS-LIM-KEYED               VALUE "Y".
005500       88  WS-LIM-NOT-KEYED           VALUE "N".
005600*
005700 01  WS-RESP               PIC S9(08) COMP VALUE 0.
005800 01  WS-LAST-CARD          PIC X(16) VALUE SPACES.
005900 01  WS-BROWSE-CARD        PIC X(16) VALUE SPACES.
006000 01  WS-USER-ID            PIC X(08) VALUE SPACES.
006100 01  WS-CURRENT-DATE       PIC X(08) VALUE SPACES.
006200 01  WS-SCREEN-MSG         PIC X(76) VALUE SPACES.
006300*
006400 01  WS-INPUT-FIELDS.
006500   05  WS-IN-CARD          PIC X(16) VALUE SPACES.
006600   05  WS-IN-STAT          PIC X(01) VALUE SPACES.
006700   05  WS-IN-EXP           PIC X(08) VALUE SPACES.
006800   05  WS-IN-LIM           PIC X(09) VALUE SPACES.
006900*
007000 01  WS-OTB-FIELDS.
007100   05  WS-OLD-LIMIT        PIC 9(09)V99 VALUE 0.
007200   05  WS-DRAWN-AMOUNT     PIC S9(09)V99 VALUE 0.
007300   05  WS-NEW-OTB          PIC S9(09)V99 VALUE 0.
007400*
007500 01  WS-NUMERIC-EDIT.
007600   05  WS-NE-TEXT          PIC X(09) VALUE SPACES.
007700   05  WS-NE-WORK          PIC X(09) VALUE SPACES.
007800   05  WS-NE-TEMP          PIC X(09) VALUE SPACES.
007900   05  WS-NE-VALUE         PIC 9(09) VALUE 0.
008000*
008100 01  WS-DISPLAY-FIELDS.
008200   05  WS-DISP9            PIC 9(09) VALUE 0.
008300   05  WS-DISP-AMT         PIC ZZZ,ZZZ,ZZ9.99.
008304*
008308* EXPIRY DATE CHECK WORK AREA (6950) - THE BATCH CHECK IN CMQBDTP
008312* CANNOT BE COPIED INTO A CICS PROGRAM, SO IT IS CARRIED HERE.
008316 01  WS-EXPIRY-CHECK.
008320   05  WS-EXP-CHECK-SW     PIC X(01) VALUE "N".
008324       88  WS-EXP-DATE-OK             VALUE "Y".
008328       88  WS-EXP-DATE-BAD            VALUE "N".
008332   05  WS-EXP-CHECK-DATE   PIC X(08) VALUE SPACES.
008336   05  WS-EXP-CHECK-PARTS  REDEFINES WS-EXP-CHECK-DATE.
008340       10  WS-EXP-YEAR     PIC 9(04).
008344       10  WS-EXP-MONTH    PIC 9(02).
008348       10  WS-EXP-DAY      PIC 9(02).
008352   05  WS-EXP-LAST-DAY     PIC 9(02) VALUE 0.
008356   05  WS-EXP-QUOT         PIC S9(05) COMP VALUE 0.
008360   05  WS-EXP-REM4         PIC S9(05) COMP VALUE 0.
008364   05  WS-EXP-REM100       PIC S9(05) COMP VALUE 0.
008368   05  WS-EXP-REM400       PIC S9(05) COMP VALUE 0.
008372   05  WS-EXP-MONTH-TABLE  PIC X(24)
008376           VALUE "312831303130313130313031".
008380   05  WS-EXP-MONTH-DAYS   REDEFINES WS-EXP-MONTH-TABLE
008384                           PIC 9(02) OCCURS 12 TIMES.
008400*
008500     COPY CMQCRDV.
008600     COPY CMQCRMM.
008700*
008800 LINKAGE SECTION.
008900 01  DFHCOMMAREA           PIC X(16).
009000*
009100 PROCEDURE DIVISION.
009200*----------------------------------------------------------------
009300* 0000-MAINLINE - FIRST ENTRY SENDS AN EMPTY SCREEN; RE-ENTRY
009400* DISPATCHES ON THE AID KEY.
009500*----------------------------------------------------------------
009600 0000-MAINLINE.
009700     IF EIBCALEN = 0
009800         MOVE "ENTER A CARD NUMBER AND PRESS ENTER"
009900             TO WS-SCREEN-MSG
010000         PERFORM 2500-SEND-SCREEN THRU 2500-EXIT
010100     ELSE
010200         MOVE DFHCOMMAREA TO WS-LAST-CARD
010300         IF EIBAID = DFHPF3
010400             PERFORM 9000-TERMINATE THRU 9000-EXIT
010500         END-IF
010600         EXEC CICS RECEIVE MAP("CMQCRMM")
010700             MAPSET("CMQCRM")
010800             INTO(CMQCRMI)
010900             RESP(WS-RESP)
011000         END-EXEC
011100*----------------------------------------------------------------
011200* MAPFAIL (NO MODIFIED FIELDS - ROUTINE UNDER FRSET) LEAVES THE
011300* INPUT AREA UNMAPPED - CLEAR IT SO THE BROWSE/EDIT NEVER RUNS
011400* AGAINST A GARBAGE CARD NUMBER FROM UNPREDICTABLE STORAGE.
011500*----------------------------------------------------------------
011600         IF WS-RESP NOT = DFHRESP(NORMAL)
011700             MOVE LOW-VALUES TO CMQCRMI
011800         END-IF
011900         PERFORM 1500-CAPTURE-INPUTS THRU 1500-EXIT
012000         EVALUATE EIBAID
012100             WHEN DFHPF5
012200                 PERFORM 4000-ADD-RECORD THRU 4000-EXIT
012300             WHEN DFHPF6
012400                 PERFORM 5000-UPDATE-RECORD THRU 5000-EXIT
012500             WHEN DFHPF8
012600                 PERFORM 3000-BROWSE-NEXT THRU 3000-EXIT
012700             WHEN OTHER
012800                 PERFORM 2000-INQUIRE THRU 2000-EXIT
012900         END-EVALUATE
013000         PERFORM 2500-SEND-SCREEN THRU 2500-EXIT
013100     END-IF
013200     GOBACK
013300     .
013400*----------------------------------------------------------------
013500* 1500-CAPTURE-INPUTS - LIFT THE RECEIVED FIELDS INTO WORKING
013600* STORAGE BEFORE THE OUTPUT BUILD CLEARS THE MAP AREA (INPUT
013700* AND OUTPUT VIEWS REDEFINE THE SAME STORAGE).
013800*----------------------------------------------------------------
013900 1500-CAPTURE-INPUTS.
014000     MOVE KCRDI TO WS-IN-CARD
014100     MOVE KSTAI TO WS-IN-STAT
014200     MOVE KEXPI TO WS-IN-EXP
014300     MOVE KLIMI TO WS-IN-LIM
014400     IF WS-IN-CARD = LOW-VALUES
014500         MOVE SPACES TO WS-IN-CARD
014600     END-IF
014700     IF WS-IN-CARD = SPACES
014800         MOVE WS-LAST-CARD TO WS-IN-CARD
014900     END-IF
015000     IF WS-IN-LIM = LOW-VALUES
015100         SET WS-LIM-NOT-KEYED TO TRUE
015200     ELSE
015300         SET WS-LIM-KEYED TO TRUE
015400     END-IF
015500     .
015600 1500-EXIT.
015700     EXIT.
015800*----------------------------------------------------------------
015900* 2000-INQUIRE - SHOW THE CARD ACCOUNT FOR THE KEYED NUMBER
016000*----------------------------------------------------------------
016100 2000-INQUIRE.
016200     MOVE "N" TO WS-REC-SHOWN-SW
016300     IF WS-IN-CARD = SPACES
016400         MOVE "ENTER A CARD NUMBER AND PRESS ENTER"
016500             TO WS-SCREEN-MSG
016600         GO TO 2000-EXIT
016700     END-IF
016800     EXEC CICS READ
016900         FILE("MQCRDVS")
017000         INTO(MQ-CARD-ACCOUNT-RECORD)
017100         RIDFLD(WS-IN-CARD)
017200         RESP(WS-RESP)
017300     END-EXEC
017400     IF WS-RESP = DFHRESP(NORMAL)
017500         SET WS-REC-SHOWN TO TRUE
017600         MOVE MQCRD-CARD-NUMBER TO WS-LAST-CARD
017700         MOVE "CARD DISPLAYED - PF5=ADD PF6=UPDATE"
017800             TO WS-SCREEN-MSG
017900     ELSE
018000         MOVE WS-IN-CARD TO WS-LAST-CARD
018100         MOVE "CARD NOT ON ACCOUNT MASTER - PF5 ADDS IT"
018200             TO WS-SCREEN-MSG
018300     END-IF
018400     .
018500 2000-EXIT.
018600     EXIT.
018700*----------------------------------------------------------------
018800* 2500-SEND-SCREEN - BUILD THE OUTPUT MAP (RECORD FIELDS WHEN
018900* ONE IS SHOWN) AND SEND IT, STAYING IN THE CONVERSATION.
019000*----------------------------------------------------------------
019100 2500-SEND-SCREEN.
019200     MOVE LOW-VALUES TO CMQCRMO
019300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
019400     MOVE WS-CURRENT-DATE TO KDATEO
019500     IF WS-REC-SHOWN
019600         PERFORM 2600-FORMAT-RECORD THRU 2600-EXIT
019700     ELSE
019800         MOVE WS-LAST-CARD TO KCRDO
019900     END-IF
020000     MOVE WS-SCREEN-MSG TO KMSGAO
020100     EXEC CICS SEND MAP("CMQCRMM")
020200         MAPSET("CMQCRM")
020300         FROM(CMQCRMO)
020400         ERASE
020500     END-EXEC
020600     EXEC CICS RETURN
020700         TRANSID("MQCR")
020800         COMMAREA(WS-LAST-CARD)
020900         LENGTH(16)
021000     END-EXEC
021100     .
021200 2500-EXIT.
021300     EXIT.
021400*----------------------------------------------------------------
021500* 2600-FORMAT-RECORD - RECORD FIELDS TO THE SYMBOLIC MAP
021600*----------------------------------------------------------------
021700 2600-FORMAT-RECORD.
021800     MOVE MQCRD-CARD-NUMBER  TO KCRDO
021900     MOVE MQCRD-STATUS       TO KSTAO
022000     MOVE MQCRD-EXPIRY-DATE  TO KEXPO
022100     MOVE MQCRD-CREDIT-LIMIT TO WS-DISP9
022200     MOVE WS-DISP9           TO KLIMO
022300     MOVE MQCRD-OPEN-TO-BUY  TO WS-DISP-AMT
022400     MOVE WS-DISP-AMT        TO KOTBO
022500     MOVE MQCRD-MAINT-USER   TO KMNUO
022600     MOVE MQCRD-MAINT-DATE   TO KMNDO
022700     .
022800 2600-EXIT.
022900     EXIT.
023000*----------------------------------------------------------------
023100* 3000-BROWSE-NEXT - NEXT CARD PAST THE LAST CARD NUMBER,
023200* WRAPPING TO THE TOP AT END OF FILE.
023300*----------------------------------------------------------------
023400 3000-BROWSE-NEXT.
023500     MOVE "N" TO WS-REC-SHOWN-SW
023600     MOVE WS-LAST-CARD TO WS-BROWSE-CARD
023700     IF WS-BROWSE-CARD = SPACES
023800         MOVE LOW-VALUES TO WS-BROWSE-CARD
023900     END-IF
024000     EXEC CICS STARTBR
024100         FILE("MQCRDVS")
024200         RIDFLD(WS-BROWSE-CARD)
024300         GTEQ
024400         RESP(WS-RESP)
024500     END-EXEC
024600     IF WS-RESP NOT = DFHRESP(NORMAL)
024700         MOVE "NO CARDS ON ACCOUNT MASTER" TO WS-SCREEN-MSG
024800         GO TO 3000-EXIT
024900     END-IF
025000     PERFORM 3100-READ-NEXT THRU 3100-EXIT
025100     IF WS-REC-SHOWN
025200         AND MQCRD-CARD-NUMBER = WS-LAST-CARD
025300         PERFORM 3100-READ-NEXT THRU 3100-EXIT
025400     END-IF
025500     EXEC CICS ENDBR
025600         FILE("MQCRDVS")
025700         RESP(WS-RESP)
025800     END-EXEC
025900     IF WS-REC-SHOWN
026000         MOVE MQCRD-CARD-NUMBER TO WS-LAST-CARD
026100         MOVE "CARD DISPLAYED - PF5=ADD PF6=UPDATE"
026200             TO WS-SCREEN-MSG
026300     ELSE
026400         MOVE LOW-VALUES TO WS-BROWSE-CARD
026500         EXEC CICS READ
026600             FILE("MQCRDVS")
026700             INTO(MQ-CARD-ACCOUNT-RECORD)
026800             RIDFLD(WS-BROWSE-CARD)
026900             GTEQ
027000             RESP(WS-RESP)
027100         END-EXEC
027200         IF WS-RESP = DFHRESP(NORMAL)
027300             SET WS-REC-SHOWN TO TRUE
027400             MOVE MQCRD-CARD-NUMBER TO WS-LAST-CARD
027500             MOVE "WRAPPED TO FIRST CARD" TO WS-SCREEN-MSG
027600         ELSE
027700             MOVE "NO CARDS ON ACCOUNT MASTER" TO WS-SCREEN-MSG
027800         END-IF
027900     END-IF
028000     .
028100 3000-EXIT.
028200     EXIT.
028300 3100-READ-NEXT.
028400     EXEC CICS READNEXT
028500         FILE("MQCRDVS")
028600         INTO(MQ-CARD-ACCOUNT-RECORD)
028700         RIDFLD(WS-BROWSE-CARD)
028800         RESP(WS-RESP)
028900     END-EXEC
029000     IF WS-RESP = DFHRESP(NORMAL)
029100         SET WS-REC-SHOWN TO TRUE
029200     ELSE
029300         MOVE "N" TO WS-REC-SHOWN-SW
029400     END-IF
029500     .
029600 3100-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900* 4000-ADD-RECORD - EDIT THE SCREEN FIELDS AND WRITE A NEW
030000* CARD ACCOUNT WITH ITS FULL LIMIT OPEN TO BUY.
030100*----------------------------------------------------------------
030200 4000-ADD-RECORD.
030300     MOVE "N" TO WS-REC-SHOWN-SW
030400     MOVE SPACES TO MQ-CARD-ACCOUNT-RECORD
030500     MOVE 0 TO MQCRD-CREDIT-LIMIT
030600     MOVE 0 TO MQCRD-OPEN-TO-BUY
030700     SET WS-LIM-KEYED TO TRUE
030800     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT
030900     IF WS-EDIT-FAILED
031000         GO TO 4000-EXIT
031100     END-IF
031200     MOVE MQCRD-CREDIT-LIMIT TO MQCRD-OPEN-TO-BUY
031300     PERFORM 7000-STAMP-MAINTENANCE THRU 7000-EXIT
031400     EXEC CICS WRITE
031500         FILE("MQCRDVS")
031600         FROM(MQ-CARD-ACCOUNT-RECORD)
031700         RIDFLD(MQCRD-CARD-NUMBER)
031800         RESP(WS-RESP)
031900     END-EXEC
032000     IF WS-RESP = DFHRESP(NORMAL)
032100         SET WS-REC-SHOWN TO TRUE
032200         MOVE MQCRD-CARD-NUMBER TO WS-LAST-CARD
032300         MOVE "CARD ADDED TO ACCOUNT MASTER" TO WS-SCREEN-MSG
032400     ELSE
032500         IF WS-RESP = DFHRESP(DUPREC)
032600             MOVE "CARD ALREADY EXISTS - USE PF6 TO UPDATE"
032700                 TO WS-SCREEN-MSG
032800         ELSE
032900             MOVE "ADD FAILED - CARD NOT WRITTEN"
033000                 TO WS-SCREEN-MSG
033100         END-IF
033200     END-IF
033300     .
033400 4000-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700* 5000-UPDATE-RECORD - READ UPDATE, EDIT THE SCREEN FIELDS OVER
033800* THE RECORD, CARRY THE DRAWN AMOUNT ACROSS A LIMIT CHANGE,
033900* REWRITE.
034000*----------------------------------------------------------------
034100 5000-UPDATE-RECORD.
034200     MOVE "N" TO WS-REC-SHOWN-SW
034300     IF WS-IN-CARD = SPACES
034400         MOVE "ENTER A CARD NUMBER AND PRESS ENTER"
034500             TO WS-SCREEN-MSG
034600         GO TO 5000-EXIT
034700     END-IF
034800     EXEC CICS READ
034900         FILE("MQCRDVS")
035000         INTO(MQ-CARD-ACCOUNT-RECORD)
035100         RIDFLD(WS-IN-CARD)
035200         UPDATE
035300         RESP(WS-RESP)
035400     END-EXEC
035500     IF WS-RESP NOT = DFHRESP(NORMAL)
035600         MOVE "CARD NOT ON ACCOUNT MASTER - USE PF5 TO ADD"
035700             TO WS-SCREEN-MSG
035800         GO TO 5000-EXIT
035900     END-IF
036000     MOVE MQCRD-CREDIT-LIMIT TO WS-OLD-LIMIT
036100     PERFORM 5500-MERGE-OLD-VALUES THRU 5500-EXIT
036200     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT
036300     IF WS-EDIT-FAILED
036400         GO TO 5000-EXIT
036500     END-IF
036600     IF MQCRD-CREDIT-LIMIT NOT = WS-OLD-LIMIT
036700         COMPUTE WS-DRAWN-AMOUNT =
036800             WS-OLD-LIMIT - MQCRD-OPEN-TO-BUY
036900         IF WS-DRAWN-AMOUNT < 0
037000             MOVE 0 TO WS-DRAWN-AMOUNT
037100         END-IF
037200         COMPUTE WS-NEW-OTB =
037300             MQCRD-CREDIT-LIMIT - WS-DRAWN-AMOUNT
037400         IF WS-NEW-OTB < 0
037500             MOVE 0 TO WS-NEW-OTB
037600         END-IF
037700         MOVE WS-NEW-OTB TO MQCRD-OPEN-TO-BUY
037800     END-IF
037900     PERFORM 7000-STAMP-MAINTENANCE THRU 7000-EXIT
038000     EXEC CICS REWRITE
038100         FILE("MQCRDVS")
038200         FROM(MQ-CARD-ACCOUNT-RECORD)
038300         RESP(WS-RESP)
038400     END-EXEC
038500     IF WS-RESP = DFHRESP(NORMAL)
038600         SET WS-REC-SHOWN TO TRUE
038700         MOVE MQCRD-CARD-NUMBER TO WS-LAST-CARD
038800         MOVE "CARD ACCOUNT UPDATED" TO WS-SCREEN-MSG
038900     ELSE
039000         MOVE "REWRITE FAILED - CARD NOT UPDATED"
039100             TO WS-SCREEN-MSG
039200     END-IF
039300     .
039400 5000-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700* 5500-MERGE-OLD-VALUES - UNDER FRSET AN UNTOUCHED FIELD COMES
039800* BACK LOW-VALUES; ON AN UPDATE THAT MEANS "KEEP WHAT IS THERE".
039900* AN UNTOUCHED LIMIT IS LEFT EXACTLY AS STORED (THE SCREEN
040000* SHOWS WHOLE UNITS ONLY) BY 6000-EDIT-FIELDS SKIPPING IT.
040100*----------------------------------------------------------------
040200 5500-MERGE-OLD-VALUES.
040300     IF WS-IN-STAT = LOW-VALUES OR WS-IN-STAT = SPACE
040400         MOVE MQCRD-STATUS TO WS-IN-STAT
040500     END-IF
040600     IF WS-IN-EXP = LOW-VALUES
040700         MOVE MQCRD-EXPIRY-DATE TO WS-IN-EXP
040800     END-IF
040900     .
041000 5500-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300* 6000-EDIT-FIELDS - MOVE THE SCREEN INTO MQ-CARD-ACCOUNT-RECORD,
041400* REJECTING ANYTHING CBMQAUT0 COULD NOT TRUST.  THE FIRST FAILED
041500* EDIT PUTS ITS MESSAGE ON THE SCREEN AND STOPS THE ADD/UPDATE.
041600*----------------------------------------------------------------
041700 6000-EDIT-FIELDS.
041800     SET WS-EDIT-OK TO TRUE
041900     IF WS-IN-CARD = SPACES
042000         MOVE "CARD NUMBER IS REQUIRED" TO WS-SCREEN-MSG
042100         SET WS-EDIT-FAILED TO TRUE
042200         GO TO 6000-EXIT
042300     END-IF
042400     IF WS-IN-STAT NOT = "A" AND WS-IN-STAT NOT = "I"
042500        AND WS-IN-STAT NOT = "C"
042600         MOVE "STATUS MUST BE A, I, OR C" TO WS-SCREEN-MSG
042800         SET WS-EDIT-FAILED TO TRUE
042900         GO TO 6000-EXIT
043000     END-IF
043100     MOVE WS-IN-EXP TO WS-EXP-CHECK-DATE
043200     PERFORM 6950-CHECK-EXPIRY THRU 6950-EXIT
043300     IF WS-EXP-DATE-BAD
043400         MOVE "EXPIRY MUST BE A VALID YYYYMMDD DATE"
043500             TO WS-SCREEN-MSG
043600         SET WS-EDIT-FAILED TO TRUE
043700         GO TO 6000-EXIT
043800     END-IF
043900     MOVE WS-IN-CARD TO MQCRD-CARD-NUMBER
044000     MOVE WS-IN-STAT TO MQCRD-STATUS
044100     MOVE WS-IN-EXP  TO MQCRD-EXPIRY-DATE
044200     IF WS-LIM-NOT-KEYED
044300         GO TO 6000-EXIT
044400     END-IF
044500     MOVE WS-IN-LIM TO WS-NE-TEXT
044600     PERFORM 6900-NUMERIC-EDIT THRU 6900-EXIT
044700     IF WS-NE-BAD
044800         MOVE "CREDIT LIMIT MUST BE NUMERIC (WHOLE UNITS)"
044900             TO WS-SCREEN-MSG
045000         SET WS-EDIT-FAILED TO TRUE
045100         GO TO 6000-EXIT
045200     END-IF
045300     MOVE WS-NE-VALUE TO MQCRD-CREDIT-LIMIT
045400     .
045500 6000-EXIT.
045600     EXIT.
045700*----------------------------------------------------------------
045800* 6900-NUMERIC-EDIT - RIGHT-JUSTIFY AND ZERO-FILL THE DIGITS
045900* THE OPERATOR TYPED LEFT-JUSTIFIED, THEN VALIDATE.  BLANK OR
046000* NULL INPUT EDITS TO ZERO.
046100*----------------------------------------------------------------
046200 6900-NUMERIC-EDIT.
046300     SET WS-NE-OK TO TRUE
046400     MOVE 0 TO WS-NE-VALUE
046500     MOVE WS-NE-TEXT TO WS-NE-WORK
046600     INSPECT WS-NE-WORK REPLACING ALL LOW-VALUE BY SPACE
046700     IF WS-NE-WORK = SPACES
046800         GO TO 6900-EXIT
046900     END-IF
047000     PERFORM 6910-SHIFT-RIGHT THRU 6910-EXIT
047100         UNTIL WS-NE-WORK(9:1) NOT = SPACE
047200     INSPECT WS-NE-WORK REPLACING LEADING SPACE BY ZERO
047300     IF WS-NE-WORK NOT NUMERIC
047400         SET WS-NE-BAD TO TRUE
047500     ELSE
047600         MOVE WS-NE-WORK TO WS-NE-VALUE
047700     END-IF
047800     .
047900 6900-EXIT.
048000     EXIT.
048100 6910-SHIFT-RIGHT.
048200     MOVE WS-NE-WORK TO WS-NE-TEMP
048300     MOVE SPACES TO WS-NE-WORK
048400     MOVE WS-NE-TEMP(1:8) TO WS-NE-WORK(2:8)
048500     .
048600 6910-EXIT.
048700     EXIT.
048710*----------------------------------------------------------------
048712* 6950-CHECK-EXPIRY - WS-EXP-CHECK-DATE MUST BE A REAL YYYYMMDD
048714* CALENDAR DATE, LEAP YEARS INCLUDED - THE SAME RULE THE BATCH
048716* PROGRAMS APPLY IN CMQBDTP 8960-CHECK-DATE.
048718*----------------------------------------------------------------
048720 6950-CHECK-EXPIRY.
048722     SET WS-EXP-DATE-BAD TO TRUE
048724     IF WS-EXP-CHECK-DATE NOT NUMERIC
048726         GO TO 6950-EXIT
048728     END-IF
048730     IF WS-EXP-YEAR < 1900
048732         OR WS-EXP-MONTH < 1
048734         OR WS-EXP-MONTH > 12
048736         GO TO 6950-EXIT
048738     END-IF
048740     MOVE WS-EXP-MONTH-DAYS(WS-EXP-MONTH) TO WS-EXP-LAST-DAY
048742     IF WS-EXP-MONTH = 2
048744         DIVIDE WS-EXP-YEAR BY 4 GIVING WS-EXP-QUOT
048746             REMAINDER WS-EXP-REM4
048748         DIVIDE WS-EXP-YEAR BY 100 GIVING WS-EXP-QUOT
048750             REMAINDER WS-EXP-REM100
048752         DIVIDE WS-EXP-YEAR BY 400 GIVING WS-EXP-QUOT
048754             REMAINDER WS-EXP-REM400
048756         IF WS-EXP-REM400 = 0
048758             OR (WS-EXP-REM4 = 0
048760                 AND WS-EXP-REM100 NOT = 0)
048762             MOVE 29 TO WS-EXP-LAST-DAY
048764         END-IF
048766     END-IF
048768     IF WS-EXP-DAY < 1
048770         OR WS-EXP-DAY > WS-EXP-LAST-DAY
048772         GO TO 6950-EXIT
048774     END-IF
048776     SET WS-EXP-DATE-OK TO TRUE
048778     .
048780 6950-EXIT.
048782     EXIT.
048800*----------------------------------------------------------------
048900* 7000-STAMP-MAINTENANCE - WHO AND WHEN ON THE RECORD ITSELF
049000*----------------------------------------------------------------
049100 7000-STAMP-MAINTENANCE.
049200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
049300     EXEC CICS ASSIGN
049400         USERID(WS-USER-ID)
049500     END-EXEC
049600     MOVE WS-USER-ID      TO MQCRD-MAINT-USER
049700     MOVE WS-CURRENT-DATE TO MQCRD-MAINT-DATE
049800     .
049900 7000-EXIT.
050000     EXIT.
050100*----------------------------------------------------------------
050200* 9000-TERMINATE - PF3 PATH, END THE CONVERSATION.
050300*----------------------------------------------------------------
050400 9000-TERMINATE.
050500     EXEC CICS RETURN
050600     END-EXEC
050700     .
050800 9000-EXIT.
050900     EXIT.
