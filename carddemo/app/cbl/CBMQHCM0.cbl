000100* CBMQHCM0 - HOT-CARD LIST MAINTENANCE ONLINE TRANSACTION (CICS)
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQHCM0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO ONLINE SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* CBMQHCM0 LETS THE FRAUD AND CARD DESKS WORK THE HOT-CARD
001100* NEGATIVE FILE (MQHOTVS, CMQHOTV) BY HAND FROM A 3270 SCREEN.
001200* CBMQFRN0 LISTS THE CARD OF EVERY CONFIRMED ALERT ON ITS OWN;
001300* THIS TRANSACTION COVERS THE REST - LISTING A CARD REPORTED
001400* LOST OR STOLEN BEFORE ANY ALERT FIRES, RELEASING A CARD THE
001500* ALERT WAS WRONG ABOUT OR THE CARDHOLDER HAS RECOVERED, AND
001600* EXPIRING A LISTING THAT HAS RUN ITS COURSE (CARD REISSUED OR
001700* CLOSED).  EVERY ACTION NEEDS A REASON; THE OPERATOR (EXEC
001800* CICS ASSIGN USERID), DATE, AND TIME ARE STAMPED ON THE ROW
001900* AND A CMQHAUV ACTIVITY ROW IS WRITTEN TO MQHAUVS FOR THE
002000* DAILY HOT-CARD REPORT (CBMQHCR0).  ONLY A LISTED CARD CAN BE
002100* RELEASED OR EXPIRED; A CLEARED CARD CAN BE LISTED AGAIN.
002200* USES MAP CMQHCMM OF MAPSET CMQHCM; PSEUDO-CONVERSATIONAL
002300* LIKE CBMQCTM0, WITH THE LAST CARD NUMBER RIDING THE
002400* COMMAREA.  ENTER SHOWS A CARD, PF5 LISTS, PF6 RELEASES, PF7
002500* EXPIRES, PF8 BROWSES FORWARD, PF3 ENDS.
002600*----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800* -------------------------------------------------------------
002900* DATE       BY   DESCRIPTION
003000* 10/15/2026 JH   INITIAL VERSION.
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
004800   05  WS-REC-SHOWN-SW     PIC X(01) VALUE "N".
004900       88  WS-REC-SHOWN               VALUE "Y".
005000   05  WS-CLEAR-ACTION     PIC X(01) VALUE SPACE.
005100       88  WS-CLEAR-RELEASE           VALUE "R".
005200       88  WS-CLEAR-EXPIRE            VALUE "E".
005300*
005400 01  WS-RESP               PIC S9(08) COMP VALUE 0.
005500 01  WS-LAST-CARD          PIC X(16) VALUE SPACES.
005600 01  WS-BROWSE-CARD        PIC X(16) VALUE SPACES.
005700 01  WS-USER-ID            PIC X(08) VALUE SPACES.
005800 01  WS-CURRENT-DATE       PIC X(08) VALUE SPACES.
005900 01  WS-CURRENT-TIME       PIC X(08) VALUE SPACES.
006000 01  WS-SCREEN-MSG         PIC X(76) VALUE SPACES.
006100*
006200 01  WS-INPUT-FIELDS.
006300   05  WS-IN-CARD          PIC X(16) VALUE SPACES.
006400   05  WS-IN-REASON        PIC X(40) VALUE SPACES.
006500*
006600     COPY CMQHOTV.
006700     COPY CMQHAUV.
006800     COPY CMQHCMM.
006900*
007000 LINKAGE SECTION.
007100 01  DFHCOMMAREA           PIC X(16).
007200*
007300 PROCEDURE DIVISION.
007400*----------------------------------------------------------------
007500* 0000-MAINLINE - FIRST ENTRY SENDS AN EMPTY SCREEN; RE-ENTRY
007600* DISPATCHES ON THE AID KEY.
007700*----------------------------------------------------------------
007800 0000-MAINLINE.
007900     IF EIBCALEN = 0
008000         MOVE "ENTER A CARD NUMBER AND PRESS ENTER"
008100             TO WS-SCREEN-MSG
008200         PERFORM 2500-SEND-SCREEN THRU 2500-EXIT
008300     ELSE
008400         MOVE DFHCOMMAREA TO WS-LAST-CARD
008500         IF EIBAID = DFHPF3
008600             PERFORM 9000-TERMINATE THRU 9000-EXIT
008700         END-IF
008800         EXEC CICS RECEIVE MAP("CMQHCMM")
008900             MAPSET("CMQHCM")
009000             INTO(CMQHCMI)
009100             RESP(WS-RESP)
009200         END-EXEC
009300*----------------------------------------------------------------
009400* MAPFAIL (NO MODIFIED FIELDS - ROUTINE UNDER FRSET) LEAVES THE
009500* INPUT AREA UNMAPPED - CLEAR IT SO THE BROWSE/EDIT NEVER RUNS
009600* AGAINST A GARBAGE CARD NUMBER FROM UNPREDICTABLE STORAGE.
009700*----------------------------------------------------------------
009800         IF WS-RESP NOT = DFHRESP(NORMAL)
009900             MOVE LOW-VALUES TO CMQHCMI
010000         END-IF
010100         PERFORM 1500-CAPTURE-INPUTS THRU 1500-EXIT
010200         EVALUATE EIBAID
010300             WHEN DFHPF5
010400                 PERFORM 4000-LIST-CARD THRU 4000-EXIT
010500             WHEN DFHPF6
010600                 SET WS-CLEAR-RELEASE TO TRUE
010700                 PERFORM 5000-CLEAR-CARD THRU 5000-EXIT
010800             WHEN DFHPF7
010900                 SET WS-CLEAR-EXPIRE TO TRUE
011000                 PERFORM 5000-CLEAR-CARD THRU 5000-EXIT
011100             WHEN DFHPF8
011200                 PERFORM 3000-BROWSE-NEXT THRU 3000-EXIT
011300             WHEN OTHER
011400                 PERFORM 2000-INQUIRE THRU 2000-EXIT
011500         END-EVALUATE
011600         PERFORM 2500-SEND-SCREEN THRU 2500-EXIT
011700     END-IF
011800     GOBACK
011900     .
012000*----------------------------------------------------------------
012100* 1500-CAPTURE-INPUTS - LIFT THE RECEIVED FIELDS INTO WORKING
012200* STORAGE BEFORE THE OUTPUT BUILD CLEARS THE MAP AREA (INPUT
012300* AND OUTPUT VIEWS REDEFINE THE SAME STORAGE).
012400*----------------------------------------------------------------
012500 1500-CAPTURE-INPUTS.
012600     MOVE HCRDI TO WS-IN-CARD
012700     MOVE HRSNI TO WS-IN-REASON
012800     IF WS-IN-CARD = LOW-VALUES
012900         MOVE SPACES TO WS-IN-CARD
013000     END-IF
013100     IF WS-IN-CARD = SPACES
013200         MOVE WS-LAST-CARD TO WS-IN-CARD
013300     END-IF
013400     INSPECT WS-IN-REASON REPLACING ALL LOW-VALUE BY SPACE
013500     .
013600 1500-EXIT.
013700     EXIT.
013800*----------------------------------------------------------------
013900* 2000-INQUIRE - SHOW THE HOT-CARD ROW FOR THE KEYED NUMBER
014000*----------------------------------------------------------------
014100 2000-INQUIRE.
014200     MOVE "N" TO WS-REC-SHOWN-SW
014300     IF WS-IN-CARD = SPACES
014400         MOVE "ENTER A CARD NUMBER AND PRESS ENTER"
014500             TO WS-SCREEN-MSG
014600         GO TO 2000-EXIT
014700     END-IF
014800     EXEC CICS READ
014900         FILE("MQHOTVS")
015000         INTO(MQ-HOT-CARD-RECORD)
015100         RIDFLD(WS-IN-CARD)
015200         RESP(WS-RESP)
015300     END-EXEC
015400     IF WS-RESP = DFHRESP(NORMAL)
015500         SET WS-REC-SHOWN TO TRUE
015600         MOVE MQHOT-CARD-NUMBER TO WS-LAST-CARD
015700         PERFORM 2100-SHOWN-MESSAGE THRU 2100-EXIT
015800     ELSE
015900         MOVE WS-IN-CARD TO WS-LAST-CARD
016000         MOVE "NOT ON HOT-CARD LIST - KEY A REASON, PF5 LISTS"
016100             TO WS-SCREEN-MSG
016200     END-IF
016300     .
016400 2000-EXIT.
016500     EXIT.
016600 2100-SHOWN-MESSAGE.
016700     EVALUATE TRUE
016800         WHEN MQHOT-LISTED
016900             MOVE "CARD IS LISTED - PF6=RELEASE PF7=EXPIRE"
017000                 TO WS-SCREEN-MSG
017100         WHEN MQHOT-RELEASED
017200             MOVE "CARD WAS RELEASED - PF5 LISTS IT AGAIN"
017300                 TO WS-SCREEN-MSG
017400         WHEN OTHER
017500             MOVE "LISTING HAS EXPIRED - PF5 LISTS IT AGAIN"
017600                 TO WS-SCREEN-MSG
017700     END-EVALUATE
017800     .
017900 2100-EXIT.
018000     EXIT.
018100*----------------------------------------------------------------
018200* 2500-SEND-SCREEN - BUILD THE OUTPUT MAP (ROW FIELDS WHEN ONE
018300* IS SHOWN) AND SEND IT, STAYING IN THE CONVERSATION.
018400*----------------------------------------------------------------
018500 2500-SEND-SCREEN.
018600     MOVE LOW-VALUES TO CMQHCMO
018700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
018800     MOVE WS-CURRENT-DATE TO HDATEO
018900     IF WS-REC-SHOWN
019000         PERFORM 2600-FORMAT-RECORD THRU 2600-EXIT
019100     ELSE
019200         MOVE WS-LAST-CARD TO HCRDO
019300     END-IF
019400     MOVE WS-SCREEN-MSG TO HMSGAO
019500     EXEC CICS SEND MAP("CMQHCMM")
019600         MAPSET("CMQHCM")
019700         FROM(CMQHCMO)
019800         ERASE
019900     END-EXEC
020000     EXEC CICS RETURN
020100         TRANSID("MQHC")
020200         COMMAREA(WS-LAST-CARD)
020300         LENGTH(16)
020400     END-EXEC
020500     .
020600 2500-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------
020900* 2600-FORMAT-RECORD - ROW FIELDS TO THE SYMBOLIC MAP.  THE
021000* REASON FIELD IS LEFT EMPTY FOR THE NEXT ACTION'S REASON.
021100*----------------------------------------------------------------
021200 2600-FORMAT-RECORD.
021300     MOVE MQHOT-CARD-NUMBER  TO HCRDO
021400     MOVE MQHOT-STATUS       TO HSTAO
021500     MOVE MQHOT-SOURCE       TO HSRCO
021600     MOVE MQHOT-LIST-USER    TO HLSUO
021700     MOVE MQHOT-LIST-DATE    TO HLSDO
021800     MOVE MQHOT-LIST-TIME    TO HLSTO
021900     MOVE MQHOT-LIST-REASON  TO HLSRO
022000     MOVE MQHOT-ALERT-MSGID  TO HALTO
022100     MOVE MQHOT-CLEAR-USER   TO HCLUO
022200     MOVE MQHOT-CLEAR-DATE   TO HCLDO
022300     MOVE MQHOT-CLEAR-TIME   TO HCLTO
022400     MOVE MQHOT-CLEAR-REASON TO HCLRO
022500     .
022600 2600-EXIT.
022700     EXIT.
022800*----------------------------------------------------------------
022900* 3000-BROWSE-NEXT - NEXT CARD PAST THE LAST CARD NUMBER,
023000* WRAPPING TO THE TOP AT END OF FILE.
023100*----------------------------------------------------------------
023200 3000-BROWSE-NEXT.
023300     MOVE "N" TO WS-REC-SHOWN-SW
023400     MOVE WS-LAST-CARD TO WS-BROWSE-CARD
023500     IF WS-BROWSE-CARD = SPACES
023600         MOVE LOW-VALUES TO WS-BROWSE-CARD
023700     END-IF
023800     EXEC CICS STARTBR
023900         FILE("MQHOTVS")
024000         RIDFLD(WS-BROWSE-CARD)
024100         GTEQ
024200         RESP(WS-RESP)
024300     END-EXEC
024400     IF WS-RESP NOT = DFHRESP(NORMAL)
024500         MOVE "NO CARDS ON HOT-CARD LIST" TO WS-SCREEN-MSG
024600         GO TO 3000-EXIT
024700     END-IF
024800     PERFORM 3100-READ-NEXT THRU 3100-EXIT
024900     IF WS-REC-SHOWN
025000         AND MQHOT-CARD-NUMBER = WS-LAST-CARD
025100         PERFORM 3100-READ-NEXT THRU 3100-EXIT
025200     END-IF
025300     EXEC CICS ENDBR
025400         FILE("MQHOTVS")
025500         RESP(WS-RESP)
025600     END-EXEC
025700     IF WS-REC-SHOWN
025800         MOVE MQHOT-CARD-NUMBER TO WS-LAST-CARD
025900         PERFORM 2100-SHOWN-MESSAGE THRU 2100-EXIT
026000     ELSE
026100         MOVE LOW-VALUES TO WS-BROWSE-CARD
026200         EXEC CICS READ
026300             FILE("MQHOTVS")
026400             INTO(MQ-HOT-CARD-RECORD)
026500             RIDFLD(WS-BROWSE-CARD)
026600             GTEQ
026700             RESP(WS-RESP)
026800         END-EXEC
026900         IF WS-RESP = DFHRESP(NORMAL)
027000             SET WS-REC-SHOWN TO TRUE
027100             MOVE MQHOT-CARD-NUMBER TO WS-LAST-CARD
027200             MOVE "WRAPPED TO FIRST CARD" TO WS-SCREEN-MSG
027300         ELSE
027400             MOVE "NO CARDS ON HOT-CARD LIST" TO WS-SCREEN-MSG
027500         END-IF
027600     END-IF
027700     .
027800 3000-EXIT.
027900     EXIT.
028000 3100-READ-NEXT.
028100     EXEC CICS READNEXT
028200         FILE("MQHOTVS")
028300         INTO(MQ-HOT-CARD-RECORD)
028400         RIDFLD(WS-BROWSE-CARD)
028500         RESP(WS-RESP)
028600     END-EXEC
028700     IF WS-RESP = DFHRESP(NORMAL)
028800         SET WS-REC-SHOWN TO TRUE
028900     ELSE
029000         MOVE "N" TO WS-REC-SHOWN-SW
029100     END-IF
029200     .
029300 3100-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600* 4000-LIST-CARD - PUT THE KEYED CARD ON THE LIST.  A NEW CARD
029700* IS WRITTEN; A RELEASED OR EXPIRED ROW IS RELISTED IN PLACE
029800* (NEW LISTING STAMP, CLEARING STAMP BLANKED); A CARD ALREADY
029900* LISTED IS LEFT ALONE.
030000*----------------------------------------------------------------
030100 4000-LIST-CARD.
030200     MOVE "N" TO WS-REC-SHOWN-SW
030300     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT
030400     IF WS-EDIT-FAILED
030500         GO TO 4000-EXIT
030600     END-IF
030700     EXEC CICS READ
030800         FILE("MQHOTVS")
030900         INTO(MQ-HOT-CARD-RECORD)
031000         RIDFLD(WS-IN-CARD)
031100         UPDATE
031200         RESP(WS-RESP)
031300     END-EXEC
031400     IF WS-RESP = DFHRESP(NORMAL)
031500         AND MQHOT-LISTED
031600         EXEC CICS UNLOCK
031700             FILE("MQHOTVS")
031800         END-EXEC
031900         SET WS-REC-SHOWN TO TRUE
032000         MOVE "CARD IS ALREADY LISTED - NOTHING CHANGED"
032100             TO WS-SCREEN-MSG
032200         GO TO 4000-EXIT
032300     END-IF
032400     PERFORM 7000-STAMP-TIME THRU 7000-EXIT
032500     MOVE WS-IN-CARD      TO MQHOT-CARD-NUMBER
032600     SET MQHOT-LISTED TO TRUE
032700     SET MQHOT-SOURCE-MANUAL TO TRUE
032800     MOVE WS-IN-REASON    TO MQHOT-LIST-REASON
032900     MOVE WS-USER-ID      TO MQHOT-LIST-USER
033000     MOVE WS-CURRENT-DATE TO MQHOT-LIST-DATE
033100     MOVE WS-CURRENT-TIME TO MQHOT-LIST-TIME
033200     MOVE SPACES          TO MQHOT-ALERT-MSGID
033300     MOVE SPACES          TO MQHOT-CLEAR-REASON
033400     MOVE SPACES          TO MQHOT-CLEAR-USER
033500     MOVE SPACES          TO MQHOT-CLEAR-DATE
033600     MOVE SPACES          TO MQHOT-CLEAR-TIME
033700     IF WS-RESP = DFHRESP(NORMAL)
033800         EXEC CICS REWRITE
033900             FILE("MQHOTVS")
034000             FROM(MQ-HOT-CARD-RECORD)
034100             RESP(WS-RESP)
034200         END-EXEC
034300     ELSE
034400         EXEC CICS WRITE
034500             FILE("MQHOTVS")
034600             FROM(MQ-HOT-CARD-RECORD)
034700             RIDFLD(MQHOT-CARD-NUMBER)
034800             RESP(WS-RESP)
034900         END-EXEC
035000     END-IF
035100     IF WS-RESP = DFHRESP(NORMAL)
035200         SET WS-REC-SHOWN TO TRUE
035300         MOVE MQHOT-CARD-NUMBER TO WS-LAST-CARD
035400         MOVE "CARD LISTED - DECLINED FROM NEXT DECISION RUN"
035500             TO WS-SCREEN-MSG
035600         SET MQHAU-ACTION-LIST TO TRUE
035700         PERFORM 7100-WRITE-AUDIT THRU 7100-EXIT
035800     ELSE
035900         MOVE "LIST FAILED - HOT-CARD FILE NOT CHANGED"
036000             TO WS-SCREEN-MSG
036100     END-IF
036200     .
036300 4000-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600* 5000-CLEAR-CARD - RELEASE (PF6) OR EXPIRE (PF7) A LISTED
036700* CARD.  THE LISTING STAMP STAYS; THE CLEARING STAMP RECORDS
036800* WHO LIFTED THE BLOCK, WHEN, AND WHY.
036900*----------------------------------------------------------------
037000 5000-CLEAR-CARD.
037100     MOVE "N" TO WS-REC-SHOWN-SW
037200     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT
037300     IF WS-EDIT-FAILED
037400         GO TO 5000-EXIT
037500     END-IF
037600     EXEC CICS READ
037700         FILE("MQHOTVS")
037800         INTO(MQ-HOT-CARD-RECORD)
037900         RIDFLD(WS-IN-CARD)
038000         UPDATE
038100         RESP(WS-RESP)
038200     END-EXEC
038300     IF WS-RESP NOT = DFHRESP(NORMAL)
038400         MOVE "CARD NOT ON HOT-CARD LIST - NOTHING TO CLEAR"
038500             TO WS-SCREEN-MSG
038600         GO TO 5000-EXIT
038700     END-IF
038800     IF NOT MQHOT-LISTED
038900         EXEC CICS UNLOCK
039000             FILE("MQHOTVS")
039100         END-EXEC
039200         SET WS-REC-SHOWN TO TRUE
039300         MOVE "CARD IS NOT CURRENTLY LISTED - NOTHING CHANGED"
039400             TO WS-SCREEN-MSG
039500         GO TO 5000-EXIT
039600     END-IF
039700     PERFORM 7000-STAMP-TIME THRU 7000-EXIT
039800     MOVE WS-CLEAR-ACTION TO MQHOT-STATUS
039900     MOVE WS-IN-REASON    TO MQHOT-CLEAR-REASON
040000     MOVE WS-USER-ID      TO MQHOT-CLEAR-USER
040100     MOVE WS-CURRENT-DATE TO MQHOT-CLEAR-DATE
040200     MOVE WS-CURRENT-TIME TO MQHOT-CLEAR-TIME
040300     EXEC CICS REWRITE
040400         FILE("MQHOTVS")
040500         FROM(MQ-HOT-CARD-RECORD)
040600         RESP(WS-RESP)
040700     END-EXEC
040800     IF WS-RESP = DFHRESP(NORMAL)
040900         SET WS-REC-SHOWN TO TRUE
041000         MOVE MQHOT-CARD-NUMBER TO WS-LAST-CARD
041100         IF WS-CLEAR-RELEASE
041200             MOVE "CARD RELEASED FROM HOT-CARD LIST"
041300                 TO WS-SCREEN-MSG
041400             SET MQHAU-ACTION-RELEASE TO TRUE
041500         ELSE
041600             MOVE "HOT-CARD LISTING EXPIRED" TO WS-SCREEN-MSG
041700             SET MQHAU-ACTION-EXPIRE TO TRUE
041800         END-IF
041900         PERFORM 7100-WRITE-AUDIT THRU 7100-EXIT
042000     ELSE
042100         MOVE "REWRITE FAILED - HOT-CARD FILE NOT CHANGED"
042200             TO WS-SCREEN-MSG
042300     END-IF
042400     .
042500 5000-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800* 6000-EDIT-FIELDS - A CARD NUMBER AND A REASON ARE REQUIRED
042900* FOR EVERY ACTION - THE WHY IS HALF THE AUDIT TRAIL.
043000*----------------------------------------------------------------
043100 6000-EDIT-FIELDS.
043200     SET WS-EDIT-OK TO TRUE
043300     IF WS-IN-CARD = SPACES
043400         MOVE "CARD NUMBER IS REQUIRED" TO WS-SCREEN-MSG
043500         SET WS-EDIT-FAILED TO TRUE
043600         GO TO 6000-EXIT
043700     END-IF
043800     IF WS-IN-REASON = SPACES
043900         MOVE "A REASON IS REQUIRED FOR EVERY LIST CHANGE"
044000             TO WS-SCREEN-MSG
044100         SET WS-EDIT-FAILED TO TRUE
044200         GO TO 6000-EXIT
044300     END-IF
044400     .
044500 6000-EXIT.
044600     EXIT.
044700*----------------------------------------------------------------
044800* 7000-STAMP-TIME - WHO AND WHEN FOR THE ROW AND ITS AUDIT
044900*----------------------------------------------------------------
045000 7000-STAMP-TIME.
045100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
045200     ACCEPT WS-CURRENT-TIME FROM TIME
045300     EXEC CICS ASSIGN
045400         USERID(WS-USER-ID)
045500     END-EXEC
045600     .
045700 7000-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000* 7100-WRITE-AUDIT - ONE CMQHAUV ROW PER LIST CHANGE.  THE
046100* CALLER HAS ALREADY SET MQHAU-ACTION.
046200*----------------------------------------------------------------
046300 7100-WRITE-AUDIT.
046400     MOVE WS-CURRENT-DATE   TO MQHAU-AUDIT-DATE
046500     MOVE WS-CURRENT-TIME   TO MQHAU-AUDIT-TIME
046600     MOVE MQHOT-CARD-NUMBER TO MQHAU-CARD-NUMBER
046700     SET MQHAU-SOURCE-MANUAL TO TRUE
046800     MOVE WS-USER-ID        TO MQHAU-USER-ID
046900     MOVE WS-IN-REASON      TO MQHAU-REASON
047000     MOVE SPACES            TO MQHAU-ALERT-MSGID
047100     EXEC CICS WRITE
047200         FILE("MQHAUVS")
047300         FROM(MQ-HOT-CARD-AUDIT-RECORD)
047400         RIDFLD(MQHAU-AUDIT-KEY)
047500         RESP(WS-RESP)
047600     END-EXEC
047700     IF WS-RESP NOT = DFHRESP(NORMAL)
047800         MOVE "CHANGE MADE BUT AUDIT WRITE FAILED - REPORT IT"
047900             TO WS-SCREEN-MSG
048000     END-IF
048100     .
048200 7100-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500* 9000-TERMINATE - PF3 PATH, END THE CONVERSATION.
048600*----------------------------------------------------------------
048700 9000-TERMINATE.
048800     EXEC CICS RETURN
048900     END-EXEC
049000     .
049100 9000-EXIT.
049200     EXIT.
