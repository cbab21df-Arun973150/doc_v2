000100* CBMQMRM0 - MERCHANT MASTER MAINTENANCE ONLINE TRANSACTION (CICS)
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQMRM0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO ONLINE SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* CBMQMRM0 LETS THE MERCHANT DESK BROWSE, ADD, AND UPDATE
001100* MERCHANT MASTER RECORDS (CMQMERV) DIRECTLY IN MQMERVS FROM A
001200* 3270 SCREEN - SIGN A MERCHANT, SUSPEND OR TERMINATE ONE,
001300* CHANGE ITS FUNDING ACCOUNT OR ITS MAXIMUM TICKET - SO THE NEXT
001400* CBMQAUT0 RUN DECIDES AGAINST THE CHANGE AND THE NEXT CBMQSET0
001500* RUN FUNDS (OR HOLDS) BY IT.  EVERY FIELD IS EDITED BEFORE IT
001600* IS WRITTEN: LEGAL NAME AND FUNDING ACCOUNT REQUIRED, STATUS
001700* STRICTLY A (ACTIVE), S (SUSPENDED), OR T (TERMINATED), CATEGORY
001800* A FOUR-DIGIT CODE, MAXIMUM TICKET KEYED IN WHOLE UNITS AND
001900* NEVER ZERO.  EVERY ADD OR UPDATE STAMPS THE OPERATOR AND DATE
002000* ON THE RECORD AND WRITES A WHO/WHEN/BEFORE/AFTER AUDIT ROW TO
002100* MQMAUVS (CMQMAUV), EXACTLY AS CBMQCTM0 DOES FOR CONTROL
002200* RECORDS.  USES MAP CMQMRMM OF MAPSET CMQMRM; PSEUDO-
002300* CONVERSATIONAL LIKE CBMQCTM0, WITH THE LAST MERCHANT ID RIDING
002400* THE COMMAREA.  ENTER SHOWS A MERCHANT, PF5 ADDS, PF6 UPDATES,
002500* PF8 BROWSES FORWARD, PF3 ENDS.
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
004800   05  WS-NE-OK-SW         PIC X(01) VALUE "Y".
004900       88  WS-NE-OK                   VALUE "Y".
005000       88  WS-NE-BAD                  VALUE "N".
005100   05  WS-REC-SHOWN-SW     PIC X(01) VALUE "N".
005200       88  WS-REC-SHOWN               VALUE "Y".
005300   05  WS-TKT-KEYED-SW     PIC X(01) VALUE "N".
005400       88  WS-TKT-KEYED               VALUE "Y".
005500       88  WS-TKT-NOT-KEYED           VALUE "N".
005600*
005700 01  WS-RESP               PIC S9(08) COMP VALUE 0.
005800 01  WS-LAST-MERCH         PIC X(15) VALUE SPACES.
005900 01  WS-BROWSE-MERCH       PIC X(15) VALUE SPACES.
006000 01  WS-USER-ID            PIC X(08) VALUE SPACES.
006100 01  WS-CURRENT-DATE       PIC X(08) VALUE SPACES.
006200 01  WS-CURRENT-TIME       PIC X(08) VALUE SPACES.
006300 01  WS-SCREEN-MSG         PIC X(76) VALUE SPACES.
006400 01  WS-OLD-IMAGE          PIC X(115) VALUE LOW-VALUES.
006500*
006600 01  WS-INPUT-FIELDS.
006700   05  WS-IN-MERCH         PIC X(15) VALUE SPACES.
006800   05  WS-IN-NAME          PIC X(40) VALUE SPACES.
006900   05  WS-IN-STAT          PIC X(01) VALUE SPACES.
007000   05  WS-IN-CAT           PIC X(04) VALUE SPACES.
007100   05  WS-IN-FUND          PIC X(20) VALUE SPACES.
007200   05  WS-IN-TKT           PIC X(09) VALUE SPACES.
007300*
007400 01  WS-NUMERIC-EDIT.
007500   05  WS-NE-TEXT          PIC X(09) VALUE SPACES.
007600   05  WS-NE-WORK          PIC X(09) VALUE SPACES.
007700   05  WS-NE-TEMP          PIC X(09) VALUE SPACES.
007800   05  WS-NE-VALUE         PIC 9(09) VALUE 0.
007900*
008000 01  WS-DISPLAY-FIELDS.
008100   05  WS-DISP9            PIC 9(09) VALUE 0.
008200*
008300     COPY CMQMERV.
008400     COPY CMQMAUV.
008500     COPY CMQMRMM.
008600*
008700 LINKAGE SECTION.
008800 01  DFHCOMMAREA           PIC X(15).
008900*
009000 PROCEDURE DIVISION.
009100*----------------------------------------------------------------
009200* 0000-MAINLINE - FIRST ENTRY SENDS AN EMPTY SCREEN; RE-ENTRY
009300* DISPATCHES ON THE AID KEY.
009400*----------------------------------------------------------------
009500 0000-MAINLINE.
009600     IF EIBCALEN = 0
009700         MOVE "ENTER A MERCHANT ID AND PRESS ENTER"
009800             TO WS-SCREEN-MSG
009900         PERFORM 2500-SEND-SCREEN THRU 2500-EXIT
010000     ELSE
010100         MOVE DFHCOMMAREA TO WS-LAST-MERCH
010200         IF EIBAID = DFHPF3
010300             PERFORM 9000-TERMINATE THRU 9000-EXIT
010400         END-IF
010500         EXEC CICS RECEIVE MAP("CMQMRMM")
010600             MAPSET("CMQMRM")
010700             INTO(CMQMRMI)
010800             RESP(WS-RESP)
010900         END-EXEC
011000*----------------------------------------------------------------
011100* MAPFAIL (NO MODIFIED FIELDS - ROUTINE UNDER FRSET) LEAVES THE
011200* INPUT AREA UNMAPPED - CLEAR IT SO THE BROWSE/EDIT NEVER RUNS
011300* AGAINST A GARBAGE MERCHANT ID FROM UNPREDICTABLE STORAGE.
011400*----------------------------------------------------------------
011500         IF WS-RESP NOT = DFHRESP(NORMAL)
011600             MOVE LOW-VALUES TO CMQMRMI
011700         END-IF
011800         PERFORM 1500-CAPTURE-INPUTS THRU 1500-EXIT
011900         EVALUATE EIBAID
012000             WHEN DFHPF5
012100                 PERFORM 4000-ADD-RECORD THRU 4000-EXIT
012200             WHEN DFHPF6
012300                 PERFORM 5000-UPDATE-RECORD THRU 5000-EXIT
012400             WHEN DFHPF8
012500                 PERFORM 3000-BROWSE-NEXT THRU 3000-EXIT
012600             WHEN OTHER
012700                 PERFORM 2000-INQUIRE THRU 2000-EXIT
012800         END-EVALUATE
012900         PERFORM 2500-SEND-SCREEN THRU 2500-EXIT
013000     END-IF
013100     GOBACK
013200     .
013300*----------------------------------------------------------------
013400* 1500-CAPTURE-INPUTS - LIFT THE RECEIVED FIELDS INTO WORKING
013500* STORAGE BEFORE THE OUTPUT BUILD CLEARS THE MAP AREA (INPUT
013600* AND OUTPUT VIEWS REDEFINE THE SAME STORAGE).
013700*----------------------------------------------------------------
013800 1500-CAPTURE-INPUTS.
013900     MOVE NMIDI TO WS-IN-MERCH
014000     MOVE NNAMI TO WS-IN-NAME
014100     MOVE NSTAI TO WS-IN-STAT
014200     MOVE NCATI TO WS-IN-CAT
014300     MOVE NFNDI TO WS-IN-FUND
014400     MOVE NTKTI TO WS-IN-TKT
014500     IF WS-IN-MERCH = LOW-VALUES
014600         MOVE SPACES TO WS-IN-MERCH
014700     END-IF
014800     IF WS-IN-MERCH = SPACES
014900         MOVE WS-LAST-MERCH TO WS-IN-MERCH
015000     END-IF
015100     IF WS-IN-TKT = LOW-VALUES
015200         SET WS-TKT-NOT-KEYED TO TRUE
015300     ELSE
015400         SET WS-TKT-KEYED TO TRUE
015500     END-IF
015600     .
015700 1500-EXIT.
015800     EXIT.
015900*----------------------------------------------------------------
016000* 2000-INQUIRE - SHOW THE MERCHANT FOR THE KEYED MERCHANT ID
016100*----------------------------------------------------------------
016200 2000-INQUIRE.
016300     MOVE "N" TO WS-REC-SHOWN-SW
016400     IF WS-IN-MERCH = SPACES
016500         MOVE "ENTER A MERCHANT ID AND PRESS ENTER"
016600             TO WS-SCREEN-MSG
016700         GO TO 2000-EXIT
016800     END-IF
016900     EXEC CICS READ
017000         FILE("MQMERVS")
017100         INTO(MQ-MERCHANT-RECORD)
017200         RIDFLD(WS-IN-MERCH)
017300         RESP(WS-RESP)
017400     END-EXEC
017500     IF WS-RESP = DFHRESP(NORMAL)
017600         SET WS-REC-SHOWN TO TRUE
017700         MOVE MQMER-MERCHANT-ID TO WS-LAST-MERCH
017800         MOVE "MERCHANT DISPLAYED - PF5=ADD PF6=UPDATE"
017900             TO WS-SCREEN-MSG
018000     ELSE
018100         MOVE WS-IN-MERCH TO WS-LAST-MERCH
018200         MOVE "MERCHANT NOT ON MASTER - PF5 ADDS IT"
018300             TO WS-SCREEN-MSG
018400     END-IF
018500     .
018600 2000-EXIT.
018700     EXIT.
018800*----------------------------------------------------------------
018900* 2500-SEND-SCREEN - BUILD THE OUTPUT MAP (RECORD FIELDS WHEN
019000* ONE IS SHOWN) AND SEND IT, STAYING IN THE CONVERSATION.
019100*----------------------------------------------------------------
019200 2500-SEND-SCREEN.
019300     MOVE LOW-VALUES TO CMQMRMO
019400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
019500     MOVE WS-CURRENT-DATE TO NDATEO
019600     IF WS-REC-SHOWN
019700         PERFORM 2600-FORMAT-RECORD THRU 2600-EXIT
019800     ELSE
019900         MOVE WS-LAST-MERCH TO NMIDO
020000     END-IF
020100     MOVE WS-SCREEN-MSG TO NMSGAO
020200     EXEC CICS SEND MAP("CMQMRMM")
020300         MAPSET("CMQMRM")
020400         FROM(CMQMRMO)
020500         ERASE
020600     END-EXEC
020700     EXEC CICS RETURN
020800         TRANSID("MQMR")
020900         COMMAREA(WS-LAST-MERCH)
021000         LENGTH(15)
021100     END-EXEC
021200     .
021300 2500-EXIT.
021400     EXIT.
021500*----------------------------------------------------------------
021600* 2600-FORMAT-RECORD - RECORD FIELDS TO THE SYMBOLIC MAP
021700*----------------------------------------------------------------
021800 2600-FORMAT-RECORD.
021900     MOVE MQMER-MERCHANT-ID     TO NMIDO
022000     MOVE MQMER-LEGAL-NAME      TO NNAMO
022100     MOVE MQMER-STATUS          TO NSTAO
022200     MOVE MQMER-CATEGORY-CODE   TO NCATO
022300     MOVE MQMER-FUNDING-ACCOUNT TO NFNDO
022400     MOVE MQMER-MAX-TICKET      TO WS-DISP9
022500     MOVE WS-DISP9              TO NTKTO
022600     MOVE MQMER-MAINT-USER      TO NMNUO
022700     MOVE MQMER-MAINT-DATE      TO NMNDO
022800     .
022900 2600-EXIT.
023000     EXIT.
023100*----------------------------------------------------------------
023200* 3000-BROWSE-NEXT - NEXT MERCHANT PAST THE LAST MERCHANT ID,
023300* WRAPPING TO THE TOP AT END OF FILE.
023400*----------------------------------------------------------------
023500 3000-BROWSE-NEXT.
023600     MOVE "N" TO WS-REC-SHOWN-SW
023700     MOVE WS-LAST-MERCH TO WS-BROWSE-MERCH
023800     IF WS-BROWSE-MERCH = SPACES
023900         MOVE LOW-VALUES TO WS-BROWSE-MERCH
024000     END-IF
024100     EXEC CICS STARTBR
024200         FILE("MQMERVS")
024300         RIDFLD(WS-BROWSE-MERCH)
024400         GTEQ
024500         RESP(WS-RESP)
024600     END-EXEC
024700     IF WS-RESP NOT = DFHRESP(NORMAL)
024800         MOVE "NO MERCHANTS ON MASTER" TO WS-SCREEN-MSG
024900         GO TO 3000-EXIT
025000     END-IF
025100     PERFORM 3100-READ-NEXT THRU 3100-EXIT
025200     IF WS-REC-SHOWN
025300         AND MQMER-MERCHANT-ID = WS-LAST-MERCH
025400         PERFORM 3100-READ-NEXT THRU 3100-EXIT
025500     END-IF
025600     EXEC CICS ENDBR
025700         FILE("MQMERVS")
025800         RESP(WS-RESP)
025900     END-EXEC
026000     IF WS-REC-SHOWN
026100         MOVE MQMER-MERCHANT-ID TO WS-LAST-MERCH
026200         MOVE "MERCHANT DISPLAYED - PF5=ADD PF6=UPDATE"
026300             TO WS-SCREEN-MSG
026400     ELSE
026500         MOVE LOW-VALUES TO WS-BROWSE-MERCH
026600         EXEC CICS READ
026700             FILE("MQMERVS")
026800             INTO(MQ-MERCHANT-RECORD)
026900             RIDFLD(WS-BROWSE-MERCH)
027000             GTEQ
027100             RESP(WS-RESP)
027200         END-EXEC
027300         IF WS-RESP = DFHRESP(NORMAL)
027400             SET WS-REC-SHOWN TO TRUE
027500             MOVE MQMER-MERCHANT-ID TO WS-LAST-MERCH
027600             MOVE "WRAPPED TO FIRST MERCHANT" TO WS-SCREEN-MSG
027700         ELSE
027800             MOVE "NO MERCHANTS ON MASTER" TO WS-SCREEN-MSG
027900         END-IF
028000     END-IF
028100     .
028200 3000-EXIT.
028300     EXIT.
028400 3100-READ-NEXT.
028500     EXEC CICS READNEXT
028600         FILE("MQMERVS")
028700         INTO(MQ-MERCHANT-RECORD)
028800         RIDFLD(WS-BROWSE-MERCH)
028900         RESP(WS-RESP)
029000     END-EXEC
029100     IF WS-RESP = DFHRESP(NORMAL)
029200         SET WS-REC-SHOWN TO TRUE
029300     ELSE
029400         MOVE "N" TO WS-REC-SHOWN-SW
029500     END-IF
029600     .
029700 3100-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------
030000* 4000-ADD-RECORD - EDIT THE SCREEN FIELDS AND WRITE A NEW
030100* MERCHANT; THE BEFORE-IMAGE ON THE AUDIT ROW IS LOW-VALUES.
030200*----------------------------------------------------------------
030300 4000-ADD-RECORD.
030400     MOVE "N" TO WS-REC-SHOWN-SW
030500     MOVE SPACES TO MQ-MERCHANT-RECORD
030600     MOVE 0 TO MQMER-MAX-TICKET
030700     SET WS-TKT-KEYED TO TRUE
030800     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT
030900     IF WS-EDIT-FAILED
031000         GO TO 4000-EXIT
031100     END-IF
031200     PERFORM 7000-STAMP-MAINTENANCE THRU 7000-EXIT
031300     EXEC CICS WRITE
031400         FILE("MQMERVS")
031500         FROM(MQ-MERCHANT-RECORD)
031600         RIDFLD(MQMER-MERCHANT-ID)
031700         RESP(WS-RESP)
031800     END-EXEC
031900     IF WS-RESP = DFHRESP(NORMAL)
032000         SET WS-REC-SHOWN TO TRUE
032100         MOVE MQMER-MERCHANT-ID TO WS-LAST-MERCH
032200         MOVE LOW-VALUES TO WS-OLD-IMAGE
032300         SET MQMAU-ACTION-ADD TO TRUE
032400         PERFORM 7100-WRITE-AUDIT THRU 7100-EXIT
032500         IF WS-RESP = DFHRESP(NORMAL)
032600             MOVE "MERCHANT ADDED TO MASTER" TO WS-SCREEN-MSG
032700         END-IF
032800     ELSE
032900         IF WS-RESP = DFHRESP(DUPREC)
033000             MOVE "MERCHANT ALREADY EXISTS - USE PF6 TO UPDATE"
033100                 TO WS-SCREEN-MSG
033200         ELSE
033300             MOVE "ADD FAILED - MERCHANT NOT WRITTEN"
033400                 TO WS-SCREEN-MSG
033500         END-IF
033600     END-IF
033700     .
033800 4000-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100* 5000-UPDATE-RECORD - READ UPDATE, KEEP THE BEFORE IMAGE FOR
034200* THE AUDIT ROW, EDIT THE SCREEN FIELDS OVER THE RECORD, REWRITE.
034300*----------------------------------------------------------------
034400 5000-UPDATE-RECORD.
034500     MOVE "N" TO WS-REC-SHOWN-SW
034600     IF WS-IN-MERCH = SPACES
034700         MOVE "ENTER A MERCHANT ID AND PRESS ENTER"
034800             TO WS-SCREEN-MSG
034900         GO TO 5000-EXIT
035000     END-IF
035100     EXEC CICS READ
035200         FILE("MQMERVS")
035300         INTO(MQ-MERCHANT-RECORD)
035400         RIDFLD(WS-IN-MERCH)
035500         UPDATE
035600         RESP(WS-RESP)
035700     END-EXEC
035800     IF WS-RESP NOT = DFHRESP(NORMAL)
035900         MOVE "MERCHANT NOT ON MASTER - USE PF5 TO ADD"
036000             TO WS-SCREEN-MSG
036100         GO TO 5000-EXIT
036200     END-IF
036300     MOVE MQ-MERCHANT-RECORD TO WS-OLD-IMAGE
036400     PERFORM 5500-MERGE-OLD-VALUES THRU 5500-EXIT
036500     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT
036600     IF WS-EDIT-FAILED
036700         GO TO 5000-EXIT
036800     END-IF
036900     PERFORM 7000-STAMP-MAINTENANCE THRU 7000-EXIT
037000     EXEC CICS REWRITE
037100         FILE("MQMERVS")
037200         FROM(MQ-MERCHANT-RECORD)
037300         RESP(WS-RESP)
037400     END-EXEC
037500     IF WS-RESP = DFHRESP(NORMAL)
037600         SET WS-REC-SHOWN TO TRUE
037700         MOVE MQMER-MERCHANT-ID TO WS-LAST-MERCH
037800         SET MQMAU-ACTION-UPDATE TO TRUE
037900         PERFORM 7100-WRITE-AUDIT THRU 7100-EXIT
038000         IF WS-RESP = DFHRESP(NORMAL)
038100             MOVE "MERCHANT UPDATED" TO WS-SCREEN-MSG
038200         END-IF
038300     ELSE
038400         MOVE "REWRITE FAILED - MERCHANT NOT UPDATED"
038500             TO WS-SCREEN-MSG
038600     END-IF
038700     .
038800 5000-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100* 5500-MERGE-OLD-VALUES - UNDER FRSET AN UNTOUCHED FIELD COMES
039200* BACK LOW-VALUES; ON AN UPDATE THAT MEANS "KEEP WHAT IS THERE",
039300* SO THE OPERATOR ONLY KEYS THE FIELDS BEING CHANGED.  AN
039400* UNTOUCHED MAXIMUM TICKET IS LEFT EXACTLY AS STORED (THE SCREEN
039500* SHOWS WHOLE UNITS ONLY) BY 6000-EDIT-FIELDS SKIPPING IT.
039600*----------------------------------------------------------------
039700 5500-MERGE-OLD-VALUES.
039800     IF WS-IN-NAME = LOW-VALUES
039900         MOVE MQMER-LEGAL-NAME TO WS-IN-NAME
040000     END-IF
040100     IF WS-IN-STAT = LOW-VALUES OR WS-IN-STAT = SPACE
040200         MOVE MQMER-STATUS TO WS-IN-STAT
040300     END-IF
040400     IF WS-IN-CAT = LOW-VALUES
040500         MOVE MQMER-CATEGORY-CODE TO WS-IN-CAT
040600     END-IF
040700     IF WS-IN-FUND = LOW-VALUES
040800         MOVE MQMER-FUNDING-ACCOUNT TO WS-IN-FUND
040900     END-IF
041000     .
041100 5500-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400* 6000-EDIT-FIELDS - MOVE THE SCREEN INTO MQ-MERCHANT-RECORD,
041500* REJECTING ANYTHING CBMQAUT0 OR CBMQSET0 COULD NOT TRUST.  THE
041600* FIRST FAILED EDIT PUTS ITS MESSAGE ON THE SCREEN AND STOPS THE
041700* ADD/UPDATE.
041800*----------------------------------------------------------------
041900 6000-EDIT-FIELDS.
042000     SET WS-EDIT-OK TO TRUE
042100     IF WS-IN-MERCH = SPACES
042200         MOVE "MERCHANT ID IS REQUIRED" TO WS-SCREEN-MSG
042300         SET WS-EDIT-FAILED TO TRUE
042400         GO TO 6000-EXIT
042500     END-IF
042600     IF WS-IN-NAME = SPACES OR WS-IN-NAME = LOW-VALUES
042700         MOVE "LEGAL NAME IS REQUIRED" TO WS-SCREEN-MSG
042800         SET WS-EDIT-FAILED TO TRUE
042900         GO TO 6000-EXIT
043000     END-IF
043100     IF WS-IN-STAT NOT = "A" AND WS-IN-STAT NOT = "S"
043200        AND WS-IN-STAT NOT = "T"
043300         MOVE "STATUS MUST BE A, S, OR T" TO WS-SCREEN-MSG
043400         SET WS-EDIT-FAILED TO TRUE
043500         GO TO 6000-EXIT
043600     END-IF
043700     IF WS-IN-CAT NOT NUMERIC
043800         MOVE "CATEGORY MUST BE A FOUR-DIGIT CODE"
043850             TO WS-SCREEN-MSG
043900         SET WS-EDIT-FAILED TO TRUE
044000         GO TO 6000-EXIT
044100     END-IF
044200     IF WS-IN-FUND = SPACES OR WS-IN-FUND = LOW-VALUES
044300         MOVE "FUNDING ACCOUNT IS REQUIRED" TO WS-SCREEN-MSG
044400         SET WS-EDIT-FAILED TO TRUE
044500         GO TO 6000-EXIT
044600     END-IF
044700     MOVE WS-IN-MERCH TO MQMER-MERCHANT-ID
044800     MOVE WS-IN-NAME  TO MQMER-LEGAL-NAME
044900     MOVE WS-IN-STAT  TO MQMER-STATUS
045000     MOVE WS-IN-CAT   TO MQMER-CATEGORY-CODE
045100     MOVE WS-IN-FUND  TO MQMER-FUNDING-ACCOUNT
045200     IF WS-TKT-NOT-KEYED
045300         GO TO 6000-EXIT
045400     END-IF
045500     MOVE WS-IN-TKT TO WS-NE-TEXT
045600     PERFORM 6900-NUMERIC-EDIT THRU 6900-EXIT
045700     IF WS-NE-BAD OR WS-NE-VALUE = 0 OR WS-NE-VALUE > 9999999
045800         MOVE "MAX TICKET MUST BE 1-9999999 (WHOLE UNITS)"
045900             TO WS-SCREEN-MSG
046000         SET WS-EDIT-FAILED TO TRUE
046100         GO TO 6000-EXIT
046200     END-IF
046300     MOVE WS-NE-VALUE TO MQMER-MAX-TICKET
046400     .
046500 6000-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800* 6900-NUMERIC-EDIT - RIGHT-JUSTIFY AND ZERO-FILL THE DIGITS
046900* THE OPERATOR TYPED LEFT-JUSTIFIED, THEN VALIDATE.  BLANK OR
047000* NULL INPUT EDITS TO ZERO.
047100*----------------------------------------------------------------
047200 6900-NUMERIC-EDIT.
047300     SET WS-NE-OK TO TRUE
047400     MOVE 0 TO WS-NE-VALUE
047500     MOVE WS-NE-TEXT TO WS-NE-WORK
047600     INSPECT WS-NE-WORK REPLACING ALL LOW-VALUE BY SPACE
047700     IF WS-NE-WORK = SPACES
047800         GO TO 6900-EXIT
047900     END-IF
048000     PERFORM 6910-SHIFT-RIGHT THRU 6910-EXIT
048100         UNTIL WS-NE-WORK(9:1) NOT = SPACE
048200     INSPECT WS-NE-WORK REPLACING LEADING SPACE BY ZERO
048300     IF WS-NE-WORK NOT NUMERIC
048400         SET WS-NE-BAD TO TRUE
048500     ELSE
048600         MOVE WS-NE-WORK TO WS-NE-VALUE
048700     END-IF
048800     .
048900 6900-EXIT.
049000     EXIT.
049100 6910-SHIFT-RIGHT.
049200     MOVE WS-NE-WORK TO WS-NE-TEMP
049300     MOVE SPACES TO WS-NE-WORK
049400     MOVE WS-NE-TEMP(1:8) TO WS-NE-WORK(2:8)
049500     .
049600 6910-EXIT.
049700     EXIT.
049800*----------------------------------------------------------------
049900* 7000-STAMP-MAINTENANCE - WHO AND WHEN ON THE RECORD ITSELF
050000*----------------------------------------------------------------
050100 7000-STAMP-MAINTENANCE.
050200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
050300     ACCEPT WS-CURRENT-TIME FROM TIME
050400     EXEC CICS ASSIGN
050500         USERID(WS-USER-ID)
050600     END-EXEC
050700     MOVE WS-USER-ID      TO MQMER-MAINT-USER
050800     MOVE WS-CURRENT-DATE TO MQMER-MAINT-DATE
050900     .
051000 7000-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300* 7100-WRITE-AUDIT - ONE WHO/WHEN/BEFORE/AFTER ROW PER CHANGE,
051400* STAMPED WITH THE SAME USER, DATE, AND TIME AS THE RECORD.
051500*----------------------------------------------------------------
051600 7100-WRITE-AUDIT.
051700     MOVE WS-CURRENT-DATE    TO MQMAU-AUDIT-DATE
051800     MOVE WS-CURRENT-TIME    TO MQMAU-AUDIT-TIME
051900     MOVE MQMER-MERCHANT-ID  TO MQMAU-MERCHANT-ID
052000     MOVE WS-USER-ID         TO MQMAU-USER-ID
052100     MOVE WS-OLD-IMAGE       TO MQMAU-OLD-IMAGE
052200     MOVE MQ-MERCHANT-RECORD TO MQMAU-NEW-IMAGE
052300     EXEC CICS WRITE
052400         FILE("MQMAUVS")
052500         FROM(MQ-MERCHANT-AUDIT-RECORD)
052600         RIDFLD(MQMAU-AUDIT-KEY)
052700         RESP(WS-RESP)
052800     END-EXEC
052900     IF WS-RESP NOT = DFHRESP(NORMAL)
053000         MOVE "CHANGE MADE BUT AUDIT WRITE FAILED - REPORT IT"
053100             TO WS-SCREEN-MSG
053200     END-IF
053300     .
053400 7100-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700* 9000-TERMINATE - PF3 PATH, END THE CONVERSATION.
053800*----------------------------------------------------------------
053900 9000-TERMINATE.
054000     EXEC CICS RETURN
054100     END-EXEC
054200     .
054300 9000-EXIT.
054400     EXIT.
