000100* CBMQENM0 - MQ OPERATOR ENTITLEMENT MAINTENANCE TRANSACTION
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQENM0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO ONLINE SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* CBMQENM0 LETS THE SECURITY DESK BROWSE, ADD, AND UPDATE THE
001100* OPERATOR ENTITLEMENT ROWS (CMQENTV) IN MQENTVS FROM A 3270
001200* SCREEN - ONE ROW PER CICS USER ID PER MQ ONLINE TRANSACTION
001300* (MQCM CONTROL MAINTENANCE, MQFW FRAUD WORKBENCH, MQTW TRIAGE
001400* WORKBENCH, AND MQEN ITSELF), EACH FUNCTION GRANTED Y OR
001500* REVOKED N.  CBMQCTM0, CBMQFRW0, AND CBMQTRW0 READ THE ROW ON
001600* EVERY ENTRY, SO A CHANGE HERE TAKES EFFECT ON THE OPERATOR'S
001700* NEXT KEYSTROKE.  EVERY FIELD IS EDITED BEFORE IT IS WRITTEN:
001800* USER ID REQUIRED, TRANSACTION ONE OF THE FOUR ABOVE, EACH
001900* FUNCTION STRICTLY Y OR N, AND ONLY THE FUNCTIONS THAT
002000* TRANSACTION ACTUALLY USES MAY BE Y.  EVERY ADD OR UPDATE
002100* STAMPS THE ADMINISTRATOR AND DATE ON THE ROW AND WRITES A
002200* WHO/WHEN/BEFORE/AFTER AUDIT ROW TO MQEAUVS (CMQEAUV), EXACTLY
002300* AS CBMQMRM0 DOES FOR THE MERCHANT MASTER.  THIS TRANSACTION IS
002400* ITSELF ENTITLED: THE ADMINISTRATOR'S OWN MQEN ROW MUST GRANT
002500* VIEW TO START IT AND MAINTAIN TO ADD OR UPDATE, AND NOBODY
002600* MAY CHANGE THEIR OWN ROWS - EACH REFUSAL IS LOGGED TO MQAVLVS
002700* (CMQAVLV) FOR THE CBMQENR0 SECURITY REVIEW.  THE FIRST
002800* ADMINISTRATOR'S MQEN ROW IS SEEDED WHEN MQENTVS IS DEFINED
002900* (SEE CBMQENR.JCL).  USES MAP CMQENMM OF MAPSET CMQENM;
003000* PSEUDO-CONVERSATIONAL LIKE CBMQMRM0, WITH THE LAST USER ID AND
003100* TRANSACTION RIDING THE COMMAREA.  ENTER SHOWS A ROW, PF5 ADDS,
003200* PF6 UPDATES, PF8 BROWSES FORWARD, PF3 ENDS.
003300*----------------------------------------------------------------
003400* MODIFICATION HISTORY
003500* -------------------------------------------------------------
003600* DATE       BY   DESCRIPTION
003700* 10/15/2026 JH   INITIAL VERSION.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000*
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300*----------------------------------------------------------------
004400* EIBCALEN/EIBAID ARE SUPPLIED BY THE TRANSLATOR-GENERATED
004500* DFHEIBLK - NOT DECLARED HERE.  DFHAID BRINGS IN THE SYMBOLIC
004600* ATTENTION IDENTIFIERS (DFHPF3, ETC.) THIS TRANSACTION TESTS
004700* AGAINST EIBAID.
004800*----------------------------------------------------------------
004900     COPY DFHAID.
005000*
005100 01  WS-SWITCHES.
005200   05  WS-EDIT-OK-SW       PIC X(01) VALUE "Y".
005300       88  WS-EDIT-OK                 VALUE "Y".
005400       88  WS-EDIT-FAILED             VALUE "N".
005500   05  WS-REC-SHOWN-SW     PIC X(01) VALUE "N".
005600       88  WS-REC-SHOWN               VALUE "Y".
005700   05  WS-OWN-MAINT-SW     PIC X(01) VALUE "N".
005800       88  WS-OWN-CAN-MAINTAIN        VALUE "Y".
005900*
006000 01  WS-RESP               PIC S9(08) COMP VALUE 0.
006100 01  WS-FX                 PIC S9(04) COMP VALUE 0.
006200 01  WS-LAST-KEY           PIC X(12) VALUE SPACES.
006300 01  WS-BROWSE-KEY         PIC X(12) VALUE SPACES.
006400 01  WS-USER-ID            PIC X(08) VALUE SPACES.
006500 01  WS-CURRENT-DATE       PIC X(08) VALUE SPACES.
006600 01  WS-CURRENT-TIME       PIC X(08) VALUE SPACES.
006700 01  WS-SCREEN-MSG         PIC X(76) VALUE SPACES.
006800 01  WS-OLD-IMAGE          PIC X(60) VALUE LOW-VALUES.
006900*
007000 01  WS-INPUT-FIELDS.
007100   05  WS-IN-KEY.
007200       10  WS-IN-USER      PIC X(08) VALUE SPACES.
007300       10  WS-IN-TRAN      PIC X(04) VALUE SPACES.
007400   05  WS-IN-FLAGS.
007500       10  WS-IN-VIEW      PIC X(01) VALUE SPACES.
007600       10  WS-IN-MAINTAIN  PIC X(01) VALUE SPACES.
007700       10  WS-IN-DISP-LOW  PIC X(01) VALUE SPACES.
007800       10  WS-IN-DISP-MED  PIC X(01) VALUE SPACES.
007900       10  WS-IN-DISP-HIGH PIC X(01) VALUE SPACES.
008000       10  WS-IN-REQUEUE   PIC X(01) VALUE SPACES.
008100       10  WS-IN-STAGE     PIC X(01) VALUE SPACES.
008200       10  WS-IN-PURGE     PIC X(01) VALUE SPACES.
008300   05  FILLER REDEFINES WS-IN-FLAGS.
008400       10  WS-IN-FLAG      PIC X(01) OCCURS 8 TIMES.
008500*
008600*----------------------------------------------------------------
008700* THE FUNCTIONS EACH TRANSACTION USES, IN MQENT-FUNCTIONS ORDER
008800* (VIEW, MAINTAIN, LOW, MEDIUM, HIGH, REQUEUE, STAGE, PURGE) -
008900* ONLY THESE MAY BE GRANTED ON ITS ROW.  THE STORED VALUES ARE
009000* KEPT IN WS-OLD-FLAGS SO AN UNTOUCHED FIELD KEEPS ITS VALUE.
009100*----------------------------------------------------------------
009200 01  WS-TRAN-FUNCTIONS.
009300   05  FILLER              PIC X(12) VALUE "MQCMYYNNNNNN".
009400   05  FILLER              PIC X(12) VALUE "MQFWYNYYYNNN".
009500   05  FILLER              PIC X(12) VALUE "MQTWYNNNNYYY".
009600   05  FILLER              PIC X(12) VALUE "MQENYYNNNNNN".
009700 01  FILLER REDEFINES WS-TRAN-FUNCTIONS.
009800   05  WS-TF-ENTRY         OCCURS 4 TIMES.
009900       10  WS-TF-TRAN      PIC X(04).
010000       10  WS-TF-USES      PIC X(08).
010100 01  WS-TX                 PIC S9(04) COMP VALUE 0.
010200 01  WS-USES               PIC X(08) VALUE SPACES.
010300 01  FILLER REDEFINES WS-USES.
010400   05  WS-USES-FLAG        PIC X(01) OCCURS 8 TIMES.
010500 01  WS-OLD-FLAGS          PIC X(08) VALUE "NNNNNNNN".
010600 01  FILLER REDEFINES WS-OLD-FLAGS.
010700   05  WS-OLD-FLAG         PIC X(01) OCCURS 8 TIMES.
010800*
010900     COPY CMQENTV.
011000     COPY CMQEAUV.
011100     COPY CMQAVLV.
011200     COPY CMQENMM.
011300*
011400 LINKAGE SECTION.
011500 01  DFHCOMMAREA           PIC X(12).
011600*
011700 PROCEDURE DIVISION.
011800*----------------------------------------------------------------
011900* 0000-MAINLINE - FIRST ENTRY SENDS AN EMPTY SCREEN; RE-ENTRY
012000* DISPATCHES ON THE AID KEY.
012100*----------------------------------------------------------------
012200 0000-MAINLINE.
012300     PERFORM 1000-CHECK-ACCESS THRU 1000-EXIT
012400     IF EIBCALEN = 0
012500         MOVE "ENTER A USER ID AND TRANSACTION AND PRESS ENTER"
012600             TO WS-SCREEN-MSG
012700         PERFORM 2500-SEND-SCREEN THRU 2500-EXIT
012800     ELSE
012900         MOVE DFHCOMMAREA TO WS-LAST-KEY
013000         IF EIBAID = DFHPF3
013100             PERFORM 9000-TERMINATE THRU 9000-EXIT
013200         END-IF
013300         EXEC CICS RECEIVE MAP("CMQENMM")
013400             MAPSET("CMQENM")
013500             INTO(CMQENMI)
013600             RESP(WS-RESP)
013700         END-EXEC
013800*----------------------------------------------------------------
013900* MAPFAIL (NO MODIFIED FIELDS - ROUTINE UNDER FRSET) LEAVES THE
014000* INPUT AREA UNMAPPED - CLEAR IT SO THE BROWSE/EDIT NEVER RUNS
014100* AGAINST A GARBAGE KEY FROM UNPREDICTABLE STORAGE.
014200*----------------------------------------------------------------
014300         IF WS-RESP NOT = DFHRESP(NORMAL)
014400             MOVE LOW-VALUES TO CMQENMI
014500         END-IF
014600         PERFORM 1500-CAPTURE-INPUTS THRU 1500-EXIT
014700         EVALUATE EIBAID
014800             WHEN DFHPF5
014900                 PERFORM 4000-ADD-RECORD THRU 4000-EXIT
015000             WHEN DFHPF6
015100                 PERFORM 5000-UPDATE-RECORD THRU 5000-EXIT
015200             WHEN DFHPF8
015300                 PERFORM 3000-BROWSE-NEXT THRU 3000-EXIT
015400             WHEN OTHER
015500                 PERFORM 2000-INQUIRE THRU 2000-EXIT
015600         END-EVALUATE
015700         PERFORM 2500-SEND-SCREEN THRU 2500-EXIT
015800     END-IF
015900     GOBACK
016000     .
016100*----------------------------------------------------------------
016200* 1000-CHECK-ACCESS - LOAD THE ADMINISTRATOR'S OWN MQEN
016300* ENTITLEMENT; WITHOUT VIEW THE ATTEMPT IS LOGGED AND THE
016400* TRANSACTION ENDS HERE.  THE MAINTAIN GRANT IS KEPT IN A
016500* SWITCH BECAUSE THE RECORD AREA IS REUSED FOR THE ROW BEING
016600* MAINTAINED.
016700*----------------------------------------------------------------
016800 1000-CHECK-ACCESS.
016900     PERFORM 8800-LOAD-ENTITLEMENT THRU 8800-EXIT
017000     MOVE MQENT-MAINTAIN TO WS-OWN-MAINT-SW
017100     IF MQENT-CAN-VIEW
017200         GO TO 1000-EXIT
017300     END-IF
017400     MOVE "V" TO MQAVL-FUNCTION
017500     MOVE "START ENTITLEMENT MAINTENANCE" TO MQAVL-DETAIL
017600     MOVE "NOT AUTHORIZED FOR MQEN - ATTEMPT LOGGED"
017700         TO WS-SCREEN-MSG
017800     PERFORM 8850-LOG-DENIAL THRU 8850-EXIT
017900     PERFORM 8870-REFUSE-TRANSACTION THRU 8870-EXIT
018000     .
018100 1000-EXIT.
018200     EXIT.
018300*----------------------------------------------------------------
018400* 1500-CAPTURE-INPUTS - LIFT THE RECEIVED FIELDS INTO WORKING
018500* STORAGE BEFORE THE OUTPUT BUILD CLEARS THE MAP AREA (INPUT
018600* AND OUTPUT VIEWS REDEFINE THE SAME STORAGE).
018700*----------------------------------------------------------------
018800 1500-CAPTURE-INPUTS.
018900     MOVE EUSRI TO WS-IN-USER
019000     MOVE ETRNI TO WS-IN-TRAN
019100     MOVE EVIWI TO WS-IN-VIEW
019200     MOVE EMNTI TO WS-IN-MAINTAIN
019300     MOVE EDLOI TO WS-IN-DISP-LOW
019400     MOVE EDMEI TO WS-IN-DISP-MED
019500     MOVE EDHII TO WS-IN-DISP-HIGH
019600     MOVE ERQUI TO WS-IN-REQUEUE
019700     MOVE ESTGI TO WS-IN-STAGE
019800     MOVE EPRGI TO WS-IN-PURGE
019900     INSPECT WS-IN-KEY REPLACING ALL LOW-VALUE BY SPACE
020000     IF WS-IN-KEY = SPACES
020100         MOVE WS-LAST-KEY TO WS-IN-KEY
020200     END-IF
020300     .
020400 1500-EXIT.
020500     EXIT.
020600*----------------------------------------------------------------
020700* 2000-INQUIRE - SHOW THE ENTITLEMENT ROW FOR THE KEYED USER ID
020800* AND TRANSACTION
020900*----------------------------------------------------------------
021000 2000-INQUIRE.
021100     MOVE "N" TO WS-REC-SHOWN-SW
021200     IF WS-IN-USER = SPACES OR WS-IN-TRAN = SPACES
021300         MOVE "ENTER A USER ID AND TRANSACTION AND PRESS ENTER"
021400             TO WS-SCREEN-MSG
021500         GO TO 2000-EXIT
021600     END-IF
021700     EXEC CICS READ
021800         FILE("MQENTVS")
021900         INTO(MQ-ENTITLEMENT-RECORD)
022000         RIDFLD(WS-IN-KEY)
022100         RESP(WS-RESP)
022200     END-EXEC
022300     IF WS-RESP = DFHRESP(NORMAL)
022400         SET WS-REC-SHOWN TO TRUE
022500         MOVE MQENT-KEY TO WS-LAST-KEY
022600         MOVE "ENTITLEMENT DISPLAYED - PF5=ADD PF6=UPDATE"
022700             TO WS-SCREEN-MSG
022800     ELSE
022900         MOVE WS-IN-KEY TO WS-LAST-KEY
023000         MOVE "NO ENTITLEMENT FOR THAT USER - PF5 ADDS IT"
023100             TO WS-SCREEN-MSG
023200     END-IF
023300     .
023400 2000-EXIT.
023500     EXIT.
023600*----------------------------------------------------------------
023700* 2500-SEND-SCREEN - BUILD THE OUTPUT MAP (ROW FIELDS WHEN ONE
023800* IS SHOWN) AND SEND IT, STAYING IN THE CONVERSATION.
023900*----------------------------------------------------------------
024000 2500-SEND-SCREEN.
024100     MOVE LOW-VALUES TO CMQENMO
024200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
024300     MOVE WS-CURRENT-DATE TO EDATEO
024400     IF WS-REC-SHOWN
024500         PERFORM 2600-FORMAT-RECORD THRU 2600-EXIT
024600     ELSE
024700         MOVE WS-LAST-KEY(1:8) TO EUSRO
024800         MOVE WS-LAST-KEY(9:4) TO ETRNO
024900     END-IF
025000     MOVE WS-SCREEN-MSG TO EMSGAO
025100     EXEC CICS SEND MAP("CMQENMM")
025200         MAPSET("CMQENM")
025300         FROM(CMQENMO)
025400         ERASE
025500     END-EXEC
025600     EXEC CICS RETURN
025700         TRANSID("MQEN")
025800         COMMAREA(WS-LAST-KEY)
025900         LENGTH(12)
026000     END-EXEC
026100     .
026200 2500-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500* 2600-FORMAT-RECORD - ROW FIELDS TO THE SYMBOLIC MAP
026600*----------------------------------------------------------------
026700 2600-FORMAT-RECORD.
026800     MOVE MQENT-USER-ID      TO EUSRO
026900     MOVE MQENT-TRAN-ID      TO ETRNO
027000     MOVE MQENT-VIEW         TO EVIWO
027100     MOVE MQENT-MAINTAIN     TO EMNTO
027200     MOVE MQENT-DISP-LOW     TO EDLOO
027300     MOVE MQENT-DISP-MEDIUM  TO EDMEO
027400     MOVE MQENT-DISP-HIGH    TO EDHIO
027500     MOVE MQENT-REQUEUE      TO ERQUO
027600     MOVE MQENT-STAGE        TO ESTGO
027700     MOVE MQENT-PURGE        TO EPRGO
027800     MOVE MQENT-MAINT-USER   TO EMNUO
027900     MOVE MQENT-MAINT-DATE   TO EMNDO
028000     .
028100 2600-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400* 3000-BROWSE-NEXT - NEXT ROW PAST THE LAST KEY, WRAPPING TO
028500* THE TOP AT END OF FILE.
028600*----------------------------------------------------------------
028700 3000-BROWSE-NEXT.
028800     MOVE "N" TO WS-REC-SHOWN-SW
028900     MOVE WS-LAST-KEY TO WS-BROWSE-KEY
029000     IF WS-BROWSE-KEY = SPACES
029100         MOVE LOW-VALUES TO WS-BROWSE-KEY
029200     END-IF
029300     EXEC CICS STARTBR
029400         FILE("MQENTVS")
029500         RIDFLD(WS-BROWSE-KEY)
029600         GTEQ
029700         RESP(WS-RESP)
029800     END-EXEC
029900     IF WS-RESP NOT = DFHRESP(NORMAL)
030000         MOVE "NO ENTITLEMENTS ON FILE" TO WS-SCREEN-MSG
030100         GO TO 3000-EXIT
030200     END-IF
030300     PERFORM 3100-READ-NEXT THRU 3100-EXIT
030400     IF WS-REC-SHOWN
030500         AND MQENT-KEY = WS-LAST-KEY
030600         PERFORM 3100-READ-NEXT THRU 3100-EXIT
030700     END-IF
030800     EXEC CICS ENDBR
030900         FILE("MQENTVS")
031000         RESP(WS-RESP)
031100     END-EXEC
031200     IF WS-REC-SHOWN
031300         MOVE MQENT-KEY TO WS-LAST-KEY
031400         MOVE "ENTITLEMENT DISPLAYED - PF5=ADD PF6=UPDATE"
031500             TO WS-SCREEN-MSG
031600     ELSE
031700         MOVE LOW-VALUES TO WS-BROWSE-KEY
031800         EXEC CICS READ
031900             FILE("MQENTVS")
032000             INTO(MQ-ENTITLEMENT-RECORD)
032100             RIDFLD(WS-BROWSE-KEY)
032200             GTEQ
032300             RESP(WS-RESP)
032400         END-EXEC
032500         IF WS-RESP = DFHRESP(NORMAL)
032600             SET WS-REC-SHOWN TO TRUE
032700             MOVE MQENT-KEY TO WS-LAST-KEY
032800             MOVE "WRAPPED TO FIRST ENTITLEMENT" TO WS-SCREEN-MSG
032900         ELSE
033000             MOVE "NO ENTITLEMENTS ON FILE" TO WS-SCREEN-MSG
033100         END-IF
033200     END-IF
033300     .
033400 3000-EXIT.
033500     EXIT.
033600 3100-READ-NEXT.
033700     EXEC CICS READNEXT
033800         FILE("MQENTVS")
033900         INTO(MQ-ENTITLEMENT-RECORD)
034000         RIDFLD(WS-BROWSE-KEY)
034100         RESP(WS-RESP)
034200     END-EXEC
034300     IF WS-RESP = DFHRESP(NORMAL)
034400         SET WS-REC-SHOWN TO TRUE
034500     ELSE
034600         MOVE "N" TO WS-REC-SHOWN-SW
034700     END-IF
034800     .
034900 3100-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200* 4000-ADD-RECORD - EDIT THE SCREEN FIELDS AND WRITE A NEW ROW;
035300* THE BEFORE-IMAGE ON THE AUDIT ROW IS LOW-VALUES.  AN
035400* UNTOUCHED FUNCTION IS ADDED AS N.
035500*----------------------------------------------------------------
035600 4000-ADD-RECORD.
035700     MOVE "N" TO WS-REC-SHOWN-SW
035800     MOVE "A" TO MQAVL-FUNCTION
035900     PERFORM 4500-CHECK-MAINTAIN THRU 4500-EXIT
036000     IF WS-EDIT-FAILED
036100         GO TO 4000-EXIT
036200     END-IF
036300     MOVE SPACES TO MQ-ENTITLEMENT-RECORD
036400     MOVE "NNNNNNNN" TO WS-OLD-FLAGS
036500     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT
036600     IF WS-EDIT-FAILED
036700         GO TO 4000-EXIT
036800     END-IF
036900     PERFORM 7000-STAMP-MAINTENANCE THRU 7000-EXIT
037000     EXEC CICS WRITE
037100         FILE("MQENTVS")
037200         FROM(MQ-ENTITLEMENT-RECORD)
037300         RIDFLD(MQENT-KEY)
037400         RESP(WS-RESP)
037500     END-EXEC
037600     IF WS-RESP = DFHRESP(NORMAL)
037700         SET WS-REC-SHOWN TO TRUE
037800         MOVE MQENT-KEY TO WS-LAST-KEY
037900         MOVE LOW-VALUES TO WS-OLD-IMAGE
038000         SET MQEAU-ACTION-ADD TO TRUE
038100         PERFORM 7100-WRITE-AUDIT THRU 7100-EXIT
038200         IF WS-RESP = DFHRESP(NORMAL)
038300             MOVE "ENTITLEMENT ADDED" TO WS-SCREEN-MSG
038400         END-IF
038500     ELSE
038600         IF WS-RESP = DFHRESP(DUPREC)
038700             MOVE "ENTITLEMENT ALREADY EXISTS - USE PF6 TO UPDATE"
038800                 TO WS-SCREEN-MSG
038900         ELSE
039000             MOVE "ADD FAILED - ENTITLEMENT NOT WRITTEN"
039100                 TO WS-SCREEN-MSG
039200         END-IF
039300     END-IF
039400     .
039500 4000-EXIT.
039600     EXIT.
039700*----------------------------------------------------------------
039800* 4500-CHECK-MAINTAIN - AN ADD OR UPDATE NEEDS THE MAINTAIN
039900* GRANT ON THE ADMINISTRATOR'S OWN MQEN ROW, AND NOBODY MAY
040000* CHANGE THEIR OWN ROWS - A GRANT ALWAYS NEEDS A SECOND PERSON.
040100* EITHER REFUSAL IS LOGGED UNDER THE FUNCTION THE CALLER PUT IN
040200* MQAVL-FUNCTION.
040300*----------------------------------------------------------------
040400 4500-CHECK-MAINTAIN.
040500     SET WS-EDIT-OK TO TRUE
040600     MOVE SPACES TO MQAVL-DETAIL
040700     IF NOT WS-OWN-CAN-MAINTAIN
040800         STRING "MAINTAIN ENTITLEMENT " WS-IN-USER " "
040900             WS-IN-TRAN
041000             DELIMITED BY SIZE INTO MQAVL-DETAIL
041100         MOVE "NOT AUTHORIZED TO MAINTAIN ENTITLEMENTS - LOGGED"
041200             TO WS-SCREEN-MSG
041300         SET WS-EDIT-FAILED TO TRUE
041400     ELSE
041500         IF WS-IN-USER = WS-USER-ID
041600             STRING "OWN ENTITLEMENT " WS-IN-USER " "
041700                 WS-IN-TRAN
041800                 DELIMITED BY SIZE INTO MQAVL-DETAIL
041900             MOVE "YOUR OWN ROWS NEED ANOTHER ADMIN - LOGGED"
042000                 TO WS-SCREEN-MSG
042100             SET WS-EDIT-FAILED TO TRUE
042200         END-IF
042300     END-IF
042400     IF WS-EDIT-FAILED
042500         PERFORM 8850-LOG-DENIAL THRU 8850-EXIT
042600     END-IF
042700     .
042800 4500-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------
043100* 5000-UPDATE-RECORD - READ UPDATE, KEEP THE BEFORE IMAGE FOR
043200* THE AUDIT ROW, EDIT THE SCREEN FIELDS OVER THE ROW, REWRITE.
043300* AN UNTOUCHED FUNCTION KEEPS ITS STORED VALUE.
043400*----------------------------------------------------------------
043500 5000-UPDATE-RECORD.
043600     MOVE "N" TO WS-REC-SHOWN-SW
043700     IF WS-IN-USER = SPACES OR WS-IN-TRAN = SPACES
043800         MOVE "ENTER A USER ID AND TRANSACTION AND PRESS ENTER"
043900             TO WS-SCREEN-MSG
044000         GO TO 5000-EXIT
044100     END-IF
044200     MOVE "U" TO MQAVL-FUNCTION
044300     PERFORM 4500-CHECK-MAINTAIN THRU 4500-EXIT
044400     IF WS-EDIT-FAILED
044500         GO TO 5000-EXIT
044600     END-IF
044700     EXEC CICS READ
044800         FILE("MQENTVS")
044900         INTO(MQ-ENTITLEMENT-RECORD)
045000         RIDFLD(WS-IN-KEY)
045100         UPDATE
045200         RESP(WS-RESP)
045300     END-EXEC
045400     IF WS-RESP NOT = DFHRESP(NORMAL)
045500         MOVE "NO ENTITLEMENT FOR THAT USER - USE PF5 TO ADD"
045600             TO WS-SCREEN-MSG
045700         GO TO 5000-EXIT
045800     END-IF
045900     MOVE MQ-ENTITLEMENT-RECORD TO WS-OLD-IMAGE
046000     MOVE MQENT-FUNCTIONS TO WS-OLD-FLAGS
046100     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT
046200     IF WS-EDIT-FAILED
046300         GO TO 5000-EXIT
046400     END-IF
046500     PERFORM 7000-STAMP-MAINTENANCE THRU 7000-EXIT
046600     EXEC CICS REWRITE
046700         FILE("MQENTVS")
046800         FROM(MQ-ENTITLEMENT-RECORD)
046900         RESP(WS-RESP)
047000     END-EXEC
047100     IF WS-RESP = DFHRESP(NORMAL)
047200         SET WS-REC-SHOWN TO TRUE
047300         MOVE MQENT-KEY TO WS-LAST-KEY
047400         SET MQEAU-ACTION-UPDATE TO TRUE
047500         PERFORM 7100-WRITE-AUDIT THRU 7100-EXIT
047600         IF WS-RESP = DFHRESP(NORMAL)
047700             MOVE "ENTITLEMENT UPDATED" TO WS-SCREEN-MSG
047800         END-IF
047900     ELSE
048000         MOVE "REWRITE FAILED - ENTITLEMENT NOT UPDATED"
048100             TO WS-SCREEN-MSG
048200     END-IF
048300     .
048400 5000-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700* 6000-EDIT-FIELDS - MOVE THE SCREEN INTO MQ-ENTITLEMENT-RECORD,
048800* REJECTING ANYTHING THE CHECKING TRANSACTIONS COULD NOT TRUST.
048900* THE FIRST FAILED EDIT PUTS ITS MESSAGE ON THE SCREEN AND
049000* STOPS THE ADD/UPDATE.
049100*----------------------------------------------------------------
049200 6000-EDIT-FIELDS.
049300     SET WS-EDIT-OK TO TRUE
049400     IF WS-IN-USER = SPACES
049500         MOVE "USER ID IS REQUIRED" TO WS-SCREEN-MSG
049600         SET WS-EDIT-FAILED TO TRUE
049700         GO TO 6000-EXIT
049800     END-IF
049900     MOVE 0 TO WS-TX
050000     PERFORM 6050-FIND-TRAN THRU 6050-EXIT
050100         VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
050200     IF WS-TX = 0
050300         MOVE "TRANSACTION MUST BE MQCM, MQFW, MQTW, OR MQEN"
050400             TO WS-SCREEN-MSG
050500         SET WS-EDIT-FAILED TO TRUE
050600         GO TO 6000-EXIT
050700     END-IF
050800     MOVE WS-TF-USES(WS-TX) TO WS-USES
050900     PERFORM 6100-EDIT-FLAG THRU 6100-EXIT
051000         VARYING WS-FX FROM 1 BY 1
051100         UNTIL WS-FX > 8 OR WS-EDIT-FAILED
051200     IF WS-EDIT-FAILED
051300         GO TO 6000-EXIT
051400     END-IF
051500     MOVE WS-IN-KEY   TO MQENT-KEY
051600     MOVE WS-IN-FLAGS TO MQENT-FUNCTIONS
051700     .
051800 6000-EXIT.
051900     EXIT.
052000 6050-FIND-TRAN.
052100     IF WS-TF-TRAN(WS-FX) = WS-IN-TRAN
052200         MOVE WS-FX TO WS-TX
052300     END-IF
052400     .
052500 6050-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800* 6100-EDIT-FLAG - UNDER FRSET AN UNTOUCHED FIELD COMES BACK
052900* LOW-VALUES; THAT (OR A BLANK) KEEPS THE STORED VALUE ON AN
053000* UPDATE AND IS N ON AN ADD.  THEN STRICTLY Y OR N, AND Y ONLY
053100* FOR A FUNCTION THE TRANSACTION USES.
053200*----------------------------------------------------------------
053300 6100-EDIT-FLAG.
053400     IF WS-IN-FLAG(WS-FX) = LOW-VALUE
053500        OR WS-IN-FLAG(WS-FX) = SPACE
053600         MOVE WS-OLD-FLAG(WS-FX) TO WS-IN-FLAG(WS-FX)
053700     END-IF
053800     IF WS-IN-FLAG(WS-FX) NOT = "Y"
053900        AND WS-IN-FLAG(WS-FX) NOT = "N"
054000         MOVE "EACH FUNCTION MUST BE Y OR N" TO WS-SCREEN-MSG
054100         SET WS-EDIT-FAILED TO TRUE
054200         GO TO 6100-EXIT
054300     END-IF
054400     IF WS-IN-FLAG(WS-FX) = "Y"
054500        AND WS-USES-FLAG(WS-FX) NOT = "Y"
054600         MOVE "ONLY FUNCTIONS THAT TRANSACTION USES MAY BE Y"
054700             TO WS-SCREEN-MSG
054800         SET WS-EDIT-FAILED TO TRUE
054900     END-IF
055000     .
055100 6100-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------
055400* 7000-STAMP-MAINTENANCE - WHO AND WHEN ON THE ROW ITSELF
055500*----------------------------------------------------------------
055600 7000-STAMP-MAINTENANCE.
055700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
055800     ACCEPT WS-CURRENT-TIME FROM TIME
055900     MOVE WS-USER-ID      TO MQENT-MAINT-USER
056000     MOVE WS-CURRENT-DATE TO MQENT-MAINT-DATE
056100     .
056200 7000-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------
056500* 7100-WRITE-AUDIT - ONE WHO/WHEN/BEFORE/AFTER ROW PER CHANGE,
056600* STAMPED WITH THE SAME USER, DATE, AND TIME AS THE ROW.
056700*----------------------------------------------------------------
056800 7100-WRITE-AUDIT.
056900     MOVE WS-CURRENT-DATE    TO MQEAU-AUDIT-DATE
057000     MOVE WS-CURRENT-TIME    TO MQEAU-AUDIT-TIME
057100     MOVE MQENT-USER-ID      TO MQEAU-ENT-USER-ID
057200     MOVE MQENT-TRAN-ID      TO MQEAU-ENT-TRAN-ID
057300     MOVE WS-USER-ID         TO MQEAU-USER-ID
057400     MOVE WS-OLD-IMAGE       TO MQEAU-OLD-IMAGE
057500     MOVE MQ-ENTITLEMENT-RECORD TO MQEAU-NEW-IMAGE
057600     EXEC CICS WRITE
057700         FILE("MQEAUVS")
057800         FROM(MQ-ENTITLEMENT-AUDIT-RECORD)
057900         RIDFLD(MQEAU-AUDIT-KEY)
058000         RESP(WS-RESP)
058100     END-EXEC
058200     IF WS-RESP NOT = DFHRESP(NORMAL)
058300         MOVE "CHANGE MADE BUT AUDIT WRITE FAILED - REPORT IT"
058400             TO WS-SCREEN-MSG
058500     END-IF
058600     .
058700 7100-EXIT.
058800     EXIT.
058900*----------------------------------------------------------------
059000* 8800-LOAD-ENTITLEMENT - THE ADMINISTRATOR'S OWN MQENTVS ROW
059100* FOR MQEN, READ ON EVERY ENTRY SO A REVOKE TAKES EFFECT ON THE
059200* NEXT KEYSTROKE.  NO ROW (OR ANY READ FAILURE) GRANTS NOTHING.
059300*----------------------------------------------------------------
059400 8800-LOAD-ENTITLEMENT.
059500     EXEC CICS ASSIGN
059600         USERID(WS-USER-ID)
059700     END-EXEC
059800     MOVE WS-USER-ID TO MQENT-USER-ID
059900     MOVE "MQEN"     TO MQENT-TRAN-ID
060000     EXEC CICS READ
060100         FILE("MQENTVS")
060200         INTO(MQ-ENTITLEMENT-RECORD)
060300         RIDFLD(MQENT-KEY)
060400         RESP(WS-RESP)
060500     END-EXEC
060600     IF WS-RESP NOT = DFHRESP(NORMAL)
060700         MOVE ALL "N" TO MQENT-FUNCTIONS
060800     END-IF
060900     .
061000 8800-EXIT.
061100     EXIT.
061200*----------------------------------------------------------------
061300* 8850-LOG-DENIAL - ONE ACCESS-VIOLATION ROW FOR THE REFUSED
061400* FUNCTION THE CALLER PUT IN MQAVL-FUNCTION AND MQAVL-DETAIL.
061500* THE RECORD AREA MAY HOLD THE ROW BEING MAINTAINED BY NOW, SO
061600* THE USER AND TRANSACTION COME FROM WS-USER-ID AND MQEN.  THE
061700* CALLER HAS ALREADY PUT THE REFUSAL ON WS-SCREEN-MSG; A FAILED
061800* LOG WRITE REPLACES IT SO THE GAP GETS REPORTED.
061900*----------------------------------------------------------------
062000 8850-LOG-DENIAL.
062100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
062200     ACCEPT WS-CURRENT-TIME FROM TIME
062300     MOVE WS-CURRENT-DATE TO MQAVL-AUDIT-DATE
062400     MOVE WS-CURRENT-TIME TO MQAVL-AUDIT-TIME
062500     MOVE WS-USER-ID      TO MQAVL-USER-ID
062600     MOVE "MQEN"          TO MQAVL-TRAN-ID
062700     MOVE EIBTRMID        TO MQAVL-TERM-ID
062800     EXEC CICS WRITE
062900         FILE("MQAVLVS")
063000         FROM(MQ-ACCESS-VIOLATION-RECORD)
063100         RIDFLD(MQAVL-AUDIT-KEY)
063200         RESP(WS-RESP)
063300     END-EXEC
063400     IF WS-RESP NOT = DFHRESP(NORMAL)
063500         MOVE "NOT AUTHORIZED - DENIAL NOT LOGGED - REPORT IT"
063600             TO WS-SCREEN-MSG
063700     END-IF
063800     .
063900 8850-EXIT.
064000     EXIT.
064100*----------------------------------------------------------------
064200* 8870-REFUSE-TRANSACTION - NO VIEW: SHOW THE REFUSAL AND END
064300* THE CONVERSATION WITHOUT SENDING THE MAP.
064400*----------------------------------------------------------------
064500 8870-REFUSE-TRANSACTION.
064600     EXEC CICS SEND TEXT
064700         FROM(WS-SCREEN-MSG)
064800         LENGTH(76)
064900         ERASE
065000         FREEKB
065100     END-EXEC
065200     EXEC CICS RETURN
065300     END-EXEC
065400     .
065500 8870-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800* 9000-TERMINATE - PF3 PATH, END THE CONVERSATION.
065900*----------------------------------------------------------------
066000 9000-TERMINATE.
066100     EXEC CICS RETURN
066200     END-EXEC
066300     .
066400 9000-EXIT.
066500     EXIT.
