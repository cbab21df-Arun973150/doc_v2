002300* MAPSET CMQCTM; PSEUDO-CONVERSATIONAL LIKE CBMQMON0, WITH
002400* THE LAST JOB ID RIDING THE COMMAREA.  ENTER SHOWS A RECORD,
002500* PF5 ADDS, PF6 UPDATES, PF8 BROWSES FORWARD, PF3 ENDS.
002510* THE OPERATOR'S ENTITLEMENT ROW FOR MQCM (MQENTVS, CMQENTV) MUST
002520* GRANT VIEW TO START THE TRANSACTION AND MAINTAIN TO ADD OR
002530* UPDATE A ROW; ANY REFUSED ATTEMPT IS LOGGED TO MQAVLVS (CMQAVLV)
002540* FOR THE CBMQENR0 SECURITY REVIEW.
002600*----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800* -------------------------------------------------------------
003010* 08/21/2026 JH   MAPFAIL ON RECEIVE NOW CLEARS THE INPUT MAP
003020*                 SO A BROWSE OR EDIT NEVER RUNS AGAINST A
003030*                 GARBAGE JOB ID FROM UNMAPPED STORAGE.
003040* 10/15/2026 JH   ENTITLEMENTS - THE OPERATOR'S MQENTVS ROW IS
003050*                 READ ON EVERY ENTRY; NO VIEW ENDS THE
003060*                 TRANSACTION, NO MAINTAIN REFUSES PF5/PF6, AND
003070*                 EACH REFUSAL WRITES AN MQAVLVS ACCESS-VIOLATION
003080*                 ROW.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300*
008500*
008600     COPY CMQCTLV.
008700     COPY CMQCAUV.
008710     COPY CMQENTV.
008720     COPY CMQAVLV.
008800     COPY CMQCTMM.
008900*
009000 LINKAGE SECTION.
009600* DISPATCHES ON THE AID KEY.
009700*----------------------------------------------------------------
009800 0000-MAINLINE.
009810     PERFORM 1000-CHECK-ACCESS THRU 1000-EXIT
009900     IF EIBCALEN = 0
010000         MOVE "ENTER A JOB ID AND PRESS ENTER" TO WS-SCREEN-MSG
010100         PERFORM 2500-SEND-SCREEN THRU 2500-EXIT
012400     END-IF
012500     GOBACK
012600     .
012605*----------------------------------------------------------------
012610* 1000-CHECK-ACCESS - LOAD THE OPERATOR'S ENTITLEMENT; WITHOUT
012615* VIEW THE ATTEMPT IS LOGGED AND THE TRANSACTION ENDS HERE.
012620*----------------------------------------------------------------
012625 1000-CHECK-ACCESS.
012630     PERFORM 8800-LOAD-ENTITLEMENT THRU 8800-EXIT
012635     IF MQENT-CAN-VIEW
012640         GO TO 1000-EXIT
012645     END-IF
012650     MOVE "V" TO MQAVL-FUNCTION
012655     MOVE "START MQ CONTROL MAINTENANCE" TO MQAVL-DETAIL
012660     MOVE "NOT AUTHORIZED FOR MQCM - ATTEMPT LOGGED"
012665         TO WS-SCREEN-MSG
012670     PERFORM 8850-LOG-DENIAL THRU 8850-EXIT
012675     PERFORM 8870-REFUSE-TRANSACTION THRU 8870-EXIT
012680     .
012685 1000-EXIT.
012690     EXIT.
012700*----------------------------------------------------------------
012800* 1500-CAPTURE-INPUTS - LIFT THE RECEIVED FIELDS INTO WORKING
012900* STORAGE BEFORE THE OUTPUT BUILD CLEARS THE MAP AREA (INPUT
030100*----------------------------------------------------------------
030200 4000-ADD-RECORD.
030300     MOVE "N" TO WS-REC-SHOWN-SW
030305     IF NOT MQENT-CAN-MAINTAIN
030310         MOVE "A" TO MQAVL-FUNCTION
030315         MOVE SPACES TO MQAVL-DETAIL
030320         STRING "ADD CONTROL ROW " WS-IN-JOB
030325             DELIMITED BY SIZE INTO MQAVL-DETAIL
030330         MOVE "NOT AUTHORIZED TO ADD CONTROL RECORDS - LOGGED"
030335             TO WS-SCREEN-MSG
030340         PERFORM 8850-LOG-DENIAL THRU 8850-EXIT
030345         GO TO 4000-EXIT
030350     END-IF
030400     PERFORM 6000-EDIT-FIELDS THRU 6000-EXIT
030500     IF WS-EDIT-FAILED
030600         GO TO 4000-EXIT
033700*----------------------------------------------------------------
033800 5000-UPDATE-RECORD.
033900     MOVE "N" TO WS-REC-SHOWN-SW
033905     IF NOT MQENT-CAN-MAINTAIN
033910         MOVE "U" TO MQAVL-FUNCTION
033915         MOVE SPACES TO MQAVL-DETAIL
033920         STRING "UPDATE CONTROL ROW " WS-IN-JOB
033925             DELIMITED BY SIZE INTO MQAVL-DETAIL
033930         MOVE "NOT AUTHORIZED TO UPDATE CONTROL RECORDS - LOGGED"
033935             TO WS-SCREEN-MSG
033940         PERFORM 8850-LOG-DENIAL THRU 8850-EXIT
033945         GO TO 5000-EXIT
033950     END-IF
034000     IF WS-IN-JOB = SPACES
034100         MOVE "ENTER A JOB ID AND PRESS ENTER" TO WS-SCREEN-MSG
034200         GO TO 5000-EXIT
052900     .
053000 7000-EXIT.
053100     EXIT.
053101*----------------------------------------------------------------
053102* 8800-LOAD-ENTITLEMENT - THE OPERATOR'S MQENTVS ROW FOR THIS
053103* TRANSACTION, READ ON EVERY ENTRY SO A REVOKE TAKES EFFECT ON
053104* THE NEXT KEYSTROKE.  NO ROW (OR ANY READ FAILURE) GRANTS
053105* NOTHING.
053106*----------------------------------------------------------------
053107 8800-LOAD-ENTITLEMENT.
053108     EXEC CICS ASSIGN
053109         USERID(WS-USER-ID)
053110     END-EXEC
053111     MOVE WS-USER-ID TO MQENT-USER-ID
053112     MOVE "MQCM"     TO MQENT-TRAN-ID
053113     EXEC CICS READ
053114         FILE("MQENTVS")
053115         INTO(MQ-ENTITLEMENT-RECORD)
053116         RIDFLD(MQENT-KEY)
053117         RESP(WS-RESP)
053118     END-EXEC
053119     IF WS-RESP NOT = DFHRESP(NORMAL)
053120         MOVE ALL "N" TO MQENT-FUNCTIONS
053121     END-IF
053122     .
053123 8800-EXIT.
053124     EXIT.
053125*----------------------------------------------------------------
053126* 8850-LOG-DENIAL - ONE ACCESS-VIOLATION ROW FOR THE REFUSED
053127* FUNCTION THE CALLER PUT IN MQAVL-FUNCTION AND MQAVL-DETAIL.
053128* THE CALLER HAS ALREADY PUT THE REFUSAL ON WS-SCREEN-MSG; A
053129* FAILED LOG WRITE REPLACES IT SO THE GAP GETS REPORTED.
053130*----------------------------------------------------------------
053131 8850-LOG-DENIAL.
053132     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
053133     ACCEPT WS-CURRENT-TIME FROM TIME
053134     MOVE WS-CURRENT-DATE TO MQAVL-AUDIT-DATE
053135     MOVE WS-CURRENT-TIME TO MQAVL-AUDIT-TIME
053136     MOVE MQENT-USER-ID   TO MQAVL-USER-ID
053137     MOVE MQENT-TRAN-ID   TO MQAVL-TRAN-ID
053138     MOVE EIBTRMID        TO MQAVL-TERM-ID
053139     EXEC CICS WRITE
053140         FILE("MQAVLVS")
053141         FROM(MQ-ACCESS-VIOLATION-RECORD)
053142         RIDFLD(MQAVL-AUDIT-KEY)
053143         RESP(WS-RESP)
053144     END-EXEC
053145     IF WS-RESP NOT = DFHRESP(NORMAL)
053146         MOVE "NOT AUTHORIZED - DENIAL NOT LOGGED - REPORT IT"
053147             TO WS-SCREEN-MSG
053148     END-IF
053149     .
053150 8850-EXIT.
053151     EXIT.
053152*----------------------------------------------------------------
053153* 8870-REFUSE-TRANSACTION - NO VIEW: SHOW THE REFUSAL AND END
053154* THE CONVERSATION WITHOUT SENDING THE MAP.
053155*----------------------------------------------------------------
053156 8870-REFUSE-TRANSACTION.
053157     EXEC CICS SEND TEXT
053158         FROM(WS-SCREEN-MSG)
053159         LENGTH(76)
053160         ERASE
053161         FREEKB
053162     END-EXEC
053163     EXEC CICS RETURN
053164     END-EXEC
053165     .
053166 8870-EXIT.
053167     EXIT.
053200*----------------------------------------------------------------
053300* 9000-TERMINATE - PF3 PATH, END THE CONVERSATION.
053400*----------------------------------------------------------------
