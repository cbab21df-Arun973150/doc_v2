002400* RIDES THE COMMAREA; PF8 PAGES FORWARD, PF5 JUMPS TO THE
002500* NEXT UNWORKED ROW, ENTER APPLIES THE DISPOSITION, PF3
002600* ENDS THE CONVERSATION.
002610* THE OPERATOR'S ENTITLEMENT ROW FOR MQTW (MQENTVS, CMQENTV) MUST
002620* GRANT VIEW TO START THE WORKBENCH, AND EACH OF R, S, AND P
002630* NEEDS ITS OWN GRANT (REQUEUE, STAGE, PURGE); ANY REFUSED ATTEMPT
002640* IS LOGGED TO MQAVLVS (CMQAVLV) FOR THE CBMQENR0 SECURITY REVIEW.
002700*----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900* -------------------------------------------------------------
003000* DATE       BY   DESCRIPTION
003100* 09/02/2026 JH   INITIAL VERSION.
003110* 10/15/2026 JH   ENTITLEMENTS - THE OPERATOR'S MQENTVS ROW IS
003120*                 READ ON EVERY ENTRY; NO VIEW ENDS THE
003130*                 TRANSACTION, AND AN R, S, OR P NOT GRANTED IS
003140*                 REFUSED.  EACH REFUSAL WRITES AN MQAVLVS
003150*                 ACCESS-VIOLATION ROW.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400*
004800       88  WS-ROW-NOT-FOUND           VALUE "N".
004900   05  WS-BROWSE-DONE-SW   PIC X(01) VALUE "N".
005000       88  WS-BROWSE-DONE             VALUE "Y".
005010   05  WS-DISP-RIGHT-SW    PIC X(01) VALUE "Y".
005020       88  WS-DISP-ALLOWED            VALUE "Y".
005030       88  WS-DISP-REFUSED            VALUE "N".
005100*
005200 01  WS-RESP               PIC S9(08) COMP VALUE 0.
005300 01  WS-CURRENT-KEY        PIC X(27) VALUE LOW-VALUES.
005900*
006000     COPY CMQTWSV.
006100     COPY CMQTRWM.
006110     COPY CMQENTV.
006120     COPY CMQAVLV.
006200*
006300 LINKAGE SECTION.
006400 01  DFHCOMMAREA           PIC X(27).
006900* RE-ENTRY DISPATCHES ON THE AID KEY.
007000*----------------------------------------------------------------
007100 0000-MAINLINE.
007110     PERFORM 1000-CHECK-ACCESS THRU 1000-EXIT
007200     IF EIBCALEN = 0
007300         MOVE LOW-VALUES TO WS-CURRENT-KEY
007400         PERFORM 2000-READ-ROW-GTEQ THRU 2000-EXIT
009100     END-IF
009200     GOBACK
009300     .
009305*----------------------------------------------------------------
009310* 1000-CHECK-ACCESS - LOAD THE OPERATOR'S ENTITLEMENT; WITHOUT
009315* VIEW THE ATTEMPT IS LOGGED AND THE TRANSACTION ENDS HERE.
009320*----------------------------------------------------------------
009325 1000-CHECK-ACCESS.
009330     PERFORM 8800-LOAD-ENTITLEMENT THRU 8800-EXIT
009335     IF MQENT-CAN-VIEW
009340         GO TO 1000-EXIT
009345     END-IF
009350     MOVE "V" TO MQAVL-FUNCTION
009355     MOVE "START MESSAGE TRIAGE WORKBENCH" TO MQAVL-DETAIL
009360     MOVE "NOT AUTHORIZED FOR MQTW - ATTEMPT LOGGED"
009365         TO WS-SCREEN-MSG
009370     PERFORM 8850-LOG-DENIAL THRU 8850-EXIT
009375     PERFORM 8870-REFUSE-TRANSACTION THRU 8870-EXIT
009380     .
009385 1000-EXIT.
009390     EXIT.
009400*----------------------------------------------------------------
009500* 2000-READ-ROW-GTEQ - READ THE FIRST ROW AT OR AFTER
009600* WS-CURRENT-KEY.  THE RECORD CARRIES ITS OWN FULL KEY, SO THE
032200             TO WS-SCREEN-MSG
032300         GO TO 4000-EXIT
032400     END-IF
032410     PERFORM 4050-CHECK-TRIAGE-RIGHT THRU 4050-EXIT
032420     IF WS-DISP-REFUSED
032430         GO TO 4000-EXIT
032440     END-IF
032500     EVALUATE TDISPI
032600         WHEN "R"
032700         WHEN "S"
034300     .
034400 4000-EXIT.
034500     EXIT.
034502*----------------------------------------------------------------
034504* 4050-CHECK-TRIAGE-RIGHT - R, S, AND P EACH NEED THEIR OWN
034506* GRANT; ANY OTHER KEYED VALUE PASSES THROUGH TO THE DISPOSITION
034508* EDIT.
034510*----------------------------------------------------------------
034512 4050-CHECK-TRIAGE-RIGHT.
034514     SET WS-DISP-ALLOWED TO TRUE
034516     EVALUATE TDISPI
034518         WHEN "R"
034520             IF MQENT-CAN-REQUEUE
034522                 GO TO 4050-EXIT
034524             END-IF
034526         WHEN "S"
034528             IF MQENT-CAN-STAGE
034530                 GO TO 4050-EXIT
034532             END-IF
034534         WHEN "P"
034536             IF MQENT-CAN-PURGE
034538                 GO TO 4050-EXIT
034540             END-IF
034542         WHEN OTHER
034544             GO TO 4050-EXIT
034546     END-EVALUATE
034548     SET WS-DISP-REFUSED TO TRUE
034550     MOVE TDISPI TO MQAVL-FUNCTION
034552     MOVE SPACES TO MQAVL-DETAIL
034554     STRING MQTWS-SOURCE-FILE " MESSAGE " MQTWS-MSGID
034556         DELIMITED BY SIZE INTO MQAVL-DETAIL
034558     MOVE "NOT AUTHORIZED FOR THAT DISPOSITION - ATTEMPT LOGGED"
034560         TO WS-SCREEN-MSG
034562     PERFORM 8850-LOG-DENIAL THRU 8850-EXIT
034564     .
034566 4050-EXIT.
034568     EXIT.
034600 4100-UPDATE-ROW.
034700     EXEC CICS READ
034800         FILE("MQTWSVS")
038000     .
038100 4100-EXIT.
038200     EXIT.
038201*----------------------------------------------------------------
038202* 8800-LOAD-ENTITLEMENT - THE OPERATOR'S MQENTVS ROW FOR THIS
038203* TRANSACTION, READ ON EVERY ENTRY SO A REVOKE TAKES EFFECT ON
038204* THE NEXT KEYSTROKE.  NO ROW (OR ANY READ FAILURE) GRANTS
038205* NOTHING.
038206*----------------------------------------------------------------
038207 8800-LOAD-ENTITLEMENT.
038208     EXEC CICS ASSIGN
038209         USERID(WS-USER-ID)
038210     END-EXEC
038211     MOVE WS-USER-ID TO MQENT-USER-ID
038212     MOVE "MQTW"     TO MQENT-TRAN-ID
038213     EXEC CICS READ
038214         FILE("MQENTVS")
038215         INTO(MQ-ENTITLEMENT-RECORD)
038216         RIDFLD(MQENT-KEY)
038217         RESP(WS-RESP)
038218     END-EXEC
038219     IF WS-RESP NOT = DFHRESP(NORMAL)
038220         MOVE ALL "N" TO MQENT-FUNCTIONS
038221     END-IF
038222     .
038223 8800-EXIT.
038224     EXIT.
038225*----------------------------------------------------------------
038226* 8850-LOG-DENIAL - ONE ACCESS-VIOLATION ROW FOR THE REFUSED
038227* FUNCTION THE CALLER PUT IN MQAVL-FUNCTION AND MQAVL-DETAIL.
038228* THE CALLER HAS ALREADY PUT THE REFUSAL ON WS-SCREEN-MSG; A
038229* FAILED LOG WRITE REPLACES IT SO THE GAP GETS REPORTED.
038230*----------------------------------------------------------------
038231 8850-LOG-DENIAL.
038232     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
038233     ACCEPT WS-CURRENT-TIME FROM TIME
038234     MOVE WS-CURRENT-DATE TO MQAVL-AUDIT-DATE
038235     MOVE WS-CURRENT-TIME TO MQAVL-AUDIT-TIME
038236     MOVE MQENT-USER-ID   TO MQAVL-USER-ID
038237     MOVE MQENT-TRAN-ID   TO MQAVL-TRAN-ID
038238     MOVE EIBTRMID        TO MQAVL-TERM-ID
038239     EXEC CICS WRITE
038240         FILE("MQAVLVS")
038241         FROM(MQ-ACCESS-VIOLATION-RECORD)
038242         RIDFLD(MQAVL-AUDIT-KEY)
038243         RESP(WS-RESP)
038244     END-EXEC
038245     IF WS-RESP NOT = DFHRESP(NORMAL)
038246         MOVE "NOT AUTHORIZED - DENIAL NOT LOGGED - REPORT IT"
038247             TO WS-SCREEN-MSG
038248     END-IF
038249     .
038250 8850-EXIT.
038251     EXIT.
038252*----------------------------------------------------------------
038253* 8870-REFUSE-TRANSACTION - NO VIEW: SHOW THE REFUSAL AND END
038254* THE CONVERSATION WITHOUT SENDING THE MAP.
038255*----------------------------------------------------------------
038256 8870-REFUSE-TRANSACTION.
038257     EXEC CICS SEND TEXT
038258         FROM(WS-SCREEN-MSG)
038259         LENGTH(76)
038260         ERASE
038261         FREEKB
038262     END-EXEC
038263     EXEC CICS RETURN
038264     END-EXEC
038265     .
038266 8870-EXIT.
038267     EXIT.
038300*----------------------------------------------------------------
038400* 9000-TERMINATE - PF3 PATH, END THE CONVERSATION.
038500*----------------------------------------------------------------
