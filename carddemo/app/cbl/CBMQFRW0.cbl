002100* PF8 PAGES FORWARD, PF5 JUMPS TO THE NEXT UNWORKED HIGH-
002200* SEVERITY ALERT, ENTER APPLIES THE DISPOSITION, PF3 ENDS
002250* THE CONVERSATION.
002255* THE OPERATOR'S ENTITLEMENT ROW FOR MQFW (MQENTVS, CMQENTV) MUST
002260* GRANT VIEW TO START THE WORKBENCH, AND A DISPOSITION IS ONLY
002265* ACCEPTED ON AN ALERT WHOSE SEVERITY THE ROW GRANTS (AN UNSCORED
002270* ALERT NEEDS THE HIGH GRANT); ANY REFUSED ATTEMPT IS LOGGED TO
002275* MQAVLVS (CMQAVLV) FOR THE CBMQENR0 SECURITY REVIEW.
002300*----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500* -------------------------------------------------------------
002760*                 HIGH-SEVERITY ALERT INSTEAD OF THE NEXT NEW
002770*                 ONE OF ANY TIER, SO THE SERIOUS ALERT STOPS
002780*                 WAITING BEHIND THE OLDEST-FIRST QUEUE.
002782* 10/15/2026 JH   ENTITLEMENTS - THE OPERATOR'S MQENTVS ROW IS
002784*                 READ ON EVERY ENTRY; NO VIEW ENDS THE
002786*                 TRANSACTION, AND A C/F/E ON AN ALERT WHOSE
002788*                 SEVERITY IS NOT GRANTED IS REFUSED.  EACH
002790*                 REFUSAL WRITES AN MQAVLVS ACCESS-VIOLATION ROW.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000*
004400       88  WS-ALERT-NOT-FOUND         VALUE "N".
004500   05  WS-BROWSE-DONE-SW   PIC X(01) VALUE "N".
004600       88  WS-BROWSE-DONE             VALUE "Y".
004610   05  WS-DISP-RIGHT-SW    PIC X(01) VALUE "Y".
004620       88  WS-DISP-ALLOWED            VALUE "Y".
004630       88  WS-DISP-REFUSED            VALUE "N".
004700*
004800 01  WS-RESP               PIC S9(08) COMP VALUE 0.
004900 01  WS-CURRENT-KEY        PIC X(54) VALUE LOW-VALUES.
005400*
005500     COPY CMQFWSV.
005600     COPY CMQFRWM.
005610     COPY CMQENTV.
005620     COPY CMQAVLV.
005700*
005800 LINKAGE SECTION.
005900 01  DFHCOMMAREA           PIC X(54).
006400* RE-ENTRY DISPATCHES ON THE AID KEY.
006500*----------------------------------------------------------------
006600 0000-MAINLINE.
006610     PERFORM 1000-CHECK-ACCESS THRU 1000-EXIT
006700     IF EIBCALEN = 0
006800         MOVE LOW-VALUES TO WS-CURRENT-KEY
006900         PERFORM 2000-READ-ALERT-GTEQ THRU 2000-EXIT
008600     END-IF
008700     GOBACK
008800     .
008805*----------------------------------------------------------------
008810* 1000-CHECK-ACCESS - LOAD THE OPERATOR'S ENTITLEMENT; WITHOUT
008815* VIEW THE ATTEMPT IS LOGGED AND THE TRANSACTION ENDS HERE.
008820*----------------------------------------------------------------
008825 1000-CHECK-ACCESS.
008830     PERFORM 8800-LOAD-ENTITLEMENT THRU 8800-EXIT
008835     IF MQENT-CAN-VIEW
008840         GO TO 1000-EXIT
008845     END-IF
008850     MOVE "V" TO MQAVL-FUNCTION
008855     MOVE "START FRAUD ALERT WORKBENCH" TO MQAVL-DETAIL
008860     MOVE "NOT AUTHORIZED FOR MQFW - ATTEMPT LOGGED"
008865         TO WS-SCREEN-MSG
008870     PERFORM 8850-LOG-DENIAL THRU 8850-EXIT
008875     PERFORM 8870-REFUSE-TRANSACTION THRU 8870-EXIT
008880     .
008885 1000-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------
009000* 2000-READ-ALERT-GTEQ - READ THE FIRST ALERT AT OR AFTER
009100* WS-CURRENT-KEY.  THE RECORD CARRIES ITS OWN FULL KEY, SO THE
029280             TO WS-SCREEN-MSG
029290         GO TO 4000-EXIT
029295     END-IF
029296     PERFORM 4050-CHECK-SEVERITY-RIGHT THRU 4050-EXIT
029297     IF WS-DISP-REFUSED
029298         GO TO 4000-EXIT
029299     END-IF
029300     EVALUATE WDISPI
029400         WHEN "C"
029500         WHEN "F"
030600     .
030700 4000-EXIT.
030800     EXIT.
030802*----------------------------------------------------------------
030804* 4050-CHECK-SEVERITY-RIGHT - A C, F, OR E NEEDS THE OPERATOR'S
030806* GRANT FOR THE ALERT'S SEVERITY TIER; AN UNSCORED ALERT COULD BE
030808* ANYTHING, SO IT NEEDS THE HIGH GRANT.  ANY OTHER KEYED VALUE
030810* PASSES THROUGH TO THE DISPOSITION EDIT.
030812*----------------------------------------------------------------
030814 4050-CHECK-SEVERITY-RIGHT.
030816     SET WS-DISP-ALLOWED TO TRUE
030818     IF WDISPI NOT = "C" AND WDISPI NOT = "F" AND WDISPI NOT = "E"
030820         GO TO 4050-EXIT
030822     END-IF
030824     EVALUATE TRUE
030826         WHEN MQFWS-SEV-LOW
030828             IF MQENT-CAN-DISP-LOW
030830                 GO TO 4050-EXIT
030832             END-IF
030834         WHEN MQFWS-SEV-MEDIUM
030836             IF MQENT-CAN-DISP-MEDIUM
030838                 GO TO 4050-EXIT
030840             END-IF
030842         WHEN OTHER
030844             IF MQENT-CAN-DISP-HIGH
030846                 GO TO 4050-EXIT
030848             END-IF
030850     END-EVALUATE
030852     SET WS-DISP-REFUSED TO TRUE
030854     MOVE WDISPI TO MQAVL-FUNCTION
030856     MOVE SPACES TO MQAVL-DETAIL
030858     STRING "SEV " MQFWS-SEVERITY " ALERT " MQFWS-MSGID
030860         DELIMITED BY SIZE INTO MQAVL-DETAIL
030862     MOVE "NOT AUTHORIZED FOR THIS ALERT'S SEVERITY - LOGGED"
030864         TO WS-SCREEN-MSG
030866     PERFORM 8850-LOG-DENIAL THRU 8850-EXIT
030868     .
030870 4050-EXIT.
030872     EXIT.
030900 4100-UPDATE-ALERT.
031000     EXEC CICS READ
031100         FILE("MQFWSVS")
034100     .
034200 4100-EXIT.
034300     EXIT.
034301*----------------------------------------------------------------
034302* 8800-LOAD-ENTITLEMENT - THE OPERATOR'S MQENTVS ROW FOR THIS
034303* TRANSACTION, READ ON EVERY ENTRY SO A REVOKE TAKES EFFECT ON
034304* THE NEXT KEYSTROKE.  NO ROW (OR ANY READ FAILURE) GRANTS
034305* NOTHING.
034306*----------------------------------------------------------------
034307 8800-LOAD-ENTITLEMENT.
034308     EXEC CICS ASSIGN
034309         USERID(WS-USER-ID)
034310     END-EXEC
034311     MOVE WS-USER-ID TO MQENT-USER-ID
034312     MOVE "MQFW"     TO MQENT-TRAN-ID
034313     EXEC CICS READ
034314         FILE("MQENTVS")
034315         INTO(MQ-ENTITLEMENT-RECORD)
034316         RIDFLD(MQENT-KEY)
034317         RESP(WS-RESP)
034318     END-EXEC
034319     IF WS-RESP NOT = DFHRESP(NORMAL)
034320         MOVE ALL "N" TO MQENT-FUNCTIONS
034321     END-IF
034322     .
034323 8800-EXIT.
034324     EXIT.
034325*----------------------------------------------------------------
034326* 8850-LOG-DENIAL - ONE ACCESS-VIOLATION ROW FOR THE REFUSED
034327* FUNCTION THE CALLER PUT IN MQAVL-FUNCTION AND MQAVL-DETAIL.
034328* THE CALLER HAS ALREADY PUT THE REFUSAL ON WS-SCREEN-MSG; A
034329* FAILED LOG WRITE REPLACES IT SO THE GAP GETS REPORTED.
034330*----------------------------------------------------------------
034331 8850-LOG-DENIAL.
034332     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
034333     ACCEPT WS-CURRENT-TIME FROM TIME
034334     MOVE WS-CURRENT-DATE TO MQAVL-AUDIT-DATE
034335     MOVE WS-CURRENT-TIME TO MQAVL-AUDIT-TIME
034336     MOVE MQENT-USER-ID   TO MQAVL-USER-ID
034337     MOVE MQENT-TRAN-ID   TO MQAVL-TRAN-ID
034338     MOVE EIBTRMID        TO MQAVL-TERM-ID
034339     EXEC CICS WRITE
034340         FILE("MQAVLVS")
034341         FROM(MQ-ACCESS-VIOLATION-RECORD)
034342         RIDFLD(MQAVL-AUDIT-KEY)
034343         RESP(WS-RESP)
034344     END-EXEC
034345     IF WS-RESP NOT = DFHRESP(NORMAL)
034346         MOVE "NOT AUTHORIZED - DENIAL NOT LOGGED - REPORT IT"
034347             TO WS-SCREEN-MSG
034348     END-IF
034349     .
034350 8850-EXIT.
034351     EXIT.
034352*----------------------------------------------------------------
034353* 8870-REFUSE-TRANSACTION - NO VIEW: SHOW THE REFUSAL AND END
034354* THE CONVERSATION WITHOUT SENDING THE MAP.
034355*----------------------------------------------------------------
034356 8870-REFUSE-TRANSACTION.
034357     EXEC CICS SEND TEXT
034358         FROM(WS-SCREEN-MSG)
034359         LENGTH(76)
034360         ERASE
034361         FREEKB
034362     END-EXEC
034363     EXEC CICS RETURN
034364     END-EXEC
034365     .
034366 8870-EXIT.
034367     EXIT.
034400*----------------------------------------------------------------
034500* 9000-TERMINATE - PF3 PATH, END THE CONVERSATION.
034600*----------------------------------------------------------------
