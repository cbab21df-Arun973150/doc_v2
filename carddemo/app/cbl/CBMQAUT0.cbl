003106*                 SCREENS OUT REPLIES THE CORRELATION LOG
003107*                 ALREADY PROVES POSTED.  LEDGER/VELOCITY
003108*                 OPEN FAILURES NOW ALSO END THE RUN RC=8.
003110* 10/15/2026 JH   CARD ACCOUNT MASTER (MQCRDVS, CMQCRDV) -
003112*                 AN AT01 FOR A CARD NOT ON THE MASTER REFERS
003114*                 (R991); AN INACTIVE OR CLOSED CARD DECLINES
003116*                 D989, AN EXPIRED CARD D988, AND AN APPROVAL
003118*                 LARGER THAN THE OPEN-TO-BUY D987.  EVERY
003120*                 APPROVAL DRAWS THE OPEN-TO-BUY DOWN AND AN
003122*                 APPROVED A900 REVERSAL PUTS IT BACK.
003124* 10/15/2026 JH   HOT-CARD NEGATIVE FILE (MQHOTVS, CMQHOTV) - AN
003126*                 AT01 ON A LISTED CARD DECLINES D986 BEFORE THE
003128*                 CARD MASTER, THE RULE TABLE, OR THE VELOCITY
003130*                 ROW IS CONSULTED.
003132* 10/15/2026 JH   CLEARING - A NEW LEDGER ROW STARTS CLEAR-OPEN
003134*                 (MQHIS-CLEAR-STATUS); AN A900 REVERSAL GIVES
003136*                 THE OPEN-TO-BUY BACK ONLY WHILE THE ORIGINAL IS
003138*                 STILL OPEN - ONCE CBMQCLR0 HAS MATCHED OR
003140*                 EXPIRED IT, THE HOLD IS ALREADY SETTLED.
003142* 10/15/2026 JH   MERCHANT MASTER (MQMERVS, CMQMERV) - AN AT01
003144*                 FOR A MERCHANT NOT ON THE MASTER DECLINES D985,
003146*                 A SUSPENDED MERCHANT D984, A TERMINATED ONE
003148*                 D983, AND AN AMOUNT OVER THE MERCHANT'S MAXIMUM
003150*                 TICKET D982 - AFTER THE CARD CHECKS, BEFORE THE
003152*                 RULE TABLE.
003154* 10/15/2026 JH   BUSINESS DATE - THE RUN, VELOCITY AND DECIDE
003156*                 DATES COME FROM THE BUSINESS DATE CONTROL
003158*                 RECORD (MQBDTFL, CMQBDTV), NOT THE SYSTEM
003160*                 CLOCK.  NO VALID DATE, OR A RERUN-DATE
003162*                 OVERRIDE, STOPS THE RUN RC=8 - DECISIONS ARE
003164*                 NEVER REPLAYED.
003166* 10/15/2026 JH   TIMEOUT REVERSAL - A LEDGER ROW NOW RECORDS WHO
003168*                 REVERSED IT (MQHIS-REVERSAL-TYPE): AN A900
003170*                 REVERSAL MARKS ITS ORIGINAL R, A NEW ROW STARTS
003172*                 BLANK.  CBMQTMO0 MARKS THE APPROVALS IT
003174*                 SYSTEM-REVERSES T.
003176* 10/15/2026 JH   THE MERCHANT CHECK KEEPS ITS OWN PASS/FAIL
003178*                 SWITCH (WS-MERCH-OK-SW) INSTEAD OF REUSING THE
003180*                 CARD RESULT.
003182*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
004380         ACCESS MODE IS RANDOM
004390         RECORD KEY IS MQVEL-VELOCITY-KEY
004395         FILE STATUS IS MQVELVS-STATUS.
004399     SELECT MQCRDVS ASSIGN TO MQCRDVS
004403         ORGANIZATION IS INDEXED
004407         ACCESS MODE IS RANDOM
004411         RECORD KEY IS MQCRD-CARD-NUMBER
004415         FILE STATUS IS MQCRDVS-STATUS.
004419     SELECT MQHOTVS ASSIGN TO MQHOTVS
004423         ORGANIZATION IS INDEXED
004427         ACCESS MODE IS RANDOM
004431         RECORD KEY IS MQHOT-CARD-NUMBER
004435         FILE STATUS IS MQHOTVS-STATUS.
004439     SELECT MQMERVS ASSIGN TO MQMERVS
004443         ORGANIZATION IS INDEXED
004447         ACCESS MODE IS RANDOM
004451         RECORD KEY IS MQMER-MERCHANT-ID
004455         FILE STATUS IS MQMERVS-STATUS.
004459     SELECT MQBDTFL ASSIGN TO MQBDTFL
004463         ORGANIZATION IS SEQUENTIAL
004467         FILE STATUS IS MQBDTFL-STATUS.
004471     SELECT MQBDTOV ASSIGN TO MQBDTOV
004475         ORGANIZATION IS SEQUENTIAL
004479         FILE STATUS IS MQBDTOV-STATUS.
004483*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MQSTGFL
005540     COPY CMQHISV.
005560 FD  MQVELVS.
005580     COPY CMQVELV.
005581 FD  MQCRDVS.
005582     COPY CMQCRDV.
005583 FD  MQHOTVS.
005584     COPY CMQHOTV.
005585 FD  MQMERVS.
005586     COPY CMQMERV.
005587 FD  MQBDTFL
005588     RECORDING MODE IS F.
005589     COPY CMQBDTV.
005590 FD  MQBDTOV
005591     RECORD CONTAINS 80 CHARACTERS
005592     RECORDING MODE IS F.
005593 01  BDT-OVERRIDE-CARD          PIC X(80).
005600*
005700 WORKING-STORAGE SECTION.
005800 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
006000 01  MQAUTHFL-STATUS         PIC X(02) VALUE SPACES.
006050 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
006060 01  MQVELVS-STATUS          PIC X(02) VALUE SPACES.
006065 01  MQCRDVS-STATUS          PIC X(02) VALUE SPACES.
006070 01  MQHOTVS-STATUS          PIC X(02) VALUE SPACES.
006075 01  MQMERVS-STATUS          PIC X(02) VALUE SPACES.
006080 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
006085 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
006100*
006200 01  WS-SWITCHES.
006300   05  WS-DONE-SW          PIC X(01) VALUE "N".
006940   05  WS-LEDGER-DUP-SW    PIC X(01) VALUE "N".
006950       88  WS-LEDGER-DUP              VALUE "Y".
006960       88  WS-LEDGER-NEW              VALUE "N".
006970   05  WS-CARD-OK-SW       PIC X(01) VALUE "Y".
006980       88  WS-CARD-OK                 VALUE "Y".
006990       88  WS-CARD-REJECTED           VALUE "N".
006992   05  WS-MERCH-OK-SW      PIC X(01) VALUE "Y".
006994       88  WS-MERCH-OK                VALUE "Y".
006996       88  WS-MERCH-REJECTED          VALUE "N".
007000*
007100 01  WS-COUNTERS.
007200   05  WS-READ-COUNT       PIC S9(09) COMP VALUE 0.
009100*
009200     COPY CMQARQV.
009250     COPY CMQTVLV.
009260     COPY CMQBDWV.
009300*
009400 PROCEDURE DIVISION.
009500*----------------------------------------------------------------
011000     OPEN OUTPUT MQAUTHFL
011050     PERFORM 8750-OPEN-HISTORY-FILE THRU 8750-EXIT
011055     PERFORM 8760-OPEN-VELOCITY-FILE THRU 8760-EXIT
011056     PERFORM 8770-OPEN-CARD-MASTER THRU 8770-EXIT
011057     PERFORM 8780-OPEN-HOT-CARD-FILE THRU 8780-EXIT
011058     PERFORM 8790-OPEN-MERCHANT-MASTER THRU 8790-EXIT
011060     IF WS-DONE
011070         GO TO 1000-EXIT
011080     END-IF
011085     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
011090     IF WS-BDT-RERUN
011095         DISPLAY "CBMQAUT0: A RERUN-DATE OVERRIDE IS NOT "
011100             "ALLOWED - DECISIONS ARE NOT REPLAYED"
011105         SET WS-BDT-FAILED TO TRUE
011110     END-IF
011115     IF WS-BDT-FAILED
011120         DISPLAY "CBMQAUT0: NO BUSINESS DATE - NOTHING DECIDED"
011125         MOVE 8 TO RETURN-CODE
011130         SET WS-DONE TO TRUE
011135         GO TO 1000-EXIT
011140     END-IF
011145     MOVE WS-BDT-DATE TO WS-RUN-DATE
011200     PERFORM 8700-LOAD-AUTH-RULES THRU 8700-EXIT
011300     PERFORM 3000-READ-STAGED THRU 3000-EXIT
011400     .
014845     SET WS-NOT-REVERSAL TO TRUE
014850     EVALUATE MQARQ-MSG-TYPE
014860         WHEN "AT01"
014870             PERFORM 4700-CHECK-HOT-CARD THRU 4700-EXIT
014880             IF WS-CARD-OK
015500                 IF MQARQ-AMOUNT-X NOT NUMERIC
015600                     MOVE "R" TO WS-DECISION-ACTION
015700                     MOVE "R997" TO WS-DECISION-CODE
015710                     MOVE
015720                        "NON-NUMERIC AMOUNT - REFERRED FOR REVIEW"
015900                        TO WS-DECISION-TEXT
016000                 ELSE
016050                     MOVE MQARQ-AMOUNT TO WS-HIS-AMOUNT
016055                     PERFORM 4200-CHECK-CARD-ACCOUNT
016060                         THRU 4200-EXIT
016065                     IF WS-CARD-OK
016070                         PERFORM 4800-CHECK-MERCHANT
016075                             THRU 4800-EXIT
016080                     END-IF
016085                     IF WS-CARD-OK AND WS-MERCH-OK
016090                         PERFORM 5000-FIND-MATCHING-RULE
016095                             THRU 5000-EXIT
016100                         PERFORM 5500-CHECK-VELOCITY
016105                             THRU 5500-EXIT
016110                         PERFORM 5700-CHECK-OPEN-TO-BUY
016115                             THRU 5700-EXIT
016120                     END-IF
016125                 END-IF
016200             END-IF
016210*----------------------------------------------------------------
016220* A REVERSAL IS A REGISTERED TYPE (CMQTVLV) DECIDED AGAINST THE
016400     PERFORM 6000-WRITE-RESPONSE THRU 6000-EXIT
016500     .
016600 4000-EXIT.
016602     EXIT.
016604*----------------------------------------------------------------
016606* 4200-CHECK-CARD-ACCOUNT - THE CARD MUST BE ON THE ACCOUNT
016608* MASTER, ACTIVE, AND NOT PAST ITS EXPIRY BEFORE ANY RULE IS
016610* CONSULTED.  A CARD THE MASTER HAS NEVER SEEN IS REFERRED -
016612* NOT DECLINED - SINCE A LATE CBMQCRL0 LOAD IS THE LIKELIER
016614* CAUSE THAN A BAD CARD.  THE RECORD READ HERE STAYS IN THE
016616* BUFFER FOR 5700-CHECK-OPEN-TO-BUY.
016618*----------------------------------------------------------------
016620 4200-CHECK-CARD-ACCOUNT.
016622     SET WS-CARD-OK TO TRUE
016624     MOVE MQARQ-CARD-NUMBER TO MQCRD-CARD-NUMBER
016626     READ MQCRDVS
016628         INVALID KEY
016630             SET WS-CARD-REJECTED TO TRUE
016632             MOVE "R" TO WS-DECISION-ACTION
016634             MOVE "R991" TO WS-DECISION-CODE
016636             MOVE "CARD NOT ON FILE - REFERRED FOR REVIEW"
016638                 TO WS-DECISION-TEXT
016640             GO TO 4200-EXIT
016642     END-READ
016644     IF NOT MQCRD-STATUS-ACTIVE
016646         SET WS-CARD-REJECTED TO TRUE
016648         MOVE "D" TO WS-DECISION-ACTION
016650         MOVE "D989" TO WS-DECISION-CODE
016652         MOVE "CARD IS NOT ACTIVE" TO WS-DECISION-TEXT
016654         GO TO 4200-EXIT
016656     END-IF
016658     IF MQCRD-EXPIRY-DATE < WS-RUN-DATE
016660         SET WS-CARD-REJECTED TO TRUE
016662         MOVE "D" TO WS-DECISION-ACTION
016664         MOVE "D988" TO WS-DECISION-CODE
016666         MOVE "CARD IS EXPIRED" TO WS-DECISION-TEXT
016668     END-IF
016670     .
016672 4200-EXIT.
016700     EXIT.
016702*----------------------------------------------------------------
016704* 4500-DECIDE-REVERSAL - KEY THE REVERSAL'S ORIGINAL TRAN ID
016822*    THE SAME ORIGINAL REFERS INSTEAD OF PAYING OUT TWICE.
016824     SET MQHIS-REVERSED TO TRUE
016826     MOVE WS-RUN-DATE TO MQHIS-REVERSAL-DATE
016827     SET MQHIS-REVERSAL-BY-REQUEST TO TRUE
016828     REWRITE MQ-AUTH-HISTORY-RECORD
016829     PERFORM 4600-RESTORE-OPEN-TO-BUY THRU 4600-EXIT
016830     ADD 1 TO WS-REVERSE-COUNT
016832     .
016834 4500-EXIT.
020070 5500-EXIT.
020072     EXIT.
020100*----------------------------------------------------------------
020105* 5700-CHECK-OPEN-TO-BUY - AN APPROVAL MAY NOT TAKE THE CARD
020110* PAST ITS CREDIT LIMIT.  THE CARD RECORD IS STILL IN THE
020115* BUFFER FROM 4200-CHECK-CARD-ACCOUNT.
020120*----------------------------------------------------------------
020125 5700-CHECK-OPEN-TO-BUY.
020130     IF WS-DECISION-ACTION NOT = "A"
020135         GO TO 5700-EXIT
020140     END-IF
020145     IF MQARQ-AMOUNT > MQCRD-OPEN-TO-BUY
020150         MOVE "D" TO WS-DECISION-ACTION
020155         MOVE "D987" TO WS-DECISION-CODE
020160         MOVE "AMOUNT EXCEEDS OPEN-TO-BUY" TO WS-DECISION-TEXT
020165     END-IF
020170     .
020175 5700-EXIT.
020180     EXIT.
020185*----------------------------------------------------------------
020200* 6000-WRITE-RESPONSE - LEDGER THE DECISION, THEN BUILD THE
020300* CMQAUTV ROW CBMQPUT0 POSTS.  THE RESPONSE PAYLOAD IS THE
020400* REGISTERED 'AR01' (OR 'RR01' FOR A REVERSAL) TYPED MESSAGE;
020740     ELSE
020760         IF WS-DECISION-ACTION = "A" AND WS-NOT-REVERSAL
020770             PERFORM 7500-UPDATE-VELOCITY THRU 7500-EXIT
020775             PERFORM 7600-REDUCE-OPEN-TO-BUY THRU 7600-EXIT
020780         END-IF
020790     END-IF
020800     MOVE WS-RESP-TRAN-ID      TO MQAUTH-TRAN-ID
023017         GO TO 7000-EXIT
023018     END-IF
023019     MOVE WS-RESP-TRAN-ID   TO MQHIS-TRAN-ID
023020     MOVE SPACE             TO MQHIS-REVERSAL-TYPE
023021     MOVE WS-HIS-CARD       TO MQHIS-CARD-NUMBER
023022     MOVE WS-HIS-AMOUNT     TO MQHIS-AMOUNT
023023     MOVE WS-HIS-TYPE       TO MQHIS-MSG-TYPE
023024     MOVE WS-DECISION-ACTION TO MQHIS-DECISION
023025     MOVE WS-DECISION-CODE  TO MQHIS-RESPONSE-CODE
023026     SET MQHIS-CLEAR-OPEN TO TRUE
023027     MOVE WS-RUN-DATE       TO MQHIS-DECIDE-DATE
023028     ACCEPT MQHIS-DECIDE-TIME FROM TIME
023029     SET MQHIS-NOT-REVERSED TO TRUE
027000     CLOSE MQAUTHFL
027050     CLOSE MQHISVS
027060     CLOSE MQVELVS
027070     CLOSE MQCRDVS
027080     CLOSE MQHOTVS
027090     CLOSE MQMERVS
027100     DISPLAY "CBMQAUT0: STAGED ROWS READ = " WS-READ-COUNT
027200     DISPLAY "CBMQAUT0: DECIDED  = " WS-DECIDE-COUNT
027300     DISPLAY "CBMQAUT0: APPROVED = " WS-APPROVE-COUNT
027800     .
027900 9000-EXIT.
028000     EXIT.
028010*----------------------------------------------------------------
028020* 4600-RESTORE-OPEN-TO-BUY - AN APPROVED REVERSAL PUTS ITS
028030* AMOUNT BACK ON THE CARD'S OPEN-TO-BUY, NEVER ABOVE THE
028040* CREDIT LIMIT.  A CARD SINCE DROPPED FROM THE MASTER HAS
028050* NOTHING TO RESTORE, AND A HOLD CBMQCLR0 HAS ALREADY CLEARED
028060* OR EXPIRED IS NO LONGER ON THE CARD - ONLY A STILL-OPEN
028070* ORIGINAL GIVES ITS AMOUNT BACK.
028080*----------------------------------------------------------------
028090 4600-RESTORE-OPEN-TO-BUY.
028100     IF NOT MQHIS-CLEAR-OPEN
028110         GO TO 4600-EXIT
028120     END-IF
028130     MOVE MQHIS-CARD-NUMBER TO MQCRD-CARD-NUMBER
028140     READ MQCRDVS
028150         INVALID KEY
028160             GO TO 4600-EXIT
028170     END-READ
028180     ADD WS-HIS-AMOUNT TO MQCRD-OPEN-TO-BUY
028190         ON SIZE ERROR
028200             MOVE MQCRD-CREDIT-LIMIT TO MQCRD-OPEN-TO-BUY
028210     END-ADD
028220     IF MQCRD-OPEN-TO-BUY > MQCRD-CREDIT-LIMIT
028230         MOVE MQCRD-CREDIT-LIMIT TO MQCRD-OPEN-TO-BUY
028240     END-IF
028250     REWRITE MQ-CARD-ACCOUNT-RECORD
028260     .
028270 4600-EXIT.
028280     EXIT.
028290*----------------------------------------------------------------
028300* 4700-CHECK-HOT-CARD - A CARD LISTED ON THE HOT-CARD NEGATIVE
028310* FILE IS DECLINED OUTRIGHT, WHATEVER THE AMOUNT, BEFORE ANY
028320* OTHER CHECK.  RELEASED AND EXPIRED ROWS NO LONGER BLOCK.  THE
028330* AMOUNT IS STILL CARRIED TO THE LEDGER WHEN IT IS READABLE.
028340*----------------------------------------------------------------
028350 4700-CHECK-HOT-CARD.
028360     SET WS-CARD-OK TO TRUE
028370     MOVE MQARQ-CARD-NUMBER TO MQHOT-CARD-NUMBER
028380     READ MQHOTVS
028390         INVALID KEY
028400             GO TO 4700-EXIT
028410     END-READ
028420     IF MQHOT-LISTED
028430         SET WS-CARD-REJECTED TO TRUE
028440         MOVE "D" TO WS-DECISION-ACTION
028450         MOVE "D986" TO WS-DECISION-CODE
028460         MOVE "CARD IS ON THE HOT-CARD LIST" TO WS-DECISION-TEXT
028470         IF MQARQ-AMOUNT-X NUMERIC
028480             MOVE MQARQ-AMOUNT TO WS-HIS-AMOUNT
028490         END-IF
028500     END-IF
028510     .
028520 4700-EXIT.
028530     EXIT.
028540*----------------------------------------------------------------
028550* 4800-CHECK-MERCHANT - THE MERCHANT MUST BE ON THE MERCHANT
028560* MASTER AND ACTIVE, AND THE AMOUNT WITHIN ITS MAXIMUM TICKET,
028570* BEFORE ANY RULE IS CONSULTED.  UNLIKE AN UNKNOWN CARD, AN
028580* UNKNOWN MERCHANT IS DECLINED OUTRIGHT - THE ACQUIRER HAS NO ONE
028590* TO FUND, SO THERE IS NOTHING FOR A REVIEWER TO APPROVE.  A
028600* REJECTION HERE (WS-MERCH-OK-SW) SKIPS THE RULES, VELOCITY,
028610* AND OPEN-TO-BUY, THE SAME AS A CARD REJECTION.
028620*----------------------------------------------------------------
028630 4800-CHECK-MERCHANT.
028635     SET WS-MERCH-OK TO TRUE
028640     MOVE MQARQ-MERCHANT-ID TO MQMER-MERCHANT-ID
028650     READ MQMERVS
028660         INVALID KEY
028670             SET WS-MERCH-REJECTED TO TRUE
028680             MOVE "D" TO WS-DECISION-ACTION
028690             MOVE "D985" TO WS-DECISION-CODE
028700             MOVE "MERCHANT NOT ON FILE" TO WS-DECISION-TEXT
028710             GO TO 4800-EXIT
028720     END-READ
028730     IF MQMER-STATUS-SUSPENDED
028740         SET WS-MERCH-REJECTED TO TRUE
028750         MOVE "D" TO WS-DECISION-ACTION
028760         MOVE "D984" TO WS-DECISION-CODE
028770         MOVE "MERCHANT IS SUSPENDED" TO WS-DECISION-TEXT
028780         GO TO 4800-EXIT
028790     END-IF
028800     IF NOT MQMER-STATUS-ACTIVE
028810         SET WS-MERCH-REJECTED TO TRUE
028820         MOVE "D" TO WS-DECISION-ACTION
028830         MOVE "D983" TO WS-DECISION-CODE
028840         MOVE "MERCHANT IS TERMINATED" TO WS-DECISION-TEXT
028850         GO TO 4800-EXIT
028860     END-IF
028870     IF MQARQ-AMOUNT > MQMER-MAX-TICKET
028880         SET WS-MERCH-REJECTED TO TRUE
028890         MOVE "D" TO WS-DECISION-ACTION
028900         MOVE "D982" TO WS-DECISION-CODE
028910         MOVE "AMOUNT EXCEEDS MERCHANT MAXIMUM TICKET"
028920             TO WS-DECISION-TEXT
028930     END-IF
028940     .
028950 4800-EXIT.
028960     EXIT.
028970*----------------------------------------------------------------
028980* 7600-REDUCE-OPEN-TO-BUY - DRAW THE APPROVAL JUST GRANTED DOWN
028990* OFF THE CARD'S OPEN-TO-BUY.  LIKE VELOCITY, ONLY FIRST-TIME
029000* AT01 APPROVALS GET HERE, SO RERUNS NEVER DRAW TWICE.
029010*----------------------------------------------------------------
029020 7600-REDUCE-OPEN-TO-BUY.
029030     MOVE WS-HIS-CARD TO MQCRD-CARD-NUMBER
029040     READ MQCRDVS
029050         INVALID KEY
029060             GO TO 7600-EXIT
029070     END-READ
029080     IF WS-HIS-AMOUNT > MQCRD-OPEN-TO-BUY
029090         MOVE 0 TO MQCRD-OPEN-TO-BUY
029100     ELSE
029110         SUBTRACT WS-HIS-AMOUNT FROM MQCRD-OPEN-TO-BUY
029120     END-IF
029130     REWRITE MQ-CARD-ACCOUNT-RECORD
029140     .
029150 7600-EXIT.
029160     EXIT.
029170*----------------------------------------------------------------
029180* 8770-OPEN-CARD-MASTER - OPEN THE CARD ACCOUNT MASTER, SELF-
029190* PROVISIONING AN EMPTY CLUSTER THE SAME WAY AS THE LEDGER (AN
029200* EMPTY MASTER REFERS EVERY AT01 - A SAFE DEFAULT).  ANY OTHER
029210* FAILURE STOPS THE RUN - DECIDING WITHOUT THE MASTER WOULD
029220* WAIVE EVERY STATUS, EXPIRY, AND CREDIT-LIMIT CHECK.
029230*----------------------------------------------------------------
029240 8770-OPEN-CARD-MASTER.
029250     OPEN I-O MQCRDVS
029260     IF MQCRDVS-STATUS = "05" OR MQCRDVS-STATUS = "35"
029270         CLOSE MQCRDVS
029280         OPEN OUTPUT MQCRDVS
029290         CLOSE MQCRDVS
029300         OPEN I-O MQCRDVS
029310     END-IF
029320     IF MQCRDVS-STATUS NOT = "00"
029330         DISPLAY "CBMQAUT0: CARD MASTER OPEN FAILED - "
029340             "STATUS " MQCRDVS-STATUS
029350         DISPLAY "CBMQAUT0: RUN NOT STARTED - FIX MQCRDVS "
029360             "BEFORE RERUNNING"
029370         MOVE 8 TO RETURN-CODE
029380         SET WS-DONE TO TRUE
029390     END-IF
029400     .
029410 8770-EXIT.
029420     EXIT.
029430*----------------------------------------------------------------
029440* 8780-OPEN-HOT-CARD-FILE - OPEN THE HOT-CARD NEGATIVE FILE,
029450* SELF-PROVISIONING AN EMPTY CLUSTER (NOTHING LISTED YET).  ANY
029460* OTHER FAILURE STOPS THE RUN - DECIDING WITHOUT THE LIST WOULD
029470* APPROVE CARDS THE FRAUD DESK HAS ALREADY CONFIRMED STOLEN.
029480*----------------------------------------------------------------
029490 8780-OPEN-HOT-CARD-FILE.
029500     OPEN I-O MQHOTVS
029510     IF MQHOTVS-STATUS = "05" OR MQHOTVS-STATUS = "35"
029520         CLOSE MQHOTVS
029530         OPEN OUTPUT MQHOTVS
029540         CLOSE MQHOTVS
029550         OPEN I-O MQHOTVS
029560     END-IF
029570     IF MQHOTVS-STATUS NOT = "00"
029580         DISPLAY "CBMQAUT0: HOT-CARD FILE OPEN FAILED - "
029590             "STATUS " MQHOTVS-STATUS
029600         DISPLAY "CBMQAUT0: RUN NOT STARTED - FIX MQHOTVS "
029610             "BEFORE RERUNNING"
029620         MOVE 8 TO RETURN-CODE
029630         SET WS-DONE TO TRUE
029640     END-IF
029650     .
029660 8780-EXIT.
029670     EXIT.
029680*----------------------------------------------------------------
029690* 8790-OPEN-MERCHANT-MASTER - OPEN THE MERCHANT MASTER,
029700* SELF-PROVISIONING AN EMPTY CLUSTER.  AN EMPTY MASTER DECLINES
029710* EVERY AT01 D985 UNTIL THE MERCHANT DESK SIGNS MERCHANTS ON
029720* THROUGH CBMQMRM0.  ANY OTHER FAILURE STOPS THE RUN.
029730*----------------------------------------------------------------
029740 8790-OPEN-MERCHANT-MASTER.
029750     OPEN INPUT MQMERVS
029760     IF MQMERVS-STATUS = "05" OR MQMERVS-STATUS = "35"
029770         CLOSE MQMERVS
029780         OPEN OUTPUT MQMERVS
029790         CLOSE MQMERVS
029800         OPEN INPUT MQMERVS
029810     END-IF
029820     IF MQMERVS-STATUS NOT = "00"
029830         DISPLAY "CBMQAUT0: MERCHANT MASTER OPEN FAILED - "
029840             "STATUS " MQMERVS-STATUS
029850         DISPLAY "CBMQAUT0: RUN NOT STARTED - FIX MQMERVS "
029860             "BEFORE RERUNNING"
029870         MOVE 8 TO RETURN-CODE
029880         SET WS-DONE TO TRUE
029890     END-IF
029900     .
029910 8790-EXIT.
029920     EXIT.
029930*----------------------------------------------------------------
029940* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
029950*----------------------------------------------------------------
029960 COPY CMQBDTP.
