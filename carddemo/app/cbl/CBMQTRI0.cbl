002720*                 WORK BUFFER AND VARIABLE SUSPENSE/DEAD-
002730*                 LETTER/STAGING RECORDS ON BOTH SIDES OF THE
002740*                 OLD-MASTER/NEW-MASTER EXCHANGE.
002745* 10/15/2026 JH   BUSINESS DATE - A MESSAGE SENT TO STAGING IS
002750*                 STAMPED WITH THE BUSINESS DATE (MQBDTFL,
002755*                 CMQBDTV), NOT THE SYSTEM CLOCK, SO THE
002760*                 DECISIONING RUN FOR THAT DATE PICKS IT UP.  NO
002765*                 VALID DATE, OR A RERUN-DATE OVERRIDE, STOPS THE
002770*                 RUN RC=8.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005300     SELECT MQTRLFL ASSIGN TO MQTRLFL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS MQTRLFL-STATUS.
005510     SELECT MQBDTFL ASSIGN TO MQBDTFL
005520         ORGANIZATION IS SEQUENTIAL
005530         FILE STATUS IS MQBDTFL-STATUS.
005540     SELECT MQBDTOV ASSIGN TO MQBDTOV
005550         ORGANIZATION IS SEQUENTIAL
005560         FILE STATUS IS MQBDTOV-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
008400 FD  MQTRLFL
008500     RECORDING MODE IS F.
008600     COPY CMQTRLV.
008610 FD  MQBDTFL
008620     RECORDING MODE IS F.
008630     COPY CMQBDTV.
008640 FD  MQBDTOV
008650     RECORD CONTAINS 80 CHARACTERS
008660     RECORDING MODE IS F.
008670 01  BDT-OVERRIDE-CARD          PIC X(80).
008700*
008800 WORKING-STORAGE SECTION.
008900 01  MQCTLFL-STATUS          PIC X(02) VALUE SPACES.
009400 01  MQDLQOU-STATUS          PIC X(02) VALUE SPACES.
009500 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
009600 01  MQTRLFL-STATUS          PIC X(02) VALUE SPACES.
009610 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
009620 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
009700*
009800 01  WS-SWITCHES.
009900   05  WS-SUS-EOF-SW       PIC X(01) VALUE "N".
014600     COPY CMQPMOV.
014700     COPY CMQMDV.
014800     COPY CMQODV.
014810     COPY CMQBDWV.
014900*
015000 PROCEDURE DIVISION.
015100*----------------------------------------------------------------
015300*----------------------------------------------------------------
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015510     IF WS-BDT-FAILED
015520         GOBACK
015530     END-IF
015600     PERFORM 2000-TRIAGE-SUSPENSE THRU 2000-EXIT
015700         UNTIL WS-SUS-EOF
015800     PERFORM 3000-TRIAGE-DEADLETTER THRU 3000-EXIT
016500* CONNECT TO MQ AND OPEN THE REQUEUE TARGET QUEUE.
016600*----------------------------------------------------------------
016700 1000-INITIALIZE.
016705     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
016710     IF WS-BDT-RERUN
016715         DISPLAY "CBMQTRI0: A RERUN-DATE OVERRIDE IS NOT "
016720             "ALLOWED - TRIAGE IS NEVER BACKDATED"
016725         SET WS-BDT-FAILED TO TRUE
016730     END-IF
016735     IF WS-BDT-FAILED
016740         DISPLAY "CBMQTRI0: NO BUSINESS DATE - NOTHING TRIAGED"
016745         MOVE 8 TO RETURN-CODE
016750         GO TO 1000-EXIT
016755     END-IF
016800     PERFORM 8000-LOAD-MQ-CONTROL THRU 8000-EXIT
016900     PERFORM 8010-LOAD-MQ-PUT-CONTROL THRU 8010-EXIT
017000     PERFORM 8800-LOAD-DISPOSITIONS THRU 8800-EXIT
029900     EXIT.
030000*----------------------------------------------------------------
030100* 4300-SEND-TO-STAGING - WRITE THE MESSAGE AS A NORMAL CMQSTGV
030200* ROW, STAMPED WITH THE BUSINESS DATE SO THAT DATE'S DECISIONING
030300* RUN (CBMQAUT0'S RUN-DATE FENCE) PICKS IT UP.  MQSTG-JOB-ID
030400* SAYS 'TRIAGE' SO THE ROW'S ORIGIN STAYS VISIBLE DOWNSTREAM.
030500*----------------------------------------------------------------
031100     MOVE WS-WORK-QUEUE    TO MQSTG-QUEUE-NAME
031200     MOVE WS-WORK-LENGTH   TO MQSTG-MSG-LENGTH
031300     MOVE WS-MSG-BUFFER    TO MQSTG-MSG-DATA
031400     MOVE WS-BDT-DATE TO MQSTG-GET-DATE
031500     ACCEPT MQSTG-GET-TIME FROM TIME
031600     WRITE MQ-STAGING-RECORD
031700     PERFORM 7000-WRITE-TRIAGE-LOG THRU 7000-EXIT
042500     EXIT.
042600*----------------------------------------------------------------
042700* 8000/8010 - SHARED MQ CONTROL LOADERS (SEE CMQCTLP/CMQCTPP)
042800* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
042810*----------------------------------------------------------------
042900 COPY CMQCTLP.
043000 COPY CMQCTPP.
043010 COPY CMQBDTP.
043100*----------------------------------------------------------------
043200* 9000-TERMINATE - DISCONNECT FROM MQ, CLOSE FILES
043300*----------------------------------------------------------------
