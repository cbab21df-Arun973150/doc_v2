001997* 08/21/2026 JH   XREF OPEN SELF-PROVISIONS AND REFUSES TO
001998*                 DRAIN ON FAILURE; GET BUFFER CLEARED BEFORE
001999*                 EVERY MQGET (NO PRIOR-MESSAGE RESIDUE).
002009* 10/15/2026 JH   BUSINESS DATE - STAGED, SUSPENSE, DEAD-LETTER,
002019*                 DUPLICATE AND RUN-STATS DATES COME FROM THE
002029*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
002039*                 CMQBDTV), NOT THE SYSTEM CLOCK; TIMES STAY ON
002049*                 THE CLOCK.  NO VALID DATE, OR A RERUN-DATE
002059*                 OVERRIDE, STOPS THE DRAIN BEFORE MQCONN RC=8.
002069*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
003008         ACCESS MODE IS RANDOM
003009         RECORD KEY IS MQLST-SLOT
003010         FILE STATUS IS MQLSTFL-STATUS.
003011     SELECT MQBDTFL ASSIGN TO MQBDTFL
003012         ORGANIZATION IS SEQUENTIAL
003013         FILE STATUS IS MQBDTFL-STATUS.
003014     SELECT MQBDTOV ASSIGN TO MQBDTOV
003015         ORGANIZATION IS SEQUENTIAL
003016         FILE STATUS IS MQBDTOV-STATUS.
003020*
003100 DATA DIVISION.
003200 FILE SECTION.
003932     COPY CMQXRFV.
003940 FD  MQLSTFL.
003942     COPY CMQLSTV.
003943 FD  MQBDTFL
003944     RECORDING MODE IS F.
003945     COPY CMQBDTV.
003946 FD  MQBDTOV
003947     RECORD CONTAINS 80 CHARACTERS
003948     RECORDING MODE IS F.
003949 01  BDT-OVERRIDE-CARD          PIC X(80).
003950*
004000 WORKING-STORAGE SECTION.
004100 01  MQCTLFL-STATUS          PIC X(02) VALUE SPACES.
004285 01  MQSTAFL-STATUS          PIC X(02) VALUE SPACES.
004286 01  MQDUPFL-STATUS          PIC X(02) VALUE SPACES.
004287 01  MQXRFFL-STATUS          PIC X(02) VALUE SPACES.
004288 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
004289 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
004290 01  WS-STAT-START-DATE      PIC X(08) VALUE SPACES.
004295 01  WS-STAT-START-TIME      PIC X(08) VALUE SPACES.
004296 01  WS-TRN-KEEP-DISP        PIC 9(04) VALUE 0.
006400     COPY CMQODV.
006420     COPY CMQARQV.
006440     COPY CMQTVLV.
006450     COPY CMQBDWV.
006500*
006600 PROCEDURE DIVISION.
006700*----------------------------------------------------------------
006900*----------------------------------------------------------------
007000 0000-MAINLINE.
007100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007110     IF WS-BDT-FAILED
007120         GOBACK
007130     END-IF
007200     PERFORM 2000-PROCESS-MESSAGES THRU 2000-EXIT
007300         UNTIL WS-DONE
007400     PERFORM 9000-TERMINATE THRU 9000-EXIT
007800* 1000-INITIALIZE - OPEN FILES, LOAD CONTROL, CONNECT TO MQ
007900*----------------------------------------------------------------
008000 1000-INITIALIZE.
008005     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
008010     IF WS-BDT-RERUN
008015         DISPLAY "CBMQLSN0: A RERUN-DATE OVERRIDE IS NOT "
008020             "ALLOWED - A LIVE DRAIN IS NEVER BACKDATED"
008025         SET WS-BDT-FAILED TO TRUE
008030     END-IF
008035     IF WS-BDT-FAILED
008040         DISPLAY "CBMQLSN0: NO BUSINESS DATE - DRAIN NOT STARTED"
008045         MOVE 8 TO RETURN-CODE
008050         GO TO 1000-EXIT
008055     END-IF
008100     PERFORM 9090-STAMP-RUN-START THRU 9090-EXIT
008200     PERFORM 8000-LOAD-MQ-CONTROL THRU 8000-EXIT
008210     DISPLAY "CBMQLSN0: READER " MQCTL-JOB-ID " STARTING"
013200     MOVE MQCTL-QUEUE-NAME TO MQSTG-QUEUE-NAME
013300     MOVE WS-DATALEN       TO MQSTG-MSG-LENGTH
013400     MOVE WS-MSG-BUFFER    TO MQSTG-MSG-DATA
013500     MOVE WS-BDT-DATE TO MQSTG-GET-DATE
013600     ACCEPT MQSTG-GET-TIME FROM TIME
013650     IF MQCTL-SYNCPOINT-YES
013670         PERFORM 8305-BUFFER-STAGING THRU 8305-EXIT
014495 COPY CMQBKOP.
014496 COPY CMQSTAP.
014497 COPY CMQLSTP.
014507 COPY CMQBDTP.
014610*----------------------------------------------------------------
014620* 9000-TERMINATE - DISCONNECT FROM MQ, CLOSE FILES
014630*----------------------------------------------------------------
