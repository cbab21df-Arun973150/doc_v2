      * CMQBDTV - Business Processing-Date Control Record
      * One record (MQBDTFL) naming the business date the batch
      * side of the MQ pipeline is working on.  Every batch program
      * takes its run date - the date it stages, decides, counts
      * velocity, settles, reports and journals under - from this
      * record through 8950-LOAD-BUSINESS-DATE (CMQBDTP), never from
      * the system clock, so a window that runs past midnight still
      * books to the day it started.  Only the day-end rollover
      * (CBMQBDR0) writes it, after the closing steps complete; the
      * prior date and the roll stamp are kept for the operators.
       01  MQ-BUSINESS-DATE-RECORD.
         05  MQBDT-BUSINESS-DATE     PIC X(08).
         05  MQBDT-PRIOR-DATE        PIC X(08).
         05  MQBDT-ROLLED-DATE       PIC X(08).
         05  MQBDT-ROLLED-TIME       PIC X(08).
         05  MQBDT-ROLL-TYPE         PIC X(01).
             88  MQBDT-ROLL-ADVANCE      VALUE 'A'.
             88  MQBDT-ROLL-SET          VALUE 'S'.
         05  FILLER                  PIC X(47).
