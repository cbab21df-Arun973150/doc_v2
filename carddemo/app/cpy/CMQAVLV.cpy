      * CMQAVLV - MQ Online Access-Violation Record
      * A VSAM KSDS (MQAVLVS) holding one row per attempt an
      * operator made at an MQ online transaction function the
      * entitlement file (CMQENTV) does not grant - who tried what,
      * in which transaction, from which terminal, and when.
      * CBMQCTM0, CBMQFRW0, CBMQTRW0, and CBMQENM0 write a row and
      * refuse the function; nothing is changed.  The key is
      * date+time+user+transaction, so CBMQENR0 can START at a
      * business date and list that day's denials in time order.
      * MQAVL-FUNCTION is what was refused:
      *   V  start/view the transaction at all
      *   A  add a row            U  update a row
      *   C/F/E  fraud disposition (MQAVL-DETAIL names the severity)
      *   R/S/P  triage requeue / stage / purge
       01  MQ-ACCESS-VIOLATION-RECORD.
         05  MQAVL-AUDIT-KEY.
             10  MQAVL-AUDIT-DATE   PIC X(08).
             10  MQAVL-AUDIT-TIME   PIC X(08).
             10  MQAVL-USER-ID      PIC X(08).
             10  MQAVL-TRAN-ID      PIC X(04).
         05  MQAVL-FUNCTION         PIC X(01).
             88  MQAVL-FUNC-VIEW        VALUE 'V'.
             88  MQAVL-FUNC-ADD         VALUE 'A'.
             88  MQAVL-FUNC-UPDATE      VALUE 'U'.
             88  MQAVL-FUNC-FRAUD-DISP  VALUE 'C' 'F' 'E'.
             88  MQAVL-FUNC-TRIAGE-DISP VALUE 'R' 'S' 'P'.
         05  MQAVL-TERM-ID          PIC X(04).
         05  MQAVL-DETAIL           PIC X(40).
         05  FILLER                 PIC X(10).
