      ******************************************************************
      * COPYBOOK: TRCPARM
      * PURPOSE:  The request SECURITY-LINEAGE-TRACE works from, in
      *           the shape z/OS hands a program its EXEC PARM - a
      *           halfword length, then the text - so the same program
      *           runs as a batch step (PARM='ssssssssss,yyyymmdd,
      *           yyyymmdd') and as a CALL from the SRINQ dialog, whose
      *           caller builds the area itself:
      *             SECNR      - the security to trace;
      *             FROM / TO  - the business dates to trace,
      *                          inclusive;
      *             CYCLE      - optional: the business date of the
      *                          day's own datasets (OUTPUT, REJECT,
      *                          BREAKS, suspense generation 0). Left
      *                          off (length 28), it is the business
      *                          date of the last clean join on the
      *                          run-history trail.
      *           A request that does not edit ends the trace with
      *           condition code 3024 before anything is read.
      ******************************************************************
       01  TRACE-PARM-AREA.
           05 TRCP-LENGTH         PIC S9(4) COMP.
           05 TRCP-SECNR          PIC X(10).
           05 TRCP-SEP-1          PIC X(1).
           05 TRCP-FROM-DATE      PIC X(8).
           05 TRCP-SEP-2          PIC X(1).
           05 TRCP-TO-DATE        PIC X(8).
           05 TRCP-SEP-3          PIC X(1).
           05 TRCP-CYCLE-DATE     PIC X(8).
