      ******************************************************************
      * COPYBOOK: TRACEREC
      * PURPOSE:  Record layout for the security lineage trace - one
      *           line per thing that happened to the traced SECNR,
      *           written by SECURITY-LINEAGE-TRACE from every dataset
      *           the security passes through, in the order the
      *           sources are read. Sorted on the first 16 bytes
      *           (date, event order, read sequence) the lines become
      *           the security's timeline: within one business date
      *           the event order puts the feed ahead of its rejects
      *           and corrections, those ahead of suspense and
      *           breaks, and settlement ahead of what was posted,
      *           journaled and confirmed from it. Display-only, so
      *           the sorted dataset prints as it stands.
      *           TRC-SOURCE names the dataset the line came from
      *           ('SUSP(-n)' for suspense carry generation -n).
      ******************************************************************
       01  TRACE-RECORD.
           05 TRC-DATE            PIC X(8).
           05 TRC-ORDER           PIC 9(2).
           05 TRC-SEQ             PIC 9(6).
           05 TRC-SOURCE          PIC X(8).
           05 TRC-EVENT           PIC X(16).
           05 TRC-DETAIL          PIC X(60).
