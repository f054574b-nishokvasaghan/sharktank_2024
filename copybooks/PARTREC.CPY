      ******************************************************************
      * COPYBOOK: PARTREC
      * PURPOSE:  Record layout for the partition control dataset of a
      *           partitioned join - one record per SECNR-range
      *           partition, written by JOIN-PARTITION-SPLIT as it
      *           cuts the JOININ feeds and the sorted IMS unload, and
      *           read by JOIN-PARTITION-COLLECT to prove the
      *           partitions between them read every detail the split
      *           handed out. A partition covers every SECNR from its
      *           PART-LOW-KEY (spaces for partition 01) up to, not
      *           including, the next partition's PART-LOW-KEY. The
      *           counts and hashes are the slice trailer the split
      *           wrote for each feed - same hash convention as
      *           FILE1REC (sum of the as-transmitted amounts,
      *           truncating on overflow).
      ******************************************************************
       01  PARTITION-CONTROL-RECORD.
           05 PART-NUMBER         PIC 9(2).
           05 PART-LOW-KEY        PIC X(10).
           05 PART-FILE1-COUNT    PIC 9(7).
           05 PART-FILE1-HASH     PIC 9(11)V99.
           05 PART-FILE2-COUNT    PIC 9(7).
           05 PART-FILE2-HASH     PIC 9(11)V99.
           05 PART-FILE3-COUNT    PIC 9(7).
           05 PART-FILE3-HASH     PIC 9(11)V99.
           05 PART-IMS-COUNT      PIC 9(7).
           05 PART-RUN-DATE       PIC X(8).
           05 FILLER              PIC X(3).
