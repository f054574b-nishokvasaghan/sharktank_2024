      ******************************************************************
      * PROGRAM: JOIN-PARTITION-SPLIT
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To cut tonight's three JOININ feeds and the sorted IMS
      *          unload into SECNR-range partitions, so FILE-JOIN-
      *          CALCULATION can run on each range as its own job at
      *          the same time. Every record is written, prefixed with
      *          its two-digit partition number, to one tagged dataset
      *          per input; the stream's OUTFIL sort steps then cut
      *          those into one dataset per partition. The feeds'
      *          own HDR/TRL pairs are dropped - the gate run has
      *          already balanced and registered the whole feeds -
      *          and each partition slice of each feed gets a fresh
      *          HDR (source 'PARTSPLT') and a TRL carrying the count
      *          and hash of exactly the details in that slice, so
      *          each partition's join balances its own slice the
      *          usual way. The slice figures also go, one record per
      *          partition, to the partition control dataset
      *          (copybook PARTREC) for JOIN-PARTITION-COLLECT.
      *          The partition count and ranges come from control
      *          cards; a bad set ends the step with condition code
      *          3022 before anything is written.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOIN-PARTITION-SPLIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO FILE1DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILE2 ASSIGN TO FILE2DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILE3 ASSIGN TO FILE3DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT IMS-EXTRACT-FILE ASSIGN TO IMSDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAGGED1-FILE ASSIGN TO TAG1DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAGGED2-FILE ASSIGN TO TAG2DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAGGED3-FILE ASSIGN TO TAG3DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAGGED-IMS-FILE ASSIGN TO TAGIDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO PCTLDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * The join's own merged inputs - HDR and TRL control records
      * sit in among the details after the sorts.
       FD  FILE1.
           COPY FILE1REC.

       FD  FILE2.
           COPY FILE2REC.

       FD  FILE3.
           COPY FILE3REC.

       FD  IMS-EXTRACT-FILE.
           COPY IMSRESP.

      * The input record unchanged behind a two-digit partition
      * number - the OUTFIL steps select on bytes 1-2 and strip them.
       FD  TAGGED1-FILE.
       01  TAGGED1-RECORD.
           05 TAG1-PARTITION      PIC 9(2).
           05 TAG1-DATA           PIC X(28).

       FD  TAGGED2-FILE.
       01  TAGGED2-RECORD.
           05 TAG2-PARTITION      PIC 9(2).
           05 TAG2-DATA           PIC X(28).

       FD  TAGGED3-FILE.
       01  TAGGED3-RECORD.
           05 TAG3-PARTITION      PIC 9(2).
           05 TAG3-DATA           PIC X(28).

       FD  TAGGED-IMS-FILE.
       01  TAGGED-IMS-RECORD.
           05 TAGI-PARTITION      PIC 9(2).
           05 TAGI-DATA           PIC X(39).

       FD  PARTITION-CONTROL-FILE.
           COPY PARTREC.

      * Control cards:
      *   'PARTS=nn'          - number of partitions, 01 to 08;
      *   'BOUND=ssssssssss'  - the lowest SECNR of partition 02, 03,
      *                         ... in that order, one card each, in
      *                         ascending SECNR order - so PARTS=nn
      *                         needs exactly nn-1 BOUND cards.
      * Partition 01 takes every SECNR below the first bound. The
      * bounds are compared exactly as the sorts collate the keys.
       FD  CONTROL-FILE.
       01  CONTROL-CARD           PIC X(80).
       01  CONTROL-CARD-PARTS REDEFINES CONTROL-CARD.
           05 CTL-PARTS-KEY       PIC X(6).
           05 CTL-PARTS-VAL       PIC X(2).
           05 FILLER              PIC X(72).
       01  CONTROL-CARD-BOUND REDEFINES CONTROL-CARD.
           05 CTL-BOUND-KEY       PIC X(6).
           05 CTL-BOUND-VAL       PIC X(10).
           05 FILLER              PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-FEED1-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-FEED2-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-FEED3-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-IMS-READ-COUNT   PIC 9(7) VALUE 0.
           05 WS-CTL-DROPPED      PIC 9(7) VALUE 0.
           05 WS-BOUND-COUNT      PIC 9(2) VALUE 0.
           05 WS-BAD-CARD-COUNT   PIC 9(2) VALUE 0.
           05 WS-EOF-CTL          PIC X VALUE 'N'.
           05 WS-EOF-FEED         PIC X VALUE 'N'.

       01  WS-RUN-DATE            PIC 9(8).

      * One entry per partition: its low key and the slice figures
      * for each input, which become the slice trailers and the
      * partition control records.
       78  WS-MAX-PART-CONST      VALUE 8.
       01  WS-PART-COUNT          PIC 9(2) VALUE 0.
       01  WS-PART-TABLE.
           05 WS-PART-ENTRY       OCCURS WS-MAX-PART-CONST TIMES.
               10 WS-PART-LOW-KEY     PIC X(10).
               10 WS-PART-F1-COUNT    PIC 9(7).
               10 WS-PART-F1-HASH     PIC 9(11)V99.
               10 WS-PART-F2-COUNT    PIC 9(7).
               10 WS-PART-F2-HASH     PIC 9(11)V99.
               10 WS-PART-F3-COUNT    PIC 9(7).
               10 WS-PART-F3-HASH     PIC 9(11)V99.
               10 WS-PART-IMS-COUNT   PIC 9(7).

       01  WS-SPLIT-FIELDS.
           05 WS-PART-IX          PIC 9(2) VALUE 0.
           05 WS-BOUND-IX         PIC 9(2) VALUE 0.
           05 WS-PART-NO          PIC 9(2) VALUE 0.
           05 WS-SPLIT-KEY        PIC X(10) VALUE SPACES.
           05 WS-SPLIT-FAIL-TEXT  PIC X(40) VALUE SPACES.

      * The slice control records, in the extract layout of
      * FILE1REC - written behind the partition tag.
       01  WS-SLICE-HEADER.
           05 WS-SLICE-HDR-ID     PIC X(3) VALUE 'HDR'.
           05 WS-SLICE-HDR-DATE   PIC X(8) VALUE SPACES.
           05 WS-SLICE-HDR-SOURCE PIC X(8) VALUE 'PARTSPLT'.
           05 FILLER              PIC X(9) VALUE SPACES.
       01  WS-SLICE-TRAILER.
           05 WS-SLICE-TRL-ID     PIC X(3) VALUE 'TRL'.
           05 WS-SLICE-TRL-COUNT  PIC 9(7) VALUE 0.
           05 WS-SLICE-TRL-HASH   PIC 9(11)V99 VALUE 0.
           05 FILLER              PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM SPLIT-FEED1
           PERFORM SPLIT-FEED2
           PERFORM SPLIT-FEED3
           PERFORM SPLIT-IMS-EXTRACT
           PERFORM WRITE-PARTITION-CONTROL
           PERFORM CLOSE-FILES
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-SLICE-HDR-DATE
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-MAX-PART-CONST
               MOVE SPACES TO WS-PART-LOW-KEY(WS-PART-IX)
               MOVE 0 TO WS-PART-F1-COUNT(WS-PART-IX)
               MOVE 0 TO WS-PART-F1-HASH(WS-PART-IX)
               MOVE 0 TO WS-PART-F2-COUNT(WS-PART-IX)
               MOVE 0 TO WS-PART-F2-HASH(WS-PART-IX)
               MOVE 0 TO WS-PART-F3-COUNT(WS-PART-IX)
               MOVE 0 TO WS-PART-F3-HASH(WS-PART-IX)
               MOVE 0 TO WS-PART-IMS-COUNT(WS-PART-IX)
           END-PERFORM
           OPEN INPUT CONTROL-FILE
           PERFORM READ-CONTROL-CARDS
           CLOSE CONTROL-FILE
           PERFORM CHECK-PARTITION-CARDS
           OPEN INPUT FILE1
           OPEN INPUT FILE2
           OPEN INPUT FILE3
           OPEN INPUT IMS-EXTRACT-FILE
           OPEN OUTPUT TAGGED1-FILE
           OPEN OUTPUT TAGGED2-FILE
           OPEN OUTPUT TAGGED3-FILE
           OPEN OUTPUT TAGGED-IMS-FILE
           OPEN OUTPUT PARTITION-CONTROL-FILE.

       READ-CONTROL-CARDS.
           PERFORM UNTIL WS-EOF-CTL = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CTL
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD
               END-READ
           END-PERFORM.

      * Bounds are taken in card order into partitions 02 onward;
      * more than the table holds is counted as a bad card so the
      * check below refuses the set rather than silently dropping a
      * range.
       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CTL-PARTS-KEY = 'PARTS='
                       AND CTL-PARTS-VAL NUMERIC
                   MOVE CTL-PARTS-VAL TO WS-PART-COUNT
               WHEN CTL-BOUND-KEY = 'BOUND='
                   ADD 1 TO WS-BOUND-COUNT
                   IF WS-BOUND-COUNT < WS-MAX-PART-CONST
                       COMPUTE WS-BOUND-IX = WS-BOUND-COUNT + 1
                       MOVE CTL-BOUND-VAL
                           TO WS-PART-LOW-KEY(WS-BOUND-IX)
                   ELSE
                       ADD 1 TO WS-BAD-CARD-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "JOIN-PARTITION-SPLIT: bad control card '"
                       CONTROL-CARD(1:40) "'"
                   ADD 1 TO WS-BAD-CARD-COUNT
           END-EVALUATE.

      * Unlike the join's tolerances there is no safe default for a
      * partition layout - a wrong one would hand a range to no
      * partition at all - so anything doubtful stops the stream.
       CHECK-PARTITION-CARDS.
           MOVE SPACES TO WS-SPLIT-FAIL-TEXT
           EVALUATE TRUE
               WHEN WS-BAD-CARD-COUNT > 0
                   MOVE 'UNREADABLE OR EXCESS CONTROL CARDS'
                       TO WS-SPLIT-FAIL-TEXT
               WHEN WS-PART-COUNT < 1
                       OR WS-PART-COUNT > WS-MAX-PART-CONST
                   MOVE 'PARTS= MISSING OR NOT 01 TO 08'
                       TO WS-SPLIT-FAIL-TEXT
               WHEN WS-BOUND-COUNT NOT = WS-PART-COUNT - 1
                   MOVE 'BOUND= CARDS NOT ONE FEWER THAN PARTS'
                       TO WS-SPLIT-FAIL-TEXT
               WHEN OTHER
                   PERFORM VARYING WS-PART-IX FROM 2 BY 1
                           UNTIL WS-PART-IX > WS-PART-COUNT
                       IF WS-PART-LOW-KEY(WS-PART-IX) = SPACES
                               OR WS-PART-LOW-KEY(WS-PART-IX) NOT >
                                  WS-PART-LOW-KEY(WS-PART-IX - 1)
                           MOVE 'BOUND= CARDS NOT IN ASCENDING ORDER'
                               TO WS-SPLIT-FAIL-TEXT
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-SPLIT-FAIL-TEXT NOT = SPACES
               PERFORM ABEND-PARTITION-CARDS
           END-IF.

       ABEND-PARTITION-CARDS.
           DISPLAY "=================================================="
           DISPLAY "PARTITION CARDS REJECTED - RUN ABORTED, CODE 3022"
           DISPLAY "=================================================="
           DISPLAY "Reason........................: "
               WS-SPLIT-FAIL-TEXT
           DISPLAY "PARTS= card value.............: "
               WS-PART-COUNT
           DISPLAY "BOUND= cards read.............: "
               WS-BOUND-COUNT
           DISPLAY "=================================================="
           MOVE 3022 TO RETURN-CODE
           STOP RUN.

      * The partition a key belongs to is the last one whose low key
      * it reaches.
       FIND-PARTITION.
           MOVE 1 TO WS-PART-NO
           PERFORM VARYING WS-BOUND-IX FROM 2 BY 1
                   UNTIL WS-BOUND-IX > WS-PART-COUNT
               IF WS-SPLIT-KEY NOT < WS-PART-LOW-KEY(WS-BOUND-IX)
                   MOVE WS-BOUND-IX TO WS-PART-NO
               END-IF
           END-PERFORM.

      * Each feed: the slice headers first, every detail behind its
      * partition number, then the slice trailers - so every slice
      * the OUTFIL step cuts reads HDR, details in SECNR order, TRL.
       SPLIT-FEED1.
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-PART-IX TO TAG1-PARTITION
               MOVE WS-SLICE-HEADER TO TAG1-DATA
               WRITE TAGGED1-RECORD
           END-PERFORM
           MOVE 'N' TO WS-EOF-FEED
           PERFORM UNTIL WS-EOF-FEED = 'Y'
               READ FILE1
                   AT END
                       MOVE 'Y' TO WS-EOF-FEED
                   NOT AT END
                       IF FILE1-HDR-ID = 'HDR' OR FILE1-HDR-ID = 'TRL'
                           ADD 1 TO WS-CTL-DROPPED
                       ELSE
                           PERFORM TAG-FILE1-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-PART-F1-COUNT(WS-PART-IX) TO WS-SLICE-TRL-COUNT
               MOVE WS-PART-F1-HASH(WS-PART-IX) TO WS-SLICE-TRL-HASH
               MOVE WS-PART-IX TO TAG1-PARTITION
               MOVE WS-SLICE-TRAILER TO TAG1-DATA
               WRITE TAGGED1-RECORD
           END-PERFORM.

       TAG-FILE1-DETAIL.
           ADD 1 TO WS-FEED1-READ-COUNT
           MOVE FILE1-SECNR TO WS-SPLIT-KEY
           PERFORM FIND-PARTITION
           ADD 1 TO WS-PART-F1-COUNT(WS-PART-NO)
           IF FILE1-AMOUNT NUMERIC
               ADD FILE1-AMOUNT TO WS-PART-F1-HASH(WS-PART-NO)
           END-IF
           MOVE WS-PART-NO TO TAG1-PARTITION
           MOVE FILE1-RECORD TO TAG1-DATA
           WRITE TAGGED1-RECORD.

       SPLIT-FEED2.
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-PART-IX TO TAG2-PARTITION
               MOVE WS-SLICE-HEADER TO TAG2-DATA
               WRITE TAGGED2-RECORD
           END-PERFORM
           MOVE 'N' TO WS-EOF-FEED
           PERFORM UNTIL WS-EOF-FEED = 'Y'
               READ FILE2
                   AT END
                       MOVE 'Y' TO WS-EOF-FEED
                   NOT AT END
                       IF FILE2-HDR-ID = 'HDR' OR FILE2-HDR-ID = 'TRL'
                           ADD 1 TO WS-CTL-DROPPED
                       ELSE
                           PERFORM TAG-FILE2-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-PART-F2-COUNT(WS-PART-IX) TO WS-SLICE-TRL-COUNT
               MOVE WS-PART-F2-HASH(WS-PART-IX) TO WS-SLICE-TRL-HASH
               MOVE WS-PART-IX TO TAG2-PARTITION
               MOVE WS-SLICE-TRAILER TO TAG2-DATA
               WRITE TAGGED2-RECORD
           END-PERFORM.

       TAG-FILE2-DETAIL.
           ADD 1 TO WS-FEED2-READ-COUNT
           MOVE FILE2-SECNR TO WS-SPLIT-KEY
           PERFORM FIND-PARTITION
           ADD 1 TO WS-PART-F2-COUNT(WS-PART-NO)
           IF FILE2-AMOUNT NUMERIC
               ADD FILE2-AMOUNT TO WS-PART-F2-HASH(WS-PART-NO)
           END-IF
           MOVE WS-PART-NO TO TAG2-PARTITION
           MOVE FILE2-RECORD TO TAG2-DATA
           WRITE TAGGED2-RECORD.

       SPLIT-FEED3.
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-PART-IX TO TAG3-PARTITION
               MOVE WS-SLICE-HEADER TO TAG3-DATA
               WRITE TAGGED3-RECORD
           END-PERFORM
           MOVE 'N' TO WS-EOF-FEED
           PERFORM UNTIL WS-EOF-FEED = 'Y'
               READ FILE3
                   AT END
                       MOVE 'Y' TO WS-EOF-FEED
                   NOT AT END
                       IF FILE3-HDR-ID = 'HDR' OR FILE3-HDR-ID = 'TRL'
                           ADD 1 TO WS-CTL-DROPPED
                       ELSE
                           PERFORM TAG-FILE3-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-PART-F3-COUNT(WS-PART-IX) TO WS-SLICE-TRL-COUNT
               MOVE WS-PART-F3-HASH(WS-PART-IX) TO WS-SLICE-TRL-HASH
               MOVE WS-PART-IX TO TAG3-PARTITION
               MOVE WS-SLICE-TRAILER TO TAG3-DATA
               WRITE TAGGED3-RECORD
           END-PERFORM.

       TAG-FILE3-DETAIL.
           ADD 1 TO WS-FEED3-READ-COUNT
           MOVE FILE3-SECNR TO WS-SPLIT-KEY
           PERFORM FIND-PARTITION
           ADD 1 TO WS-PART-F3-COUNT(WS-PART-NO)
           IF FILE3-AMOUNT NUMERIC
               ADD FILE3-AMOUNT TO WS-PART-F3-HASH(WS-PART-NO)
           END-IF
           MOVE WS-PART-NO TO TAG3-PARTITION
           MOVE FILE3-RECORD TO TAG3-DATA
           WRITE TAGGED3-RECORD.

      * The unload has no control records - every record is a
      * segment.
       SPLIT-IMS-EXTRACT.
           MOVE 'N' TO WS-EOF-FEED
           PERFORM UNTIL WS-EOF-FEED = 'Y'
               READ IMS-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FEED
                   NOT AT END
                       ADD 1 TO WS-IMS-READ-COUNT
                       MOVE IMS-SECNR TO WS-SPLIT-KEY
                       PERFORM FIND-PARTITION
                       ADD 1 TO WS-PART-IMS-COUNT(WS-PART-NO)
                       MOVE WS-PART-NO TO TAGI-PARTITION
                       MOVE IMS-RESPONSE-AREA TO TAGI-DATA
                       WRITE TAGGED-IMS-RECORD
               END-READ
           END-PERFORM.

       WRITE-PARTITION-CONTROL.
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE SPACES TO PARTITION-CONTROL-RECORD
               MOVE WS-PART-IX TO PART-NUMBER
               MOVE WS-PART-LOW-KEY(WS-PART-IX) TO PART-LOW-KEY
               MOVE WS-PART-F1-COUNT(WS-PART-IX) TO PART-FILE1-COUNT
               MOVE WS-PART-F1-HASH(WS-PART-IX) TO PART-FILE1-HASH
               MOVE WS-PART-F2-COUNT(WS-PART-IX) TO PART-FILE2-COUNT
               MOVE WS-PART-F2-HASH(WS-PART-IX) TO PART-FILE2-HASH
               MOVE WS-PART-F3-COUNT(WS-PART-IX) TO PART-FILE3-COUNT
               MOVE WS-PART-F3-HASH(WS-PART-IX) TO PART-FILE3-HASH
               MOVE WS-PART-IMS-COUNT(WS-PART-IX) TO PART-IMS-COUNT
               MOVE WS-RUN-DATE TO PART-RUN-DATE
               WRITE PARTITION-CONTROL-RECORD
           END-PERFORM.

       CLOSE-FILES.
           CLOSE FILE1
           CLOSE FILE2
           CLOSE FILE3
           CLOSE IMS-EXTRACT-FILE
           CLOSE TAGGED1-FILE
           CLOSE TAGGED2-FILE
           CLOSE TAGGED3-FILE
           CLOSE TAGGED-IMS-FILE
           CLOSE PARTITION-CONTROL-FILE
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "JOIN-PARTITION-SPLIT - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Partitions....................: "
               WS-PART-COUNT
           DISPLAY "FILE1 details split...........: "
               WS-FEED1-READ-COUNT
           DISPLAY "FILE2 details split...........: "
               WS-FEED2-READ-COUNT
           DISPLAY "FILE3 details split...........: "
               WS-FEED3-READ-COUNT
           DISPLAY "IMS segments split............: "
               WS-IMS-READ-COUNT
           DISPLAY "Feed HDR/TRL records dropped..: "
               WS-CTL-DROPPED
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               DISPLAY "Partition " WS-PART-IX " from '"
                   WS-PART-LOW-KEY(WS-PART-IX) "' F1 "
                   WS-PART-F1-COUNT(WS-PART-IX) " F2 "
                   WS-PART-F2-COUNT(WS-PART-IX) " F3 "
                   WS-PART-F3-COUNT(WS-PART-IX) " IMS "
                   WS-PART-IMS-COUNT(WS-PART-IX)
           END-PERFORM
           DISPLAY "==================================================".

       END PROGRAM JOIN-PARTITION-SPLIT.
