      ******************************************************************
      * PROGRAM: JOIN-PARTITION-COLLECT
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To turn the partitions of a partitioned join back into
      *          one run. Each partition of FILE-JOIN-CALCULATION
      *          (RUNMODE=PART) appends its run-history and step-totals
      *          records to datasets of its own; this step reads them
      *          all, proves that every partition the split handed out
      *          finished clean exactly once and that between them the
      *          partitions read every detail the split wrote to their
      *          slices (the partition control dataset, copybook
      *          PARTREC), and then appends ONE run-history record and
      *          ONE 'FILEJOIN' step-totals record for the run, summed
      *          across the partitions - so the trend report, the
      *          tie-out and everything else that reads them sees the
      *          night exactly as a single join would have left it.
      *          A partition's failed attempts (a balancing abend, a
      *          quiesce before its restart) are copied to the run-
      *          history trail as they stand, as a single join's would
      *          have been. When the partitions do not account for the
      *          run the step ends with condition code 3023 and a
      *          run-history record carrying that code; no step-totals
      *          record is written, so nothing downstream can tie.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOIN-PARTITION-COLLECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * PRUNDD and PSTEPDD are concatenations of every partition's
      * run-history and step-totals dataset. The run-history trail
      * and the common step-totals dataset are appended to as the
      * join itself would (DISP=MOD).
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO PCTLDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-HISTORY-FILE ASSIGN TO PRUNDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-STEP-FILE ASSIGN TO PSTEPDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEP-FILE ASSIGN TO STEPDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARTITION-CONTROL-FILE.
           COPY PARTREC.

      * The partitions' records, in the same layouts as the day's own
      * - renamed here so both can be addressed in one program.
       FD  PART-HISTORY-FILE.
           COPY RUNHREC REPLACING
               ==RUN-HISTORY-RECORD== BY ==PART-HISTORY-RECORD==
               LEADING ==RUNH-== BY ==PRUN-==.

       FD  PART-STEP-FILE.
           COPY STEPTOT REPLACING
               ==STEP-TOTALS-RECORD== BY ==PART-STEP-RECORD==
               LEADING ==STEP-== BY ==PSTP-==.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       FD  STEP-FILE.
           COPY STEPTOT.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-PART-COUNT       PIC 9(2) VALUE 0.
           05 WS-HIST-READ-COUNT  PIC 9(4) VALUE 0.
           05 WS-HIST-CLEAN-COUNT PIC 9(4) VALUE 0.
           05 WS-HIST-FAIL-COUNT  PIC 9(4) VALUE 0.
           05 WS-STEP-READ-COUNT  PIC 9(4) VALUE 0.
           05 WS-STEP-JOIN-COUNT  PIC 9(4) VALUE 0.
           05 WS-EOF-PCTL         PIC X VALUE 'N'.
           05 WS-EOF-HIST         PIC X VALUE 'N'.
           05 WS-EOF-STEP         PIC X VALUE 'N'.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-RUN-CONDITION       PIC 9(4) VALUE 0.
       01  WS-COLLECT-FAIL-TEXT   PIC X(40) VALUE SPACES.

      * What the split handed out - the sum of the slice trailers.
       01  WS-SPLIT-TOTALS.
           05 WS-SPLIT-F1-COUNT   PIC 9(7) VALUE 0.
           05 WS-SPLIT-F2-COUNT   PIC 9(7) VALUE 0.
           05 WS-SPLIT-F3-COUNT   PIC 9(7) VALUE 0.
           05 WS-SPLIT-IMS-COUNT  PIC 9(7) VALUE 0.

      * The clean partition runs' run-history counters, summed - the
      * run's record.
       01  WS-RUN-TOTALS.
           05 WS-RUN-RESTART      PIC X VALUE 'N'.
           05 WS-RUN-RECORD-COUNT PIC 9(6) VALUE 0.
           05 WS-RUN-SUSP-COUNT   PIC 9(6) VALUE 0.
           05 WS-RUN-IMS-SUSP     PIC 9(6) VALUE 0.
           05 WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
           05 WS-RUN-ERROR-COUNT  PIC 9(6) VALUE 0.
           05 WS-RUN-BREAK-COUNT  PIC 9(6) VALUE 0.
           05 WS-RUN-FILE1-READ   PIC 9(6) VALUE 0.
           05 WS-RUN-FILE2-READ   PIC 9(6) VALUE 0.
           05 WS-RUN-FILE3-READ   PIC 9(6) VALUE 0.
           05 WS-RUN-TOTAL-AMOUNT PIC 9(9)V99 VALUE 0.

      * The partitions' 'FILEJOIN' step-totals records, summed.
       01  WS-STEP-TOTALS.
           05 WS-STEP-IN-COUNT    PIC 9(7) VALUE 0.
           05 WS-STEP-OUT-COUNT   PIC 9(7) VALUE 0.
           05 WS-STEP-AUX1-COUNT  PIC 9(7) VALUE 0.
           05 WS-STEP-AUX2-COUNT  PIC 9(7) VALUE 0.
           05 WS-STEP-AMOUNT      PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-PARTITION-CONTROL
           PERFORM SUM-PARTITION-HISTORY
           PERFORM SUM-PARTITION-STEPS
           PERFORM CHECK-PARTITIONS
           PERFORM COPY-FAILED-ATTEMPTS
           PERFORM WRITE-RUN-HISTORY
           IF WS-RUN-CONDITION = 0
               PERFORM WRITE-STEP-TOTALS
               PERFORM PRINT-CONTROL-TOTALS
           ELSE
               PERFORM PRINT-COLLECT-FAILURE
               MOVE WS-RUN-CONDITION TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

       LOAD-PARTITION-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE
           PERFORM UNTIL WS-EOF-PCTL = 'Y'
               READ PARTITION-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PCTL
                   NOT AT END
                       ADD 1 TO WS-PART-COUNT
                       ADD PART-FILE1-COUNT TO WS-SPLIT-F1-COUNT
                       ADD PART-FILE2-COUNT TO WS-SPLIT-F2-COUNT
                       ADD PART-FILE3-COUNT TO WS-SPLIT-F3-COUNT
                       ADD PART-IMS-COUNT TO WS-SPLIT-IMS-COUNT
                       DISPLAY "JOIN-PARTITION-COLLECT: partition "
                           PART-NUMBER " from '" PART-LOW-KEY
                           "' F1 " PART-FILE1-COUNT
                           " F2 " PART-FILE2-COUNT
                           " F3 " PART-FILE3-COUNT
               END-READ
           END-PERFORM
           CLOSE PARTITION-CONTROL-FILE.

      * A clean partition leaves condition 0000 as its last record;
      * a restarted one leaves its failed attempt(s) ahead of it, and
      * a clean record's counters are already cumulative across the
      * restart - so the clean records alone are summed.
       SUM-PARTITION-HISTORY.
           OPEN INPUT PART-HISTORY-FILE
           PERFORM UNTIL WS-EOF-HIST = 'Y'
               READ PART-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-HIST
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       IF PRUN-COND-CODE = 0
                           PERFORM ADD-CLEAN-PARTITION
                       ELSE
                           ADD 1 TO WS-HIST-FAIL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-HISTORY-FILE.

       ADD-CLEAN-PARTITION.
           ADD 1 TO WS-HIST-CLEAN-COUNT
           IF PRUN-RESTART = 'Y'
               MOVE 'Y' TO WS-RUN-RESTART
           END-IF
           ADD PRUN-RECORD-COUNT TO WS-RUN-RECORD-COUNT
           ADD PRUN-SUSPENSE-COUNT TO WS-RUN-SUSP-COUNT
           ADD PRUN-IMS-SUSP-COUNT TO WS-RUN-IMS-SUSP
           ADD PRUN-REJECT-COUNT TO WS-RUN-REJECT-COUNT
           ADD PRUN-ERROR-COUNT TO WS-RUN-ERROR-COUNT
           IF PRUN-BREAK-COUNT NUMERIC
               ADD PRUN-BREAK-COUNT TO WS-RUN-BREAK-COUNT
           END-IF
           ADD PRUN-FILE1-READ TO WS-RUN-FILE1-READ
           ADD PRUN-FILE2-READ TO WS-RUN-FILE2-READ
           ADD PRUN-FILE3-READ TO WS-RUN-FILE3-READ
           ADD PRUN-TOTAL-AMOUNT TO WS-RUN-TOTAL-AMOUNT.

      * The join appends its step-totals record only at a clean end,
      * so each partition contributes exactly one.
       SUM-PARTITION-STEPS.
           OPEN INPUT PART-STEP-FILE
           PERFORM UNTIL WS-EOF-STEP = 'Y'
               READ PART-STEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-STEP
                   NOT AT END
                       ADD 1 TO WS-STEP-READ-COUNT
                       IF PSTP-NAME = 'FILEJOIN'
                           ADD 1 TO WS-STEP-JOIN-COUNT
                           ADD PSTP-IN-COUNT TO WS-STEP-IN-COUNT
                           ADD PSTP-OUT-COUNT TO WS-STEP-OUT-COUNT
                           ADD PSTP-AUX1-COUNT TO WS-STEP-AUX1-COUNT
                           ADD PSTP-AUX2-COUNT TO WS-STEP-AUX2-COUNT
                           ADD PSTP-AMOUNT TO WS-STEP-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-STEP-FILE.

      * Every partition clean exactly once, and every detail the
      * split wrote read by some partition - a partition that never
      * ran, ran twice or was fed the wrong slice shows up here.
       CHECK-PARTITIONS.
           EVALUATE TRUE
               WHEN WS-PART-COUNT = 0
                   MOVE 'NO PARTITION CONTROL RECORDS'
                       TO WS-COLLECT-FAIL-TEXT
               WHEN WS-HIST-CLEAN-COUNT NOT = WS-PART-COUNT
                   MOVE 'CLEAN PARTITION RUNS NOT ONE EACH'
                       TO WS-COLLECT-FAIL-TEXT
               WHEN WS-STEP-JOIN-COUNT NOT = WS-PART-COUNT
                   MOVE 'PARTITION STEP TOTALS NOT ONE EACH'
                       TO WS-COLLECT-FAIL-TEXT
               WHEN WS-RUN-FILE1-READ NOT = WS-SPLIT-F1-COUNT
                   MOVE 'FILE1 READS DO NOT TIE TO THE SPLIT'
                       TO WS-COLLECT-FAIL-TEXT
               WHEN WS-RUN-FILE2-READ NOT = WS-SPLIT-F2-COUNT
                   MOVE 'FILE2 READS DO NOT TIE TO THE SPLIT'
                       TO WS-COLLECT-FAIL-TEXT
               WHEN WS-RUN-FILE3-READ NOT = WS-SPLIT-F3-COUNT
                   MOVE 'FILE3 READS DO NOT TIE TO THE SPLIT'
                       TO WS-COLLECT-FAIL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-COLLECT-FAIL-TEXT NOT = SPACES
               MOVE 3023 TO WS-RUN-CONDITION
           END-IF.

       COPY-FAILED-ATTEMPTS.
           IF WS-HIST-FAIL-COUNT > 0
               OPEN INPUT PART-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
               MOVE 'N' TO WS-EOF-HIST
               PERFORM UNTIL WS-EOF-HIST = 'Y'
                   READ PART-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-HIST
                       NOT AT END
                           IF PRUN-COND-CODE NOT = 0
                               WRITE RUN-HISTORY-RECORD
                                   FROM PART-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               CLOSE PART-HISTORY-FILE
           END-IF.

       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           MOVE WS-RUN-DATE TO RUNH-DATE
           MOVE WS-RUN-TIME(1:6) TO RUNH-TIME
           MOVE WS-RUN-RESTART TO RUNH-RESTART
           MOVE WS-RUN-RECORD-COUNT TO RUNH-RECORD-COUNT
           MOVE WS-RUN-SUSP-COUNT TO RUNH-SUSPENSE-COUNT
           MOVE WS-RUN-IMS-SUSP TO RUNH-IMS-SUSP-COUNT
           MOVE WS-RUN-REJECT-COUNT TO RUNH-REJECT-COUNT
           MOVE WS-RUN-BREAK-COUNT TO RUNH-BREAK-COUNT
           MOVE WS-RUN-ERROR-COUNT TO RUNH-ERROR-COUNT
           MOVE WS-RUN-FILE1-READ TO RUNH-FILE1-READ
           MOVE WS-RUN-FILE2-READ TO RUNH-FILE2-READ
           MOVE WS-RUN-FILE3-READ TO RUNH-FILE3-READ
           MOVE WS-RUN-TOTAL-AMOUNT TO RUNH-TOTAL-AMOUNT
           MOVE WS-RUN-CONDITION TO RUNH-COND-CODE
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

      * Named 'FILEJOIN' - STREAM-TIEOUT ties the join's figures, and
      * must not need to know the join ran in pieces.
       WRITE-STEP-TOTALS.
           OPEN EXTEND STEP-FILE
           MOVE SPACES TO STEP-TOTALS-RECORD
           MOVE 'FILEJOIN' TO STEP-NAME
           MOVE WS-RUN-DATE TO STEP-DATE
           MOVE WS-RUN-TIME(1:6) TO STEP-TIME
           MOVE WS-STEP-IN-COUNT TO STEP-IN-COUNT
           MOVE WS-STEP-OUT-COUNT TO STEP-OUT-COUNT
           MOVE WS-STEP-AUX1-COUNT TO STEP-AUX1-COUNT
           MOVE WS-STEP-AUX2-COUNT TO STEP-AUX2-COUNT
           MOVE WS-STEP-AMOUNT TO STEP-AMOUNT
           MOVE 0 TO STEP-AUX3-COUNT
           MOVE 0 TO STEP-AUX3-AMOUNT
           WRITE STEP-TOTALS-RECORD
           CLOSE STEP-FILE.

       PRINT-COLLECT-FAILURE.
           DISPLAY "=================================================="
           DISPLAY "PARTITIONS DO NOT ACCOUNT FOR THE RUN, CODE 3023"
           DISPLAY "=================================================="
           DISPLAY "Reason........................: "
               WS-COLLECT-FAIL-TEXT
           PERFORM PRINT-COLLECT-FIGURES.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "JOIN-PARTITION-COLLECT - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           PERFORM PRINT-COLLECT-FIGURES.

       PRINT-COLLECT-FIGURES.
           DISPLAY "Partitions split..............: "
               WS-PART-COUNT
           DISPLAY "Clean partition runs..........: "
               WS-HIST-CLEAN-COUNT
           DISPLAY "Failed attempts carried.......: "
               WS-HIST-FAIL-COUNT
           DISPLAY "Partition step records........: "
               WS-STEP-JOIN-COUNT
           DISPLAY "FILE1 details split / read....: "
               WS-SPLIT-F1-COUNT " / " WS-RUN-FILE1-READ
           DISPLAY "FILE2 details split / read....: "
               WS-SPLIT-F2-COUNT " / " WS-RUN-FILE2-READ
           DISPLAY "FILE3 details split / read....: "
               WS-SPLIT-F3-COUNT " / " WS-RUN-FILE3-READ
           DISPLAY "IMS segments split............: "
               WS-SPLIT-IMS-COUNT
           DISPLAY "Records written to OUT-FILE...: "
               WS-RUN-RECORD-COUNT
           DISPLAY "Records routed to suspense....: "
               WS-RUN-SUSP-COUNT
           DISPLAY "Records rejected at edit......: "
               WS-RUN-REJECT-COUNT
           DISPLAY "Combinations broken on amount.: "
               WS-RUN-BREAK-COUNT
           DISPLAY "Grand total amount............: "
               WS-RUN-TOTAL-AMOUNT
           DISPLAY "==================================================".

       END PROGRAM JOIN-PARTITION-COLLECT.
