      ******************************************************************
      * PROGRAM: FEED-PLAUSIBILITY-GATE
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To stop the stream before the join when a feed is
      *          complete but implausible - a FILE3 with a third of
      *          its usual records, a FILE1 whose hash total is ten
      *          times normal from a bad scale. Balancing proves a
      *          feed agrees with its own trailer and the transmission
      *          register catches a re-sent or stale extract; neither
      *          notices a feed that is simply wrong.
      *          Tonight's detail count and amount total of each
      *          merged feed, and the segment count of the IMS unload,
      *          are compared with a rolling baseline: the average of
      *          the last BASEDAYS transmissions of that feed in the
      *          transmission register, taken only from runs the
      *          run-history trail shows ending clean (a night that
      *          aborted is no yardstick). A measure further from its
      *          baseline than its card-controlled percentage band
      *          ends the step with condition code 3027, and the
      *          variance report shows baseline against tonight for
      *          every measure either way.
      *          A vetted feed goes through on an approved
      *          PLAUSOVR=YES card (maker-checker, see APPRREC) on the
      *          FILEJOIN approved-card dataset, logged to the
      *          override audit trail like the join's own override.
      *          The IMS unload is registered in the transmission
      *          register here ('IMS  ', HDR date = business date,
      *          count = segments, hash = amounts) so its baseline
      *          builds the same way the feeds' does.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-PLAUSIBILITY-GATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * FILE1-FILE3 are the merged JOININ feeds the join is about to
      * read - the same records whose trailer sums the join registers
      * - so tonight's figures and the baseline measure alike.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO FILE1DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILE2 ASSIGN TO FILE2DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILE3 ASSIGN TO FILE3DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT IMS-EXTRACT-FILE ASSIGN TO IMSDD
               ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL: both permanent trails are empty before the very
      * first run - the gate then has no baseline and judges nothing.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO TREGDD
               ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL on both, as in FILE-JOIN-CALCULATION: the approved-
      * card dataset is empty on nearly every night, and the audit
      * trail is created by the first override ever made.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO APPRDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-AUDIT-FILE ASSIGN TO OVRAUDDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE1.
           COPY FILE1REC.

       FD  FILE2.
           COPY FILE2REC.

       FD  FILE3.
           COPY FILE3REC.

       FD  IMS-EXTRACT-FILE.
           COPY IMSRESP.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       FD  REGISTER-FILE.
           COPY TREGREC.

       FD  APPROVAL-FILE.
           COPY APPRREC.

       FD  OVERRIDE-AUDIT-FILE.
           COPY OVRAUD.

       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(132).

      * Control cards, one keyword per card, any order:
      *   'BUSDATE=yyyymmdd'  - the business date the IMS unload is
      *                         registered under (defaulted to the
      *                         calendar's business date for the run
      *                         date);
      *   'BASEDAYS=nn'       - transmissions averaged into each
      *                         baseline (defaulted to 20, at most
      *                         60);
      *   'MINBASE=nn'        - fewer clean transmissions than this
      *                         and the measure is reported but not
      *                         judged (defaulted to 05);
      *   'BAND=feed ,ccc,aaa' - percent either side of the baseline
      *                         allowed for the detail count (ccc)
      *                         and the amount total (aaa) of feed
      *                         FILE1, FILE2, FILE3 or IMS; 'OFF'
      *                         leaves that measure unjudged.
      *                         Defaulted to 030 and 050, except the
      *                         IMS amount, defaulted to OFF.
       FD  CONTROL-FILE.
       01  CONTROL-CARD           PIC X(80).
       01  CONTROL-CARD-BUSDATE REDEFINES CONTROL-CARD.
           05 CTL-BUSDATE-KEY     PIC X(8).
           05 CTL-BUSDATE-VAL     PIC X(8).
           05 FILLER              PIC X(64).
       01  CONTROL-CARD-BASEDAYS REDEFINES CONTROL-CARD.
           05 CTL-BASEDAYS-KEY    PIC X(9).
           05 CTL-BASEDAYS-VAL    PIC X(2).
           05 FILLER              PIC X(69).
       01  CONTROL-CARD-MINBASE REDEFINES CONTROL-CARD.
           05 CTL-MINBASE-KEY     PIC X(8).
           05 CTL-MINBASE-VAL     PIC X(2).
           05 FILLER              PIC X(70).
       01  CONTROL-CARD-BAND REDEFINES CONTROL-CARD.
           05 CTL-BAND-KEY        PIC X(5).
           05 CTL-BAND-FEED       PIC X(5).
           05 FILLER              PIC X(1).
           05 CTL-BAND-CNT        PIC X(3).
           05 FILLER              PIC X(1).
           05 CTL-BAND-AMT        PIC X(3).
           05 FILLER              PIC X(62).

       WORKING-STORAGE SECTION.
       78  WS-MAX-FEED-CONST      VALUE 4.
       78  WS-MAX-BASE-CONST      VALUE 60.
       78  WS-MAX-CLEAN-CONST     VALUE 400.

       01  WS-COUNTERS.
           05 WS-RUNH-READ-COUNT  PIC 9(7) VALUE 0.
           05 WS-TREG-READ-COUNT  PIC 9(7) VALUE 0.
           05 WS-TREG-USED-COUNT  PIC 9(7) VALUE 0.
           05 WS-JUDGED-COUNT     PIC 9(3) VALUE 0.
           05 WS-OUT-BAND-COUNT   PIC 9(3) VALUE 0.
           05 WS-EOF-CTL          PIC X VALUE 'N'.
           05 WS-EOF-FEED         PIC X VALUE 'N'.
           05 WS-EOF-RUNH         PIC X VALUE 'N'.
           05 WS-EOF-TREG         PIC X VALUE 'N'.
           05 WS-EOF-APPR         PIC X VALUE 'N'.

       01  WS-BASE-DAYS           PIC 9(2) VALUE 20.
       01  WS-MIN-BASE            PIC 9(2) VALUE 5.

      * One row per measured input, in report order: FILE1, FILE2,
      * FILE3, IMS. Tonight's figures, the two bands, and the last
      * WS-BASE-DAYS clean transmissions of that input (oldest
      * first - a full table drops its oldest to take a new one).
       01  WS-FEED-TABLE.
           05 WS-FEED-ENTRY       OCCURS WS-MAX-FEED-CONST TIMES.
              10 WS-FEED-NAME         PIC X(5).
              10 WS-FEED-CNT          PIC 9(7).
              10 WS-FEED-AMT          PIC 9(11)V99.
              10 WS-FEED-CNT-BAND     PIC X(3).
              10 WS-FEED-AMT-BAND     PIC X(3).
              10 WS-FEED-NIGHTS       PIC 9(2).
              10 WS-BASE-ENTRY    OCCURS WS-MAX-BASE-CONST TIMES.
                 15 WS-BASE-CNT       PIC 9(7).
                 15 WS-BASE-AMT       PIC 9(11)V99.
       01  WS-FEED-IX             PIC 9(2) VALUE 0.
       01  WS-FIND-FEED           PIC X(5) VALUE SPACES.
       01  WS-BASE-IX             PIC 9(2) VALUE 0.

      * Run dates of the clean joins on the run-history trail, the
      * latest WS-MAX-CLEAN-CONST of them, oldest first.
       01  WS-CLEAN-TABLE.
           05 WS-CLEAN-DATE       OCCURS WS-MAX-CLEAN-CONST TIMES
                                  PIC X(8).
       01  WS-CLEAN-COUNT         PIC 9(3) VALUE 0.
       01  WS-CLEAN-IX            PIC 9(3) VALUE 0.
       01  WS-CLEAN-FOUND         PIC X VALUE 'N'.

      * The measure being judged (see JUDGE-MEASURE).
       01  WS-JUDGE-FIELDS.
           05 WS-JDG-MEASURE      PIC X(6).
           05 WS-JDG-BAND         PIC X(3).
           05 WS-JDG-BAND-PCT     PIC 9(3) VALUE 0.
           05 WS-JDG-TONIGHT      PIC 9(11)V99 VALUE 0.
           05 WS-JDG-SUM          PIC 9(13)V99 VALUE 0.
           05 WS-JDG-BASE         PIC 9(11)V99 VALUE 0.
           05 WS-JDG-PCT          PIC S9(5)V99 VALUE 0.
           05 WS-JDG-RESULT       PIC X(12).

      * Approved PLAUSOVR=YES found on APPRDD, if any.
       01  WS-OVERRIDE-APPROVAL.
           05 WS-OVERRIDE-FLAG    PIC X VALUE 'N'.
           05 WS-OVR-APPR-ID      PIC 9(6) VALUE 0.
           05 WS-OVR-MAKER-ID     PIC X(8) VALUE SPACES.
           05 WS-OVR-MAKER-DATE   PIC X(8) VALUE SPACES.
           05 WS-OVR-MAKER-TIME   PIC X(6) VALUE SPACES.
           05 WS-OVR-CHECKER-ID   PIC X(8) VALUE SPACES.
           05 WS-OVR-CHECKER-DATE PIC X(8) VALUE SPACES.
           05 WS-OVR-CHECKER-TIME PIC X(6) VALUE SPACES.

       01  WS-GATE-RESULT         PIC X(40) VALUE SPACES.
       01  WS-IMS-REGISTERED      PIC X VALUE 'N'.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(8).

       01  WS-REPORT-FIELDS.
           05 WS-LINE-COUNT       PIC 9(3) VALUE 0.
           05 WS-PAGE-COUNT       PIC 9(4) VALUE 0.
           05 WS-LINES-PER-PAGE   PIC 9(3) VALUE 55.

       01  RPT-HEADING1.
           05 FILLER              PIC X(26) VALUE
              'FEED-PLAUSIBILITY-GATE'.
           05 FILLER              PIC X(24) VALUE
              ' BASELINE VARIANCE'.
           05 FILLER              PIC X(10) VALUE ' BUSDATE: '.
           05 RPT-H1-DATE         PIC X(8).
           05 FILLER              PIC X(8) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE 'PAGE: '.
           05 RPT-H1-PAGE         PIC ZZZ9.
           05 FILLER              PIC X(46) VALUE SPACES.

       01  RPT-HEADING2.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE 'FEED'.
           05 FILLER              PIC X(9) VALUE 'MEASURE'.
           05 FILLER              PIC X(6) VALUE 'NIGHTS'.
           05 FILLER              PIC X(20) VALUE
              '    BASELINE AVERAGE'.
           05 FILLER              PIC X(20) VALUE
              '             TONIGHT'.
           05 FILLER              PIC X(12) VALUE '  VARIANCE %'.
           05 FILLER              PIC X(9) VALUE '  BAND %'.
           05 FILLER              PIC X(46) VALUE '  RESULT'.

       01  RPT-VARIANCE-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-VAR-FEED        PIC X(5).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-VAR-MEASURE     PIC X(6).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-VAR-NIGHTS      PIC ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-VAR-BASE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-VAR-TONIGHT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-VAR-PCT         PIC -----9.99.
           05 FILLER              PIC X(5) VALUE SPACES.
           05 RPT-VAR-BAND        PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RPT-VAR-RESULT      PIC X(12).
           05 FILLER              PIC X(37) VALUE SPACES.

       01  RPT-INFO-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-INFO-TEXT       PIC X(32).
           05 RPT-INFO-VALUE      PIC X(40).
           05 FILLER              PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-CLEAN-RUNS
           PERFORM LOAD-BASELINE
           PERFORM MEASURE-TONIGHT
           PERFORM READ-APPROVED-OVERRIDE
           PERFORM JUDGE-FEEDS
           EVALUATE TRUE
               WHEN WS-OUT-BAND-COUNT = 0
                   MOVE 'PASSED' TO WS-GATE-RESULT
               WHEN WS-OVERRIDE-FLAG = 'Y'
                   MOVE 'OUT OF BAND - APPROVED OVERRIDE'
                       TO WS-GATE-RESULT
                   PERFORM WRITE-OVERRIDE-AUDIT
               WHEN OTHER
                   MOVE 'STOPPED - CODE 3027' TO WS-GATE-RESULT
           END-EVALUATE
           IF WS-OUT-BAND-COUNT = 0 OR WS-OVERRIDE-FLAG = 'Y'
               PERFORM REGISTER-IMS-UNLOAD
           END-IF
           PERFORM PRINT-GATE-RESULT
           PERFORM CLOSE-FILES
           IF WS-OUT-BAND-COUNT > 0 AND WS-OVERRIDE-FLAG = 'N'
               PERFORM ABEND-IMPLAUSIBLE-FEED
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           MOVE 'FILE1' TO WS-FEED-NAME(1)
           MOVE 'FILE2' TO WS-FEED-NAME(2)
           MOVE 'FILE3' TO WS-FEED-NAME(3)
           MOVE 'IMS  ' TO WS-FEED-NAME(4)
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX > WS-MAX-FEED-CONST
               MOVE 0 TO WS-FEED-CNT(WS-FEED-IX)
               MOVE 0 TO WS-FEED-AMT(WS-FEED-IX)
               MOVE 0 TO WS-FEED-NIGHTS(WS-FEED-IX)
               MOVE '030' TO WS-FEED-CNT-BAND(WS-FEED-IX)
               MOVE '050' TO WS-FEED-AMT-BAND(WS-FEED-IX)
           END-PERFORM
           MOVE 'OFF' TO WS-FEED-AMT-BAND(4)
           OPEN INPUT CONTROL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARDS.

       READ-CONTROL-CARDS.
           PERFORM UNTIL WS-EOF-CTL = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CTL
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD
               END-READ
           END-PERFORM.

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CTL-BUSDATE-KEY = 'BUSDATE='
                       AND CTL-BUSDATE-VAL NUMERIC
                   MOVE CTL-BUSDATE-VAL TO WS-BUSINESS-DATE
               WHEN CTL-BASEDAYS-KEY = 'BASEDAYS='
                       AND CTL-BASEDAYS-VAL NUMERIC
                       AND CTL-BASEDAYS-VAL > '00'
                       AND CTL-BASEDAYS-VAL NOT > '60'
                   MOVE CTL-BASEDAYS-VAL TO WS-BASE-DAYS
               WHEN CTL-MINBASE-KEY = 'MINBASE='
                       AND CTL-MINBASE-VAL NUMERIC
                   MOVE CTL-MINBASE-VAL TO WS-MIN-BASE
               WHEN CTL-BAND-KEY = 'BAND='
                   PERFORM APPLY-BAND-CARD
               WHEN OTHER
                   DISPLAY "FEED-PLAUSIBILITY-GATE: bad control"
                       " card '" CONTROL-CARD "' - ignored"
           END-EVALUATE.

       APPLY-BAND-CARD.
           MOVE CTL-BAND-FEED TO WS-FIND-FEED
           PERFORM FIND-FEED-INDEX
           IF WS-FEED-IX = 0
                   OR (CTL-BAND-CNT NOT NUMERIC
                       AND CTL-BAND-CNT NOT = 'OFF')
                   OR (CTL-BAND-AMT NOT NUMERIC
                       AND CTL-BAND-AMT NOT = 'OFF')
               DISPLAY "FEED-PLAUSIBILITY-GATE: bad control"
                   " card '" CONTROL-CARD "' - ignored"
           ELSE
               MOVE CTL-BAND-CNT TO WS-FEED-CNT-BAND(WS-FEED-IX)
               MOVE CTL-BAND-AMT TO WS-FEED-AMT-BAND(WS-FEED-IX)
           END-IF.

      * Row of WS-FEED-TABLE for a feed name; zero if none.
       FIND-FEED-INDEX.
           EVALUATE WS-FIND-FEED
               WHEN 'FILE1'
                   MOVE 1 TO WS-FEED-IX
               WHEN 'FILE2'
                   MOVE 2 TO WS-FEED-IX
               WHEN 'FILE3'
                   MOVE 3 TO WS-FEED-IX
               WHEN 'IMS  '
                   MOVE 4 TO WS-FEED-IX
               WHEN OTHER
                   MOVE 0 TO WS-FEED-IX
           END-EVALUATE.

      * Every run date on which a join ended clean (condition code
      * zero) - only those nights' transmissions make the baseline.
      * The trail is in run order, so the table keeps the latest.
       LOAD-CLEAN-RUNS.
           OPEN INPUT RUN-HISTORY-FILE
           PERFORM UNTIL WS-EOF-RUNH = 'Y'
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RUNH
                   NOT AT END
                       ADD 1 TO WS-RUNH-READ-COUNT
                       IF RUNH-COND-CODE = 0
                           PERFORM ADD-CLEAN-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

       ADD-CLEAN-RUN.
           IF WS-CLEAN-COUNT > 0
                   AND WS-CLEAN-DATE(WS-CLEAN-COUNT) = RUNH-DATE
               CONTINUE
           ELSE
               IF WS-CLEAN-COUNT = WS-MAX-CLEAN-CONST
                   PERFORM VARYING WS-CLEAN-IX FROM 2 BY 1
                           UNTIL WS-CLEAN-IX > WS-MAX-CLEAN-CONST
                       MOVE WS-CLEAN-DATE(WS-CLEAN-IX)
                           TO WS-CLEAN-DATE(WS-CLEAN-IX - 1)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-CLEAN-COUNT
               END-IF
               MOVE RUNH-DATE TO WS-CLEAN-DATE(WS-CLEAN-COUNT)
           END-IF.

      * The register in run order: each transmission accepted on a
      * clean night joins its input's baseline, pushing out the
      * oldest once WS-BASE-DAYS are held. Tonight's own IMS
      * registration, if an earlier attempt at tonight's run already
      * made it, is noted so it is not written twice.
       LOAD-BASELINE.
           OPEN INPUT REGISTER-FILE
           PERFORM UNTIL WS-EOF-TREG = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-TREG
                   NOT AT END
                       ADD 1 TO WS-TREG-READ-COUNT
                       PERFORM CHECK-REGISTER-RECORD
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       CHECK-REGISTER-RECORD.
           IF TREG-FILE = 'IMS  '
                   AND TREG-RUN-DATE = WS-RUN-DATE
                   AND TREG-HDR-DATE = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-IMS-REGISTERED
           END-IF
           MOVE TREG-FILE TO WS-FIND-FEED
           PERFORM FIND-FEED-INDEX
           IF WS-FEED-IX > 0
               MOVE 'N' TO WS-CLEAN-FOUND
               PERFORM VARYING WS-CLEAN-IX FROM 1 BY 1
                       UNTIL WS-CLEAN-IX > WS-CLEAN-COUNT
                           OR WS-CLEAN-FOUND = 'Y'
                   IF WS-CLEAN-DATE(WS-CLEAN-IX) = TREG-RUN-DATE
                       MOVE 'Y' TO WS-CLEAN-FOUND
                   END-IF
               END-PERFORM
               IF WS-CLEAN-FOUND = 'Y'
                   PERFORM ADD-BASELINE-ENTRY
               END-IF
           END-IF.

       ADD-BASELINE-ENTRY.
           ADD 1 TO WS-TREG-USED-COUNT
           IF WS-FEED-NIGHTS(WS-FEED-IX) = WS-BASE-DAYS
               PERFORM VARYING WS-BASE-IX FROM 2 BY 1
                       UNTIL WS-BASE-IX > WS-BASE-DAYS
                   MOVE WS-BASE-ENTRY(WS-FEED-IX, WS-BASE-IX)
                       TO WS-BASE-ENTRY(WS-FEED-IX, WS-BASE-IX - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-FEED-NIGHTS(WS-FEED-IX)
           END-IF
           MOVE WS-FEED-NIGHTS(WS-FEED-IX) TO WS-BASE-IX
           MOVE TREG-TRL-COUNT TO WS-BASE-CNT(WS-FEED-IX, WS-BASE-IX)
           MOVE TREG-TRL-HASH TO WS-BASE-AMT(WS-FEED-IX, WS-BASE-IX).

      * Tonight's detail counts and amount totals - the HDR/TRL
      * records are recognized wherever the sort left them, as the
      * join's balancing pre-pass does. The IMS unload has no
      * control records; every record is a segment.
       MEASURE-TONIGHT.
           OPEN INPUT FILE1
           MOVE 'N' TO WS-EOF-FEED
           PERFORM UNTIL WS-EOF-FEED = 'Y'
               READ FILE1
                   AT END
                       MOVE 'Y' TO WS-EOF-FEED
                   NOT AT END
                       IF FILE1-HDR-ID NOT = 'HDR'
                               AND FILE1-HDR-ID NOT = 'TRL'
                           ADD 1 TO WS-FEED-CNT(1)
                           IF FILE1-AMOUNT NUMERIC
                               ADD FILE1-AMOUNT TO WS-FEED-AMT(1)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE1
           OPEN INPUT FILE2
           MOVE 'N' TO WS-EOF-FEED
           PERFORM UNTIL WS-EOF-FEED = 'Y'
               READ FILE2
                   AT END
                       MOVE 'Y' TO WS-EOF-FEED
                   NOT AT END
                       IF FILE2-HDR-ID NOT = 'HDR'
                               AND FILE2-HDR-ID NOT = 'TRL'
                           ADD 1 TO WS-FEED-CNT(2)
                           IF FILE2-AMOUNT NUMERIC
                               ADD FILE2-AMOUNT TO WS-FEED-AMT(2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE2
           OPEN INPUT FILE3
           MOVE 'N' TO WS-EOF-FEED
           PERFORM UNTIL WS-EOF-FEED = 'Y'
               READ FILE3
                   AT END
                       MOVE 'Y' TO WS-EOF-FEED
                   NOT AT END
                       IF FILE3-HDR-ID NOT = 'HDR'
                               AND FILE3-HDR-ID NOT = 'TRL'
                           ADD 1 TO WS-FEED-CNT(3)
                           IF FILE3-AMOUNT NUMERIC
                               ADD FILE3-AMOUNT TO WS-FEED-AMT(3)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE3
           OPEN INPUT IMS-EXTRACT-FILE
           MOVE 'N' TO WS-EOF-FEED
           PERFORM UNTIL WS-EOF-FEED = 'Y'
               READ IMS-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FEED
                   NOT AT END
                       ADD 1 TO WS-FEED-CNT(4)
                       IF IMS-AMOUNT NUMERIC
                           ADD IMS-AMOUNT TO WS-FEED-AMT(4)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMS-EXTRACT-FILE.

      * Only a released ('A') FILEJOIN PLAUSOVR=YES with maker and
      * checker stamps from two different user IDs lets an out-of-
      * band feed through. The join's own OVERRIDE=YES shares the
      * dataset and is passed over here; anything else is refused
      * from SYSOUT and changes nothing.
       READ-APPROVED-OVERRIDE.
           OPEN INPUT APPROVAL-FILE
           PERFORM UNTIL WS-EOF-APPR = 'Y'
               READ APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-APPR
                   NOT AT END
                       IF APPR-CARD(1:12) NOT = 'OVERRIDE=YES'
                           PERFORM CHECK-SECOND-APPROVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       CHECK-SECOND-APPROVER.
           IF APPR-TARGET = 'FILEJOIN'
                   AND APPR-STATUS = 'A'
                   AND APPR-CARD(1:12) = 'PLAUSOVR=YES'
                   AND APPR-MAKER-ID NOT = SPACES
                   AND APPR-CHECKER-ID NOT = SPACES
                   AND APPR-CHECKER-ID NOT = APPR-MAKER-ID
                   AND APPR-CHECKER-DATE NUMERIC
                   AND APPR-CHECKER-TIME NUMERIC
               MOVE 'Y' TO WS-OVERRIDE-FLAG
               MOVE APPR-ID TO WS-OVR-APPR-ID
               MOVE APPR-MAKER-ID TO WS-OVR-MAKER-ID
               MOVE APPR-MAKER-DATE TO WS-OVR-MAKER-DATE
               MOVE APPR-MAKER-TIME TO WS-OVR-MAKER-TIME
               MOVE APPR-CHECKER-ID TO WS-OVR-CHECKER-ID
               MOVE APPR-CHECKER-DATE TO WS-OVR-CHECKER-DATE
               MOVE APPR-CHECKER-TIME TO WS-OVR-CHECKER-TIME
               DISPLAY "FEED-PLAUSIBILITY-GATE: approved override "
                   APPR-ID " (" APPR-MAKER-ID "/" APPR-CHECKER-ID
                   ") accepted - out-of-band feeds let through"
                   " this run"
           ELSE
               DISPLAY "FEED-PLAUSIBILITY-GATE: approval record "
                   APPR-ID " has no valid second approver -"
                   " refused"
           END-IF.

       JUDGE-FEEDS.
           PERFORM PRINT-REPORT-HEADING
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX > WS-MAX-FEED-CONST
               MOVE 'COUNT ' TO WS-JDG-MEASURE
               MOVE WS-FEED-CNT-BAND(WS-FEED-IX) TO WS-JDG-BAND
               MOVE WS-FEED-CNT(WS-FEED-IX) TO WS-JDG-TONIGHT
               MOVE 0 TO WS-JDG-SUM
               PERFORM VARYING WS-BASE-IX FROM 1 BY 1
                       UNTIL WS-BASE-IX > WS-FEED-NIGHTS(WS-FEED-IX)
                   ADD WS-BASE-CNT(WS-FEED-IX, WS-BASE-IX)
                       TO WS-JDG-SUM
               END-PERFORM
               PERFORM JUDGE-MEASURE
               MOVE 'AMOUNT' TO WS-JDG-MEASURE
               MOVE WS-FEED-AMT-BAND(WS-FEED-IX) TO WS-JDG-BAND
               MOVE WS-FEED-AMT(WS-FEED-IX) TO WS-JDG-TONIGHT
               MOVE 0 TO WS-JDG-SUM
               PERFORM VARYING WS-BASE-IX FROM 1 BY 1
                       UNTIL WS-BASE-IX > WS-FEED-NIGHTS(WS-FEED-IX)
                   ADD WS-BASE-AMT(WS-FEED-IX, WS-BASE-IX)
                       TO WS-JDG-SUM
               END-PERFORM
               PERFORM JUDGE-MEASURE
           END-PERFORM.

      * Variance is tonight against the baseline average, as a
      * percentage of the average - the same arithmetic as
      * POSITION-MOVEMENT-REPORT's day-over-day movement. A zero
      * baseline with anything tonight is as far out as it gets.
       JUDGE-MEASURE.
           MOVE 0 TO WS-JDG-BASE
           MOVE 0 TO WS-JDG-PCT
           IF WS-FEED-NIGHTS(WS-FEED-IX) > 0
               COMPUTE WS-JDG-BASE ROUNDED =
                   WS-JDG-SUM / WS-FEED-NIGHTS(WS-FEED-IX)
               END-COMPUTE
               IF WS-JDG-BASE = 0
                   IF WS-JDG-TONIGHT NOT = 0
                       MOVE 99999.99 TO WS-JDG-PCT
                   END-IF
               ELSE
                   COMPUTE WS-JDG-PCT ROUNDED =
                       ((WS-JDG-TONIGHT - WS-JDG-BASE) * 100)
                       / WS-JDG-BASE
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-JDG-PCT
                   END-COMPUTE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-JDG-BAND = 'OFF'
                   MOVE 'NOT CHECKED' TO WS-JDG-RESULT
               WHEN WS-FEED-NIGHTS(WS-FEED-IX) < WS-MIN-BASE
                       OR WS-FEED-NIGHTS(WS-FEED-IX) = 0
                   MOVE 'SHORT BASE' TO WS-JDG-RESULT
               WHEN OTHER
                   ADD 1 TO WS-JUDGED-COUNT
                   MOVE WS-JDG-BAND TO WS-JDG-BAND-PCT
                   IF WS-JDG-PCT > WS-JDG-BAND-PCT
                           OR WS-JDG-PCT < (0 - WS-JDG-BAND-PCT)
                       ADD 1 TO WS-OUT-BAND-COUNT
                       MOVE 'OUT OF BAND' TO WS-JDG-RESULT
                   ELSE
                       MOVE 'OK' TO WS-JDG-RESULT
                   END-IF
           END-EVALUATE
           PERFORM PRINT-VARIANCE-LINE.

       PRINT-VARIANCE-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADING
           END-IF
           MOVE WS-FEED-NAME(WS-FEED-IX) TO RPT-VAR-FEED
           MOVE WS-JDG-MEASURE TO RPT-VAR-MEASURE
           MOVE WS-FEED-NIGHTS(WS-FEED-IX) TO RPT-VAR-NIGHTS
           MOVE WS-JDG-BASE TO RPT-VAR-BASE
           MOVE WS-JDG-TONIGHT TO RPT-VAR-TONIGHT
           MOVE WS-JDG-PCT TO RPT-VAR-PCT
           MOVE WS-JDG-BAND TO RPT-VAR-BAND
           MOVE WS-JDG-RESULT TO RPT-VAR-RESULT
           WRITE REPORT-RECORD FROM RPT-VARIANCE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-BUSINESS-DATE TO RPT-H1-DATE
           MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
           WRITE REPORT-RECORD FROM RPT-HEADING1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM RPT-HEADING2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT.

       PRINT-GATE-RESULT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'BASELINE (CLEAN NIGHTS, MAX)..: ' TO RPT-INFO-TEXT
           MOVE WS-BASE-DAYS TO RPT-INFO-VALUE
           PERFORM WRITE-INFO-LINE
           MOVE 'MINIMUM NIGHTS TO JUDGE.......: ' TO RPT-INFO-TEXT
           MOVE WS-MIN-BASE TO RPT-INFO-VALUE
           PERFORM WRITE-INFO-LINE
           MOVE 'MEASURES JUDGED...............: ' TO RPT-INFO-TEXT
           MOVE WS-JUDGED-COUNT TO RPT-INFO-VALUE
           PERFORM WRITE-INFO-LINE
           MOVE 'MEASURES OUT OF BAND..........: ' TO RPT-INFO-TEXT
           MOVE WS-OUT-BAND-COUNT TO RPT-INFO-VALUE
           PERFORM WRITE-INFO-LINE
           MOVE 'GATE RESULT...................: ' TO RPT-INFO-TEXT
           MOVE WS-GATE-RESULT TO RPT-INFO-VALUE
           PERFORM WRITE-INFO-LINE
           IF WS-OUT-BAND-COUNT > 0 AND WS-OVERRIDE-FLAG = 'Y'
               MOVE 'APPROVAL NUMBER...............: '
                   TO RPT-INFO-TEXT
               MOVE WS-OVR-APPR-ID TO RPT-INFO-VALUE
               PERFORM WRITE-INFO-LINE
               MOVE 'MAKER / CHECKER...............: '
                   TO RPT-INFO-TEXT
               MOVE SPACES TO RPT-INFO-VALUE
               MOVE WS-OVR-MAKER-ID TO RPT-INFO-VALUE(1:8)
               MOVE '/' TO RPT-INFO-VALUE(10:1)
               MOVE WS-OVR-CHECKER-ID TO RPT-INFO-VALUE(12:8)
               PERFORM WRITE-INFO-LINE
           END-IF.

       WRITE-INFO-LINE.
           WRITE REPORT-RECORD FROM RPT-INFO-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      * The override is logged only when it was needed - an approved
      * card on a night every feed was in band let nothing through.
       WRITE-OVERRIDE-AUDIT.
           OPEN EXTEND OVERRIDE-AUDIT-FILE
           MOVE SPACES TO OVERRIDE-AUDIT-RECORD
           MOVE 'FEEDGATE' TO OVRA-PROGRAM
           MOVE 'PLAUSOVR' TO OVRA-ACTION
           MOVE WS-BUSINESS-DATE TO OVRA-BUSDATE
           MOVE WS-RUN-DATE TO OVRA-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO OVRA-RUN-TIME
           MOVE WS-OVR-APPR-ID TO OVRA-APPR-ID
           MOVE WS-OVR-MAKER-ID TO OVRA-MAKER-ID
           MOVE WS-OVR-MAKER-DATE TO OVRA-MAKER-DATE
           MOVE WS-OVR-MAKER-TIME TO OVRA-MAKER-TIME
           MOVE WS-OVR-CHECKER-ID TO OVRA-CHECKER-ID
           MOVE WS-OVR-CHECKER-DATE TO OVRA-CHECKER-DATE
           MOVE WS-OVR-CHECKER-TIME TO OVRA-CHECKER-TIME
           MOVE 0 TO OVRA-COND-CODE
           WRITE OVERRIDE-AUDIT-RECORD
           CLOSE OVERRIDE-AUDIT-FILE.

      * The unload is registered once the gate lets the stream on,
      * and once per run date and business date - a rerun of the
      * same night finds its own earlier row. Not when the IMS count
      * band is OFF: that step is not measuring tonight's unload
      * (the catch-up half of a late-custodian day re-reads the
      * interim's).
       REGISTER-IMS-UNLOAD.
           IF WS-IMS-REGISTERED = 'N'
                   AND WS-FEED-CNT-BAND(4) NOT = 'OFF'
                   AND WS-FEED-CNT(4) > 0
               OPEN EXTEND REGISTER-FILE
               MOVE SPACES TO TRANSMISSION-REGISTER-RECORD
               MOVE 'IMS  ' TO TREG-FILE
               MOVE WS-BUSINESS-DATE TO TREG-HDR-DATE
               MOVE 'SECUNLD' TO TREG-HDR-SOURCE
               MOVE WS-FEED-CNT(4) TO TREG-TRL-COUNT
               MOVE WS-FEED-AMT(4) TO TREG-TRL-HASH
               MOVE WS-RUN-DATE TO TREG-RUN-DATE
               WRITE TRANSMISSION-REGISTER-RECORD
               CLOSE REGISTER-FILE
               MOVE 'Y' TO WS-IMS-REGISTERED
           END-IF.

       CLOSE-FILES.
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "FEED-PLAUSIBILITY-GATE - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Business date.................: "
               WS-BUSINESS-DATE
           DISPLAY "Run-history records read......: "
               WS-RUNH-READ-COUNT
           DISPLAY "Register records read.........: "
               WS-TREG-READ-COUNT
           DISPLAY "Register records in baseline..: "
               WS-TREG-USED-COUNT
           DISPLAY "FILE1 details tonight.........: "
               WS-FEED-CNT(1)
           DISPLAY "FILE2 details tonight.........: "
               WS-FEED-CNT(2)
           DISPLAY "FILE3 details tonight.........: "
               WS-FEED-CNT(3)
           DISPLAY "IMS segments tonight..........: "
               WS-FEED-CNT(4)
           DISPLAY "Measures judged...............: "
               WS-JUDGED-COUNT
           DISPLAY "Measures out of band..........: "
               WS-OUT-BAND-COUNT
           DISPLAY "Gate result...................: "
               WS-GATE-RESULT
           DISPLAY "==================================================".

       ABEND-IMPLAUSIBLE-FEED.
           DISPLAY "=================================================="
           DISPLAY "FEED OUT OF PLAUSIBLE RANGE - STREAM STOPPED,"
               " CODE 3027"
           DISPLAY "=================================================="
           DISPLAY "Measures out of band..........: "
               WS-OUT-BAND-COUNT
           DISPLAY "See the variance report for baseline against"
           DISPLAY "tonight. Chase the upstream extract; use an"
           DISPLAY "approved PLAUSOVR=YES only for a vetted feed."
           DISPLAY "=================================================="
           MOVE 3027 TO RETURN-CODE.

       END PROGRAM FEED-PLAUSIBILITY-GATE.
