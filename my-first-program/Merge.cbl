      * match.
           SELECT RATE-FILE ASSIGN TO RATEDD
               ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL on both: the approved-override dataset is empty (or
      * not even allocated, in a stream that never overrides) on
      * nearly every night, and the override/backout audit trail is
      * created by the first override or backout ever made.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO APPRDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-AUDIT-FILE ASSIGN TO OVRAUDDD
               ORGANIZATION IS SEQUENTIAL.
      * The pending-custodian datasets - written only by a
      * RUNMODE=INTERIM run (custodian feed late), read back as
      * FILE1DD/FILE2DD by the RUNMODE=CATCHUP run once FILE3 lands.
      * Never opened in any other mode, so no other stream needs the
      * DDs.
           SELECT PENDING1-FILE ASSIGN TO PEND1DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PENDING2-FILE ASSIGN TO PEND2DD
               ORGANIZATION IS SEQUENTIAL.
      * The interim's business date as a one-card BUSDATE dataset,
      * written only by a RUNMODE=CATCHUP run for the steps after it
      * - likewise never opened in any other mode.
           SELECT BUSDATE-CARD-FILE ASSIGN TO BDATEDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 CHK-FILE2-READ-COUNT    PIC 9(6).
           05 CHK-FILE3-READ-COUNT    PIC 9(6).
           05 CHK-TOTAL-AMOUNT        PIC 9(9)V99.
      * Relative record 2 is not a restart point but the interim
      * carry: a RUNMODE=INTERIM run that ends normally clears its
      * checkpoint as usual and then leaves this record behind - the
      * business date it matched for and the counts of the half of
      * the day it did - for the RUNMODE=CATCHUP run to fold into
      * one day's run-history, step-totals and control-total figures.
      * The catch-up's own CLEAR-CHECKPOINT empties it with the rest
      * of the cluster; while it is present, only a catch-up may run.
      * Padded to the 95 bytes of CHECKPOINT-RECORD, so the cluster
      * needs no redefinition.
       01  CHECKPOINT-CARRY-RECORD.
           05 CHKC-PHASE              PIC X(7).
           05 CHKC-BUSDATE            PIC X(8).
           05 CHKC-RUN-DATE           PIC X(8).
           05 CHKC-RUN-TIME           PIC X(6).
           05 CHKC-FILE1-READ-COUNT   PIC 9(6).
           05 CHKC-FILE2-READ-COUNT   PIC 9(6).
           05 CHKC-SUSPENSE-COUNT     PIC 9(6).
           05 CHKC-IMS-SUSPENSE-COUNT PIC 9(6).
           05 CHKC-REJECT-COUNT       PIC 9(6).
           05 CHKC-ERROR-COUNT        PIC 9(6).
           05 CHKC-PAIR-COUNT         PIC 9(6).
           05 FILLER                  PIC X(24).

      * RUN-HISTORY-FILE gets exactly one record appended per run -
      * PRINT-CONTROL-TOTALS scrolls off SYSOUT and is gone, this
       FD  RATE-FILE.
           COPY RATEREC.

      * Released OVERRIDE=YES cards (see APPRREC) - the only way an
      * override reaches this program. See READ-APPROVED-OVERRIDE.
       FD  APPROVAL-FILE.
           COPY APPRREC.

       FD  OVERRIDE-AUDIT-FILE.
           COPY OVRAUD.

      * FILE1/FILE2 rows of every key both internal sides carried,
      * held for the custodian in FILE1REC/FILE2REC layout exactly as
      * read, so the catch-up run can balance, edit and match them as
      * ordinary feeds. Each run segment writes its own HDR/TRL pair
      * (source 'PENDCUST', the business date) - the catch-up's
      * balancing sums every pair, the same as the merged JOININ
      * feeds.
       FD  PENDING1-FILE.
       01  PENDING1-RECORD            PIC X(28).
       01  PENDING1-HEADER-RECORD.
           05 PEND1-HDR-ID        PIC X(3).
           05 PEND1-HDR-DATE      PIC X(8).
           05 PEND1-HDR-SOURCE    PIC X(8).
           05 FILLER              PIC X(9).
       01  PENDING1-TRAILER-RECORD.
           05 PEND1-TRL-ID        PIC X(3).
           05 PEND1-TRL-COUNT     PIC 9(7).
           05 PEND1-TRL-HASH      PIC 9(11)V99.
           05 FILLER              PIC X(5).

       FD  PENDING2-FILE.
       01  PENDING2-RECORD            PIC X(28).
       01  PENDING2-HEADER-RECORD.
           05 PEND2-HDR-ID        PIC X(3).
           05 PEND2-HDR-DATE      PIC X(8).
           05 PEND2-HDR-SOURCE    PIC X(8).
           05 FILLER              PIC X(9).
       01  PENDING2-TRAILER-RECORD.
           05 PEND2-TRL-ID        PIC X(3).
           05 PEND2-TRL-COUNT     PIC 9(7).
           05 PEND2-TRL-HASH      PIC 9(11)V99.
           05 FILLER              PIC X(5).

      * 'BUSDATE=yyyymmdd' in the CONTROL-CARD-BUSDATE layout the
      * stream's other programs read, so it can be concatenated into
      * their CTLDD as it stands.
       FD  BUSDATE-CARD-FILE.
       01  BUSDATE-CARD           PIC X(80).
       01  BUSDATE-CARD-FIELDS REDEFINES BUSDATE-CARD.
           05 BDC-KEY             PIC X(8).
           05 BDC-VAL             PIC X(8).
           05 FILLER              PIC X(64).

      * One machine-readable record per run for STREAM-TIEOUT - the
      * same counts PRINT-CONTROL-TOTALS displays, in the common
      * layout every step of the stream appends to.
           05 CTL-TOLPCT-VAL      PIC X(3).
           05 FILLER              PIC X(70).
      *   'BUSDATE=yyyymmdd'  - tonight's expected business date,
      *                         which every feed's HDR must carry -
      *                         or the business day before it (see
      *                         CHECK-EXPECTED-DATES) - defaulted to
      *                         the shared calendar's business date
      *                         for the run date;
      *   'OVERRIDE=YES'      - operations card for a legitimate
      *                         re-run: bypasses the transmission-
      *                         register duplicate and date checks
      *                         for this run only (the accepted feeds
      *                         still register). Honoured only as a
      *                         maker-checker released card on APPRDD
      *                         - keyed on CTLDD it is refused.
       01  CONTROL-CARD-BUSDATE REDEFINES CONTROL-CARD.
           05 CTL-BUSDATE-KEY     PIC X(8).
           05 CTL-BUSDATE-VAL     PIC X(8).
      *                         every permanent dataset exactly as it
      *                         expects. Default is FINAL, which runs
      *                         as today.
      *   'RUNMODE=INTERIM'   - first half of a late-custodian day:
      *                         FILE3DD is DUMMY and never balanced or
      *                         read; a key on both FILE1 and FILE2
      *                         is held on PEND1DD/PEND2DD for the
      *                         custodian instead of suspending, and
      *                         its FILE1 x FILE2 combinations go to
      *                         OUTDD as a PROVISIONAL listing only
      *                         (no custodian amount, no tolerance
      *                         test, never posted). The run's counts
      *                         are left in the checkpoint carry
      *                         record, not in run history or step
      *                         totals.
      *   'RUNMODE=CATCHUP'   - second half, once FILE3 lands:
      *                         FILE1DD/FILE2DD are the pending
      *                         datasets, matched against FILE3 as a
      *                         normal FINAL run would; suspense and
      *                         rejects are appended to the interim
      *                         run's datasets, the business date is
      *                         the interim's, and the run history,
      *                         step totals and control totals carry
      *                         the whole day.
      *   'RUNMODE=GATE'      - front of a partitioned run: the whole
      *                         JOININ feeds balance, their header
      *                         dates and the transmission register
      *                         are checked and the feeds registered
      *                         (an approved override logged) exactly
      *                         as a FINAL run would, then the run
      *                         ends clean without matching anything
      *                         - JOIN-PARTITION-SPLIT cuts the feeds
      *                         into SECNR ranges after it.
      *   'RUNMODE=PART'      - one SECNR-range partition of a
      *                         partitioned run: the slice balances
      *                         to the trailer the split wrote for it
      *                         and matches as a FINAL run would, with
      *                         its own checkpoint, run-history and
      *                         step-totals datasets on the DDs; the
      *                         register was judged by the gate and
      *                         is not touched. JOIN-PARTITION-COLLECT
      *                         folds the partitions into the day's
      *                         run-history and step-totals records.
       01  CONTROL-CARD-RUNMODE REDEFINES CONTROL-CARD.
           05 CTL-RUNMODE-KEY     PIC X(8).
           05 CTL-RUNMODE-VAL     PIC X(7).
           05 FILLER              PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
      * the group in hand always finishes, so the checkpoint the
      * quiesce takes describes fully disposed-of keys, exactly like
      * an interval checkpoint.
       01  WS-RUN-MODE            PIC X(7) VALUE 'FINAL'.

      * The two halves of a late-custodian day. The CARRY fields are
      * the interim run's counts as read back from the checkpoint
      * carry record; the PEND fields count and hash the rows this
      * run segment has held on PEND1DD/PEND2DD, for their trailers.
       01  WS-INTERIM-FIELDS.
           05 WS-BUSDATE-CARD     PIC X VALUE 'N'.
           05 WS-CARRY-EXISTS     PIC X VALUE 'N'.
           05 WS-CARRY-BUSDATE    PIC X(8) VALUE SPACES.
           05 WS-CARRY-RUN-DATE   PIC X(8) VALUE SPACES.
           05 WS-CARRY-FILE1-READ PIC 9(6) VALUE 0.
           05 WS-CARRY-FILE2-READ PIC 9(6) VALUE 0.
           05 WS-CARRY-SUSPENSE   PIC 9(6) VALUE 0.
           05 WS-CARRY-IMS-SUSP   PIC 9(6) VALUE 0.
           05 WS-CARRY-REJECT     PIC 9(6) VALUE 0.
           05 WS-CARRY-ERROR      PIC 9(6) VALUE 0.
           05 WS-CARRY-PAIRS      PIC 9(6) VALUE 0.
           05 WS-CARRY-FAIL-TEXT  PIC X(48) VALUE SPACES.
           05 WS-PEND1-COUNT      PIC 9(7) VALUE 0.
           05 WS-PEND1-HASH       PIC 9(11)V99 VALUE 0.
           05 WS-PEND2-COUNT      PIC 9(7) VALUE 0.
           05 WS-PEND2-HASH       PIC 9(11)V99 VALUE 0.
           05 WS-PEND-REREAD      PIC 9(7) VALUE 0.

       01  WS-QUIESCE-FIELDS.
           05 WS-ENDBY-TIME       PIC 9(4) VALUE 9999.

       01  WS-REGISTER-FIELDS.
           05 WS-BUSINESS-DATE    PIC X(8).
           05 WS-PRIOR-BUSDATE    PIC X(8) VALUE SPACES.
           05 WS-OVERRIDE-FLAG    PIC X VALUE 'N'.
           05 WS-EOF-APPR-FLAG    PIC X VALUE 'N'.
           05 WS-EOF-TREG-FLAG    PIC X VALUE 'N'.
           05 WS-TREG-FAIL-FILE   PIC X(5) VALUE SPACES.
           05 WS-TREG-FAIL-DATE   PIC X(8) VALUE SPACES.
           05 WS-FEED3-HDR-DATE   PIC X(8) VALUE SPACES.
           05 WS-FEED3-HDR-SOURCE PIC X(8) VALUE SPACES.

      * The approval the override acts on, kept for the audit record.
       01  WS-OVERRIDE-APPROVAL.
           05 WS-OVR-APPR-ID      PIC 9(6) VALUE 0.
           05 WS-OVR-MAKER-ID     PIC X(8) VALUE SPACES.
           05 WS-OVR-MAKER-DATE   PIC X(8) VALUE SPACES.
           05 WS-OVR-MAKER-TIME   PIC X(6) VALUE SPACES.
           05 WS-OVR-CHECKER-ID   PIC X(8) VALUE SPACES.
           05 WS-OVR-CHECKER-DATE PIC X(8) VALUE SPACES.
           05 WS-OVR-CHECKER-TIME PIC X(6) VALUE SPACES.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-KEY-FIELDS.
           05 WS-SECNR            PIC X(10).

           05 WS-FILE3-GROUP-XLT      OCCURS WS-MAX-GROUP-CONST TIMES
                                      PIC X(1).

      * WS-DAY-RUN-DATE is the run date the day's run-history,
      * step-totals and register rows are stamped with: the clock's,
      * except on a catch-up, which completes the interim's day and
      * takes the interim's run date from the carry - a catch-up run
      * after midnight must not date the day one calendar day late.
       01  WS-RUN-STAMP.
           05 WS-RUN-DATE         PIC 9(8).
           05 WS-DAY-RUN-DATE     PIC 9(8).
           05 WS-RUN-TIME         PIC 9(8).
           05 WS-RUN-CONDITION    PIC 9(4) VALUE 0.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-DAY-RUN-DATE
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT CONTROL-FILE
           PERFORM READ-CONTROL-CARDS
           PERFORM READ-APPROVED-OVERRIDE
      * A partition's checkpoint cluster is its own and never holds a
      * carry - the gate has already judged the main cluster's.
           IF WS-RUN-MODE NOT = 'PRELIM'
                   AND WS-RUN-MODE NOT = 'PART'
               PERFORM READ-INTERIM-CARRY
           END-IF
           MOVE 'PREV' TO CALQ-FUNCTION
           MOVE WS-BUSINESS-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-PRIOR-BUSDATE
           OPEN INPUT RATE-FILE
           PERFORM LOAD-RATE-TABLE
           OPEN INPUT FILE1
           OPEN INPUT IMS-EXTRACT-FILE
           PERFORM BALANCE-FILE1
           PERFORM BALANCE-FILE2
      * An interim run has no custodian feed to balance - FILE3DD is
      * DUMMY, and it is never read: the merge sees FILE3 exhausted
      * from the start.
           IF WS-RUN-MODE = 'INTERIM'
               MOVE 'Y' TO WS-EOF3-FLAG
           ELSE
               PERFORM BALANCE-FILE3
           END-IF
           IF WS-RUN-MODE NOT = 'PRELIM'
                   AND WS-RUN-MODE NOT = 'GATE'
               PERFORM CHECK-FOR-RESTART
           END-IF
      * Restart must be established BEFORE the register logic runs:
      * and kill every resume with 3011 - and re-registering would
      * stack a second, identical set of register rows. A restart
      * therefore skips both; only a fresh run judges and registers.
      * A partition skips both too: the gate judged and registered
      * the whole feeds, and a slice's trailer is the split's, not a
      * transmission's. The gate itself stops here, every output
      * untouched.
           IF WS-RESTART-MODE = 'N'
                   AND WS-RUN-MODE NOT = 'PART'
               PERFORM CHECK-TRANSMISSION-REGISTER
               PERFORM REGISTER-ACCEPTED-FEEDS
           END-IF
           IF WS-RUN-MODE = 'GATE'
               PERFORM END-GATE-RUN
           END-IF
      * A catch-up run appends its suspense and rejects to the
      * interim run's datasets, restart or not, so downstream sees
      * one day's suspense and one day's rejects.
           IF WS-RESTART-MODE = 'Y'
               OPEN EXTEND OUT-FILE
               OPEN EXTEND SUSPENSE-FILE
               OPEN EXTEND BREAK-FILE
           ELSE
               OPEN OUTPUT OUT-FILE
               IF WS-RUN-MODE = 'CATCHUP'
                   OPEN EXTEND SUSPENSE-FILE
                   OPEN EXTEND REJECT-FILE
               ELSE
                   OPEN OUTPUT SUSPENSE-FILE
                   OPEN OUTPUT REJECT-FILE
               END-IF
               OPEN OUTPUT BREAK-FILE
           END-IF
           IF WS-RUN-MODE = 'INTERIM'
               PERFORM OPEN-PENDING-FILES
           END-IF
           MOVE SPACES TO OUT-RECORD.

       READ-CONTROL-CARDS.
               END-READ
           END-PERFORM.

      * The gate has nothing to write: the partitions that follow
      * produce the night's output, and JOIN-PARTITION-COLLECT the
      * night's run-history and step-totals records.
       END-GATE-RUN.
           PERFORM CLOSE-INPUTS-FOR-ABEND
           DISPLAY "=================================================="
           DISPLAY "FILE-JOIN-CALCULATION - GATE RUN"
           DISPLAY "=================================================="
           DISPLAY "Business date.................: "
               WS-BUSINESS-DATE
           DISPLAY "FILE1 details balanced........: "
               WS-FILE1-BAL-COUNT
           DISPLAY "FILE2 details balanced........: "
               WS-FILE2-BAL-COUNT
           DISPLAY "FILE3 details balanced........: "
               WS-FILE3-BAL-COUNT
           DISPLAY "Register override applied.....: "
               WS-OVERRIDE-FLAG
           DISPLAY "=================================================="
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * Defaulted, not abended, when a card is missing or unreadable
      * - same policy as SUSPENSE-RECYCLE's MAXCYCLES card. The
      * defaults (both tolerances zero) are the strictest setting:
               WHEN CTL-BUSDATE-KEY = 'BUSDATE='
                       AND CTL-BUSDATE-VAL NUMERIC
                   MOVE CTL-BUSDATE-VAL TO WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-BUSDATE-CARD
               WHEN CTL-OVERRIDE-KEY = 'OVERRIDE='
                   DISPLAY "FILE-JOIN-CALCULATION: override card"
                       " on CTLDD refused - an override needs"
                       " maker-checker approval (APPRSTG/APPRREL)"
               WHEN CTL-ENDBY-KEY = 'ENDBY='
                       AND CTL-ENDBY-VAL NUMERIC
                   MOVE CTL-ENDBY-VAL TO WS-ENDBY-TIME
               WHEN CTL-RUNMODE-KEY = 'RUNMODE='
                       AND CTL-RUNMODE-VAL = 'FINAL'
                   MOVE 'FINAL' TO WS-RUN-MODE
               WHEN CTL-RUNMODE-KEY = 'RUNMODE='
                       AND CTL-RUNMODE-VAL = 'INTERIM'
                   MOVE 'INTERIM' TO WS-RUN-MODE
                   DISPLAY "FILE-JOIN-CALCULATION: INTERIM run -"
                       " custodian feed late, FILE1/FILE2 pairs"
                       " held pending custodian"
               WHEN CTL-RUNMODE-KEY = 'RUNMODE='
                       AND CTL-RUNMODE-VAL = 'CATCHUP'
                   MOVE 'CATCHUP' TO WS-RUN-MODE
                   DISPLAY "FILE-JOIN-CALCULATION: CATCHUP run -"
                       " pending pairs matched against the"
                       " custodian feed"
               WHEN CTL-RUNMODE-KEY = 'RUNMODE='
                       AND CTL-RUNMODE-VAL = 'GATE'
                   MOVE 'GATE' TO WS-RUN-MODE
                   DISPLAY "FILE-JOIN-CALCULATION: GATE run -"
                       " feeds balanced and registered, no match"
               WHEN CTL-RUNMODE-KEY = 'RUNMODE='
                       AND CTL-RUNMODE-VAL = 'PART'
                   MOVE 'PART' TO WS-RUN-MODE
                   DISPLAY "FILE-JOIN-CALCULATION: PARTITION run -"
                       " one SECNR range of a partitioned join"
               WHEN OTHER
                   DISPLAY "FILE-JOIN-CALCULATION: bad control"
                       " card '" CONTROL-CARD "' - ignored"
           END-EVALUATE.

      * The approved-override dataset holds at most a handful of
      * released cards; any one that is a released ('A') FILEJOIN
      * OVERRIDE=YES with maker and checker stamps from two different
      * user IDs switches the override on. A PLAUSOVR=YES card is
      * FEED-PLAUSIBILITY-GATE's and is passed over. Anything else
      * on the dataset is refused from SYSOUT and changes nothing.
       READ-APPROVED-OVERRIDE.
           OPEN INPUT APPROVAL-FILE
           PERFORM UNTIL WS-EOF-APPR-FLAG = 'Y'
               READ APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-APPR-FLAG
                   NOT AT END
                       IF APPR-CARD(1:12) NOT = 'PLAUSOVR=YES'
                           PERFORM CHECK-SECOND-APPROVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       CHECK-SECOND-APPROVER.
           IF APPR-TARGET = 'FILEJOIN'
                   AND APPR-STATUS = 'A'
                   AND APPR-CARD(1:12) = 'OVERRIDE=YES'
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
               DISPLAY "FILE-JOIN-CALCULATION: approved override "
                   APPR-ID " (" APPR-MAKER-ID "/" APPR-CHECKER-ID
                   ") accepted - transmission-register checks"
                   " bypassed this run"
           ELSE
               DISPLAY "FILE-JOIN-CALCULATION: approval record "
                   APPR-ID " has no valid second approver -"
                   " refused"
           END-IF.

      * The interim carry (relative record 2 of the checkpoint
      * cluster - see CHECKPOINT-CARRY-RECORD) decides which runs may
      * go ahead. A catch-up needs it, and takes its business date
      * from it - the catch-up may well run after midnight, and the
      * day it completes is the interim's, not the clock's. Any
      * other run finding it would settle a day with the interim's
      * pending pairs never released - and a FINAL run would then
      * clear the carry with its checkpoint - so it stops with
      * condition 3021, the same as a catch-up with nothing to catch
      * up. Read before the rates are loaded, which depend on the
      * business date.
       READ-INTERIM-CARRY.
           OPEN I-O CHECKPOINT-FILE
           MOVE 2 TO WS-CHECKPOINT-RELKEY
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CARRY-EXISTS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARRY-EXISTS
                   MOVE CHKC-BUSDATE TO WS-CARRY-BUSDATE
                   MOVE CHKC-RUN-DATE TO WS-CARRY-RUN-DATE
                   MOVE CHKC-FILE1-READ-COUNT TO WS-CARRY-FILE1-READ
                   MOVE CHKC-FILE2-READ-COUNT TO WS-CARRY-FILE2-READ
                   MOVE CHKC-SUSPENSE-COUNT TO WS-CARRY-SUSPENSE
                   MOVE CHKC-IMS-SUSPENSE-COUNT TO WS-CARRY-IMS-SUSP
                   MOVE CHKC-REJECT-COUNT TO WS-CARRY-REJECT
                   MOVE CHKC-ERROR-COUNT TO WS-CARRY-ERROR
                   MOVE CHKC-PAIR-COUNT TO WS-CARRY-PAIRS
           END-READ
           CLOSE CHECKPOINT-FILE
           MOVE 1 TO WS-CHECKPOINT-RELKEY
           EVALUATE TRUE
               WHEN WS-RUN-MODE = 'CATCHUP'
                       AND WS-CARRY-EXISTS = 'N'
                   MOVE 'NO INTERIM RUN IS HOLDING PENDING PAIRS'
                       TO WS-CARRY-FAIL-TEXT
                   PERFORM ABEND-INTERIM-CARRY
               WHEN WS-RUN-MODE = 'CATCHUP'
                       AND WS-BUSDATE-CARD = 'Y'
                       AND WS-BUSINESS-DATE NOT = WS-CARRY-BUSDATE
                   MOVE 'BUSDATE CARD IS NOT THE INTERIM BUSINESS DATE'
                       TO WS-CARRY-FAIL-TEXT
                   PERFORM ABEND-INTERIM-CARRY
               WHEN WS-RUN-MODE = 'CATCHUP'
                   MOVE WS-CARRY-BUSDATE TO WS-BUSINESS-DATE
                   MOVE WS-CARRY-RUN-DATE TO WS-DAY-RUN-DATE
               WHEN WS-CARRY-EXISTS = 'Y'
                   MOVE 'INTERIM PENDING PAIRS NOT YET RELEASED'
                       TO WS-CARRY-FAIL-TEXT
                   PERFORM ABEND-INTERIM-CARRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Only the control cards are open this early in the run.
       ABEND-INTERIM-CARRY.
           DISPLAY "=================================================="
           DISPLAY "FILE-JOIN-CALCULATION " WS-RUN-MODE
               " RUN ABORTED, CODE 3021"
           DISPLAY "=================================================="
           DISPLAY WS-CARRY-FAIL-TEXT
           DISPLAY "Interim carry on the checkpoint: "
               WS-CARRY-EXISTS
           DISPLAY "Interim business date.........: "
               WS-CARRY-BUSDATE
           DISPLAY "Interim run date..............: "
               WS-CARRY-RUN-DATE
           DISPLAY "Business date of this run.....: "
               WS-BUSINESS-DATE
           DISPLAY "A late-custodian day is an INTERIM run followed by"
           DISPLAY "its CATCHUP run - nothing else may run between."
           DISPLAY "=================================================="
           CLOSE CONTROL-FILE
           MOVE 3021 TO WS-RUN-CONDITION
           PERFORM WRITE-RUN-HISTORY
           MOVE 3021 TO RETURN-CODE
           STOP RUN.

      * The whole rate file into the table - more currencies than the
      * table holds means the rates dataset is not the rates dataset
      * (the desk publishes a handful), so that run is stopped with
      * The upstream extract's own HDR, not the recycle or
      * resubmission pairs this stream writes itself - those carry
      * sources 'SUSPCYCL'/'REJFIX' and prove nothing about what
      * upstream transmitted. Nor the pending-custodian pairs a
      * catch-up run reads ('PENDCUST'): the interim run already
      * judged and registered the transmissions they came from - nor
      * a partition slice's ('PARTSPLT'), which the gate judged.
      * First qualifying HDR wins; a feed should only ever carry one.
       NOTE-FILE1-HEADER.
           IF WS-FEED1-HDR-SEEN = 'N'
                   AND FILE1-HDR-SOURCE NOT = 'SUSPCYCL'
                   AND FILE1-HDR-SOURCE NOT = 'REJFIX'
                   AND FILE1-HDR-SOURCE NOT = 'PENDCUST'
                   AND FILE1-HDR-SOURCE NOT = 'PARTSPLT'
               MOVE 'Y' TO WS-FEED1-HDR-SEEN
               MOVE FILE1-HDR-DATE TO WS-FEED1-HDR-DATE
               MOVE FILE1-HDR-SOURCE TO WS-FEED1-HDR-SOURCE
           IF WS-FEED2-HDR-SEEN = 'N'
                   AND FILE2-HDR-SOURCE NOT = 'SUSPCYCL'
                   AND FILE2-HDR-SOURCE NOT = 'REJFIX'
                   AND FILE2-HDR-SOURCE NOT = 'PENDCUST'
                   AND FILE2-HDR-SOURCE NOT = 'PARTSPLT'
               MOVE 'Y' TO WS-FEED2-HDR-SEEN
               MOVE FILE2-HDR-DATE TO WS-FEED2-HDR-DATE
               MOVE FILE2-HDR-SOURCE TO WS-FEED2-HDR-SOURCE
           IF WS-FEED3-HDR-SEEN = 'N'
                   AND FILE3-HDR-SOURCE NOT = 'SUSPCYCL'
                   AND FILE3-HDR-SOURCE NOT = 'REJFIX'
                   AND FILE3-HDR-SOURCE NOT = 'PENDCUST'
                   AND FILE3-HDR-SOURCE NOT = 'PARTSPLT'
               MOVE 'Y' TO WS-FEED3-HDR-SEEN
               MOVE FILE3-HDR-DATE TO WS-FEED3-HDR-DATE
               MOVE FILE3-HDR-SOURCE TO WS-FEED3-HDR-SOURCE
      * Runs after all three feeds balance, while every output is
      * still closed - a duplicate or stale extract must be stopped
      * as dead as a truncated one, before anything is released or
      * truncated. An approved OVERRIDE=YES card bypasses both
      * checks for a legitimate re-run; the feeds still register
      * below, so the next night's checks see the truth.
       CHECK-TRANSMISSION-REGISTER.
           IF WS-OVERRIDE-FLAG = 'Y'
               PERFORM WRITE-OVERRIDE-AUDIT
           ELSE
               PERFORM CHECK-EXPECTED-DATES
               PERFORM SCAN-REGISTER-FOR-DUPLICATES
           END-IF.

      * The override goes on the permanent audit trail at the moment
      * it bypasses the checks - only on a fresh run (a restart
      * skips the checks regardless) and not in a preliminary cycle,
      * which writes nothing permanent.
       WRITE-OVERRIDE-AUDIT.
           IF WS-RUN-MODE NOT = 'PRELIM'
               OPEN EXTEND OVERRIDE-AUDIT-FILE
               MOVE SPACES TO OVERRIDE-AUDIT-RECORD
               MOVE 'FILEJOIN' TO OVRA-PROGRAM
               MOVE 'OVERRIDE' TO OVRA-ACTION
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
               CLOSE OVERRIDE-AUDIT-FILE
           END-IF.

      * A feed with no upstream HDR at all (nothing but recycle and
      * resubmission records on a quiet night) has no transmission to
      * date-check - the balancing already proved what is there
      * complete.
      * The expected dates come from the shared business-day
      * calendar: tonight's business date, or the business day
      * before it - the close of the last business day, which is
      * what a Monday run finds on Friday-dated feeds and the first
      * run after a market holiday finds on the eve's. Anything
      * older is stale. A prior-day feed that already settled is
      * still stopped, by the duplicate scan, as 3011.
       CHECK-EXPECTED-DATES.
           IF WS-FEED1-HDR-SEEN = 'Y'
                   AND WS-FEED1-HDR-DATE NOT = WS-BUSINESS-DATE
                   AND WS-FEED1-HDR-DATE NOT = WS-PRIOR-BUSDATE
               MOVE 'FILE1' TO WS-TREG-FAIL-FILE
               MOVE WS-FEED1-HDR-DATE TO WS-TREG-FAIL-DATE
               PERFORM ABEND-STALE-TRANSMISSION
           END-IF
           IF WS-FEED2-HDR-SEEN = 'Y'
                   AND WS-FEED2-HDR-DATE NOT = WS-BUSINESS-DATE
                   AND WS-FEED2-HDR-DATE NOT = WS-PRIOR-BUSDATE
               MOVE 'FILE2' TO WS-TREG-FAIL-FILE
               MOVE WS-FEED2-HDR-DATE TO WS-TREG-FAIL-DATE
               PERFORM ABEND-STALE-TRANSMISSION
           END-IF
           IF WS-FEED3-HDR-SEEN = 'Y'
                   AND WS-FEED3-HDR-DATE NOT = WS-BUSINESS-DATE
                   AND WS-FEED3-HDR-DATE NOT = WS-PRIOR-BUSDATE
               MOVE 'FILE3' TO WS-TREG-FAIL-FILE
               MOVE WS-FEED3-HDR-DATE TO WS-TREG-FAIL-DATE
               PERFORM ABEND-STALE-TRANSMISSION
           DISPLAY "This HDR date and trailer count/hash are already"
           DISPLAY "in the transmission register - upstream re-sent"
           DISPLAY "an extract that already settled. Use the"
           DISPLAY "approved OVERRIDE=YES only for a vetted re-run."
           DISPLAY "=================================================="
           CLOSE REGISTER-FILE
           PERFORM CLOSE-INPUTS-FOR-ABEND
               WS-TREG-FAIL-DATE
           DISPLAY "Expected business date........: "
               WS-BUSINESS-DATE
           DISPLAY "or prior business date........: "
               WS-PRIOR-BUSDATE
           DISPLAY "The feed is not tonight's extract. Use the"
           DISPLAY "approved OVERRIDE=YES only for a vetted re-run."
           DISPLAY "=================================================="
           PERFORM CLOSE-INPUTS-FOR-ABEND
           MOVE 3012 TO WS-RUN-CONDITION
               MOVE WS-FEED1-HDR-SOURCE TO TREG-HDR-SOURCE
               MOVE WS-FILE1-TRL-COUNT TO TREG-TRL-COUNT
               MOVE WS-FILE1-TRL-HASH TO TREG-TRL-HASH
               MOVE WS-DAY-RUN-DATE TO TREG-RUN-DATE
               WRITE TRANSMISSION-REGISTER-RECORD
           END-IF
           IF WS-FEED2-HDR-SEEN = 'Y'
               MOVE WS-FEED2-HDR-SOURCE TO TREG-HDR-SOURCE
               MOVE WS-FILE2-TRL-COUNT TO TREG-TRL-COUNT
               MOVE WS-FILE2-TRL-HASH TO TREG-TRL-HASH
               MOVE WS-DAY-RUN-DATE TO TREG-RUN-DATE
               WRITE TRANSMISSION-REGISTER-RECORD
           END-IF
           IF WS-FEED3-HDR-SEEN = 'Y'
               MOVE WS-FEED3-HDR-SOURCE TO TREG-HDR-SOURCE
               MOVE WS-FILE3-TRL-COUNT TO TREG-TRL-COUNT
               MOVE WS-FILE3-TRL-HASH TO TREG-TRL-HASH
               MOVE WS-DAY-RUN-DATE TO TREG-RUN-DATE
               WRITE TRANSMISSION-REGISTER-RECORD
           END-IF
           CLOSE REGISTER-FILE.
      * the lowest current key across the three sides. All three
      * sides carrying it is a match group; anything less suspends
      * every row of the sides that do carry it, tagged with which
      * side(s) were missing - except in an interim run, where a key
      * both internal sides carry is only missing the custodian feed
      * that has not landed yet, and is held pending instead.
       PROCESS-FILES.
           IF WS-RESTART-MODE = 'Y'
               MOVE 'Y' TO WS-FAST-FORWARD-MODE
           END-IF
           PERFORM READ-FILE1
           PERFORM READ-FILE2
           IF WS-RUN-MODE NOT = 'INTERIM'
               PERFORM READ-FILE3
           END-IF
           PERFORM READ-IMS-EXTRACT

           IF WS-RESTART-MODE = 'Y'
                   OR (WS-EOF1-FLAG = 'Y' AND WS-EOF2-FLAG = 'Y'
                   AND WS-EOF3-FLAG = 'Y')
               PERFORM SELECT-CURRENT-KEY
               EVALUATE TRUE
                   WHEN WS-SIDE1-PRESENT = 'Y'
                           AND WS-SIDE2-PRESENT = 'Y'
                           AND WS-SIDE3-PRESENT = 'Y'
                       PERFORM PROCESS-KEY-GROUP
                   WHEN WS-RUN-MODE = 'INTERIM'
                           AND WS-SIDE1-PRESENT = 'Y'
                           AND WS-SIDE2-PRESENT = 'Y'
                       PERFORM HOLD-PENDING-KEY-GROUP
                   WHEN OTHER
                       PERFORM SUSPEND-INCOMPLETE-KEY
               END-EVALUATE
               ADD 1 TO WS-KEYS-DISPOSED
               PERFORM CHECK-QUIESCE-DEADLINE
           END-PERFORM.
           CLOSE BREAK-FILE
           CLOSE CONTROL-FILE
           CLOSE RATE-FILE
           IF WS-RUN-MODE = 'INTERIM'
               PERFORM CLOSE-PENDING-FILES
           END-IF
           IF WS-RUN-MODE NOT = 'PRELIM'
               CLOSE CHECKPOINT-FILE
           END-IF
               + WS-GROUP-OVERFLOW-COUNT
           PERFORM MAYBE-WRITE-CHECKPOINT.

      * The interim twin of PROCESS-KEY-GROUP for a key both internal
      * sides carry: the FILE1 and FILE2 groups are built (converted,
      * overflow-suspended and conversion-rejected) exactly as for a
      * three-way match, and every row the group buffers is held on
      * the pending datasets as it is buffered. Each FILE1 x FILE2
      * combination goes to OUT-FILE as a provisional line - no
      * custodian amount, so no tolerance test and no break - which
      * is the desk's preview only: the interim stream posts nothing,
      * and the catch-up run produces the day's real OUT-FILE from
      * the held rows.
       HOLD-PENDING-KEY-GROUP.
           MOVE WS-CURRENT-KEY TO WS-GROUP-SECNR
           MOVE 0 TO WS-GROUP-OVERFLOW-COUNT
           PERFORM BUILD-FILE1-GROUP
           PERFORM BUILD-FILE2-GROUP
           MOVE WS-GROUP-SECNR TO WS-SECNR
           PERFORM LOOKUP-IMS-EXTRACT
           PERFORM VARYING WS-FILE1-IX FROM 1 BY 1
                   UNTIL WS-FILE1-IX > WS-FILE1-GROUP-COUNT
               PERFORM VARYING WS-FILE2-IX FROM 1 BY 1
                       UNTIL WS-FILE2-IX > WS-FILE2-GROUP-COUNT
                   PERFORM WRITE-PROVISIONAL-RECORD
               END-PERFORM
           END-PERFORM
           MOVE WS-GROUP-SECNR TO WS-LAST-FILE1-SECNR
           MOVE WS-GROUP-SECNR TO WS-LAST-FILE2-SECNR
           COMPUTE WS-CHECKPOINT-UNITS =
               (WS-FILE1-GROUP-COUNT * WS-FILE2-GROUP-COUNT)
               + WS-GROUP-OVERFLOW-COUNT
           PERFORM MAYBE-WRITE-CHECKPOINT.

       WRITE-PROVISIONAL-RECORD.
           MOVE ZEROS TO OUT-TOTAL
           MOVE WS-GROUP-SECNR TO OUT-SECNR
           MOVE WS-FILE1-GROUP-AMOUNT(WS-FILE1-IX) TO OUT-AMOUNT1
           MOVE WS-FILE2-GROUP-AMOUNT(WS-FILE2-IX) TO OUT-AMOUNT2
           MOVE 0 TO OUT-AMOUNT3
           ADD OUT-AMOUNT1 OUT-AMOUNT2 TO OUT-TOTAL
           MOVE WS-BASE-CURRENCY TO OUT-CURRENCY
           MOVE 0 TO OUT-ORIG-AMOUNT
           MOVE SPACE TO OUT-XLATE-FLAG
           MOVE IMS-OTHER-DATA TO OUT-OTHER-DATA
           IF WS-IMS-RESULT = 'FOUND'
               ADD IMS-AMOUNT TO OUT-TOTAL
           END-IF
           WRITE OUT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD OUT-TOTAL TO WS-TOTAL-AMOUNT.

      * The row exactly as read - amount and currency as transmitted,
      * the same bytes the catch-up run will balance and convert -
      * hashed into this segment's trailer the way the upstream
      * writer hashes its extract.
       WRITE-PENDING-FILE1.
           WRITE PENDING1-RECORD FROM FILE1-RECORD
           ADD 1 TO WS-PEND1-COUNT
           ADD FILE1-AMOUNT TO WS-PEND1-HASH.

       WRITE-PENDING-FILE2.
           WRITE PENDING2-RECORD FROM FILE2-RECORD
           ADD 1 TO WS-PEND2-COUNT
           ADD FILE2-AMOUNT TO WS-PEND2-HASH.

      * A restarted (or quiesce-resumed) interim run appends to the
      * pending datasets and starts a fresh HDR/TRL pair for its own
      * segment; CLOSE-PENDING-FILES writes the segment's trailer.
       OPEN-PENDING-FILES.
           IF WS-RESTART-MODE = 'Y'
               OPEN EXTEND PENDING1-FILE
               OPEN EXTEND PENDING2-FILE
           ELSE
               OPEN OUTPUT PENDING1-FILE
               OPEN OUTPUT PENDING2-FILE
           END-IF
           MOVE SPACES TO PENDING1-HEADER-RECORD
           MOVE 'HDR' TO PEND1-HDR-ID
           MOVE WS-BUSINESS-DATE TO PEND1-HDR-DATE
           MOVE 'PENDCUST' TO PEND1-HDR-SOURCE
           WRITE PENDING1-HEADER-RECORD
           MOVE SPACES TO PENDING2-HEADER-RECORD
           MOVE 'HDR' TO PEND2-HDR-ID
           MOVE WS-BUSINESS-DATE TO PEND2-HDR-DATE
           MOVE 'PENDCUST' TO PEND2-HDR-SOURCE
           WRITE PENDING2-HEADER-RECORD.

       CLOSE-PENDING-FILES.
           MOVE SPACES TO PENDING1-TRAILER-RECORD
           MOVE 'TRL' TO PEND1-TRL-ID
           MOVE WS-PEND1-COUNT TO PEND1-TRL-COUNT
           MOVE WS-PEND1-HASH TO PEND1-TRL-HASH
           WRITE PENDING1-TRAILER-RECORD
           MOVE SPACES TO PENDING2-TRAILER-RECORD
           MOVE 'TRL' TO PEND2-TRL-ID
           MOVE WS-PEND2-COUNT TO PEND2-TRL-COUNT
           MOVE WS-PEND2-HASH TO PEND2-TRL-HASH
           WRITE PENDING2-TRAILER-RECORD
           CLOSE PENDING1-FILE
           CLOSE PENDING2-FILE.

       BUILD-FILE1-GROUP.
           MOVE 0 TO WS-FILE1-GROUP-COUNT
           PERFORM UNTIL WS-EOF1-FLAG = 'Y'
                       MOVE WS-CONV-AMOUNT
                           TO WS-FILE1-GROUP-AMOUNT
                               (WS-FILE1-GROUP-COUNT)
                       IF WS-RUN-MODE = 'INTERIM'
                           PERFORM WRITE-PENDING-FILE1
                       END-IF
                   ELSE
                       PERFORM WRITE-GROUP-OVERFLOW-FILE1
                   END-IF
                       MOVE WS-CONV-AMOUNT
                           TO WS-FILE2-GROUP-AMOUNT
                               (WS-FILE2-GROUP-COUNT)
                       IF WS-RUN-MODE = 'INTERIM'
                           PERFORM WRITE-PENDING-FILE2
                       END-IF
                   ELSE
                       PERFORM WRITE-GROUP-OVERFLOW-FILE2
                   END-IF
           IF WS-RUN-MODE NOT = 'PRELIM'
               PERFORM CLEAR-CHECKPOINT
           END-IF
      * Half a day is not a day: the interim run leaves its counts in
      * the checkpoint carry instead of appending run-history and
      * step-totals records, and the catch-up folds them into its
      * own before it appends the day's.
           EVALUATE WS-RUN-MODE
               WHEN 'INTERIM'
                   PERFORM CLOSE-PENDING-FILES
                   PERFORM WRITE-INTERIM-CARRY
               WHEN 'CATCHUP'
                   PERFORM FOLD-INTERIM-CARRY
                   PERFORM WRITE-RUN-HISTORY
                   PERFORM WRITE-STEP-TOTALS
                   PERFORM WRITE-BUSDATE-CARD
               WHEN OTHER
                   PERFORM WRITE-RUN-HISTORY
                   PERFORM WRITE-STEP-TOTALS
           END-EVALUATE
           PERFORM PRINT-CONTROL-TOTALS.

      * CLEAR-CHECKPOINT has just emptied the cluster, so the carry
      * goes in as a fresh WRITE at relative position 2.
       WRITE-INTERIM-CARRY.
           OPEN I-O CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-CARRY-RECORD
           MOVE 'INTERIM' TO CHKC-PHASE
           MOVE WS-BUSINESS-DATE TO CHKC-BUSDATE
           MOVE WS-RUN-DATE TO CHKC-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO CHKC-RUN-TIME
           MOVE WS-FILE1-READ-COUNT TO CHKC-FILE1-READ-COUNT
           MOVE WS-FILE2-READ-COUNT TO CHKC-FILE2-READ-COUNT
           MOVE WS-SUSPENSE-COUNT TO CHKC-SUSPENSE-COUNT
           MOVE WS-IMS-SUSPENSE-COUNT TO CHKC-IMS-SUSPENSE-COUNT
           MOVE WS-REJECT-COUNT TO CHKC-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO CHKC-ERROR-COUNT
           MOVE WS-RECORD-COUNT TO CHKC-PAIR-COUNT
           MOVE 2 TO WS-CHECKPOINT-RELKEY
           WRITE CHECKPOINT-CARRY-RECORD
           CLOSE CHECKPOINT-FILE
           MOVE 1 TO WS-CHECKPOINT-RELKEY.

      * The day's figures: FILE1/FILE2 reads are the interim run's -
      * the catch-up only re-read the pending rows the interim had
      * already counted, so its own reads are set aside rather than
      * added. Suspense, rejects and the IMS counters are the two
      * halves together (the catch-up appended to the interim's
      * datasets); OUT-FILE, breaks and the grand total are the
      * catch-up's alone, the interim's lines being provisional.
       FOLD-INTERIM-CARRY.
           COMPUTE WS-PEND-REREAD = WS-FILE1-READ-COUNT
               + WS-FILE2-READ-COUNT
           MOVE WS-CARRY-FILE1-READ TO WS-FILE1-READ-COUNT
           MOVE WS-CARRY-FILE2-READ TO WS-FILE2-READ-COUNT
           ADD WS-CARRY-SUSPENSE TO WS-SUSPENSE-COUNT
           ADD WS-CARRY-IMS-SUSP TO WS-IMS-SUSPENSE-COUNT
           ADD WS-CARRY-REJECT TO WS-REJECT-COUNT
           ADD WS-CARRY-ERROR TO WS-ERROR-COUNT.

      * The steps after a catch-up take their business date from a
      * BUSDATE card, not from the calendar on the clock - a catch-up
      * finishing after midnight would otherwise post, confirm and
      * roll the interim's day under the next business day. Written
      * only at a normal end, so no card exists for a failed run.
       WRITE-BUSDATE-CARD.
           OPEN OUTPUT BUSDATE-CARD-FILE
           MOVE SPACES TO BUSDATE-CARD
           MOVE 'BUSDATE=' TO BDC-KEY
           MOVE WS-BUSINESS-DATE TO BDC-VAL
           WRITE BUSDATE-CARD
           CLOSE BUSDATE-CARD-FILE.

      * Opened, appended and closed in one breath like the run-history
      * trail - the step record only means anything once the run's
      * output datasets are complete and closed above.
               OPEN EXTEND STEP-FILE
               MOVE SPACES TO STEP-TOTALS-RECORD
               MOVE 'FILEJOIN' TO STEP-NAME
               MOVE WS-DAY-RUN-DATE TO STEP-DATE
               MOVE WS-RUN-TIME(1:6) TO STEP-TIME
               COMPUTE STEP-IN-COUNT = WS-FILE1-READ-COUNT
                   + WS-FILE2-READ-COUNT + WS-FILE3-READ-COUNT
               MOVE WS-SUSPENSE-COUNT TO STEP-AUX1-COUNT
               MOVE WS-BREAK-COUNT TO STEP-AUX2-COUNT
               MOVE WS-TOTAL-AMOUNT TO STEP-AMOUNT
               MOVE 0 TO STEP-AUX3-COUNT
               MOVE 0 TO STEP-AUX3-AMOUNT
               WRITE STEP-TOTALS-RECORD
               CLOSE STEP-FILE
           END-IF.
       WRITE-RUN-HISTORY.
           IF WS-RUN-MODE NOT = 'PRELIM'
               OPEN EXTEND RUN-HISTORY-FILE
               MOVE WS-DAY-RUN-DATE TO RUNH-DATE
               MOVE WS-RUN-TIME(1:6) TO RUNH-TIME
               MOVE WS-RESTART-MODE TO RUNH-RESTART
               MOVE WS-RECORD-COUNT TO RUNH-RECORD-COUNT
           DISPLAY "=================================================="
           DISPLAY "Run mode......................: "
               WS-RUN-MODE
           IF WS-RUN-MODE = 'INTERIM'
               DISPLAY "PROVISIONAL - CUSTODIAN FEED NOT YET MATCHED,"
                   " OUT-FILE LINES ARE NOT FOR SETTLEMENT"
               DISPLAY "Business date.................: "
                   WS-BUSINESS-DATE
               DISPLAY "FILE1 rows held for custodian.: "
                   WS-PEND1-COUNT
               DISPLAY "FILE2 rows held for custodian.: "
                   WS-PEND2-COUNT
           END-IF
           IF WS-RUN-MODE = 'PART'
               DISPLAY "PARTITION - ONE SECNR RANGE ONLY, SEE"
                   " JOIN-PARTITION-COLLECT FOR THE RUN"
           END-IF
           IF WS-RUN-MODE = 'CATCHUP'
               DISPLAY "Business date (interim run)...: "
                   WS-CARRY-BUSDATE
               DISPLAY "Interim provisional lines.....: "
                   WS-CARRY-PAIRS
               DISPLAY "Pending rows re-read..........: "
                   WS-PEND-REREAD
           END-IF
           DISPLAY "Stale rate records refused....: "
               WS-RATE-STALE-COUNT
           DISPLAY "Records read from FILE1.......: "
