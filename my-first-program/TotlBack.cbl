      *          Run BEFORE any corrected rerun: the rerun journals
      *          its own postings on top, and only the first image
      *          for a date is the true prior state.
      *          The BUSDATE card arrives only through maker-checker
      *          approval; every backout is logged, with both user
      *          IDs and timestamps, to the override/backout audit
      *          trail.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL: the audit trail is created by the first backout or
      * override ever made and appended to forever after - OPEN
      * EXTEND on a dataset with no prior contents must succeed.
           SELECT OPTIONAL OVERRIDE-AUDIT-FILE ASSIGN TO OVRAUDDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(132).

      * The approved-card dataset CARD-APPROVAL-RELEASE writes - a
      * single released card (APPR-CARD) plus its maker and checker
      * stamps. See READ-CONTROL-CARD.
       FD  CONTROL-FILE.
           COPY APPRREC.

       FD  OVERRIDE-AUDIT-FILE.
           COPY OVRAUD.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.

       01  WS-HIST-STATUS         PIC XX VALUE SPACES.

      * Single control card, 'BUSDATE=yyyymmdd' - the business date
      * being backed out, filled from the approved record's
      * APPR-CARD. REQUIRED: a backout with no date would reverse
      * nothing and claim success, so a missing, bad or unapproved
      * card stops the run instead of defaulting.
       01  CONTROL-CARD.
           05 CTL-KEYWORD         PIC X(8).
           05 CTL-VALUE           PIC X(8).
           05 FILLER              PIC X(64).

      * The approval the backout acts on, kept for the audit record
      * written once the run's verdict is known.
       01  WS-APPROVAL-FIELDS.
           05 WS-APPROVAL-VALID   PIC X VALUE 'N'.
           05 WS-EXTRA-CARD       PIC X VALUE 'N'.
           05 WS-APPR-ID          PIC 9(6) VALUE 0.
           05 WS-MAKER-ID         PIC X(8) VALUE SPACES.
           05 WS-MAKER-DATE       PIC X(8) VALUE SPACES.
           05 WS-MAKER-TIME       PIC X(6) VALUE SPACES.
           05 WS-CHECKER-ID       PIC X(8) VALUE SPACES.
           05 WS-CHECKER-DATE     PIC X(8) VALUE SPACES.
           05 WS-CHECKER-TIME     PIC X(6) VALUE SPACES.

      * Keys already reversed this run, so only the FIRST journal
      * record per SECNR acts - the first-image rule TOTLJRN and
      * HISTJRN document. A posting step that abended mid-run and

       01  WS-BUSINESS-DATE       PIC X(8) VALUE SPACES.
       01  WS-SECNR-IN-HAND       PIC X(10) VALUE SPACES.
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY         PIC X(4).
                   OR WS-SEG-NOTFOUND > 0 OR WS-HIST-NOTFOUND > 0
               MOVE 3015 TO RETURN-CODE
           END-IF
           PERFORM WRITE-BACKOUT-AUDIT
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT CONTROL-FILE
           PERFORM READ-CONTROL-CARD
           OPEN INPUT TOTALS-JOURNAL
               STOP RUN
           END-IF.

      * One released card, one date: a second approved card on the
      * dataset means two backouts were released at once, and this
      * run will not choose between them - both wait, untouched, for
      * operations to sort out.
       READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CHECK-SECOND-APPROVER
                   IF WS-APPROVAL-VALID = 'Y'
                       MOVE APPR-CARD TO CONTROL-CARD
                       IF CTL-KEYWORD = 'BUSDATE='
                               AND CTL-VALUE NUMERIC
                           MOVE CTL-VALUE TO WS-BUSINESS-DATE
                       END-IF
                   END-IF
           END-READ
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-EXTRA-CARD
           END-READ
           IF WS-EXTRA-CARD = 'Y'
               DISPLAY "POSTING-BACKOUT: more than one approved"
                   " backout card - one date per run, run aborted"
               MOVE 3015 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "POSTING-BACKOUT: no valid approved BUSDATE"
                   " card - nothing to back out, run aborted"
               MOVE 3015 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Four eyes, re-proved here rather than trusted: the record
      * must be a released ('A') card for this job, with a maker and
      * a checker stamp from two different user IDs. Anything else -
      * a card keyed straight into CTLDD, a refused or pending
      * record, a self-approval - is refused, and with no date the
      * run stops above.
       CHECK-SECOND-APPROVER.
           IF APPR-TARGET = 'TOTLBACK'
                   AND APPR-STATUS = 'A'
                   AND APPR-MAKER-ID NOT = SPACES
                   AND APPR-CHECKER-ID NOT = SPACES
                   AND APPR-CHECKER-ID NOT = APPR-MAKER-ID
                   AND APPR-CHECKER-DATE NUMERIC
                   AND APPR-CHECKER-TIME NUMERIC
               MOVE 'Y' TO WS-APPROVAL-VALID
               MOVE APPR-ID TO WS-APPR-ID
               MOVE APPR-MAKER-ID TO WS-MAKER-ID
               MOVE APPR-MAKER-DATE TO WS-MAKER-DATE
               MOVE APPR-MAKER-TIME TO WS-MAKER-TIME
               MOVE APPR-CHECKER-ID TO WS-CHECKER-ID
               MOVE APPR-CHECKER-DATE TO WS-CHECKER-DATE
               MOVE APPR-CHECKER-TIME TO WS-CHECKER-TIME
           ELSE
               MOVE 'N' TO WS-APPROVAL-VALID
               DISPLAY "POSTING-BACKOUT: card record '"
                   APPROVAL-RECORD(1:40)
                   "' has no valid second approver - refused"
           END-IF.

      * Only the named date's records act; everything else in the
      * permanent journal is other nights' history and reads past.
      * Per key, only the FIRST record for the date acts - see the
                       " run aborted before guessing images"
                   PERFORM CLOSE-FILES
                   MOVE 3015 TO RETURN-CODE
                   PERFORM WRITE-BACKOUT-AUDIT
                   STOP RUN
               END-IF
           END-IF.
                   ADD 1 TO WS-HIST-RESTORED
           END-REWRITE.

      * One record per backout that ran, with the condition code it
      * ended on - a 3015 backout is as much a part of the trail as a
      * clean one.
       WRITE-BACKOUT-AUDIT.
           OPEN EXTEND OVERRIDE-AUDIT-FILE
           MOVE SPACES TO OVERRIDE-AUDIT-RECORD
           MOVE 'TOTLBACK' TO OVRA-PROGRAM
           MOVE 'BACKOUT' TO OVRA-ACTION
           MOVE WS-BUSINESS-DATE TO OVRA-BUSDATE
           MOVE WS-RUN-DATE TO OVRA-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO OVRA-RUN-TIME
           MOVE WS-APPR-ID TO OVRA-APPR-ID
           MOVE WS-MAKER-ID TO OVRA-MAKER-ID
           MOVE WS-MAKER-DATE TO OVRA-MAKER-DATE
           MOVE WS-MAKER-TIME TO OVRA-MAKER-TIME
           MOVE WS-CHECKER-ID TO OVRA-CHECKER-ID
           MOVE WS-CHECKER-DATE TO OVRA-CHECKER-DATE
           MOVE WS-CHECKER-TIME TO OVRA-CHECKER-TIME
           MOVE RETURN-CODE TO OVRA-COND-CODE
           WRITE OVERRIDE-AUDIT-RECORD
           CLOSE OVERRIDE-AUDIT-FILE.

       CLOSE-FILES.
           CLOSE TOTALS-JOURNAL
           CLOSE HISTORY-JOURNAL
