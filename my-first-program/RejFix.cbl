      *          same-day repair of a fat-fingered amount instead of
      *          a 24-hour round trip through the upstream team -
      *          with every applied correction logged to the audit
      *          file. Cards arrive only through maker-checker
      *          approval (CARD-APPROVAL-STAGE/-RELEASE), and a card
      *          without a valid second approver is refused.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD  REJECT-FILE.
           COPY REJREC.

      * The approved-card dataset CARD-APPROVAL-RELEASE writes - each
      * record one correction card (APPR-CARD) plus its maker and
      * checker stamps. See CHECK-SECOND-APPROVER.
       FD  CORRECTION-FILE.
           COPY APPRREC.

      * RESUB1/RESUB2 are written in FILE1REC/FILE2REC layout, with
      * their own HDR/TRL pair (source 'REJFIX'), so the next run's
      * Appended after the original fields so every historic audit
      * record's offsets still read true.
           05 AUD-NEW-CURRENCY    PIC X(3).
      * The maker-checker stamps of the approval the card came
      * through - appended for the same reason.
           05 AUD-APPR-ID         PIC 9(6).
           05 AUD-MAKER-ID        PIC X(8).
           05 AUD-MAKER-DATE      PIC X(8).
           05 AUD-MAKER-TIME      PIC X(6).
           05 AUD-CHECKER-ID      PIC X(8).
           05 AUD-CHECKER-DATE    PIC X(8).
           05 AUD-CHECKER-TIME    PIC X(6).

       WORKING-STORAGE SECTION.
      * One card per correction, keyed by what the reject file shows:
      * the source side and the original SECNR/amount exactly as
      * rejected (the amount as raw characters - it may well be the
      * non-numeric garbage that caused the reject), then the
      * corrected SECNR/amount and the corrector's initials. Filled
      * from the approved record's APPR-CARD.
       01  CORRECTION-CARD.
           05 COR-SOURCE          PIC X(5).
           05 COR-ORIG-SECNR      PIC X(10).
           05 COR-ORIG-AMOUNT     PIC X(9).
           05 COR-NEW-SECNR       PIC X(10).
      * 9(7)V99, not X(9): the card's corrected amount carries the
      * same implied decimal as the extract layout, and a numeric
      * picture keeps that alignment through every MOVE - an
      * alphanumeric field would re-interpret the digits as a whole
      * number and shift the amount a hundredfold.
           05 COR-NEW-AMOUNT      PIC 9(7)V99.
      * Spaces mean the base currency, same convention as the
      * extract layouts - the desk only keys a code when correcting
      * one of the custodian's European positions.
           05 COR-NEW-CURRENCY    PIC X(3).
           05 COR-INITIALS        PIC X(3).
           05 FILLER              PIC X(31).

       01  WS-COUNTERS.
           05 WS-REJECT-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-CARD-COUNT        PIC 9(6) VALUE 0.
           05 WS-BAD-CARD-COUNT    PIC 9(6) VALUE 0.
           05 WS-UNAPPROVED-COUNT  PIC 9(6) VALUE 0.
           05 WS-APPLIED1-COUNT    PIC 9(6) VALUE 0.
           05 WS-APPLIED2-COUNT    PIC 9(6) VALUE 0.
           05 WS-APPLIED3-COUNT    PIC 9(6) VALUE 0.
           05 WS-EOF-REJECT        PIC X VALUE 'N'.
           05 WS-EOF-CARDS         PIC X VALUE 'N'.
           05 WS-CARD-FOUND        PIC X VALUE 'N'.
           05 WS-APPROVAL-VALID    PIC X VALUE 'N'.

       01  WS-RESUB-HASHES.
           05 WS-RESUB1-HASH      PIC 9(11)V99 VALUE 0.
              10 WS-CARD-NEW-CURRENCY PIC X(3).
              10 WS-CARD-INITIALS     PIC X(3).
              10 WS-CARD-USED         PIC X.
              10 WS-CARD-APPR-ID      PIC 9(6).
              10 WS-CARD-MAKER-ID     PIC X(8).
              10 WS-CARD-MAKER-DATE   PIC X(8).
              10 WS-CARD-MAKER-TIME   PIC X(6).
              10 WS-CARD-CHECKER-ID   PIC X(8).
              10 WS-CARD-CHECKER-DATE PIC X(8).
              10 WS-CARD-CHECKER-TIME PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
                   AT END
                       MOVE 'Y' TO WS-EOF-CARDS
                   NOT AT END
                       PERFORM CHECK-SECOND-APPROVER
                       IF WS-APPROVAL-VALID = 'Y'
                           MOVE APPR-CARD TO CORRECTION-CARD
                           PERFORM LOAD-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

      * Four eyes, re-proved here rather than trusted: the record
      * must be a released ('A') card for this job, with a maker and
      * a checker stamp from two different user IDs. Anything else -
      * a card keyed straight into CORDD, a refused or pending
      * record, a self-approval - is refused and never applied.
       CHECK-SECOND-APPROVER.
           IF APPR-TARGET = 'REJFIX'
                   AND APPR-STATUS = 'A'
                   AND APPR-MAKER-ID NOT = SPACES
                   AND APPR-CHECKER-ID NOT = SPACES
                   AND APPR-CHECKER-ID NOT = APPR-MAKER-ID
                   AND APPR-CHECKER-DATE NUMERIC
                   AND APPR-CHECKER-TIME NUMERIC
               MOVE 'Y' TO WS-APPROVAL-VALID
           ELSE
               MOVE 'N' TO WS-APPROVAL-VALID
               DISPLAY "REJECT-CORRECTION: card record '"
                   APPROVAL-RECORD(1:46) "' has no valid second"
                   " approver - refused"
               ADD 1 TO WS-UNAPPROVED-COUNT
           END-IF.

       LOAD-ONE-CARD.
           IF COR-NEW-SECNR = SPACES
                   OR COR-NEW-AMOUNT NOT NUMERIC
                   MOVE COR-INITIALS
                       TO WS-CARD-INITIALS(WS-CARD-COUNT)
                   MOVE 'N' TO WS-CARD-USED(WS-CARD-COUNT)
                   MOVE APPR-ID TO WS-CARD-APPR-ID(WS-CARD-COUNT)
                   MOVE APPR-MAKER-ID
                       TO WS-CARD-MAKER-ID(WS-CARD-COUNT)
                   MOVE APPR-MAKER-DATE
                       TO WS-CARD-MAKER-DATE(WS-CARD-COUNT)
                   MOVE APPR-MAKER-TIME
                       TO WS-CARD-MAKER-TIME(WS-CARD-COUNT)
                   MOVE APPR-CHECKER-ID
                       TO WS-CARD-CHECKER-ID(WS-CARD-COUNT)
                   MOVE APPR-CHECKER-DATE
                       TO WS-CARD-CHECKER-DATE(WS-CARD-COUNT)
                   MOVE APPR-CHECKER-TIME
                       TO WS-CARD-CHECKER-TIME(WS-CARD-COUNT)
               ELSE
                   DISPLAY "REJECT-CORRECTION: more than "
                       WS-MAX-CARDS-CONST " correction cards -"
           MOVE WS-CARD-NEW-AMOUNT(WS-CARD-IX) TO AUD-NEW-AMOUNT
           MOVE WS-CARD-INITIALS(WS-CARD-IX) TO AUD-INITIALS
           MOVE WS-CARD-NEW-CURRENCY(WS-CARD-IX) TO AUD-NEW-CURRENCY
           MOVE WS-CARD-APPR-ID(WS-CARD-IX) TO AUD-APPR-ID
           MOVE WS-CARD-MAKER-ID(WS-CARD-IX) TO AUD-MAKER-ID
           MOVE WS-CARD-MAKER-DATE(WS-CARD-IX) TO AUD-MAKER-DATE
           MOVE WS-CARD-MAKER-TIME(WS-CARD-IX) TO AUD-MAKER-TIME
           MOVE WS-CARD-CHECKER-ID(WS-CARD-IX) TO AUD-CHECKER-ID
           MOVE WS-CARD-CHECKER-DATE(WS-CARD-IX) TO AUD-CHECKER-DATE
           MOVE WS-CARD-CHECKER-TIME(WS-CARD-IX) TO AUD-CHECKER-TIME
           WRITE AUDIT-RECORD.

       COUNT-UNUSED-CARDS.
               WS-CARD-COUNT
           DISPLAY "Correction cards rejected.....: "
               WS-BAD-CARD-COUNT
           DISPLAY "Cards without second approver.: "
               WS-UNAPPROVED-COUNT
           DISPLAY "Corrections applied - FILE1...: "
               WS-APPLIED1-COUNT
           DISPLAY "Corrections applied - FILE2...: "
