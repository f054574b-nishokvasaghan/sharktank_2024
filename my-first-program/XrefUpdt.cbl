      *          is written, and every applied card is logged to the
      *          permanent audit trail with the corrector's initials -
      *          the same discipline REJECT-CORRECTION applies to
      *          reject repair. Cards arrive only through maker-
      *          checker approval, and a card without a valid second
      *          approver is refused.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD  XREF-OUT.
       01  XREF-OUT-RECORD        PIC X(28).

      * The approved-card dataset CARD-APPROVAL-RELEASE writes - each
      * record one update card (APPR-CARD) plus its maker and checker
      * stamps. See CHECK-SECOND-APPROVER.
       FD  CARD-FILE.
           COPY APPRREC.

      * Permanent audit trail, appended to (DISP=MOD) run after run:
      * who changed which renumbering, to what, on which day.
           05 AUD-NEW-SECNR       PIC X(10).
           05 AUD-EFF-DATE        PIC X(8).
           05 AUD-INITIALS        PIC X(3).
      * The maker-checker stamps of the approval the card came
      * through, appended after the original fields so every historic
      * audit record's offsets still read true.
           05 AUD-APPR-ID         PIC 9(6).
           05 AUD-MAKER-ID        PIC X(8).
           05 AUD-MAKER-DATE      PIC X(8).
           05 AUD-MAKER-TIME      PIC X(6).
           05 AUD-CHECKER-ID      PIC X(8).
           05 AUD-CHECKER-DATE    PIC X(8).
           05 AUD-CHECKER-TIME    PIC X(6).

       WORKING-STORAGE SECTION.
      * One card per action, filled from the approved record's
      * APPR-CARD:
      *   'ADD' - insert the renumbering, or replace the entry
      *           already keyed by the same old SECNR (an effective-
      *           date or new-key correction);
      *   'DEL' - remove the entry keyed by the old SECNR.
       01  UPDATE-CARD.
           05 CRD-ACTION          PIC X(3).
           05 CRD-OLD-SECNR       PIC X(10).
           05 CRD-NEW-SECNR       PIC X(10).
           05 CRD-EFF-DATE        PIC X(8).
           05 CRD-INITIALS        PIC X(3).
           05 FILLER              PIC X(46).

       01  WS-COUNTERS.
           05 WS-MASTER-IN-COUNT  PIC 9(4) VALUE 0.
           05 WS-CARD-COUNT       PIC 9(4) VALUE 0.
           05 WS-BAD-CARD-COUNT   PIC 9(4) VALUE 0.
           05 WS-UNAPPROVED-COUNT PIC 9(4) VALUE 0.
           05 WS-ADD-COUNT        PIC 9(4) VALUE 0.
           05 WS-REPLACE-COUNT    PIC 9(4) VALUE 0.
           05 WS-DELETE-COUNT     PIC 9(4) VALUE 0.
           05 WS-EOF-MASTER       PIC X VALUE 'N'.
           05 WS-EOF-CARDS        PIC X VALUE 'N'.
           05 WS-ENTRY-FOUND      PIC X VALUE 'N'.
           05 WS-APPROVAL-VALID   PIC X VALUE 'N'.

       01  WS-RUN-DATE            PIC 9(8).

                   AT END
                       MOVE 'Y' TO WS-EOF-CARDS
                   NOT AT END
                       PERFORM CHECK-SECOND-APPROVER
                       IF WS-APPROVAL-VALID = 'Y'
                           MOVE APPR-CARD TO UPDATE-CARD
                           PERFORM APPLY-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

      * Four eyes, re-proved here rather than trusted: the record
      * must be a released ('A') card for this job, with a maker and
      * a checker stamp from two different user IDs. Anything else -
      * a card keyed straight into CARDDD, a refused or pending
      * record, a self-approval - is refused and never applied.
       CHECK-SECOND-APPROVER.
           IF APPR-TARGET = 'XREFUPDT'
                   AND APPR-STATUS = 'A'
                   AND APPR-MAKER-ID NOT = SPACES
                   AND APPR-CHECKER-ID NOT = SPACES
                   AND APPR-CHECKER-ID NOT = APPR-MAKER-ID
                   AND APPR-CHECKER-DATE NUMERIC
                   AND APPR-CHECKER-TIME NUMERIC
               MOVE 'Y' TO WS-APPROVAL-VALID
           ELSE
               MOVE 'N' TO WS-APPROVAL-VALID
               DISPLAY "SECNR-XREF-UPDATE: card record '"
                   APPROVAL-RECORD(1:34) "' has no valid second"
                   " approver - refused"
               ADD 1 TO WS-UNAPPROVED-COUNT
           END-IF.

      * A card only applies if it could ever translate something
      * sensibly: both keys present and different (a self-reference
      * would loop a key back onto itself), a numeric effective date.
           MOVE CRD-NEW-SECNR TO AUD-NEW-SECNR
           MOVE CRD-EFF-DATE TO AUD-EFF-DATE
           MOVE CRD-INITIALS TO AUD-INITIALS
           MOVE APPR-ID TO AUD-APPR-ID
           MOVE APPR-MAKER-ID TO AUD-MAKER-ID
           MOVE APPR-MAKER-DATE TO AUD-MAKER-DATE
           MOVE APPR-MAKER-TIME TO AUD-MAKER-TIME
           MOVE APPR-CHECKER-ID TO AUD-CHECKER-ID
           MOVE APPR-CHECKER-DATE TO AUD-CHECKER-DATE
           MOVE APPR-CHECKER-TIME TO AUD-CHECKER-TIME
           WRITE AUDIT-RECORD.

       WRITE-NEW-MASTER.
               WS-CARD-COUNT
           DISPLAY "Cards refused.................: "
               WS-BAD-CARD-COUNT
           DISPLAY "Cards without second approver.: "
               WS-UNAPPROVED-COUNT
           DISPLAY "Entries added.................: "
               WS-ADD-COUNT
           DISPLAY "Entries replaced..............: "
