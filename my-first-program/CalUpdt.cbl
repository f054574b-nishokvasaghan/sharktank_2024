      ******************************************************************
      * PROGRAM: BUSINESS-CALENDAR-UPDATE
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To maintain the business-day calendar master that
      *          BUSINESS-CALENDAR answers every program's date
      *          questions from: operations' cards add a market
      *          holiday (a weekday the market is closed) or a trading
      *          weekend day, correct one's description, or delete
      *          one keyed in error; a new generation of the master is
      *          written, and every applied card is logged to the
      *          permanent calendar audit trail with the keyer's
      *          initials - the same discipline SECNR-XREF-UPDATE
      *          applies to the cross-reference master.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-CALENDAR-UPDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-IN ASSIGN TO CALINDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAL-OUT ASSIGN TO CALOUTDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO CARDDD
               ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL: the audit trail is created by the first update run
      * ever and appended to forever after - OPEN EXTEND on a dataset
      * with no prior contents must succeed, not abend.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CAL-IN.
           COPY CALREC.

       FD  CAL-OUT.
       01  CAL-OUT-RECORD         PIC X(39).

      * One card per action:
      *   'ADD' - insert the exception date, or replace the entry
      *           already on file for the same date (a type or
      *           description correction);
      *   'DEL' - remove the entry for the date.
       FD  CARD-FILE.
       01  UPDATE-CARD.
           05 CRD-ACTION          PIC X(3).
           05 CRD-CAL-DATE        PIC X(8).
           05 CRD-DAY-TYPE        PIC X(1).
           05 CRD-DESC            PIC X(30).
           05 CRD-INITIALS        PIC X(3).
           05 FILLER              PIC X(35).

      * Permanent audit trail, appended to (DISP=MOD) run after run:
      * who made which date a holiday or a trading day, on which day.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-DATE            PIC X(8).
           05 AUD-ACTION          PIC X(3).
           05 AUD-CAL-DATE        PIC X(8).
           05 AUD-DAY-TYPE        PIC X(1).
           05 AUD-DESC            PIC X(30).
           05 AUD-INITIALS        PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-MASTER-IN-COUNT  PIC 9(4) VALUE 0.
           05 WS-CARD-COUNT       PIC 9(4) VALUE 0.
           05 WS-BAD-CARD-COUNT   PIC 9(4) VALUE 0.
           05 WS-ADD-COUNT        PIC 9(4) VALUE 0.
           05 WS-REPLACE-COUNT    PIC 9(4) VALUE 0.
           05 WS-DELETE-COUNT     PIC 9(4) VALUE 0.
           05 WS-NODEL-COUNT      PIC 9(4) VALUE 0.
           05 WS-MASTER-OUT-COUNT PIC 9(4) VALUE 0.
           05 WS-EOF-MASTER       PIC X VALUE 'N'.
           05 WS-EOF-CARDS        PIC X VALUE 'N'.
           05 WS-ENTRY-FOUND      PIC X VALUE 'N'.
           05 WS-CARD-VALID       PIC X VALUE 'N'.

       01  WS-RUN-DATE            PIC 9(8).

      * Day-of-week of the card's date: day serial 1 (1601-01-01) was
      * a Monday, so (serial - 1) modulo 7 runs 0 = Monday through
      * 6 = Sunday - the same rule BUSINESS-CALENDAR applies.
       01  WS-DOW-FIELDS.
           05 WS-CARD-DATE-NUM    PIC 9(8) VALUE 0.
           05 WS-DOW-WORK         PIC 9(7) VALUE 0.
           05 WS-DOW-WEEKS        PIC 9(7) VALUE 0.
           05 WS-DOW              PIC 9(1) VALUE 0.

      * The whole master in hand, cards applied against it in card
      * order, survivors written out - a few dozen exception dates a
      * year, so this stays a table job, not a match-merge. A
      * deleted entry is blanked in place and skipped on the way
      * out; the copy-back step sorts the new master into date
      * order, so added dates need not be slotted in here. Same
      * size ceiling as BUSINESS-CALENDAR's load table - keep the
      * two in step.
       78  WS-MAX-CAL-CONST       VALUE 500.
       01  WS-CAL-TABLE.
           05 WS-CAL-IX           PIC 9(4) VALUE 0.
           05 WS-CAL-ENTRY        OCCURS WS-MAX-CAL-CONST TIMES.
              10 WS-CAL-DATE         PIC X(8).
              10 WS-CAL-TYPE         PIC X(1).
              10 WS-CAL-DESC         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-MASTER
           PERFORM PROCESS-CARDS
           PERFORM WRITE-NEW-MASTER
           PERFORM CLOSE-FILES
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CAL-IN
           OPEN INPUT CARD-FILE
           OPEN OUTPUT CAL-OUT
           OPEN EXTEND AUDIT-FILE.

       LOAD-MASTER.
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
               READ CAL-IN
                   AT END
                       MOVE 'Y' TO WS-EOF-MASTER
                   NOT AT END
                       IF WS-MASTER-IN-COUNT < WS-MAX-CAL-CONST
                           ADD 1 TO WS-MASTER-IN-COUNT
                           MOVE CAL-DATE
                               TO WS-CAL-DATE(WS-MASTER-IN-COUNT)
                           MOVE CAL-DAY-TYPE
                               TO WS-CAL-TYPE(WS-MASTER-IN-COUNT)
                           MOVE CAL-DESC
                               TO WS-CAL-DESC(WS-MASTER-IN-COUNT)
                       ELSE
                           DISPLAY "BUSINESS-CALENDAR-UPDATE: more"
                               " than " WS-MAX-CAL-CONST " master"
                               " records - run aborted"
                           PERFORM CLOSE-FILES
                           MOVE 3019 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-CARDS.
           PERFORM UNTIL WS-EOF-CARDS = 'Y'
               READ CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CARDS
                   NOT AT END
                       PERFORM APPLY-ONE-CARD
               END-READ
           END-PERFORM.

       APPLY-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           PERFORM EDIT-CARD
           IF WS-CARD-VALID = 'N'
               DISPLAY "BUSINESS-CALENDAR-UPDATE: bad card '"
                   UPDATE-CARD(1:45) "' - ignored"
               ADD 1 TO WS-BAD-CARD-COUNT
           ELSE
               IF CRD-ACTION = 'ADD'
                   PERFORM APPLY-ADD-CARD
               ELSE
                   PERFORM APPLY-DEL-CARD
               END-IF
           END-IF.

      * A card only applies if it says something the weekday rule
      * does not already say: a real date, initials for the audit
      * trail, and on an ADD a holiday ('H') that falls on a weekday
      * or a trading day ('W') that falls on a weekend, with a
      * description. A Saturday "holiday" is a keying slip - it is
      * refused today, from this run's SYSOUT, not discovered as a
      * wrong business date at the next month end.
       EDIT-CARD.
           MOVE 'Y' TO WS-CARD-VALID
           IF (CRD-ACTION NOT = 'ADD' AND CRD-ACTION NOT = 'DEL')
                   OR CRD-CAL-DATE NOT NUMERIC
                   OR CRD-INITIALS = SPACES
               MOVE 'N' TO WS-CARD-VALID
           ELSE
               MOVE CRD-CAL-DATE TO WS-CARD-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CARD-DATE-NUM)
                       NOT = 0
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
           END-IF
           IF WS-CARD-VALID = 'Y' AND CRD-ACTION = 'ADD'
               COMPUTE WS-DOW-WORK =
                   FUNCTION INTEGER-OF-DATE(WS-CARD-DATE-NUM) - 1
               DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WEEKS
                   REMAINDER WS-DOW
               IF CRD-DESC = SPACES
                       OR (CRD-DAY-TYPE NOT = 'H'
                           AND CRD-DAY-TYPE NOT = 'W')
                       OR (CRD-DAY-TYPE = 'H' AND WS-DOW > 4)
                       OR (CRD-DAY-TYPE = 'W' AND WS-DOW < 5)
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
           END-IF.

       APPLY-ADD-CARD.
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-MASTER-IN-COUNT
                       OR WS-ENTRY-FOUND = 'Y'
               IF WS-CAL-DATE(WS-CAL-IX) = CRD-CAL-DATE
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   MOVE CRD-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-IX)
                   MOVE CRD-DESC TO WS-CAL-DESC(WS-CAL-IX)
                   ADD 1 TO WS-REPLACE-COUNT
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND = 'N'
               IF WS-MASTER-IN-COUNT < WS-MAX-CAL-CONST
                   ADD 1 TO WS-MASTER-IN-COUNT
                   MOVE CRD-CAL-DATE
                       TO WS-CAL-DATE(WS-MASTER-IN-COUNT)
                   MOVE CRD-DAY-TYPE
                       TO WS-CAL-TYPE(WS-MASTER-IN-COUNT)
                   MOVE CRD-DESC
                       TO WS-CAL-DESC(WS-MASTER-IN-COUNT)
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "BUSINESS-CALENDAR-UPDATE: master full -"
                       " card for " CRD-CAL-DATE " not applied"
                   PERFORM CLOSE-FILES
                   MOVE 3019 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Deleting blanks the entry in place; WRITE-NEW-MASTER skips
      * blank dates on the way out. A DEL for a date the master never
      * had is counted and reported - usually a retyped date, worth
      * a look - but does not stop the run.
       APPLY-DEL-CARD.
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-MASTER-IN-COUNT
                       OR WS-ENTRY-FOUND = 'Y'
               IF WS-CAL-DATE(WS-CAL-IX) = CRD-CAL-DATE
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   MOVE WS-CAL-TYPE(WS-CAL-IX) TO CRD-DAY-TYPE
                   MOVE WS-CAL-DESC(WS-CAL-IX) TO CRD-DESC
                   MOVE SPACES TO WS-CAL-ENTRY(WS-CAL-IX)
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND = 'N'
               DISPLAY "BUSINESS-CALENDAR-UPDATE: DEL card for "
                   CRD-CAL-DATE " matched no master entry"
               ADD 1 TO WS-NODEL-COUNT
           END-IF.

      * A DEL is logged with the type and description it removed
      * (APPLY-DEL-CARD copies them onto the card first), so the
      * trail alone says what the calendar used to hold.
       WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AUD-DATE
           MOVE CRD-ACTION TO AUD-ACTION
           MOVE CRD-CAL-DATE TO AUD-CAL-DATE
           MOVE CRD-DAY-TYPE TO AUD-DAY-TYPE
           MOVE CRD-DESC TO AUD-DESC
           MOVE CRD-INITIALS TO AUD-INITIALS
           WRITE AUDIT-RECORD.

       WRITE-NEW-MASTER.
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-MASTER-IN-COUNT
               IF WS-CAL-DATE(WS-CAL-IX) NOT = SPACES
                   MOVE SPACES TO CALENDAR-RECORD
                   MOVE WS-CAL-DATE(WS-CAL-IX) TO CAL-DATE
                   MOVE WS-CAL-TYPE(WS-CAL-IX) TO CAL-DAY-TYPE
                   MOVE WS-CAL-DESC(WS-CAL-IX) TO CAL-DESC
                   WRITE CAL-OUT-RECORD FROM CALENDAR-RECORD
                   ADD 1 TO WS-MASTER-OUT-COUNT
               END-IF
           END-PERFORM.

       CLOSE-FILES.
           CLOSE CAL-IN
           CLOSE CAL-OUT
           CLOSE CARD-FILE
           CLOSE AUDIT-FILE
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "BUSINESS-CALENDAR-UPDATE - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Master records read...........: "
               WS-MASTER-IN-COUNT
           DISPLAY "Update cards read.............: "
               WS-CARD-COUNT
           DISPLAY "Cards refused.................: "
               WS-BAD-CARD-COUNT
           DISPLAY "Dates added...................: "
               WS-ADD-COUNT
           DISPLAY "Dates replaced................: "
               WS-REPLACE-COUNT
           DISPLAY "Dates deleted.................: "
               WS-DELETE-COUNT
           DISPLAY "DEL cards matching nothing....: "
               WS-NODEL-COUNT
           DISPLAY "Master records written........: "
               WS-MASTER-OUT-COUNT
           DISPLAY "==================================================".

       END PROGRAM BUSINESS-CALENDAR-UPDATE.
