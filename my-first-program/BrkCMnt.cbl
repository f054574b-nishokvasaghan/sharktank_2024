      ******************************************************************
      * PROGRAM: BREAK-CASE-MAINTENANCE
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To apply the desk's break case cards to the break case
      *          master: assign an open case to an analyst, annotate
      *          any case with a resolution note, or accept an open
      *          case as a known difference so it leaves the aging
      *          report. Each applied card stamps the case with the
      *          business date and the keyer's initials; a card naming
      *          a case that does not exist, or trying to assign or
      *          accept a case that is no longer open, is refused on
      *          SYSOUT and changes nothing.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREAK-CASE-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * RANDOM access: every card names its case by full key.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO CASEDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CARD-FILE ASSIGN TO CARDDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CASE-FILE.
           COPY BRKCASE.

      * One card per action:
      *   'ASN' - assign an open case to the analyst named;
      *   'NOT' - replace the case's resolution note (any status);
      *   'ACC' - accept an open case, with the note saying why.
       FD  CARD-FILE.
       01  CASE-CARD.
           05 CRD-ACTION          PIC X(3).
           05 CRD-SECNR           PIC X(10).
           05 CRD-OPEN-DATE       PIC X(8).
           05 CRD-ANALYST         PIC X(8).
           05 CRD-NOTE            PIC X(40).
           05 CRD-INITIALS        PIC X(3).
           05 FILLER              PIC X(8).

      * Single control card, 'BUSDATE=yyyymmdd' - the business date
      * the cases are stamped with, the same date BREAK-CASE-UPDATE
      * stamps and BREAK-CASE-AGING counts today's acceptances by.
      * Defaulted to the calendar's business date for the run date
      * (BUSCAL) when the card is missing or unreadable.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05 CTL-KEYWORD         PIC X(8).
           05 CTL-VALUE           PIC X(8).
           05 FILLER              PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-CARD-COUNT       PIC 9(4) VALUE 0.
           05 WS-BAD-CARD-COUNT   PIC 9(4) VALUE 0.
           05 WS-NOCASE-COUNT     PIC 9(4) VALUE 0.
           05 WS-NOTOPEN-COUNT    PIC 9(4) VALUE 0.
           05 WS-ASSIGN-COUNT     PIC 9(4) VALUE 0.
           05 WS-NOTE-COUNT       PIC 9(4) VALUE 0.
           05 WS-ACCEPT-COUNT     PIC 9(4) VALUE 0.
           05 WS-ERROR-COUNT      PIC 9(4) VALUE 0.
           05 WS-EOF-CARDS        PIC X VALUE 'N'.

       01  WS-CASE-STATUS         PIC XX VALUE SPACES.

      * Shared business-day calendar parameters (BUSCAL).
           COPY CALLINK.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM PROCESS-CARDS
           PERFORM CLOSE-FILES
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE WS-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           MOVE CALQ-DATE-OUT TO WS-BUSINESS-DATE
           OPEN INPUT CONTROL-FILE
           PERFORM READ-CONTROL-CARD
           OPEN INPUT CARD-FILE
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY "BREAK-CASE-MAINTENANCE: case master open"
                   " failed, status " WS-CASE-STATUS
               MOVE 3016 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-KEYWORD = 'BUSDATE=' AND CTL-VALUE NUMERIC
                       MOVE CTL-VALUE TO WS-BUSINESS-DATE
                   ELSE
                       DISPLAY "BREAK-CASE-MAINTENANCE: bad control"
                           " card '" CONTROL-CARD "' - defaulting"
                           " BUSDATE to " WS-BUSINESS-DATE
                   END-IF
           END-READ.

       PROCESS-CARDS.
           PERFORM UNTIL WS-EOF-CARDS = 'Y'
               READ CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CARDS
                   NOT AT END
                       PERFORM APPLY-ONE-CARD
               END-READ
           END-PERFORM.

      * A card must name a case fully (SECNR and numeric open date)
      * and carry what its action needs: an analyst to assign, a note
      * to annotate or to accept with - an acceptance nobody explained
      * is exactly what audit asks about later.
       APPLY-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           IF (CRD-ACTION NOT = 'ASN' AND CRD-ACTION NOT = 'NOT'
                   AND CRD-ACTION NOT = 'ACC')
                   OR CRD-SECNR = SPACES
                   OR CRD-OPEN-DATE NOT NUMERIC
                   OR (CRD-ACTION = 'ASN' AND CRD-ANALYST = SPACES)
                   OR (CRD-ACTION NOT = 'ASN' AND CRD-NOTE = SPACES)
               DISPLAY "BREAK-CASE-MAINTENANCE: bad card '"
                   CASE-CARD(1:72) "' - ignored"
               ADD 1 TO WS-BAD-CARD-COUNT
           ELSE
               MOVE CRD-SECNR TO CASE-SECNR
               MOVE CRD-OPEN-DATE TO CASE-OPEN-DATE
               READ CASE-FILE
                   INVALID KEY
                       DISPLAY "BREAK-CASE-MAINTENANCE: no case for "
                           CRD-SECNR " opened " CRD-OPEN-DATE
                           " - card ignored"
                       ADD 1 TO WS-NOCASE-COUNT
                   NOT INVALID KEY
                       PERFORM APPLY-CARD-TO-CASE
               END-READ
           END-IF.

       APPLY-CARD-TO-CASE.
           IF CRD-ACTION NOT = 'NOT' AND CASE-STATUS NOT = 'O'
               DISPLAY "BREAK-CASE-MAINTENANCE: case " CRD-SECNR " "
                   CRD-OPEN-DATE " is no longer open (status "
                   CASE-STATUS ") - " CRD-ACTION " card ignored"
               ADD 1 TO WS-NOTOPEN-COUNT
           ELSE
               EVALUATE CRD-ACTION
                   WHEN 'ASN'
                       MOVE CRD-ANALYST TO CASE-ANALYST
                   WHEN 'NOT'
                       MOVE CRD-NOTE TO CASE-NOTE
                   WHEN 'ACC'
                       MOVE CRD-NOTE TO CASE-NOTE
                       MOVE 'A' TO CASE-STATUS
                       MOVE WS-BUSINESS-DATE TO CASE-CLOSE-DATE
               END-EVALUATE
               MOVE WS-BUSINESS-DATE TO CASE-MAINT-DATE
               MOVE CRD-INITIALS TO CASE-MAINT-INITIALS
               PERFORM REWRITE-CASE
           END-IF.

       REWRITE-CASE.
           REWRITE BREAK-CASE-RECORD
               INVALID KEY
                   DISPLAY "BREAK-CASE-MAINTENANCE: rewrite failed"
                       " for " CASE-SECNR " " CASE-OPEN-DATE
                       " status " WS-CASE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   EVALUATE CRD-ACTION
                       WHEN 'ASN'
                           ADD 1 TO WS-ASSIGN-COUNT
                       WHEN 'NOT'
                           ADD 1 TO WS-NOTE-COUNT
                       WHEN 'ACC'
                           ADD 1 TO WS-ACCEPT-COUNT
                   END-EVALUATE
           END-REWRITE.

       CLOSE-FILES.
           CLOSE CARD-FILE
           CLOSE CONTROL-FILE
           CLOSE CASE-FILE
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "BREAK-CASE-MAINTENANCE - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Business date.................: "
               WS-BUSINESS-DATE
           DISPLAY "Case cards read...............: "
               WS-CARD-COUNT
           DISPLAY "Cards refused.................: "
               WS-BAD-CARD-COUNT
           DISPLAY "Cards naming no case..........: "
               WS-NOCASE-COUNT
           DISPLAY "Cards for cases not open......: "
               WS-NOTOPEN-COUNT
           DISPLAY "Cases assigned................: "
               WS-ASSIGN-COUNT
           DISPLAY "Cases annotated...............: "
               WS-NOTE-COUNT
           DISPLAY "Cases accepted................: "
               WS-ACCEPT-COUNT
           DISPLAY "Case update failures..........: "
               WS-ERROR-COUNT
           DISPLAY "==================================================".

       END PROGRAM BREAK-CASE-MAINTENANCE.
