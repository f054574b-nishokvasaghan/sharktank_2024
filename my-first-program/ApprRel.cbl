      ******************************************************************
      * PROGRAM: CARD-APPROVAL-RELEASE
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: The checker's half of maker-checker: decision cards
      *          release or refuse staged intervention cards by
      *          approval number. A released card is stamped with the
      *          checker's user ID and time and written to its target
      *          job's approved-card dataset, the only card input
      *          that job accepts; a refused card is stamped the same
      *          way with the reason. Every decision goes to the
      *          permanent approval log, undecided cards stay
      *          pending, and no user may release or refuse a card
      *          they staged themselves.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-APPROVAL-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-IN ASSIGN TO PENDINDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PENDING-OUT ASSIGN TO PENDOUTD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO CARDDD
               ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL: the approval log and the four approved-card
      * datasets may be empty, and OPEN EXTEND on a dataset with no
      * prior contents must succeed, not abend.
           SELECT OPTIONAL APPROVAL-LOG ASSIGN TO LOGDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REJFIX-APPROVED ASSIGN TO APRFIXDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL XREF-APPROVED ASSIGN TO APRXRFDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BACKOUT-APPROVED ASSIGN TO APRBAKDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-APPROVED ASSIGN TO APROVRDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDING-IN.
       01  PENDING-IN-RECORD      PIC X(169).

       FD  PENDING-OUT.
       01  PENDING-OUT-RECORD     PIC X(169).

      * One card per decision:
      *   'REL' - release the numbered card to its target job;
      *   'REF' - refuse it (a reason is required).
       FD  CARD-FILE.
       01  DECISION-CARD.
           05 CRD-ACTION          PIC X(3).
           05 CRD-APPR-ID         PIC X(6).
           05 CRD-REASON          PIC X(30).
           05 FILLER              PIC X(41).

       FD  APPROVAL-LOG.
       01  APPROVAL-LOG-RECORD    PIC X(169).

       FD  REJFIX-APPROVED.
       01  REJFIX-APPROVED-RECORD PIC X(169).

       FD  XREF-APPROVED.
       01  XREF-APPROVED-RECORD   PIC X(169).

       FD  BACKOUT-APPROVED.
       01  BACKOUT-APPROVED-RECORD PIC X(169).

       FD  OVERRIDE-APPROVED.
       01  OVERRIDE-APPROVED-RECORD PIC X(169).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-PENDING-IN-COUNT PIC 9(4) VALUE 0.
           05 WS-CARD-COUNT       PIC 9(4) VALUE 0.
           05 WS-BAD-CARD-COUNT   PIC 9(4) VALUE 0.
           05 WS-OWN-CARD-COUNT   PIC 9(4) VALUE 0.
           05 WS-RELEASE-COUNT    PIC 9(4) VALUE 0.
           05 WS-REFUSE-COUNT     PIC 9(4) VALUE 0.
           05 WS-PENDING-OUT-COUNT PIC 9(4) VALUE 0.
           05 WS-EOF-PENDING      PIC X VALUE 'N'.
           05 WS-EOF-CARDS        PIC X VALUE 'N'.
           05 WS-ENTRY-FOUND      PIC X VALUE 'N'.

       01  WS-CHECKER-ID          PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(8).

           COPY APPRREC.

      * The whole pending dataset in hand, decisions applied in card
      * order, then every entry written back out to wherever its
      * status now says it belongs. Each entry has APPROVAL-RECORD's
      * exact layout, so a group MOVE carries it either way.
       78  WS-MAX-PEND-CONST      VALUE 500.
       01  WS-PEND-TABLE.
           05 WS-PEND-IX          PIC 9(4) VALUE 0.
           05 WS-PEND-ENTRY       OCCURS WS-MAX-PEND-CONST TIMES.
              10 WS-PEND-ID          PIC 9(6).
              10 WS-PEND-TARGET      PIC X(8).
              10 WS-PEND-STATUS      PIC X(1).
              10 WS-PEND-MAKER-ID    PIC X(8).
              10 WS-PEND-MAKER-DATE  PIC X(8).
              10 WS-PEND-MAKER-TIME  PIC X(6).
              10 WS-PEND-CHECKER-ID  PIC X(8).
              10 WS-PEND-CHECKER-DATE PIC X(8).
              10 WS-PEND-CHECKER-TIME PIC X(6).
              10 WS-PEND-REASON      PIC X(30).
              10 WS-PEND-CARD        PIC X(80).

           COPY USRLINK.

      * The submitting user ID arrives as the EXEC PARM (the JCL
      * passes &SYSUID) and must be the user the security product
      * says the job is running under - the checker stamp is never
      * something keyed, exactly as the maker's was not.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LENGTH         PIC S9(4) COMP.
           05 PARM-USERID         PIC X(8).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-PENDING
           PERFORM PROCESS-CARDS
           PERFORM WRITE-DECISIONS
           PERFORM CLOSE-FILES
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF PARM-LENGTH < 1 OR PARM-LENGTH > 8
               DISPLAY "CARD-APPROVAL-RELEASE: no submitting user"
                   " ID in the PARM - nothing decided, run aborted"
               MOVE 3020 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-USERID(1:PARM-LENGTH) TO WS-CHECKER-ID
           CALL 'SECUSER' USING SECURITY-USER-REQUEST
           IF USRQ-RETURN NOT = '00'
                   OR USRQ-USERID NOT = WS-CHECKER-ID
               DISPLAY "CARD-APPROVAL-RELEASE: PARM user ID "
                   WS-CHECKER-ID " is not the job's security user"
                   " ID '" USRQ-USERID "' - nothing decided, run"
                   " aborted"
               MOVE 3020 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PENDING-IN
           OPEN INPUT CARD-FILE
           OPEN OUTPUT PENDING-OUT
           OPEN EXTEND APPROVAL-LOG
           OPEN EXTEND REJFIX-APPROVED
           OPEN EXTEND XREF-APPROVED
           OPEN EXTEND BACKOUT-APPROVED
           OPEN EXTEND OVERRIDE-APPROVED.

       LOAD-PENDING.
           PERFORM UNTIL WS-EOF-PENDING = 'Y'
               READ PENDING-IN INTO APPROVAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-PENDING
                   NOT AT END
                       IF WS-PENDING-IN-COUNT < WS-MAX-PEND-CONST
                           ADD 1 TO WS-PENDING-IN-COUNT
                           MOVE APPROVAL-RECORD
                               TO WS-PEND-ENTRY(WS-PENDING-IN-COUNT)
                       ELSE
                           DISPLAY "CARD-APPROVAL-RELEASE: more"
                               " than " WS-MAX-PEND-CONST
                               " pending cards - run aborted"
                           PERFORM CLOSE-FILES
                           MOVE 3020 TO RETURN-CODE
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
                       PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM.

      * A decision only applies to a card still pending - a number
      * already decided, or never issued, is refused from SYSOUT -
      * and never to a card the checker staged: four eyes means two
      * user IDs, so that card stays pending for someone else.
       APPLY-ONE-DECISION.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'N' TO WS-ENTRY-FOUND
           IF (CRD-ACTION = 'REL' OR CRD-ACTION = 'REF')
                   AND CRD-APPR-ID NUMERIC
                   AND (CRD-ACTION = 'REL' OR CRD-REASON NOT = SPACES)
               PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                       UNTIL WS-PEND-IX > WS-PENDING-IN-COUNT
                           OR WS-ENTRY-FOUND = 'Y'
                   IF WS-PEND-ID(WS-PEND-IX) = CRD-APPR-ID
                           AND WS-PEND-STATUS(WS-PEND-IX) = 'P'
                       MOVE 'Y' TO WS-ENTRY-FOUND
                       PERFORM DECIDE-ENTRY
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENTRY-FOUND = 'N'
               DISPLAY "CARD-APPROVAL-RELEASE: bad card '"
                   DECISION-CARD(1:39) "' - no such pending"
                   " approval, or no reason on a REF - ignored"
               ADD 1 TO WS-BAD-CARD-COUNT
           END-IF.

      * Runs inside the scan's loop body, before the VARYING step-up,
      * so WS-PEND-IX still subscripts the entry that just matched.
       DECIDE-ENTRY.
           IF WS-PEND-MAKER-ID(WS-PEND-IX) = WS-CHECKER-ID
               DISPLAY "CARD-APPROVAL-RELEASE: approval "
                   WS-PEND-ID(WS-PEND-IX) " was staged by "
                   WS-CHECKER-ID " - a maker cannot decide their"
                   " own card, left pending"
               ADD 1 TO WS-OWN-CARD-COUNT
           ELSE
               MOVE WS-CHECKER-ID TO WS-PEND-CHECKER-ID(WS-PEND-IX)
               MOVE WS-RUN-DATE TO WS-PEND-CHECKER-DATE(WS-PEND-IX)
               MOVE WS-RUN-TIME(1:6)
                   TO WS-PEND-CHECKER-TIME(WS-PEND-IX)
               MOVE CRD-REASON TO WS-PEND-REASON(WS-PEND-IX)
               IF CRD-ACTION = 'REL'
                   MOVE 'A' TO WS-PEND-STATUS(WS-PEND-IX)
                   ADD 1 TO WS-RELEASE-COUNT
                   DISPLAY "CARD-APPROVAL-RELEASE: approval "
                       WS-PEND-ID(WS-PEND-IX) " released to "
                       WS-PEND-TARGET(WS-PEND-IX)
               ELSE
                   MOVE 'R' TO WS-PEND-STATUS(WS-PEND-IX)
                   ADD 1 TO WS-REFUSE-COUNT
                   DISPLAY "CARD-APPROVAL-RELEASE: approval "
                       WS-PEND-ID(WS-PEND-IX) " refused"
               END-IF
           END-IF.

      * Pending entries go back to the pending dataset; decided ones
      * to the log, and a released one to its target's approved
      * cards as well. Whatever is still pending is listed, so the
      * checker sees the queue on the same SYSOUT.
       WRITE-DECISIONS.
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PENDING-IN-COUNT
               MOVE WS-PEND-ENTRY(WS-PEND-IX) TO APPROVAL-RECORD
               IF APPR-STATUS = 'P'
                   WRITE PENDING-OUT-RECORD FROM APPROVAL-RECORD
                   ADD 1 TO WS-PENDING-OUT-COUNT
                   DISPLAY "CARD-APPROVAL-RELEASE: still pending "
                       APPR-ID " " APPR-TARGET " by " APPR-MAKER-ID
                       " '" APPR-CARD(1:40) "'"
               ELSE
                   WRITE APPROVAL-LOG-RECORD FROM APPROVAL-RECORD
                   IF APPR-STATUS = 'A'
                       PERFORM WRITE-APPROVED-CARD
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-APPROVED-CARD.
           EVALUATE APPR-TARGET
               WHEN 'REJFIX'
                   WRITE REJFIX-APPROVED-RECORD FROM APPROVAL-RECORD
               WHEN 'XREFUPDT'
                   WRITE XREF-APPROVED-RECORD FROM APPROVAL-RECORD
               WHEN 'TOTLBACK'
                   WRITE BACKOUT-APPROVED-RECORD
                       FROM APPROVAL-RECORD
               WHEN OTHER
                   WRITE OVERRIDE-APPROVED-RECORD
                       FROM APPROVAL-RECORD
           END-EVALUATE.

       CLOSE-FILES.
           CLOSE PENDING-IN
           CLOSE PENDING-OUT
           CLOSE CARD-FILE
           CLOSE APPROVAL-LOG
           CLOSE REJFIX-APPROVED
           CLOSE XREF-APPROVED
           CLOSE BACKOUT-APPROVED
           CLOSE OVERRIDE-APPROVED
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "CARD-APPROVAL-RELEASE - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Checker user ID...............: "
               WS-CHECKER-ID
           DISPLAY "Pending cards read............: "
               WS-PENDING-IN-COUNT
           DISPLAY "Decision cards read...........: "
               WS-CARD-COUNT
           DISPLAY "Decision cards refused........: "
               WS-BAD-CARD-COUNT
           DISPLAY "Own cards left pending........: "
               WS-OWN-CARD-COUNT
           DISPLAY "Cards released................: "
               WS-RELEASE-COUNT
           DISPLAY "Cards refused.................: "
               WS-REFUSE-COUNT
           DISPLAY "Cards still pending...........: "
               WS-PENDING-OUT-COUNT
           DISPLAY "==================================================".

       END PROGRAM CARD-APPROVAL-RELEASE.
