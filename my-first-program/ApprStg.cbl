      ******************************************************************
      * PROGRAM: CARD-APPROVAL-STAGE
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To stage the desk's manual intervention cards - REJFIX
      *          corrections, XREFUPDT renumberings, a TOTLBACK backout
      *          date, a FILEJOIN OVERRIDE=YES or PLAUSOVR=YES - on
      *          the pending-approval dataset instead of straight
      *          into the job that acts on them. Each card is stamped
      *          with the submitting user ID (the maker) and the time,
      *          and given an approval number; nothing acts on it
      *          until CARD-APPROVAL-RELEASE, run by a different user,
      *          releases it. No more cards are staged than CARD-
      *          APPROVAL-RELEASE can hold pending in one run.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-APPROVAL-STAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL on both: the pending dataset and the approval log
      * are empty before the very first card is ever staged, and
      * OPEN INPUT/EXTEND on them must succeed then, not abend.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO PENDDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-LOG ASSIGN TO LOGDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO CARDDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDING-FILE.
           COPY APPRREC.

       FD  APPROVAL-LOG.
       01  APPROVAL-LOG-RECORD.
           05 LOG-APPR-ID         PIC 9(6).
           05 FILLER              PIC X(163).

      * A 'TARGET=name' card names the job the cards after it are
      * for - REJFIX, XREFUPDT, TOTLBACK or FILEJOIN - and every
      * other card is staged, unchanged, for that target, in exactly
      * the column layout the target job documents.
       FD  CARD-FILE.
       01  STAGE-CARD             PIC X(80).
       01  STAGE-CARD-TARGET REDEFINES STAGE-CARD.
           05 CRD-TARGET-KEY      PIC X(7).
           05 CRD-TARGET-VAL      PIC X(8).
           05 FILLER              PIC X(65).
       01  STAGE-CARD-BUSDATE REDEFINES STAGE-CARD.
           05 CRD-BUSDATE-KEY     PIC X(8).
           05 CRD-BUSDATE-VAL     PIC X(8).
           05 FILLER              PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-PENDING-COUNT    PIC 9(6) VALUE 0.
           05 WS-LOG-COUNT        PIC 9(6) VALUE 0.
           05 WS-CARD-COUNT       PIC 9(6) VALUE 0.
           05 WS-STAGED-COUNT     PIC 9(6) VALUE 0.
           05 WS-BAD-CARD-COUNT   PIC 9(6) VALUE 0.
           05 WS-EOF-PENDING      PIC X VALUE 'N'.
           05 WS-EOF-LOG          PIC X VALUE 'N'.
           05 WS-EOF-CARDS        PIC X VALUE 'N'.

       01  WS-STAGE-FIELDS.
           05 WS-MAKER-ID         PIC X(8) VALUE SPACES.
           05 WS-TARGET           PIC X(8) VALUE SPACES.
           05 WS-LAST-APPR-ID     PIC 9(6) VALUE 0.
           05 WS-CARD-VALID       PIC X VALUE 'N'.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(8).

      * The most cards CARD-APPROVAL-RELEASE holds pending in one run
      * - the two programs must agree, or a queue staged here could
      * never be released there.
       78  WS-MAX-PEND-CONST      VALUE 500.

           COPY USRLINK.

      * The submitting user ID arrives as the EXEC PARM (the JCL
      * passes &SYSUID) and must be the user the security product
      * says the job is running under - the maker stamp is never
      * something keyed, on a card or in the PARM.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LENGTH         PIC S9(4) COMP.
           05 PARM-USERID         PIC X(8).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM FIND-LAST-APPROVAL-ID
           PERFORM STAGE-CARDS
           PERFORM CLOSE-FILES
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF PARM-LENGTH < 1 OR PARM-LENGTH > 8
               DISPLAY "CARD-APPROVAL-STAGE: no submitting user ID"
                   " in the PARM - nothing staged, run aborted"
               MOVE 3020 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-USERID(1:PARM-LENGTH) TO WS-MAKER-ID
           CALL 'SECUSER' USING SECURITY-USER-REQUEST
           IF USRQ-RETURN NOT = '00' OR USRQ-USERID NOT = WS-MAKER-ID
               DISPLAY "CARD-APPROVAL-STAGE: PARM user ID "
                   WS-MAKER-ID " is not the job's security user ID '"
                   USRQ-USERID "' - nothing staged, run aborted"
               MOVE 3020 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CARD-FILE.

      * Approval numbers run on from the highest ever issued - still
      * pending, or already decided and in the log - so the number a
      * maker quotes can never mean two different cards.
       FIND-LAST-APPROVAL-ID.
           OPEN INPUT PENDING-FILE
           PERFORM UNTIL WS-EOF-PENDING = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PENDING
                   NOT AT END
                       ADD 1 TO WS-PENDING-COUNT
                       IF APPR-ID > WS-LAST-APPR-ID
                           MOVE APPR-ID TO WS-LAST-APPR-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           OPEN INPUT APPROVAL-LOG
           PERFORM UNTIL WS-EOF-LOG = 'Y'
               READ APPROVAL-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                   NOT AT END
                       ADD 1 TO WS-LOG-COUNT
                       IF LOG-APPR-ID > WS-LAST-APPR-ID
                           MOVE LOG-APPR-ID TO WS-LAST-APPR-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-LOG
           OPEN EXTEND PENDING-FILE.

       STAGE-CARDS.
           PERFORM UNTIL WS-EOF-CARDS = 'Y'
               READ CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CARDS
                   NOT AT END
                       PERFORM STAGE-ONE-CARD
               END-READ
           END-PERFORM.

      * A TARGET card switches the target; anything else is a card
      * for the target in force. The full edits stay with the jobs
      * that apply the cards - this only refuses what could never be
      * a card for its target, so the checker is not asked to
      * approve nonsense. A TOTLBACK card must be a numeric BUSDATE,
      * a FILEJOIN card must be OVERRIDE=YES (the join's register
      * override) or PLAUSOVR=YES (the plausibility gate's). The
      * pending dataset holds only undecided cards, so once it and
      * this run's cards reach the release program's limit, every
      * further card is refused rather than staged out of its reach.
       STAGE-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           IF CRD-TARGET-KEY = 'TARGET='
               SUBTRACT 1 FROM WS-CARD-COUNT
               MOVE CRD-TARGET-VAL TO WS-TARGET
               IF WS-TARGET NOT = 'REJFIX'
                       AND WS-TARGET NOT = 'XREFUPDT'
                       AND WS-TARGET NOT = 'TOTLBACK'
                       AND WS-TARGET NOT = 'FILEJOIN'
                   DISPLAY "CARD-APPROVAL-STAGE: unknown target '"
                       CRD-TARGET-VAL "' - cards up to the next"
                       " TARGET card refused"
                   MOVE SPACES TO WS-TARGET
               END-IF
           ELSE
               MOVE 'Y' TO WS-CARD-VALID
               EVALUATE TRUE
                   WHEN WS-TARGET = SPACES
                       MOVE 'N' TO WS-CARD-VALID
                   WHEN STAGE-CARD = SPACES
                       MOVE 'N' TO WS-CARD-VALID
                   WHEN WS-TARGET = 'TOTLBACK'
                       IF CRD-BUSDATE-KEY NOT = 'BUSDATE='
                               OR CRD-BUSDATE-VAL NOT NUMERIC
                           MOVE 'N' TO WS-CARD-VALID
                       END-IF
                   WHEN WS-TARGET = 'FILEJOIN'
                       IF STAGE-CARD(1:12) NOT = 'OVERRIDE=YES'
                               AND STAGE-CARD(1:12) NOT = 'PLAUSOVR=YES'
                           MOVE 'N' TO WS-CARD-VALID
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-CARD-VALID = 'N'
                       DISPLAY "CARD-APPROVAL-STAGE: card '"
                           STAGE-CARD(1:40) "' not valid for target '"
                           WS-TARGET "' - not staged"
                       ADD 1 TO WS-BAD-CARD-COUNT
                   WHEN WS-PENDING-COUNT + WS-STAGED-COUNT
                           NOT < WS-MAX-PEND-CONST
                       DISPLAY "CARD-APPROVAL-STAGE: card '"
                           STAGE-CARD(1:40) "' refused - already "
                           WS-MAX-PEND-CONST " cards pending, have"
                           " some decided first"
                       ADD 1 TO WS-BAD-CARD-COUNT
                   WHEN OTHER
                       PERFORM WRITE-PENDING-RECORD
               END-EVALUATE
           END-IF.

       WRITE-PENDING-RECORD.
           ADD 1 TO WS-LAST-APPR-ID
           MOVE SPACES TO APPROVAL-RECORD
           MOVE WS-LAST-APPR-ID TO APPR-ID
           MOVE WS-TARGET TO APPR-TARGET
           MOVE 'P' TO APPR-STATUS
           MOVE WS-MAKER-ID TO APPR-MAKER-ID
           MOVE WS-RUN-DATE TO APPR-MAKER-DATE
           MOVE WS-RUN-TIME(1:6) TO APPR-MAKER-TIME
           MOVE STAGE-CARD TO APPR-CARD
           WRITE APPROVAL-RECORD
           ADD 1 TO WS-STAGED-COUNT
           DISPLAY "CARD-APPROVAL-STAGE: approval " APPR-ID
               " staged for " APPR-TARGET " '" STAGE-CARD(1:40) "'".

       CLOSE-FILES.
           CLOSE PENDING-FILE
           CLOSE CARD-FILE
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "CARD-APPROVAL-STAGE - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "Maker user ID.................: "
               WS-MAKER-ID
           DISPLAY "Already pending...............: "
               WS-PENDING-COUNT
           DISPLAY "Approval log records read.....: "
               WS-LOG-COUNT
           DISPLAY "Cards read....................: "
               WS-CARD-COUNT
           DISPLAY "Cards refused.................: "
               WS-BAD-CARD-COUNT
           DISPLAY "Cards staged for approval.....: "
               WS-STAGED-COUNT
           DISPLAY "==================================================".

       END PROGRAM CARD-APPROVAL-STAGE.
