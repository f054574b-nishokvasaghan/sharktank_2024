      ******************************************************************
      * PROGRAM: SECURITY-LINEAGE-TRACE
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: To answer "what happened to this SECNR between these
      *          dates" in one pass instead of an afternoon of
      *          browsing: every record touching the security is
      *          pulled from each dataset it can pass through and
      *          written as one timeline line (copybook TRACEREC) -
      *          the feed transmissions it arrived in, rejects and
      *          the corrections that fixed them, cross-reference
      *          renumberings, every night it sat in suspense and at
      *          what age, write-offs, amount breaks and their cases,
      *          what settled and at what total, the before/after
      *          images of what was posted to IMS and to position
      *          history, and what was confirmed to the custodian.
      *          Lines come out in the order the sources are read;
      *          sorted on their first 16 bytes they are the
      *          security's timeline (the batch job's sort step, or
      *          TBSORT in the SRINQ dialog).
      *          Runs as a batch step (EXEC PARM) and as a CALL from
      *          SUSPENSE-REJECT-INQUIRY - see copybook TRCPARM for
      *          the request. Every input is OPTIONAL: a dataset the
      *          caller could not allocate contributes nothing rather
      *          than stopping the trace.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-LINEAGE-TRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * CONFDD and GLJRNLDD are the GDG bases - every generation the
      * catalog still holds, concatenated. SUSPG0DD-SUSPG4DD are the
      * suspense carry generations (0) to (-4) one per DD, because a
      * suspense record carries its age but not its date: generation
      * (-n) was cut n business days before the cycle date, one
      * NEXTSUSP per business day, which dates every row in it.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO TREGDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL XREF-AUDIT-FILE ASSIGN TO XAUDDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO REJDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CORR-AUDIT-FILE ASSIGN TO CAUDDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-GEN0-FILE ASSIGN TO SUSPG0DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-GEN1-FILE ASSIGN TO SUSPG1DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-GEN2-FILE ASSIGN TO SUSPG2DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-GEN3-FILE ASSIGN TO SUSPG3DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-GEN4-FILE ASSIGN TO SUSPG4DD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BREAK-FILE ASSIGN TO BRKDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CASE-FILE ASSIGN TO CASEDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT OPTIONAL OUT-FILE ASSIGN TO OUTDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO GLJRNLDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TOTALS-JOURNAL-FILE ASSIGN TO TJRNLDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HISTORY-JOURNAL-FILE ASSIGN TO HJRNLDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CONFIRM-FILE ASSIGN TO CONFDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRACE-FILE ASSIGN TO TRACEDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       FD  REGISTER-FILE.
           COPY TREGREC.

      * SECNR-XREF-UPDATE's audit trail (PROD.FILEJOIN.XREFAUDIT) -
      * the layout is that program's own, repeated here with an XAUD
      * prefix so it can sit beside the correction audit below.
       FD  XREF-AUDIT-FILE.
       01  XREF-AUDIT-RECORD.
           05 XAUD-DATE           PIC X(8).
           05 XAUD-ACTION         PIC X(3).
           05 XAUD-OLD-SECNR      PIC X(10).
           05 XAUD-NEW-SECNR      PIC X(10).
           05 XAUD-EFF-DATE       PIC X(8).
           05 XAUD-INITIALS       PIC X(3).
           05 XAUD-APPR-ID        PIC 9(6).
           05 XAUD-MAKER-ID       PIC X(8).
           05 XAUD-MAKER-DATE     PIC X(8).
           05 XAUD-MAKER-TIME     PIC X(6).
           05 XAUD-CHECKER-ID     PIC X(8).
           05 XAUD-CHECKER-DATE   PIC X(8).
           05 XAUD-CHECKER-TIME   PIC X(6).

       FD  REJECT-FILE.
           COPY REJREC.

      * REJECT-CORRECTION's audit trail (PROD.FILEJOIN.CORRAUDIT),
      * likewise with a CAUD prefix.
       FD  CORR-AUDIT-FILE.
       01  CORR-AUDIT-RECORD.
           05 CAUD-DATE           PIC X(8).
           05 CAUD-SOURCE         PIC X(5).
           05 CAUD-ORIG-SECNR     PIC X(10).
           05 CAUD-ORIG-AMOUNT    PIC X(9).
           05 CAUD-NEW-SECNR      PIC X(10).
           05 CAUD-NEW-AMOUNT     PIC 9(7)V99.
           05 CAUD-INITIALS       PIC X(3).
           05 CAUD-NEW-CURRENCY   PIC X(3).
           05 CAUD-APPR-ID        PIC 9(6).
           05 CAUD-MAKER-ID       PIC X(8).
           05 CAUD-MAKER-DATE     PIC X(8).
           05 CAUD-MAKER-TIME     PIC X(6).
           05 CAUD-CHECKER-ID     PIC X(8).
           05 CAUD-CHECKER-DATE   PIC X(8).
           05 CAUD-CHECKER-TIME   PIC X(6).

      * The generation FDs are only ever read INTO the working
      * SUSPENSE-RECORD (COPY SUSPREC in WORKING-STORAGE), so one
      * paragraph traces a row whichever generation it came from.
       FD  SUSP-GEN0-FILE.
       01  SUSP-GEN0-RECORD       PIC X(37).

       FD  SUSP-GEN1-FILE.
       01  SUSP-GEN1-RECORD       PIC X(37).

       FD  SUSP-GEN2-FILE.
       01  SUSP-GEN2-RECORD       PIC X(37).

       FD  SUSP-GEN3-FILE.
       01  SUSP-GEN3-RECORD       PIC X(37).

       FD  SUSP-GEN4-FILE.
       01  SUSP-GEN4-RECORD       PIC X(37).

       FD  BREAK-FILE.
           COPY BRKREC.

       FD  CASE-FILE.
           COPY BRKCASE.

       FD  OUT-FILE.
           COPY OUTREC.

       FD  GL-JOURNAL-FILE.
           COPY GLJREC.

       FD  TOTALS-JOURNAL-FILE.
           COPY TOTLJRN.

       FD  HISTORY-JOURNAL-FILE.
           COPY HISTJRN.

      * CUSTODIAN-CONFIRM-EXTRACT's 52-byte layout - only the detail
      * view matters here; HDR and TRL are recognised by position and
      * skipped.
       FD  CONFIRM-FILE.
       01  CONF-RECORD.
           05 CONF-SECNR          PIC X(10).
           05 CONF-STATUS         PIC X(1).
           05 CONF-TOTAL          PIC 9(11)V99.
           05 CONF-BUSDATE        PIC X(8).
           05 CONF-REF-DATA       PIC X(20).
       01  CONF-HEADER-RECORD.
           05 CONF-HDR-ID         PIC X(3).
           05 FILLER              PIC X(49).

       FD  TRACE-FILE.
           COPY TRACEREC.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-LINE-COUNT       PIC 9(6) VALUE 0.
           05 WS-TRACE-SEQ        PIC 9(6) VALUE 0.
           05 WS-CNT-TREG         PIC 9(6) VALUE 0.
           05 WS-CNT-XREF         PIC 9(6) VALUE 0.
           05 WS-CNT-REJ          PIC 9(6) VALUE 0.
           05 WS-CNT-CORR         PIC 9(6) VALUE 0.
           05 WS-CNT-SUSP         PIC 9(6) VALUE 0.
           05 WS-CNT-BRK          PIC 9(6) VALUE 0.
           05 WS-CNT-CASE         PIC 9(6) VALUE 0.
           05 WS-CNT-OUT          PIC 9(6) VALUE 0.
           05 WS-CNT-WOFF         PIC 9(6) VALUE 0.
           05 WS-CNT-TJRN         PIC 9(6) VALUE 0.
           05 WS-CNT-HJRN         PIC 9(6) VALUE 0.
           05 WS-CNT-CONF         PIC 9(6) VALUE 0.
           05 WS-EOF-FLAG         PIC X VALUE 'N'.
           05 WS-CASE-STATUS      PIC X(2) VALUE '00'.

       01  WS-REQUEST-FIELDS.
           05 WS-REQUEST-OK       PIC X VALUE 'Y'.
           05 WS-REQUEST-FAIL-TEXT PIC X(40) VALUE SPACES.
           05 WS-TRACE-SECNR      PIC X(10) VALUE SPACES.
           05 WS-FROM-DATE        PIC X(8) VALUE SPACES.
           05 WS-TO-DATE          PIC X(8) VALUE SPACES.
           05 WS-CYCLE-DATE       PIC X(8) VALUE SPACES.
           05 WS-CYCLE-SOURCE     PIC X(8) VALUE SPACES.
           05 WS-LAST-CLEAN-DATE  PIC X(8) VALUE SPACES.
           05 WS-RUN-DATE         PIC 9(8).

      * The line in hand: filled by each source's paragraph, written
      * by WRITE-TRACE-LINE if its date falls inside the request.
       01  WS-EVENT-FIELDS.
           05 WS-EVENT-DATE       PIC X(8) VALUE SPACES.
           05 WS-EVENT-ORDER      PIC 9(2) VALUE 0.
           05 WS-EVENT-SOURCE     PIC X(8) VALUE SPACES.
           05 WS-EVENT-NAME       PIC X(16) VALUE SPACES.
           05 WS-EVENT-DETAIL     PIC X(60) VALUE SPACES.
           05 WS-EVENT-WRITTEN    PIC X VALUE 'N'.

      * Event order within one business date - the feed first, then
      * what the edit and the cross-reference did to it, suspense
      * and breaks, settlement, and what was posted and confirmed
      * from the settled figure.
       01  WS-ORDER-CODES.
           05 WS-ORD-FEED         PIC 9(2) VALUE 10.
           05 WS-ORD-XREF         PIC 9(2) VALUE 15.
           05 WS-ORD-REJECT       PIC 9(2) VALUE 20.
           05 WS-ORD-CORRECT      PIC 9(2) VALUE 25.
           05 WS-ORD-SUSPENSE     PIC 9(2) VALUE 30.
           05 WS-ORD-BREAK        PIC 9(2) VALUE 40.
           05 WS-ORD-CASE         PIC 9(2) VALUE 45.
           05 WS-ORD-SETTLE       PIC 9(2) VALUE 50.
           05 WS-ORD-WRITEOFF     PIC 9(2) VALUE 55.
           05 WS-ORD-POSTED       PIC 9(2) VALUE 60.
           05 WS-ORD-HISTORY      PIC 9(2) VALUE 70.
           05 WS-ORD-CONFIRM      PIC 9(2) VALUE 80.

      * The suspense generation being read, and the business date
      * it stands for.
       01  WS-GEN-FIELDS.
           05 WS-GEN-NUMBER       PIC 9(1) VALUE 0.
           05 WS-GEN-DATE         PIC X(8) VALUE SPACES.
           05 WS-GEN-NAME.
              10 FILLER           PIC X(6) VALUE 'SUSP(-'.
              10 WS-GEN-NAME-NUM  PIC 9(1).
              10 FILLER           PIC X(1) VALUE ')'.
           05 WS-GEN-TAG          PIC X(8) VALUE SPACES.

      * Business dates the security did anything on - the
      * transmission register carries no SECNR, so the feeds a
      * security came in on are the transmissions accepted on the
      * days it has other lines.
       78  WS-MAX-DAY-CONST       VALUE 500.
       01  WS-DAY-TABLE.
           05 WS-DAY-COUNT        PIC 9(4) VALUE 0.
           05 WS-DAY-ENTRY        OCCURS WS-MAX-DAY-CONST TIMES.
              10 WS-DAY-DATE      PIC X(8).
       01  WS-DAY-IX              PIC 9(4) VALUE 0.
       01  WS-DAY-FOUND           PIC X VALUE 'N'.
       01  WS-TREG-BUSDATE        PIC X(8) VALUE SPACES.

       COPY SUSPREC.

       COPY CALLINK.

      * Detail layouts, one per kind of line, each 60 bytes.
       01  WS-FEED-DETAIL.
           05 WS-FD-FILE          PIC X(5).
           05 FILLER              PIC X(5) VALUE ' HDR '.
           05 WS-FD-HDR-DATE      PIC X(8).
           05 FILLER              PIC X(6) VALUE ' FROM '.
           05 WS-FD-HDR-SOURCE    PIC X(8).
           05 FILLER              PIC X(7) VALUE ' COUNT '.
           05 WS-FD-COUNT         PIC 9(7).
           05 FILLER              PIC X(5) VALUE ' RUN '.
           05 WS-FD-RUN-DATE      PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACES.

       01  WS-XREF-DETAIL.
           05 WS-XD-ACTION        PIC X(3).
           05 FILLER              PIC X(5) VALUE ' OLD '.
           05 WS-XD-OLD-SECNR     PIC X(10).
           05 FILLER              PIC X(5) VALUE ' NEW '.
           05 WS-XD-NEW-SECNR     PIC X(10).
           05 FILLER              PIC X(11) VALUE ' EFFECTIVE '.
           05 WS-XD-EFF-DATE      PIC X(8).
           05 FILLER              PIC X(4) VALUE ' BY '.
           05 WS-XD-INITIALS      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACES.

      * The maker-checker stamps of an audited correction or
      * renumbering, as a line of their own under it.
       01  WS-APPROVAL-DETAIL.
           05 FILLER              PIC X(6) VALUE 'MAKER '.
           05 WS-AD-MAKER-ID      PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-AD-MAKER-DATE    PIC X(8).
           05 FILLER              PIC X(9) VALUE ' CHECKER '.
           05 WS-AD-CHECKER-ID    PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-AD-CHECKER-DATE  PIC X(8).
           05 FILLER              PIC X(4) VALUE ' ID '.
           05 WS-AD-APPR-ID       PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACES.

       01  WS-REJECT-DETAIL.
           05 WS-RD-SOURCE        PIC X(5).
           05 FILLER              PIC X(5) VALUE ' AMT '.
           05 WS-RD-AMOUNT        PIC X(9).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-RD-CURRENCY      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-RD-REASON        PIC X(30).
           05 FILLER              PIC X(6) VALUE SPACES.

       01  WS-CORRECT-DETAIL.
           05 WS-CD-SOURCE        PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-CD-ORIG-SECNR    PIC X(10).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-CD-ORIG-AMOUNT   PIC X(9).
           05 FILLER              PIC X(4) VALUE ' TO '.
           05 WS-CD-NEW-SECNR     PIC X(10).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-CD-NEW-AMOUNT    PIC ZZZZZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-CD-NEW-CURRENCY  PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-CD-INITIALS      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACES.

       01  WS-SUSPENSE-DETAIL.
           05 FILLER              PIC X(7) VALUE 'SOURCE '.
           05 WS-SD-SOURCE        PIC X(6).
           05 FILLER              PIC X(5) VALUE ' AMT '.
           05 WS-SD-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-SD-CURRENCY      PIC X(3).
           05 FILLER              PIC X(5) VALUE ' AGE '.
           05 WS-SD-AGE           PIC ZZ9.
           05 FILLER              PIC X(9) VALUE ' MISSING '.
           05 WS-SD-MISSING       PIC X(6).
           05 FILLER              PIC X(3) VALUE SPACES.

       01  WS-BREAK-DETAIL.
           05 FILLER              PIC X(3) VALUE 'F1 '.
           05 WS-BD-AMOUNT1       PIC ZZZZZZ9.99.
           05 FILLER              PIC X(4) VALUE ' F2 '.
           05 WS-BD-AMOUNT2       PIC ZZZZZZ9.99.
           05 FILLER              PIC X(4) VALUE ' F3 '.
           05 WS-BD-AMOUNT3       PIC ZZZZZZ9.99.
           05 FILLER              PIC X(6) VALUE ' DIFF '.
           05 WS-BD-SIGN          PIC X(1).
           05 WS-BD-DIFF          PIC ZZZZZZZZ9.99.

       01  WS-CASE-DETAIL.
           05 FILLER              PIC X(5) VALUE 'DIFF '.
           05 WS-KD-SIGN          PIC X(1).
           05 WS-KD-DIFF          PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(11) VALUE ' DAYS OPEN '.
           05 WS-KD-DAYS          PIC ZZZ9.
           05 FILLER              PIC X(9) VALUE ' ANALYST '.
           05 WS-KD-ANALYST       PIC X(8).
           05 FILLER              PIC X(10) VALUE SPACES.

       01  WS-SETTLE-DETAIL.
           05 FILLER              PIC X(6) VALUE 'TOTAL '.
           05 WS-TD-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(6) VALUE ' CUST '.
           05 WS-TD-CURRENCY      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-TD-ORIG-AMOUNT   PIC ZZZZZZ9.99.
           05 FILLER              PIC X(8) VALUE ' XLATED '.
           05 WS-TD-XLATE-FLAG    PIC X(1).
           05 FILLER              PIC X(11) VALUE SPACES.

       01  WS-WRITEOFF-DETAIL.
           05 FILLER              PIC X(4) VALUE 'AMT '.
           05 WS-WD-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-WD-CURRENCY      PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-WD-DESCRIPTION   PIC X(30).
           05 FILLER              PIC X(4) VALUE SPACES.

      * Totals journal and history journal lines share a shape:
      * action, before total, after total, and the pair count the
      * history record carries (spaces for a totals segment).
       01  WS-JOURNAL-DETAIL.
           05 WS-JD-ACTION        PIC X(4).
           05 FILLER              PIC X(8) VALUE ' BEFORE '.
           05 WS-JD-BEFORE        PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(7) VALUE ' AFTER '.
           05 WS-JD-AFTER         PIC ZZZZZZZZZZ9.99.
           05 WS-JD-PAIRS-TEXT    PIC X(7).
           05 WS-JD-PAIRS         PIC X(6).

       01  WS-CONFIRM-DETAIL.
           05 FILLER              PIC X(7) VALUE 'STATUS '.
           05 WS-ND-STATUS        PIC X(1).
           05 FILLER              PIC X(7) VALUE ' TOTAL '.
           05 WS-ND-TOTAL         PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(5) VALUE ' REF '.
           05 WS-ND-REF-DATA      PIC X(20).
           05 FILLER              PIC X(6) VALUE SPACES.

       01  WS-EDIT-PAIRS          PIC ZZZZZ9.

       LINKAGE SECTION.
           COPY TRCPARM.

       PROCEDURE DIVISION USING TRACE-PARM-AREA.
       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM EDIT-TRACE-REQUEST
           IF WS-REQUEST-OK = 'Y'
               PERFORM FIND-CYCLE-DATE
               OPEN OUTPUT TRACE-FILE
               PERFORM TRACE-XREF-AUDIT
               PERFORM TRACE-REJECTS
               PERFORM TRACE-CORRECTIONS
               PERFORM TRACE-SUSPENSE-GENERATIONS
               PERFORM TRACE-BREAKS
               PERFORM TRACE-BREAK-CASES
               PERFORM TRACE-SETTLEMENT
               PERFORM TRACE-WRITEOFFS
               PERFORM TRACE-TOTALS-JOURNAL
               PERFORM TRACE-HISTORY-JOURNAL
               PERFORM TRACE-CONFIRMATIONS
               PERFORM TRACE-TRANSMISSIONS
               CLOSE TRACE-FILE
               PERFORM PRINT-CONTROL-TOTALS
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM ABEND-TRACE-REQUEST
           END-IF
           GOBACK.

      * Called from the dialog the program stays loaded between
      * lookups, so everything a trace accumulates starts again here
      * rather than trusting the VALUE clauses.
       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-TRACE-SEQ
           MOVE 0 TO WS-CNT-TREG
           MOVE 0 TO WS-CNT-XREF
           MOVE 0 TO WS-CNT-REJ
           MOVE 0 TO WS-CNT-CORR
           MOVE 0 TO WS-CNT-SUSP
           MOVE 0 TO WS-CNT-BRK
           MOVE 0 TO WS-CNT-CASE
           MOVE 0 TO WS-CNT-OUT
           MOVE 0 TO WS-CNT-WOFF
           MOVE 0 TO WS-CNT-TJRN
           MOVE 0 TO WS-CNT-HJRN
           MOVE 0 TO WS-CNT-CONF
           MOVE 0 TO WS-DAY-COUNT
           MOVE 'Y' TO WS-REQUEST-OK
           MOVE SPACES TO WS-REQUEST-FAIL-TEXT
           MOVE SPACES TO WS-CYCLE-DATE
           MOVE SPACES TO WS-LAST-CLEAN-DATE.

      * SECNR present, both dates real calendar dates (the calendar
      * routine's date edit), and the range the right way round.
       EDIT-TRACE-REQUEST.
           MOVE SPACES TO WS-TRACE-SECNR
           MOVE SPACES TO WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE
           IF TRCP-LENGTH < 28
               MOVE 'PARM SHORTER THAN SECNR,FROM,TO'
                   TO WS-REQUEST-FAIL-TEXT
           ELSE
               MOVE TRCP-SECNR TO WS-TRACE-SECNR
               MOVE TRCP-FROM-DATE TO WS-FROM-DATE
               MOVE TRCP-TO-DATE TO WS-TO-DATE
               EVALUATE TRUE
                   WHEN WS-TRACE-SECNR = SPACES
                       MOVE 'SECNR IS BLANK' TO WS-REQUEST-FAIL-TEXT
                   WHEN TRCP-SEP-1 NOT = ','
                           OR TRCP-SEP-2 NOT = ','
                       MOVE 'PARM NOT SECNR,FROM,TO'
                           TO WS-REQUEST-FAIL-TEXT
                   WHEN OTHER
                       PERFORM EDIT-TRACE-DATES
               END-EVALUATE
           END-IF
           IF WS-REQUEST-FAIL-TEXT NOT = SPACES
               MOVE 'N' TO WS-REQUEST-OK
           END-IF.

       EDIT-TRACE-DATES.
           MOVE 'TEST' TO CALQ-FUNCTION
           MOVE WS-FROM-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           IF CALQ-RETURN NOT = '00'
               MOVE 'FROM DATE IS NOT A VALID DATE'
                   TO WS-REQUEST-FAIL-TEXT
           ELSE
               MOVE 'TEST' TO CALQ-FUNCTION
               MOVE WS-TO-DATE TO CALQ-DATE-IN
               CALL 'BUSCAL' USING CALENDAR-REQUEST
               IF CALQ-RETURN NOT = '00'
                   MOVE 'TO DATE IS NOT A VALID DATE'
                       TO WS-REQUEST-FAIL-TEXT
               ELSE
                   IF WS-FROM-DATE > WS-TO-DATE
                       MOVE 'FROM DATE IS AFTER TO DATE'
                           TO WS-REQUEST-FAIL-TEXT
                   END-IF
               END-IF
           END-IF.

       ABEND-TRACE-REQUEST.
           DISPLAY "=================================================="
           DISPLAY "TRACE REQUEST REFUSED - NOTHING READ, CODE 3024"
           DISPLAY "=================================================="
           DISPLAY "Reason........................: "
               WS-REQUEST-FAIL-TEXT
           DISPLAY "SECNR requested...............: "
               WS-TRACE-SECNR
           DISPLAY "Dates requested...............: "
               WS-FROM-DATE " TO " WS-TO-DATE
           DISPLAY "=================================================="
           MOVE 3024 TO RETURN-CODE.

      * The day's own datasets (OUTPUT, REJECT, BREAKS) and suspense
      * generation (0) carry no date; they belong to the business
      * date of the last clean join - the same calendar business
      * date every downstream step of that run took from its run
      * date - unless the request names the cycle itself.
       FIND-CYCLE-DATE.
           IF TRCP-LENGTH >= 37
                   AND TRCP-SEP-3 = ','
                   AND TRCP-CYCLE-DATE NUMERIC
               MOVE TRCP-CYCLE-DATE TO WS-CYCLE-DATE
               MOVE 'REQUEST' TO WS-CYCLE-SOURCE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT RUN-HISTORY-FILE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RUNH-COND-CODE = 0
                               MOVE RUNH-DATE TO WS-LAST-CLEAN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               MOVE 'CURR' TO CALQ-FUNCTION
               IF WS-LAST-CLEAN-DATE = SPACES
                   MOVE WS-RUN-DATE TO CALQ-DATE-IN
                   MOVE 'RUN DATE' TO WS-CYCLE-SOURCE
               ELSE
                   MOVE WS-LAST-CLEAN-DATE TO CALQ-DATE-IN
                   MOVE 'RUNHIST' TO WS-CYCLE-SOURCE
               END-IF
               CALL 'BUSCAL' USING CALENDAR-REQUEST
               MOVE CALQ-DATE-OUT TO WS-CYCLE-DATE
           END-IF.

      * Renumberings either side of which the security sits - as the
      * custodian's key or as the internal key.
       TRACE-XREF-AUDIT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT XREF-AUDIT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ XREF-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF XAUD-OLD-SECNR = WS-TRACE-SECNR
                               OR XAUD-NEW-SECNR = WS-TRACE-SECNR
                           PERFORM ADD-XREF-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-AUDIT-FILE.

       ADD-XREF-LINE.
           MOVE XAUD-ACTION TO WS-XD-ACTION
           MOVE XAUD-OLD-SECNR TO WS-XD-OLD-SECNR
           MOVE XAUD-NEW-SECNR TO WS-XD-NEW-SECNR
           MOVE XAUD-EFF-DATE TO WS-XD-EFF-DATE
           MOVE XAUD-INITIALS TO WS-XD-INITIALS
           MOVE XAUD-DATE TO WS-EVENT-DATE
           MOVE WS-ORD-XREF TO WS-EVENT-ORDER
           MOVE 'XREFAUD' TO WS-EVENT-SOURCE
           MOVE 'XREF RENUMBERED' TO WS-EVENT-NAME
           MOVE WS-XREF-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-XREF
               MOVE XAUD-MAKER-ID TO WS-AD-MAKER-ID
               MOVE XAUD-MAKER-DATE TO WS-AD-MAKER-DATE
               MOVE XAUD-CHECKER-ID TO WS-AD-CHECKER-ID
               MOVE XAUD-CHECKER-DATE TO WS-AD-CHECKER-DATE
               MOVE XAUD-APPR-ID TO WS-AD-APPR-ID
               MOVE 'XREF APPROVED' TO WS-EVENT-NAME
               MOVE WS-APPROVAL-DETAIL TO WS-EVENT-DETAIL
               PERFORM WRITE-TRACE-LINE
           END-IF.

       TRACE-REJECTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REJECT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF REJ-SECNR = WS-TRACE-SECNR
                           PERFORM ADD-REJECT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.

       ADD-REJECT-LINE.
           MOVE REJ-SOURCE TO WS-RD-SOURCE
           MOVE REJ-AMOUNT TO WS-RD-AMOUNT
           MOVE REJ-CURRENCY TO WS-RD-CURRENCY
           MOVE REJ-REASON TO WS-RD-REASON
           MOVE WS-CYCLE-DATE TO WS-EVENT-DATE
           MOVE WS-ORD-REJECT TO WS-EVENT-ORDER
           MOVE 'REJECT' TO WS-EVENT-SOURCE
           MOVE 'REJECTED' TO WS-EVENT-NAME
           MOVE WS-REJECT-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-REJ
           END-IF.

      * A correction belongs to the security it was rejected under
      * and to the one it was resubmitted as.
       TRACE-CORRECTIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CORR-AUDIT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CORR-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CAUD-ORIG-SECNR = WS-TRACE-SECNR
                               OR CAUD-NEW-SECNR = WS-TRACE-SECNR
                           PERFORM ADD-CORRECTION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORR-AUDIT-FILE.

       ADD-CORRECTION-LINE.
           MOVE CAUD-SOURCE TO WS-CD-SOURCE
           MOVE CAUD-ORIG-SECNR TO WS-CD-ORIG-SECNR
           MOVE CAUD-ORIG-AMOUNT TO WS-CD-ORIG-AMOUNT
           MOVE CAUD-NEW-SECNR TO WS-CD-NEW-SECNR
           MOVE CAUD-NEW-AMOUNT TO WS-CD-NEW-AMOUNT
           MOVE CAUD-NEW-CURRENCY TO WS-CD-NEW-CURRENCY
           MOVE CAUD-INITIALS TO WS-CD-INITIALS
           MOVE CAUD-DATE TO WS-EVENT-DATE
           MOVE WS-ORD-CORRECT TO WS-EVENT-ORDER
           MOVE 'CORRAUD' TO WS-EVENT-SOURCE
           MOVE 'CORRECTED' TO WS-EVENT-NAME
           MOVE WS-CORRECT-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-CORR
               MOVE CAUD-MAKER-ID TO WS-AD-MAKER-ID
               MOVE CAUD-MAKER-DATE TO WS-AD-MAKER-DATE
               MOVE CAUD-CHECKER-ID TO WS-AD-CHECKER-ID
               MOVE CAUD-CHECKER-DATE TO WS-AD-CHECKER-DATE
               MOVE CAUD-APPR-ID TO WS-AD-APPR-ID
               MOVE 'CORR APPROVED' TO WS-EVENT-NAME
               MOVE WS-APPROVAL-DETAIL TO WS-EVENT-DETAIL
               PERFORM WRITE-TRACE-LINE
           END-IF.

      * Each generation's rows are dated n business days before the
      * cycle date. Age 0 is the night the row first suspended; a
      * row that is in one generation and gone from the next either
      * recycled into that night's join (look for its settlement
      * line) or was written off (its write-off line).
       TRACE-SUSPENSE-GENERATIONS.
           MOVE 0 TO WS-GEN-NUMBER
           PERFORM SET-GENERATION-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUSP-GEN0-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUSP-GEN0-FILE INTO SUSPENSE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-SUSPENSE-ROW
               END-READ
           END-PERFORM
           CLOSE SUSP-GEN0-FILE
           MOVE 1 TO WS-GEN-NUMBER
           PERFORM SET-GENERATION-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUSP-GEN1-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUSP-GEN1-FILE INTO SUSPENSE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-SUSPENSE-ROW
               END-READ
           END-PERFORM
           CLOSE SUSP-GEN1-FILE
           MOVE 2 TO WS-GEN-NUMBER
           PERFORM SET-GENERATION-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUSP-GEN2-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUSP-GEN2-FILE INTO SUSPENSE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-SUSPENSE-ROW
               END-READ
           END-PERFORM
           CLOSE SUSP-GEN2-FILE
           MOVE 3 TO WS-GEN-NUMBER
           PERFORM SET-GENERATION-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUSP-GEN3-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUSP-GEN3-FILE INTO SUSPENSE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-SUSPENSE-ROW
               END-READ
           END-PERFORM
           CLOSE SUSP-GEN3-FILE
           MOVE 4 TO WS-GEN-NUMBER
           PERFORM SET-GENERATION-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUSP-GEN4-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUSP-GEN4-FILE INTO SUSPENSE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-SUSPENSE-ROW
               END-READ
           END-PERFORM
           CLOSE SUSP-GEN4-FILE.

       SET-GENERATION-DATE.
           MOVE WS-GEN-NUMBER TO WS-GEN-NAME-NUM
           IF WS-GEN-NUMBER = 0
               MOVE 'SUSP(0)' TO WS-GEN-TAG
               MOVE WS-CYCLE-DATE TO WS-GEN-DATE
           ELSE
               MOVE WS-GEN-NAME TO WS-GEN-TAG
               MOVE 'BACK' TO CALQ-FUNCTION
               MOVE WS-CYCLE-DATE TO CALQ-DATE-IN
               MOVE WS-GEN-NUMBER TO CALQ-DAYS
               CALL 'BUSCAL' USING CALENDAR-REQUEST
               MOVE CALQ-DATE-OUT TO WS-GEN-DATE
           END-IF.

       CHECK-SUSPENSE-ROW.
           IF SUSP-SECNR = WS-TRACE-SECNR
               MOVE SUSP-SOURCE TO WS-SD-SOURCE
               MOVE SUSP-AMOUNT TO WS-SD-AMOUNT
               MOVE SUSP-CURRENCY TO WS-SD-CURRENCY
               MOVE SUSP-AGE-DAYS TO WS-SD-AGE
               MOVE SUSP-MISSING TO WS-SD-MISSING
               MOVE WS-GEN-DATE TO WS-EVENT-DATE
               MOVE WS-ORD-SUSPENSE TO WS-EVENT-ORDER
               MOVE WS-GEN-TAG TO WS-EVENT-SOURCE
               IF SUSP-AGE-DAYS = 0
                   MOVE 'SUSPENDED' TO WS-EVENT-NAME
               ELSE
                   MOVE 'STILL SUSPENDED' TO WS-EVENT-NAME
               END-IF
               MOVE WS-SUSPENSE-DETAIL TO WS-EVENT-DETAIL
               PERFORM WRITE-TRACE-LINE
               IF WS-EVENT-WRITTEN = 'Y'
                   ADD 1 TO WS-CNT-SUSP
               END-IF
           END-IF.

       TRACE-BREAKS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BREAK-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BREAK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BRK-SECNR = WS-TRACE-SECNR
                           PERFORM ADD-BREAK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BREAK-FILE.

       ADD-BREAK-LINE.
           MOVE BRK-AMOUNT1 TO WS-BD-AMOUNT1
           MOVE BRK-AMOUNT2 TO WS-BD-AMOUNT2
           MOVE BRK-AMOUNT3 TO WS-BD-AMOUNT3
           MOVE BRK-DIFF-SIGN TO WS-BD-SIGN
           MOVE BRK-DIFF-ABS TO WS-BD-DIFF
           MOVE WS-CYCLE-DATE TO WS-EVENT-DATE
           MOVE WS-ORD-BREAK TO WS-EVENT-ORDER
           MOVE 'BREAKS' TO WS-EVENT-SOURCE
           MOVE 'AMOUNT BREAK' TO WS-EVENT-NAME
           MOVE WS-BREAK-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-BRK
           END-IF.

      * The case master is the breaks' memory across nights: every
      * case for the SECNR, walked forward from its lowest open date
      * the way BREAK-CASE-UPDATE finds one - the opening line, then
      * the clearing or acceptance, or where an open case stands.
       TRACE-BREAK-CASES.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               MOVE WS-TRACE-SECNR TO CASE-SECNR
               MOVE LOW-VALUES TO CASE-OPEN-DATE
               START CASE-FILE KEY IS NOT LESS THAN CASE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CASE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CASE-SECNR NOT = WS-TRACE-SECNR
                               MOVE 'Y' TO WS-EOF-FLAG
                           ELSE
                               PERFORM ADD-CASE-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

       ADD-CASE-LINES.
           MOVE CASE-FIRST-SIGN TO WS-KD-SIGN
           MOVE CASE-FIRST-DIFF TO WS-KD-DIFF
           MOVE 0 TO WS-KD-DAYS
           MOVE CASE-ANALYST TO WS-KD-ANALYST
           MOVE CASE-OPEN-DATE TO WS-EVENT-DATE
           MOVE WS-ORD-CASE TO WS-EVENT-ORDER
           MOVE 'BRKCASE' TO WS-EVENT-SOURCE
           MOVE 'CASE OPENED' TO WS-EVENT-NAME
           MOVE WS-CASE-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-CASE
           END-IF
           MOVE CASE-LATEST-SIGN TO WS-KD-SIGN
           MOVE CASE-LATEST-DIFF TO WS-KD-DIFF
           MOVE CASE-DAYS-OPEN TO WS-KD-DAYS
           EVALUATE CASE-STATUS
               WHEN 'C'
                   MOVE CASE-CLOSE-DATE TO WS-EVENT-DATE
                   MOVE 'CASE CLEARED' TO WS-EVENT-NAME
               WHEN 'A'
                   MOVE CASE-CLOSE-DATE TO WS-EVENT-DATE
                   MOVE 'CASE ACCEPTED' TO WS-EVENT-NAME
               WHEN OTHER
                   MOVE CASE-LATEST-DATE TO WS-EVENT-DATE
                   MOVE 'CASE STILL OPEN' TO WS-EVENT-NAME
           END-EVALUATE
           MOVE WS-CASE-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-CASE
           END-IF.

       TRACE-SETTLEMENT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OUT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF OUT-SECNR = WS-TRACE-SECNR
                           PERFORM ADD-SETTLE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUT-FILE.

       ADD-SETTLE-LINE.
           MOVE OUT-TOTAL TO WS-TD-TOTAL
           MOVE OUT-CURRENCY TO WS-TD-CURRENCY
           MOVE OUT-ORIG-AMOUNT TO WS-TD-ORIG-AMOUNT
           MOVE OUT-XLATE-FLAG TO WS-TD-XLATE-FLAG
           MOVE WS-CYCLE-DATE TO WS-EVENT-DATE
           MOVE WS-ORD-SETTLE TO WS-EVENT-ORDER
           MOVE 'OUTPUT' TO WS-EVENT-SOURCE
           MOVE 'SETTLED' TO WS-EVENT-NAME
           MOVE WS-SETTLE-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-OUT
           END-IF.

      * A write-off is journaled to the ledger as a debit/credit
      * pair; the debit line alone stands for it. Its description
      * carries the suspense source, missing side and age.
       TRACE-WRITEOFFS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-JOURNAL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF GLJ-REC-TYPE = 'DTL'
                               AND GLJ-ENTRY-TYPE = 'WOFF'
                               AND GLJ-DR-CR = 'D'
                               AND GLJ-SECNR = WS-TRACE-SECNR
                           PERFORM ADD-WRITEOFF-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE.

       ADD-WRITEOFF-LINE.
           MOVE GLJ-AMOUNT TO WS-WD-AMOUNT
           MOVE GLJ-CURRENCY TO WS-WD-CURRENCY
           MOVE GLJ-DESCRIPTION TO WS-WD-DESCRIPTION
           MOVE GLJ-POST-DATE TO WS-EVENT-DATE
           MOVE WS-ORD-WRITEOFF TO WS-EVENT-ORDER
           MOVE 'GLJRNL' TO WS-EVENT-SOURCE
           MOVE 'WRITTEN OFF' TO WS-EVENT-NAME
           MOVE WS-WRITEOFF-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-WOFF
           END-IF.

       TRACE-TOTALS-JOURNAL.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TOTALS-JOURNAL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TOTALS-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TJRN-SECNR = WS-TRACE-SECNR
                           PERFORM ADD-POSTING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOTALS-JOURNAL-FILE.

       ADD-POSTING-LINE.
           MOVE TJRN-ACTION TO WS-JD-ACTION
           MOVE TJRN-BEFORE-TOTAL TO WS-JD-BEFORE
           MOVE TJRN-AFTER-TOTAL TO WS-JD-AFTER
           MOVE SPACES TO WS-JD-PAIRS-TEXT
           MOVE SPACES TO WS-JD-PAIRS
           MOVE TJRN-BUSDATE TO WS-EVENT-DATE
           MOVE WS-ORD-POSTED TO WS-EVENT-ORDER
           MOVE 'TOTLJRNL' TO WS-EVENT-SOURCE
           MOVE 'IMS POSTED' TO WS-EVENT-NAME
           MOVE WS-JOURNAL-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-TJRN
           END-IF.

       TRACE-HISTORY-JOURNAL.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HISTORY-JOURNAL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HISTORY-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HJRN-SECNR = WS-TRACE-SECNR
                           PERFORM ADD-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-JOURNAL-FILE.

       ADD-HISTORY-LINE.
           MOVE HJRN-ACTION TO WS-JD-ACTION
           MOVE HJRN-BEFORE-TOTAL TO WS-JD-BEFORE
           MOVE HJRN-AFTER-TOTAL TO WS-JD-AFTER
           MOVE ' PAIRS ' TO WS-JD-PAIRS-TEXT
           MOVE HJRN-AFTER-PAIRS TO WS-EDIT-PAIRS
           MOVE WS-EDIT-PAIRS TO WS-JD-PAIRS
           MOVE HJRN-BUSDATE TO WS-EVENT-DATE
           MOVE WS-ORD-HISTORY TO WS-EVENT-ORDER
           MOVE 'HISTJRNL' TO WS-EVENT-SOURCE
           MOVE 'HISTORY UPDATED' TO WS-EVENT-NAME
           MOVE WS-JOURNAL-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-HJRN
           END-IF.

       TRACE-CONFIRMATIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONFIRM-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CONF-HDR-ID NOT = 'HDR'
                               AND CONF-HDR-ID NOT = 'TRL'
                               AND CONF-SECNR = WS-TRACE-SECNR
                           PERFORM ADD-CONFIRM-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIRM-FILE.

       ADD-CONFIRM-LINE.
           MOVE CONF-STATUS TO WS-ND-STATUS
           MOVE CONF-TOTAL TO WS-ND-TOTAL
           MOVE CONF-REF-DATA TO WS-ND-REF-DATA
           MOVE CONF-BUSDATE TO WS-EVENT-DATE
           MOVE WS-ORD-CONFIRM TO WS-EVENT-ORDER
           MOVE 'CONFIRM' TO WS-EVENT-SOURCE
           IF CONF-STATUS = 'C'
               MOVE 'CONFIRMED' TO WS-EVENT-NAME
           ELSE
               MOVE 'SENT UNCONFIRMED' TO WS-EVENT-NAME
           END-IF
           MOVE WS-CONFIRM-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-CONF
           END-IF.

      * Last, once every other source has named the days the
      * security was active: the transmissions registered on those
      * days, dated by the business date of the run that accepted
      * them.
       TRACE-TRANSMISSIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-REGISTER-ROW
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       CHECK-REGISTER-ROW.
           MOVE 'CURR' TO CALQ-FUNCTION
           MOVE TREG-RUN-DATE TO CALQ-DATE-IN
           CALL 'BUSCAL' USING CALENDAR-REQUEST
           IF CALQ-RETURN = '00'
               MOVE CALQ-DATE-OUT TO WS-TREG-BUSDATE
               PERFORM FIND-ACTIVITY-DAY
               IF WS-DAY-FOUND = 'Y'
                   PERFORM ADD-FEED-LINE
               END-IF
           END-IF.

       FIND-ACTIVITY-DAY.
           MOVE 'N' TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
                       OR WS-DAY-FOUND = 'Y'
               IF WS-DAY-DATE(WS-DAY-IX) = WS-TREG-BUSDATE
                   MOVE 'Y' TO WS-DAY-FOUND
               END-IF
           END-PERFORM.

       ADD-FEED-LINE.
           MOVE TREG-FILE TO WS-FD-FILE
           MOVE TREG-HDR-DATE TO WS-FD-HDR-DATE
           MOVE TREG-HDR-SOURCE TO WS-FD-HDR-SOURCE
           MOVE TREG-TRL-COUNT TO WS-FD-COUNT
           MOVE TREG-RUN-DATE TO WS-FD-RUN-DATE
           MOVE WS-TREG-BUSDATE TO WS-EVENT-DATE
           MOVE WS-ORD-FEED TO WS-EVENT-ORDER
           MOVE 'TRANSREG' TO WS-EVENT-SOURCE
           MOVE 'FEED ACCEPTED' TO WS-EVENT-NAME
           MOVE WS-FEED-DETAIL TO WS-EVENT-DETAIL
           PERFORM WRITE-TRACE-LINE
           IF WS-EVENT-WRITTEN = 'Y'
               ADD 1 TO WS-CNT-TREG
           END-IF.

      * The one place a line is written: only inside the requested
      * dates, numbered in read order so the sort keeps same-day,
      * same-kind lines as the source held them. Every day written
      * is remembered for the transmission register pass.
       WRITE-TRACE-LINE.
           MOVE 'N' TO WS-EVENT-WRITTEN
           IF WS-EVENT-DATE >= WS-FROM-DATE
                   AND WS-EVENT-DATE <= WS-TO-DATE
               ADD 1 TO WS-TRACE-SEQ
               MOVE SPACES TO TRACE-RECORD
               MOVE WS-EVENT-DATE TO TRC-DATE
               MOVE WS-EVENT-ORDER TO TRC-ORDER
               MOVE WS-TRACE-SEQ TO TRC-SEQ
               MOVE WS-EVENT-SOURCE TO TRC-SOURCE
               MOVE WS-EVENT-NAME TO TRC-EVENT
               MOVE WS-EVENT-DETAIL TO TRC-DETAIL
               WRITE TRACE-RECORD
               ADD 1 TO WS-LINE-COUNT
               MOVE 'Y' TO WS-EVENT-WRITTEN
               PERFORM NOTE-ACTIVITY-DAY
           END-IF.

       NOTE-ACTIVITY-DAY.
           MOVE WS-EVENT-DATE TO WS-TREG-BUSDATE
           PERFORM FIND-ACTIVITY-DAY
           IF WS-DAY-FOUND = 'N'
                   AND WS-DAY-COUNT < WS-MAX-DAY-CONST
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-EVENT-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "SECURITY-LINEAGE-TRACE - CONTROL TOTAL REPORT"
           DISPLAY "=================================================="
           DISPLAY "SECNR traced..................: "
               WS-TRACE-SECNR
           DISPLAY "Business dates................: "
               WS-FROM-DATE " TO " WS-TO-DATE
           DISPLAY "Cycle date of day's datasets..: "
               WS-CYCLE-DATE " (" WS-CYCLE-SOURCE ")"
           DISPLAY "Feed transmissions............: "
               WS-CNT-TREG
           DISPLAY "Cross-reference changes.......: "
               WS-CNT-XREF
           DISPLAY "Rejects.......................: "
               WS-CNT-REJ
           DISPLAY "Corrections...................: "
               WS-CNT-CORR
           DISPLAY "Suspense generation rows......: "
               WS-CNT-SUSP
           DISPLAY "Amount breaks.................: "
               WS-CNT-BRK
           DISPLAY "Break case lines..............: "
               WS-CNT-CASE
           DISPLAY "Settled combinations..........: "
               WS-CNT-OUT
           DISPLAY "Write-offs....................: "
               WS-CNT-WOFF
           DISPLAY "IMS totals postings...........: "
               WS-CNT-TJRN
           DISPLAY "Position history updates......: "
               WS-CNT-HJRN
           DISPLAY "Custodian confirmations.......: "
               WS-CNT-CONF
           DISPLAY "Timeline lines written........: "
               WS-LINE-COUNT
           DISPLAY "==================================================".

       END PROGRAM SECURITY-LINEAGE-TRACE.
