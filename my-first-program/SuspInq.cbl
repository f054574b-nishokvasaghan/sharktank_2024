      *          missing-side tag, or every reject row with its
      *          reason, scroll with the normal ISPF keys, and read
      *          the summary counts by source or reason at the top
      *          of the list. Option T traces one SECNR between two
      *          business dates through every dataset it passed
      *          through (SECURITY-LINEAGE-TRACE, CALLed as SECTRACE)
      *          and scrolls the timeline in date order.
      *          Dialog parts: this program (SRINQ00), panels SRINQP1
      *          (entry), SRINQP2 (suspense list), SRINQP3 (reject
      *          list), SRINQP4 (trace timeline) in the ispf/ panel
      *          library, and the SRINQ exec that allocates the
      *          datasets and SELECTs the program.
      ******************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      * The SRINQ exec ALLOCates both datasets to these DD names
      * before SELECTing this program - same QSAM conventions as the
      * batch side. TRACEDD is the exec's work dataset the trace
      * writes and this program reads back.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO REJDD
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRACE-FILE ASSIGN TO TRACEDD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
           COPY REJREC.

       FD  TRACE-FILE.
           COPY TRACEREC.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05 WS-EOF-FLAG         PIC X VALUE 'N'.
           05 ISPF-TBTOP          PIC X(8) VALUE 'TBTOP'.
           05 ISPF-TBDISPL        PIC X(8) VALUE 'TBDISPL'.
           05 ISPF-TBEND          PIC X(8) VALUE 'TBEND'.
           05 ISPF-TBSORT         PIC X(8) VALUE 'TBSORT'.
           05 ISPF-CHAR           PIC X(8) VALUE 'CHAR'.
           05 ISPF-NOWRITE        PIC X(8) VALUE 'NOWRITE'.
      * TBCREATE's parameters are positional - key-list first, THEN
           05 ISPF-PAN-ENTRY      PIC X(8) VALUE 'SRINQP1'.
           05 ISPF-PAN-SUSP       PIC X(8) VALUE 'SRINQP2'.
           05 ISPF-PAN-REJ        PIC X(8) VALUE 'SRINQP3'.
           05 ISPF-PAN-TRACE      PIC X(8) VALUE 'SRINQP4'.
           05 ISPF-TABLE-NAME     PIC X(8) VALUE 'SRINQTB'.

      * Dialog variables, VDEFINEd to ISPF by the names the panels
      * use. ISECNR/IFILE (and IFROM/ITO for a trace) come back from
      * the entry panel; the V* fields are the table row; the S*
      * fields are the summary counts shown in the list panel
      * headers, STRACE the trace's outcome.
       01  ISPF-DIALOG-VARS.
           05 VAR-ISECNR          PIC X(10) VALUE SPACES.
           05 VAR-IFILE           PIC X(1) VALUE 'S'.
           05 VAR-SCNT4           PIC X(7) VALUE SPACES.
           05 VAR-SCNT5           PIC X(7) VALUE SPACES.
           05 VAR-SCNT6           PIC X(7) VALUE SPACES.
           05 VAR-IFROM           PIC X(8) VALUE SPACES.
           05 VAR-ITO             PIC X(8) VALUE SPACES.
           05 VAR-VDATE           PIC X(8) VALUE SPACES.
           05 VAR-VTSRC           PIC X(8) VALUE SPACES.
           05 VAR-VEVENT          PIC X(16) VALUE SPACES.
           05 VAR-VDETAIL         PIC X(60) VALUE SPACES.
      * The trace line's sort key (date, event order, read
      * sequence) - a hidden table column TBSORT orders the rows by.
           05 VAR-VSORTKY.
              10 VAR-VSORT-DATE   PIC X(8) VALUE SPACES.
              10 VAR-VSORT-ORDER  PIC 9(2) VALUE 0.
              10 VAR-VSORT-SEQ    PIC 9(6) VALUE 0.
           05 VAR-STRACE          PIC X(40) VALUE SPACES.

       01  ISPF-VAR-LENGTHS.
           05 LEN-10              PIC 9(8) COMP VALUE 10.
           05 LEN-3               PIC 9(8) COMP VALUE 3.
           05 LEN-30              PIC 9(8) COMP VALUE 30.
           05 LEN-7               PIC 9(8) COMP VALUE 7.
           05 LEN-8               PIC 9(8) COMP VALUE 8.
           05 LEN-16              PIC 9(8) COMP VALUE 16.
           05 LEN-60              PIC 9(8) COMP VALUE 60.
           05 LEN-40              PIC 9(8) COMP VALUE 40.

       01  WS-EDIT-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT          PIC ZZZ,ZZ9.
       01  WS-TRACE-RC            PIC S9(8) COMP VALUE 0.

      * The request handed to SECTRACE, built from the entry panel
      * the way z/OS builds it from an EXEC PARM.
           COPY TRCPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'ISPLINK' USING ISPF-VDEFINE '(SCNT5)'
               VAR-SCNT5 ISPF-CHAR LEN-7
           CALL 'ISPLINK' USING ISPF-VDEFINE '(SCNT6)'
               VAR-SCNT6 ISPF-CHAR LEN-7
           CALL 'ISPLINK' USING ISPF-VDEFINE '(IFROM)'
               VAR-IFROM ISPF-CHAR LEN-8
           CALL 'ISPLINK' USING ISPF-VDEFINE '(ITO)'
               VAR-ITO ISPF-CHAR LEN-8
           CALL 'ISPLINK' USING ISPF-VDEFINE '(VDATE)'
               VAR-VDATE ISPF-CHAR LEN-8
           CALL 'ISPLINK' USING ISPF-VDEFINE '(VTSRC)'
               VAR-VTSRC ISPF-CHAR LEN-8
           CALL 'ISPLINK' USING ISPF-VDEFINE '(VEVENT)'
               VAR-VEVENT ISPF-CHAR LEN-16
           CALL 'ISPLINK' USING ISPF-VDEFINE '(VDETAIL)'
               VAR-VDETAIL ISPF-CHAR LEN-60
           CALL 'ISPLINK' USING ISPF-VDEFINE '(VSORTKY)'
               VAR-VSORTKY ISPF-CHAR LEN-16
           CALL 'ISPLINK' USING ISPF-VDEFINE '(STRACE)'
               VAR-STRACE ISPF-CHAR LEN-40.

       DELETE-DIALOG-VARS.
           CALL 'ISPLINK' USING ISPF-VDELETE '(*)'.

      * Entry panel until PF3 (ISPF return code 8): take a SECNR (or
      * blank for all) and which file to look at - or a SECNR and
      * two dates to trace - then build and scroll the matching
      * list. The datasets are re-read on every lookup, so the
      * analyst always sees the files as they are now, not as they
      * were when the dialog started.
       INQUIRY-LOOP.
           CALL 'ISPLINK' USING ISPF-DISPLAY ISPF-PAN-ENTRY
           MOVE RETURN-CODE TO WS-ISPF-RC
           PERFORM UNTIL WS-ISPF-RC >= 8
               EVALUATE VAR-IFILE
                   WHEN 'S'
                   WHEN 's'
                       PERFORM SHOW-SUSPENSE-LIST
                   WHEN 'T'
                   WHEN 't'
                       PERFORM SHOW-TRACE-LIST
                   WHEN OTHER
                       PERFORM SHOW-REJECT-LIST
               END-EVALUATE
               CALL 'ISPLINK' USING ISPF-DISPLAY ISPF-PAN-ENTRY
               MOVE RETURN-CODE TO WS-ISPF-RC
           END-PERFORM.
           MOVE SPACES TO VAR-SCNT5
           MOVE SPACES TO VAR-SCNT6.

      * The trace writes its lines in source order to TRACEDD; they
      * are loaded as they come and TBSORTed on the hidden key into
      * timeline order. A refused request (condition code 3024 - the
      * entry panel's edits make it rare: a date like 20261131 that
      * is numeric but not on the calendar) shows an empty list
      * with the reason in the header.
       SHOW-TRACE-LIST.
           MOVE 28 TO TRCP-LENGTH
           MOVE VAR-ISECNR TO TRCP-SECNR
           MOVE ',' TO TRCP-SEP-1
           MOVE VAR-IFROM TO TRCP-FROM-DATE
           MOVE ',' TO TRCP-SEP-2
           MOVE VAR-ITO TO TRCP-TO-DATE
           MOVE SPACES TO TRCP-SEP-3
           MOVE SPACES TO TRCP-CYCLE-DATE
           CALL 'SECTRACE' USING TRACE-PARM-AREA
           MOVE RETURN-CODE TO WS-TRACE-RC
           CALL 'ISPLINK' USING ISPF-TBCREATE ISPF-TABLE-NAME
               ISPF-NO-KEYS
               '(VDATE VTSRC VEVENT VDETAIL VSORTKY)' ISPF-NOWRITE
           MOVE 0 TO WS-ROW-COUNT
           IF WS-TRACE-RC = 0
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT TRACE-FILE
               PERFORM LOAD-TRACE-ROWS UNTIL WS-EOF-FLAG = 'Y'
               CLOSE TRACE-FILE
               CALL 'ISPLINK' USING ISPF-TBSORT ISPF-TABLE-NAME
                   '(VSORTKY,C,A)'
               MOVE 'TRACE COMPLETE' TO VAR-STRACE
           ELSE
               MOVE 'REFUSED - SECNR OR DATES DID NOT EDIT'
                   TO VAR-STRACE
           END-IF
           MOVE WS-ROW-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO VAR-SROWS
           CALL 'ISPLINK' USING ISPF-TBTOP ISPF-TABLE-NAME
           CALL 'ISPLINK' USING ISPF-TBDISPL ISPF-TABLE-NAME
               ISPF-PAN-TRACE
           MOVE RETURN-CODE TO WS-ISPF-RC
           PERFORM UNTIL WS-ISPF-RC >= 8
               CALL 'ISPLINK' USING ISPF-TBDISPL ISPF-TABLE-NAME
               MOVE RETURN-CODE TO WS-ISPF-RC
           END-PERFORM
           CALL 'ISPLINK' USING ISPF-TBEND ISPF-TABLE-NAME
           MOVE 0 TO WS-ISPF-RC.

       LOAD-TRACE-ROWS.
           READ TRACE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM ADD-TRACE-ROW
           END-READ.

       ADD-TRACE-ROW.
           ADD 1 TO WS-ROW-COUNT
           MOVE TRC-DATE TO VAR-VDATE
           MOVE TRC-SOURCE TO VAR-VTSRC
           MOVE TRC-EVENT TO VAR-VEVENT
           MOVE TRC-DETAIL TO VAR-VDETAIL
           MOVE TRC-DATE TO VAR-VSORT-DATE
           MOVE TRC-ORDER TO VAR-VSORT-ORDER
           MOVE TRC-SEQ TO VAR-VSORT-SEQ
           CALL 'ISPLINK' USING ISPF-TBADD ISPF-TABLE-NAME.

       END PROGRAM SUSPENSE-REJECT-INQUIRY.
