      ******************************************************************
      * PROGRAM: SECURITY-USER
      * AUTHOR: [Hexaware]
      * DATE:   [10/15/26]
      * PURPOSE: The shared routine (load module SECUSER) a program
      *          CALLs when it must know who it is running for - the
      *          maker and checker stamps of maker-checker. The user
      *          ID is read from the address space's accessor
      *          environment element (ACEE), which the security
      *          product built from the job's verified identity at
      *          job start: PSA -> current ASCB -> ASXB -> ACEE. A
      *          PARM or a control card can say anything; the ACEE
      *          cannot be keyed. See copybook USRLINK for the fields.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-USER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-USER-FIELDS.
           05 WS-USER-LENGTH      PIC S9(4) COMP VALUE 0.
           05 WS-USER-LENGTH-X REDEFINES WS-USER-LENGTH.
              10 FILLER              PIC X(1).
              10 WS-USER-LENGTH-LO   PIC X(1).

      * Control blocks mapped only as far as the one field needed
      * from each - offsets as the MVS data areas document them.
       LINKAGE SECTION.
       01  PSA.
           05 FILLER              PIC X(548).
           05 PSAAOLD             POINTER.
       01  ASCB.
           05 FILLER              PIC X(108).
           05 ASCBASXB            POINTER.
       01  ASXB.
           05 FILLER              PIC X(200).
           05 ASXBSENV            POINTER.
       01  ACEE.
           05 ACEEACEE            PIC X(4).
           05 FILLER              PIC X(16).
           05 ACEEUSRL            PIC X(1).
           05 ACEEUSRI            PIC X(8).

           COPY USRLINK.

       PROCEDURE DIVISION USING SECURITY-USER-REQUEST.
       MAIN-PARA.
           MOVE SPACES TO USRQ-USERID
           MOVE '08' TO USRQ-RETURN
           SET ADDRESS OF PSA TO NULL
           SET ADDRESS OF ASCB TO PSAAOLD
           SET ADDRESS OF ASXB TO ASCBASXB
           IF ASXBSENV NOT = NULL
               SET ADDRESS OF ACEE TO ASXBSENV
               PERFORM COPY-ACEE-USER
           END-IF
           GOBACK.

      * An ACEE that does not carry its own eyecatcher, or a user ID
      * length outside 1-8, is not trusted - the caller gets '08'.
       COPY-ACEE-USER.
           MOVE 0 TO WS-USER-LENGTH
           MOVE ACEEUSRL TO WS-USER-LENGTH-LO
           IF ACEEACEE = 'ACEE'
                   AND WS-USER-LENGTH > 0 AND WS-USER-LENGTH < 9
               MOVE ACEEUSRI(1:WS-USER-LENGTH) TO USRQ-USERID
               MOVE '00' TO USRQ-RETURN
           END-IF.

       END PROGRAM SECURITY-USER.
