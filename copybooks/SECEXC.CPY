      ******************************************************************
      * COPYBOOK: SECEXC
      * PURPOSE:  Record layout for the security master exception
      *           dataset written by SECURITY-MASTER-RECONCILE - the
      *           reference-data team's daily clean-up list, one
      *           record per exception, EXC-TYPE saying which:
      *             'UNKNOWN ' - a SECNR tonight's feeds carry that
      *                          the IMS security unload does not
      *                          hold (the join still settles it,
      *                          with no IMS amount). EXC-FEEDS flags
      *                          which feeds carried it ('1','2','3'
      *                          in position, space when absent) and
      *                          EXC-AMOUNT1/2/3 sum each feed's
      *                          details as transmitted;
      *             'DORMANT ' - an IMS security no feed has mentioned
      *                          for at least the card-controlled
      *                          number of business days.
      *                          EXC-LAST-DATE is its latest position
      *                          history date (spaces when the history
      *                          master holds none) and EXC-DAYS the
      *                          business days since then;
      *             'ORPHAN  ' - a SECNR the position history master
      *                          still holds records for but IMS no
      *                          longer does. EXC-HIST-COUNT is how
      *                          many history records it holds and
      *                          EXC-LAST-DATE the latest of them.
      ******************************************************************
       01  SECURITY-EXCEPTION-RECORD.
           05 EXC-TYPE            PIC X(8).
           05 EXC-SECNR           PIC X(10).
           05 EXC-BUS-DATE        PIC X(8).
           05 EXC-FEEDS           PIC X(3).
           05 EXC-AMOUNT1         PIC 9(9)V99.
           05 EXC-AMOUNT2         PIC 9(9)V99.
           05 EXC-AMOUNT3         PIC 9(9)V99.
           05 EXC-LAST-DATE       PIC X(8).
           05 EXC-HIST-COUNT      PIC 9(6).
           05 EXC-DAYS            PIC 9(5).
           05 FILLER              PIC X(9).
