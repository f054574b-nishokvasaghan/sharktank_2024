      ******************************************************************
      * COPYBOOK: BRKCASE
      * PURPOSE:  Record layout for the break case master - one case
      *           per run of consecutive nights a SECNR stays broken,
      *           keyed on SECNR plus the business date the case
      *           opened, so a key that breaks again after its case
      *           was cleared or accepted opens a fresh case instead of
      *           reviving the old one. BREAK-CASE-UPDATE opens and
      *           ages cases from each night's break file and clears
      *           them automatically when the key comes back in
      *           tolerance; BREAK-CASE-MAINTENANCE applies the desk's
      *           assign/annotate/accept cards; BREAK-CASE-AGING
      *           prints the aging report.
      *           CASE-STATUS: 'O' open, 'C' cleared (key back in
      *           tolerance), 'A' accepted by the desk.
      *           Differences travel as sign byte plus magnitude, the
      *           same convention as BRKREC, and are the net of every
      *           broken combination for the key that night.
      ******************************************************************
       01  BREAK-CASE-RECORD.
           05 CASE-KEY.
              10 CASE-SECNR          PIC X(10).
              10 CASE-OPEN-DATE      PIC X(8).
           05 CASE-STATUS         PIC X(1).
           05 CASE-ANALYST        PIC X(8).
           05 CASE-NOTE           PIC X(40).
           05 CASE-FIRST-SIGN     PIC X(1).
           05 CASE-FIRST-DIFF     PIC 9(9)V99.
           05 CASE-LATEST-SIGN    PIC X(1).
           05 CASE-LATEST-DIFF    PIC 9(9)V99.
           05 CASE-LATEST-DATE    PIC X(8).
           05 CASE-DAYS-OPEN      PIC 9(4).
           05 CASE-CLOSE-DATE     PIC X(8).
           05 CASE-MAINT-DATE     PIC X(8).
           05 CASE-MAINT-INITIALS PIC X(3).
