      ******************************************************************
      * COPYBOOK: APPRREC
      * PURPOSE:  Record layout for a manual intervention card under
      *           maker-checker control - a REJFIX correction, an
      *           XREFUPDT renumbering, a TOTLBACK backout date or a
      *           FILEJOIN OVERRIDE=YES or PLAUSOVR=YES card, exactly
      *           as the desk would have keyed it (APPR-CARD), wrapped
      *           with who staged it and who released or refused it.
      *           CARD-APPROVAL-STAGE writes it to the pending-
      *           approval dataset (status 'P', maker stamped from
      *           the submitting user ID); CARD-APPROVAL-RELEASE,
      *           run under a different user ID, stamps the checker
      *           and moves it to the permanent approval log with
      *           status 'A' (released) or 'R' (refused) - a released
      *           card is also written, in this same layout, to its
      *           target's approved-card dataset, which is the only
      *           card input REJECT-CORRECTION, SECNR-XREF-UPDATE,
      *           POSTING-BACKOUT and FILE-JOIN-CALCULATION accept.
      *           Each of those re-checks the stamp (status 'A', own
      *           target, maker and checker present and different)
      *           and refuses the card otherwise.
      *           APPR-ID is unique across the pending dataset and
      *           the approval log together - the number the maker
      *           quotes to the checker.
      ******************************************************************
       01  APPROVAL-RECORD.
           05 APPR-ID             PIC 9(6).
           05 APPR-TARGET         PIC X(8).
           05 APPR-STATUS         PIC X(1).
           05 APPR-MAKER-ID       PIC X(8).
           05 APPR-MAKER-DATE     PIC X(8).
           05 APPR-MAKER-TIME     PIC X(6).
           05 APPR-CHECKER-ID     PIC X(8).
           05 APPR-CHECKER-DATE   PIC X(8).
           05 APPR-CHECKER-TIME   PIC X(6).
           05 APPR-REASON         PIC X(30).
           05 APPR-CARD           PIC X(80).
