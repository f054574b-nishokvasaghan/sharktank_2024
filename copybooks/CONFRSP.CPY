      ******************************************************************
      * COPYBOOK: CONFRSP
      * PURPOSE:  Record layout for the custodian's response to our
      *           nightly confirmation file (PROD.FILEJOIN.CONFIRM) -
      *           the agreed fixed 52-byte layout, three record types
      *           told apart by position like the confirmation itself:
      *             HDR - the custodian's file date and source, and
      *                   the business date of the confirmation
      *                   generation being answered;
      *             TRL - detail count and hash (straight sum of
      *                   RSP-AMOUNT over the details, truncating
      *                   9(11)V99 like every other trailer);
      *             detail - SECNR, status 'A' (agreed) or 'D'
      *                   (disputed), the custodian's own amount for
      *                   the key, the business date answered (must
      *                   equal the header's) and the custodian's
      *                   free-text reason for a dispute.
      *           One detail per SECNR answered.
      ******************************************************************
       01  CONF-RESPONSE-RECORD.
           05 RSP-SECNR           PIC X(10).
           05 RSP-STATUS          PIC X(1).
           05 RSP-AMOUNT          PIC 9(11)V99.
           05 RSP-BUSDATE         PIC X(8).
           05 RSP-REASON          PIC X(20).

       01  CONF-RESPONSE-HEADER.
           05 RSP-HDR-ID          PIC X(3).
           05 RSP-HDR-DATE        PIC X(8).
           05 RSP-HDR-SOURCE      PIC X(8).
           05 RSP-HDR-BUSDATE     PIC X(8).
           05 FILLER              PIC X(25).

       01  CONF-RESPONSE-TRAILER.
           05 RSP-TRL-ID          PIC X(3).
           05 RSP-TRL-COUNT       PIC 9(7).
           05 RSP-TRL-HASH        PIC 9(11)V99.
           05 FILLER              PIC X(29).
