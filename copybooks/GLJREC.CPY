      ******************************************************************
      * COPYBOOK: GLJREC
      * PURPOSE:  Record layouts for the general-ledger journal upload
      *           written by GENERAL-LEDGER-FEED, in the ledger's
      *           100-byte upload format. One batch per night, three
      *           record types told apart by the first three bytes:
      *             'HDR' - one per batch, first: source system and
      *                     the business date the batch posts under;
      *             'DTL' - one journal line: every entry is a debit
      *                     line and a credit line for the same amount
      *                     and currency, sharing one entry number;
      *             'TRL' - one per batch, last: the count of DTL
      *                     lines and the debit and credit totals,
      *                     which the ledger refuses the batch on
      *                     unless they agree.
      *           GLJ-AMOUNT is always positive - the direction is
      *           GLJ-DR-CR. Write-off lines are in the currency the
      *           suspense record was transmitted in; tolerance
      *           difference lines are in the base currency the join
      *           converted to, with the custodian currency they
      *           were netted under in the description. The trailer
      *           totals are the straight sum across currencies, a
      *           hash like the feed trailers, not a money figure.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05 GLJ-REC-TYPE        PIC X(3).
           05 GLJ-POST-DATE       PIC X(8).
           05 GLJ-ENTRY-NO        PIC 9(6).
           05 GLJ-DR-CR           PIC X(1).
           05 GLJ-ACCOUNT         PIC X(10).
           05 GLJ-COST-CENTER     PIC X(6).
           05 GLJ-CURRENCY        PIC X(3).
           05 GLJ-AMOUNT          PIC 9(11)V99.
           05 GLJ-ENTRY-TYPE      PIC X(4).
           05 GLJ-SECNR           PIC X(10).
           05 GLJ-DESCRIPTION     PIC X(30).
           05 FILLER              PIC X(6).

       01  GL-JOURNAL-HEADER.
           05 GLJ-HDR-ID          PIC X(3).
           05 GLJ-HDR-SOURCE      PIC X(8).
           05 GLJ-HDR-POST-DATE   PIC X(8).
           05 GLJ-HDR-RUN-DATE    PIC X(8).
           05 GLJ-HDR-RUN-TIME    PIC X(6).
           05 FILLER              PIC X(67).

       01  GL-JOURNAL-TRAILER.
           05 GLJ-TRL-ID          PIC X(3).
           05 GLJ-TRL-LINE-COUNT  PIC 9(7).
           05 GLJ-TRL-DEBIT-TOTAL PIC 9(13)V99.
           05 GLJ-TRL-CREDIT-TOTAL PIC 9(13)V99.
           05 FILLER              PIC X(60).
