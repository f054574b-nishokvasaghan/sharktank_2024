      ******************************************************************
      * COPYBOOK: GLMAP
      * PURPOSE:  Record layout for the general-ledger account mapping
      *           table read by GENERAL-LEDGER-FEED - one 80-byte row
      *           per journal situation, maintained by Finance:
      *             'WOFF' - a written-off suspense record, looked up
      *                      by SUSP-SOURCE, SUSP-MISSING and the
      *                      record's currency;
      *             'TDIF' - the night's net tolerance difference for
      *                      one custodian currency, looked up by
      *                      currency alone (source/missing left
      *                      blank or '*').
      *           An asterisk in the first byte of GLM-SOURCE,
      *           GLM-MISSING or GLM-CURRENCY matches any value. The
      *           FIRST row that matches wins, so specific rows must
      *           be keyed ahead of the catch-all rows below them.
      *           GLM-DEBIT-ACCT/GLM-CREDIT-ACCT are the accounts for
      *           a write-off, or for a POSITIVE tolerance difference
      *           (custodian above internal); a negative difference
      *           posts the same pair the other way round.
      ******************************************************************
       01  GL-MAP-RECORD.
           05 GLM-ENTRY-TYPE      PIC X(4).
           05 GLM-SOURCE          PIC X(6).
           05 GLM-MISSING         PIC X(6).
           05 GLM-CURRENCY        PIC X(3).
           05 GLM-DEBIT-ACCT      PIC X(10).
           05 GLM-CREDIT-ACCT     PIC X(10).
           05 GLM-COST-CENTER     PIC X(6).
           05 FILLER              PIC X(35).
