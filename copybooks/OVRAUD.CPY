      ******************************************************************
      * COPYBOOK: OVRAUD
      * PURPOSE:  Record layout for the permanent override/backout
      *           audit trail - one record each time FILE-JOIN-
      *           CALCULATION acts on an approved OVERRIDE=YES card
      *           (transmission-register checks bypassed), each time
      *           FEED-PLAUSIBILITY-GATE lets an out-of-band feed
      *           through on an approved PLAUSOVR=YES card, and each
      *           time POSTING-BACKOUT reverses a business date:
      *           which program, what it did, for which business
      *           date, when, the approval it acted on with both the
      *           maker's and the checker's user ID and timestamp,
      *           and the condition code the action ended with
      *           (always zero for an override - it is logged as the
      *           checks are bypassed, before the match runs).
      *           Appended (DISP=MOD) run after run, never rewritten.
      ******************************************************************
       01  OVERRIDE-AUDIT-RECORD.
           05 OVRA-PROGRAM        PIC X(8).
           05 OVRA-ACTION         PIC X(8).
           05 OVRA-BUSDATE        PIC X(8).
           05 OVRA-RUN-DATE       PIC X(8).
           05 OVRA-RUN-TIME       PIC X(6).
           05 OVRA-APPR-ID        PIC 9(6).
           05 OVRA-MAKER-ID       PIC X(8).
           05 OVRA-MAKER-DATE     PIC X(8).
           05 OVRA-MAKER-TIME     PIC X(6).
           05 OVRA-CHECKER-ID     PIC X(8).
           05 OVRA-CHECKER-DATE   PIC X(8).
           05 OVRA-CHECKER-TIME   PIC X(6).
           05 OVRA-COND-CODE      PIC 9(4).
           05 FILLER              PIC X(8).
