      ******************************************************************
      * COPYBOOK: CONFANS
      * PURPOSE:  Record layout for the confirmation answered-log
      *           (PROD.FILEJOIN.CONFANSW) - one record appended by
      *           CUSTODIAN-CONFIRM-RESPONSE for every custodian
      *           response it balances and works, naming the business
      *           date the response answered. The response dataset
      *           itself is emptied once worked, so this is what
      *           tells a later run (the scheduler's deadline
      *           submission, say) that a generation has been
      *           answered and is not overdue.
      *           ANS-FILE-DATE / ANS-SOURCE are the response's HDR;
      *           the counts are that run's matching results.
      ******************************************************************
       01  CONF-ANSWERED-RECORD.
           05 ANS-BUS-DATE        PIC X(8).
           05 ANS-RUN-DATE        PIC X(8).
           05 ANS-FILE-DATE       PIC X(8).
           05 ANS-SOURCE          PIC X(8).
           05 ANS-RESPONSE-COUNT  PIC 9(7).
           05 ANS-DISPUTE-COUNT   PIC 9(6).
           05 ANS-NOANSWER-COUNT  PIC 9(6).
           05 ANS-NOTSENT-COUNT   PIC 9(6).
           05 FILLER              PIC X(3).
