      ******************************************************************
      * COPYBOOK: CONFDSP
      * PURPOSE:  Record layout for the confirmation dispute dataset
      *           written by CUSTODIAN-CONFIRM-RESPONSE - the
      *           reconciliation desk's chase list once the
      *           custodian has answered (or failed to answer) a
      *           night's confirmation, one record per exception,
      *           DSP-TYPE saying which:
      *             'DISPUTE ' - a SECNR we sent CONFIRMED that the
      *                          custodian disputes, or agrees at an
      *                          amount other than ours;
      *             'NOANSWER' - a SECNR we sent (confirmed or
      *                          unconfirmed) that the response does
      *                          not mention - or every key of the
      *                          generation when no response came by
      *                          its deadline;
      *             'NOTSENT ' - a response for a SECNR the answered
      *                          generation never carried.
      *           DSP-OUR-STATUS / DSP-OUR-TOTAL are what we sent
      *           (spaces and zero for NOTSENT); DSP-CUST-STATUS /
      *           DSP-CUST-AMOUNT / DSP-CUST-REASON what came back
      *           (spaces and zero for NOANSWER).
      ******************************************************************
       01  CONF-DISPUTE-RECORD.
           05 DSP-TYPE            PIC X(8).
           05 DSP-SECNR           PIC X(10).
           05 DSP-BUS-DATE        PIC X(8).
           05 DSP-OUR-STATUS      PIC X(1).
           05 DSP-OUR-TOTAL       PIC 9(11)V99.
           05 DSP-CUST-STATUS     PIC X(1).
           05 DSP-CUST-AMOUNT     PIC 9(11)V99.
           05 DSP-CUST-REASON     PIC X(20).
           05 DSP-RUN-DATE        PIC X(8).
           05 FILLER              PIC X(8).
