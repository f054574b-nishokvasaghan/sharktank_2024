      ******************************************************************
      * COPYBOOK: USRLINK
      * PURPOSE:  Parameter area passed on every CALL 'SECUSER' - the
      *           shared routine (program SECURITY-USER) that returns
      *           the user ID the step is running under, as the
      *           security product verified it at job start (the
      *           address space's ACEE), not as anyone keyed it.
      *           USRQ-RETURN '00' with USRQ-USERID set is success;
      *           '08' means the step has no security environment to
      *           read (USRQ-USERID left spaces) - the caller must
      *           treat that as no user at all.
      ******************************************************************
       01  SECURITY-USER-REQUEST.
           05 USRQ-USERID         PIC X(8).
           05 USRQ-RETURN         PIC X(2).
