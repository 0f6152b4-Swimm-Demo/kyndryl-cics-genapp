      *    '02ABRK' update, '03DBRK' deactivate.  BA-COMM-RATE is the  *
      *    broker's own commission rate (e.g. 0.125 = 12.5%), the      *
      *    rate LGBRKCM1 applies in place of its volume tiers when     *
      *    the broker master carries one.  The BA-PC- fields are the   *
      *    broker's profit commission terms, settled once a year by    *
      *    LGBRKPC1: the threshold loss ratio the book must run under  *
      *    (e.g. 0.650 = 65%), the share of the margin below it paid   *
      *    back (e.g. 0.200 = 20%), and whether a loss-making year's   *
      *    deficit is carried forward against later years.  A zero     *
      *    share means the broker has no profit commission.            *
      ******************************************************************
           03  BA-REQUEST-ID            PIC X(6).
           03  BA-RETURN-CODE           PIC X(2).
           03  BA-COMM-RATE             PIC 9V999.
           03  BA-PAY-ACCOUNT           PIC X(16).
           03  BA-LASTCHANGED           PIC X(26).
           03  BA-PC-THRESHOLD          PIC 9V999.
           03  BA-PC-SHARE              PIC 9V999.
           03  BA-PC-CARRY-FWD          PIC X.
               88  BA-PC-CARRIES-DEFICIT     VALUE 'Y'.
