      ******************************************************************
      *    LGERLOG                                                     *
      *    Central error log record.  LGERRL01 cuts one for every      *
      *    error message the online programs hand to LGSTSQ, with the  *
      *    context the message text itself does not carry - the        *
      *    program that raised it, the transaction, the signed-on      *
      *    user and the task - and writes it to the LGER               *
      *    extrapartition queue.  The queue is non-recoverable on      *
      *    purpose: the record survives the rollback of the very       *
      *    unit of work that failed.  LGERRRP1 loads the queue's       *
      *    dataset into the ERRLOG table each day and reports from     *
      *    there.                                                      *
      *                                                                *
      *    EL-KIND tells the two message shapes apart: 'M' is the      *
      *    error message proper, 'C' the COMMAREA= line the DB2        *
      *    programs write straight after it, which carries the         *
      *    request id and the return code the caller is given.         *
      *    Customer, policy, SQLCODE and RESP are picked out of the    *
      *    message text by its CNUM= / PNUM= / SQLCODE= / RESP= / RC=  *
      *    tags; a tag the message does not carry leaves the field     *
      *    blank (the switches say whether SQLCODE and RESP were       *
      *    present).  Declared at 03 level so each program houses it   *
      *    under its own 01, the same shape LGEVAREA takes.            *
      ******************************************************************
           03  EL-TIMESTAMP            PIC X(26).
           03  EL-PROGRAM              PIC X(8).
           03  EL-TRANSID              PIC X(4).
           03  EL-USERID               PIC X(8).
           03  EL-TASKNUM              PIC 9(7).
           03  EL-KIND                 PIC X(1).
               88  EL-MESSAGE-LINE          VALUE 'M'.
               88  EL-COMMAREA-LINE         VALUE 'C'.
           03  EL-CUSTOMER-NUM         PIC X(10).
           03  EL-POLICY-NUM           PIC X(10).
           03  EL-REQUEST-ID           PIC X(6).
           03  EL-RETURN-CODE          PIC X(2).
           03  EL-SQLCODE-SW           PIC X(1).
               88  EL-SQLCODE-PRESENT       VALUE 'Y'.
           03  EL-SQLCODE              PIC S9(5)
                                        SIGN IS LEADING SEPARATE.
           03  EL-SQLCODE-X REDEFINES EL-SQLCODE
                                       PIC X(6).
           03  EL-RESP-SW              PIC X(1).
               88  EL-RESP-PRESENT          VALUE 'Y'.
           03  EL-RESP                 PIC S9(5)
                                        SIGN IS LEADING SEPARATE.
           03  EL-RESP-X REDEFINES EL-RESP
                                       PIC X(6).
           03  EL-MESSAGE              PIC X(100).
           03  FILLER                  PIC X(4).
