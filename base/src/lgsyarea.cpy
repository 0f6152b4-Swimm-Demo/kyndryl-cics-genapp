      ******************************************************************
      *    LGSYAREA                                                    *
      *    Commarea layout for the online system status control        *
      *    transaction (LGSYSM01), the same request-id/return-code     *
      *    shape LGUSAREA gives profile maintenance.  '01ISYS'         *
      *    inquires - the mode as it stands, who set it and why, and   *
      *    the deferred queue's outstanding and failed counts;         *
      *    '02ASYS' switches SY-MODE to 'I' inquiry-only or 'N'        *
      *    normal with SY-REASON saying why.                           *
      ******************************************************************
           03  SY-REQUEST-ID           PIC X(6).
           03  SY-RETURN-CODE          PIC X(2).
           03  SY-MODE                 PIC X.
           03  SY-REASON               PIC X(30).
           03  SY-SWITCHED-BY          PIC X(3).
           03  SY-SWITCHED-DATE        PIC X(10).
           03  SY-SWITCHED-TIME        PIC X(8).
           03  SY-QUEUED-COUNT         PIC 9(7).
           03  SY-FAILED-COUNT         PIC 9(7).
           03  FILLER                  PIC X(20).
