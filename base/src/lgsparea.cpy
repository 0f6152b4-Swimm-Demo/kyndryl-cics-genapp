      ******************************************************************
      *    LGSPAREA                                                    *
      *    Commarea layout for the claims supplier master maintenance *
      *    (LGSPLM01), the same request-id/return-code shape LGUSAREA *
      *    gives the user profile chain.  The SUPPLIER row is keyed   *
      *    on the supplier id the claim appointment ('N' lifecycle    *
      *    action) and the invoice feed both carry.  '01ISUP'         *
      *    inquires, '01ASUP' adds, '02ASUP' updates, '03DSUP'        *
      *    suspends.  The held-invoice review works off the same      *
      *    commarea: '05RINV' releases a SUPPINVOICE row LGSPINV1     *
      *    held (duplicate or over the agreed fee scale) to payment,  *
      *    '05XINV' rejects it; SP-INVOICE-ID names the invoice.      *
      ******************************************************************
           03  SP-REQUEST-ID           PIC X(6).
           03  SP-RETURN-CODE          PIC X(2).
           03  SP-SUPPLIER-ID          PIC X(8).
           03  SP-NAME                 PIC X(30).
           03  SP-TYPE                 PIC X.
               88  SP-ADJUSTER             VALUE 'A'.
               88  SP-SURVEYOR             VALUE 'S'.
               88  SP-REPAIRER             VALUE 'R'.
               88  SP-SOLICITOR            VALUE 'L'.
           03  SP-STATUS               PIC X.
           03  SP-INVOICE-ID           PIC X(10).
           03  SP-INVOICE-AMOUNT       PIC 9(7)V99.
           03  FILLER                  PIC X(20).
