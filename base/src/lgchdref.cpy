      ******************************************************************
      *    LGCHDREF                                                    *
      *    Record layout for the industry claims-history reference     *
      *    file 'LGCHDREF' - the bureau's recorded claims for each     *
      *    subject, refreshed from the bureau outside the policy       *
      *    database the way LGSTOLEN is.  Keyed on postcode and the    *
      *    subject's name in upper case exactly as the CUSTOMER row    *
      *    carries them.  The counts are the bureau's own, across      *
      *    every insurer that feeds it (our nightly LGCHDFD1 feed      *
      *    included), over its standard five-year look-back.          *
      ******************************************************************
       01  LGCHDREF-RECORD.
           03  CR-KEY.
               05  CR-POSTCODE          PIC X(8).
               05  CR-NAME              PIC X(30).
           03  CR-HOUSE-CLAIMS          PIC 9(3).
           03  CR-MOTOR-CLAIMS          PIC 9(3).
           03  CR-LAST-HOUSE-DATE       PIC X(10).
           03  CR-LAST-MOTOR-DATE       PIC X(10).
           03  CR-BUREAU-DATE           PIC X(10).
           03  FILLER                   PIC X(26).
