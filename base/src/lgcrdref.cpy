      ******************************************************************
      *    LGCRDREF                                                    *
      *    Record layout for the identity and credit bureau file       *
      *    'LGCRDREF' the customer master looks a new customer up on.  *
      *    Keyed on postcode and the subject's name in upper case, the *
      *    same key LGCHDREF uses.  CB-IDENT-RESULT is the bureau's    *
      *    identity verdict; CB-SCORE its credit score, 0 (no file) to *
      *    999; CB-REFERENCE the bureau's search reference, held on    *
      *    the CUSTOMER row with the score so any dispute can be       *
      *    traced back to the bureau's own record of the search.       *
      ******************************************************************
       01  LGCRDREF-RECORD.
           03  CB-KEY.
               05  CB-POSTCODE          PIC X(8).
               05  CB-NAME              PIC X(30).
           03  CB-IDENT-RESULT          PIC X.
               88  CB-IDENT-VERIFIED         VALUE 'V'.
               88  CB-IDENT-PARTIAL          VALUE 'P'.
               88  CB-IDENT-FAILED           VALUE 'F'.
           03  CB-SCORE                 PIC 9(3).
           03  CB-REFERENCE             PIC X(12).
           03  CB-BUREAU-DATE           PIC X(10).
           03  FILLER                   PIC X(36).
