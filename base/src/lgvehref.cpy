      ******************************************************************
      *    LGVEHREF                                                    *
      *    Record layouts for the two motor reference VSAM files       *
      *    underwriting maintains outside the policy database.         *
      *                                                                *
      *    'LGVEHREF' - the vehicle reference file, keyed on make,     *
      *    model and year of manufacture exactly as the motor commarea *
      *    carries them.  Each vehicle has a rating group (1 lowest    *
      *    risk to 50 highest) that feeds the motor premium through    *
      *    the LGRATES 'L'/'VEHGRPnn' factors, and a market value band *
      *    the stated vehicle value is held against.                   *
      *                                                                *
      *    'LGSTOLEN' - the stolen / written-off vehicle register,     *
      *    keyed on registration number.  A registration on file is    *
      *    never bound or endorsed onto motor cover.                   *
      ******************************************************************
       01  LGVEHREF-RECORD.
           03  VR-KEY.
               05  VR-MAKE              PIC X(15).
               05  VR-MODEL             PIC X(15).
               05  VR-YEAR              PIC 9(4).
           03  VR-RATING-GROUP          PIC 9(2).
           03  VR-VALUE-LOW             PIC 9(8).
           03  VR-VALUE-HIGH            PIC 9(8).
           03  VR-CC                    PIC 9(4).
           03  FILLER                   PIC X(20).

       01  LGSTOLEN-RECORD.
           03  SV-REGNUMBER             PIC X(7).
           03  SV-STATUS                PIC X(1).
               88  SV-STOLEN                 VALUE 'S'.
               88  SV-WRITTEN-OFF            VALUE 'W'.
           03  SV-REPORTED-DATE         PIC X(10).
           03  SV-SOURCE                PIC X(10).
           03  FILLER                   PIC X(12).
