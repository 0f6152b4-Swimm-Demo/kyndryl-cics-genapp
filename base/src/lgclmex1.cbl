      *    Legal defence spend on the claim, kept out of LC-PAID so
      *    the indemnity and defence positions never blur.
           05 LC-LEGAL-PAID         PIC 9(7)V99.
      *    'Y' once a third-party bodily injury claimant is filed on
      *    the claim - the CLAIM row's INJURYFLAG.
           05 LC-INJURY-FLAG        PIC X.
           05 FILLER                PIC X(7).

      * CLMEXPER is the claims-experience closing position per policy -
      * the claim count and total incurred the raters consume
