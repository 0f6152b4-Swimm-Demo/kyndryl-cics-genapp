      ******************************************************************
      *    LGHDAREA                                                    *
      *    Commarea layout for the claims handler master maintenance  *
      *    (LGHDLM01), the same request-id/return-code shape LGUSAREA *
      *    gives the user profile chain.  The CLMHANDLR row is keyed  *
      *    on the handler's operator identity and holds what claim    *
      *    allocation works from: the team, the peril authority (one  *
      *    'Y'/'N' flag per peril - FIRE, CRIME, FLOOD, WEATHER,      *
      *    TERROR, CYBER, ACCIDENT, THEFT, in that order), the value  *
      *    authority against a claim's estimated amount, the open     *
      *    caseload cap and the availability.  '01IHDL' inquires      *
      *    (HD-OPEN-CASELOAD back), '01AHDL' adds, '02AHDL' updates   *
      *    the authorities, '03XHDL' marks the handler absent and     *
      *    re-allocates their open claims, '04AHDL' marks them back   *
      *    available.  HD-REALLOCATED / HD-UNALLOCATED come back from *
      *    '03XHDL' with how many claims moved and how many found no  *
      *    qualifying handler and now wait unowned.                    *
      ******************************************************************
           03  HD-REQUEST-ID           PIC X(6).
           03  HD-RETURN-CODE          PIC X(2).
           03  HD-HANDLER-ID           PIC X(8).
           03  HD-NAME                 PIC X(30).
           03  HD-TEAM                 PIC X(5).
           03  HD-AVAILABILITY         PIC X.
               88  HD-AVAILABLE            VALUE 'A'.
               88  HD-ABSENT               VALUE 'X'.
           03  HD-PERIL-AUTH           PIC X(8).
           03  HD-PERIL-FLAGS REDEFINES HD-PERIL-AUTH.
               05  HD-PERIL-FLAG       PIC X OCCURS 8 TIMES.
           03  HD-VALUE-LIMIT          PIC 9(7).
           03  HD-MAX-CASELOAD         PIC 9(3).
           03  HD-OPEN-CASELOAD        PIC 9(5).
           03  HD-REALLOCATED          PIC 9(5).
           03  HD-UNALLOCATED          PIC 9(5).
           03  FILLER                  PIC X(20).
