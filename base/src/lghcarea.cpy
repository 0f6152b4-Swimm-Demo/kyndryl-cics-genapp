      ******************************************************************
      *    LGHCAREA                                                    *
      *    Commarea layout for the online region health check          *
      *    (LGHCHK01), the same request-id/return-code shape           *
      *    LGSYAREA gives the system status control.  '01IHLT' runs    *
      *    every probe and returns one entry per component - its       *
      *    name, 'P' pass, 'W' warn or 'F' fail, the figure the        *
      *    verdict was taken on (milliseconds, items, version) and a   *
      *    line of detail - with the worst of them as the overall      *
      *    status, so the monitoring tool can poll it and act on the   *
      *    status bytes alone.  Run from a terminal with no commarea   *
      *    the same results are formatted to the screen instead.       *
      ******************************************************************
           03  HC-REQUEST-ID           PIC X(6).
           03  HC-RETURN-CODE          PIC X(2).
           03  HC-OVERALL-STATUS       PIC X.
               88  HC-OVERALL-PASS          VALUE 'P'.
               88  HC-OVERALL-WARN          VALUE 'W'.
               88  HC-OVERALL-FAIL          VALUE 'F'.
           03  HC-APPLID               PIC X(8).
           03  HC-CHECKED-DATE         PIC X(10).
           03  HC-CHECKED-TIME         PIC X(8).
           03  HC-COMPONENT-COUNT      PIC 9(2).
           03  HC-COMPONENT            OCCURS 8 TIMES.
               05  HC-COMP-NAME        PIC X(8).
               05  HC-COMP-STATUS      PIC X.
                   88  HC-COMP-PASS         VALUE 'P'.
                   88  HC-COMP-WARN         VALUE 'W'.
                   88  HC-COMP-FAIL         VALUE 'F'.
               05  HC-COMP-VALUE       PIC 9(7).
               05  HC-COMP-DETAIL      PIC X(40).
           03  FILLER                  PIC X(20).
