      * bucket and the TRIEXT triangle extract the actuaries load     *
      * for IBNR comes out of the buckets - including claims that     *
      * opened and closed inside one month, which the hand-diffed     *
      * CLAIMEXT archives always missed.  Motor claims carrying a     *
      * third-party bodily injury claimant are classed 'B' and        *
      * develop in triangles of their own, apart from the property    *
      * damage ('P') claims whose far shorter tail they would         *
      * otherwise distort.                                            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    Legal defence spend on the claim, kept out of LC-PAID so
      *    the indemnity and defence positions never blur.
           05 LC-LEGAL-PAID         PIC 9(7)V99.
      *    'Y' once a third-party bodily injury claimant is filed on
      *    the claim - the CLAIM row's INJURYFLAG.
           05 LC-INJURY-FLAG        PIC X.
           05 FILLER                PIC X(7).

      * One position record per claim per cycle month - the history
      * this job both consumes and re-emits, extended by one cycle
           05 SI-PAID               PIC 9(7)V99.
           05 SI-INCURRED           PIC 9(7)V99.
           05 SI-LEGAL-PAID         PIC 9(7)V99.
           05 SI-CLAIM-CLASS        PIC X.
           05 FILLER                PIC X(10).

       FD  SNAP-OUT-FILE
           RECORDING MODE IS F
           05 SO-PAID               PIC 9(7)V99.
           05 SO-INCURRED           PIC 9(7)V99.
           05 SO-LEGAL-PAID         PIC 9(7)V99.
           05 SO-CLAIM-CLASS        PIC X.
           05 FILLER                PIC X(10).

      * The triangle itself - one record per accident-month by
      * development-month cell, cumulative paid and incurred, with
      * the legal defence spend in its own column so the actuaries
      * develop indemnity and defence separately.  TR-CLAIM-CLASS
      * splits bodily injury ('B') cells from property damage ('P').
       FD  TRIANGLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           05 TR-PAID               PIC 9(11)V99.
           05 TR-INCURRED           PIC 9(11)V99.
           05 TR-LEGAL-PAID         PIC 9(11)V99.
           05 TR-CLAIM-CLASS        PIC X.
           05 FILLER                PIC X(11).

       FD  TRIANGLE-REPORT-FILE
           RECORDING MODE IS F
      * policy buckets.
       01  WS-CELL-TABLE.
           03 WS-CL-ENTRY OCCURS 2000 TIMES.
              05 WS-CL-CLASS        PIC X.
              05 WS-CL-ACC-MONTH    PIC 9(6).
              05 WS-CL-DEV-MONTHS   PIC 9(3).
              05 WS-CL-PAID         PIC 9(11)V99 VALUE 0.
           05 WS-TOT-SNAPSHOTS      PIC 9(7) VALUE 0.
           05 WS-TOT-CELLS          PIC 9(7) VALUE 0.
           05 WS-TOT-DROPPED        PIC 9(7) VALUE 0.
           05 WS-TOT-INJURY         PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

              MOVE 0 TO SO-LEGAL-PAID
              MOVE 0 TO SI-LEGAL-PAID
           END-IF
      *    ... and spaces in the class column, cut before injury
      *    claims were classed apart - read as property damage.
           IF SI-CLAIM-CLASS = 'B'
              MOVE 'B' TO SO-CLAIM-CLASS
           ELSE
              MOVE 'P' TO SO-CLAIM-CLASS
              MOVE 'P' TO SI-CLAIM-CLASS
           END-IF
           WRITE SNAP-OUT-RECORD
           ADD 1 TO WS-XOUT-COUNT
           ADD SO-PAID TO WS-XOUT-HASH
           ELSE
              MOVE 0 TO SO-LEGAL-PAID
           END-IF
           IF LC-INJURY-FLAG = 'Y'
              MOVE 'B' TO SO-CLAIM-CLASS
              ADD 1 TO WS-TOT-INJURY
           ELSE
              MOVE 'P' TO SO-CLAIM-CLASS
           END-IF
           WRITE SNAP-OUT-RECORD
           ADD 1 TO WS-TOT-SNAPSHOTS
           ADD 1 TO WS-XOUT-COUNT
           MOVE SO-PAID       TO SI-PAID
           MOVE SO-INCURRED   TO SI-INCURRED
           MOVE SO-LEGAL-PAID TO SI-LEGAL-PAID
           MOVE SO-CLAIM-CLASS TO SI-CLAIM-CLASS
           PERFORM 2900-BUCKET-SNAPSHOT
           .
       2500-EXIT.
             UNTIL WS-CL-SUB > WS-CELL-USED OR WS-CL-FOUND = 'Y'
               IF WS-CL-ACC-MONTH(WS-CL-SUB) = SI-ACC-MONTH
                  AND WS-CL-DEV-MONTHS(WS-CL-SUB) = WS-DEV-MONTHS
                  AND WS-CL-CLASS(WS-CL-SUB) = SI-CLAIM-CLASS
                  MOVE 'Y' TO WS-CL-FOUND
                  ADD SI-PAID     TO WS-CL-PAID(WS-CL-SUB)
                  ADD SI-INCURRED TO WS-CL-INCURRED(WS-CL-SUB)
               IF WS-CELL-USED < 2000
                  ADD 1 TO WS-CELL-USED
                  MOVE WS-CELL-USED TO WS-CL-SUB
                  MOVE SI-CLAIM-CLASS TO WS-CL-CLASS(WS-CL-SUB)
                  MOVE SI-ACC-MONTH TO WS-CL-ACC-MONTH(WS-CL-SUB)
                  MOVE WS-DEV-MONTHS
                    TO WS-CL-DEV-MONTHS(WS-CL-SUB)
               MOVE WS-CL-PAID(WS-CL-SUB)       TO TR-PAID
               MOVE WS-CL-INCURRED(WS-CL-SUB)   TO TR-INCURRED
               MOVE WS-CL-LEGAL(WS-CL-SUB)      TO TR-LEGAL-PAID
               MOVE WS-CL-CLASS(WS-CL-SUB)      TO TR-CLAIM-CLASS
               WRITE TRIANGLE-RECORD
               ADD 1 TO WS-TOT-CELLS
           END-PERFORM.
               DELIMITED BY SIZE INTO TRIANGLE-REPORT-RECORD
           WRITE TRIANGLE-REPORT-RECORD

           MOVE WS-TOT-INJURY TO WS-REPORT-COUNT
           STRING '  BODILY INJURY.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO TRIANGLE-REPORT-RECORD
           WRITE TRIANGLE-REPORT-RECORD

           MOVE WS-TOT-CELLS TO WS-REPORT-COUNT
           STRING 'TRIANGLE CELLS......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO TRIANGLE-REPORT-RECORD
