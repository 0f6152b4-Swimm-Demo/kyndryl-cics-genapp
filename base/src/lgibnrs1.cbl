       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIBNRS1.
      *----------------------------------------------------------------*
      * Monthly chain-ladder IBNR reserving run.  Reads the TRIEXT     *
      * loss development triangle LGTRIDV1 has just cut and develops   *
      * each claim class ('B' bodily injury, 'P' property damage)      *
      * on its own: volume-weighted age-to-age factors on cumulative   *
      * incurred over the latest accident months the IBNRCTL control   *
      * file asks for, with the actuaries' override factors and tail   *
      * from the same file laid over the top.  Each accident month's   *
      * latest incurred is projected to ultimate, the difference is    *
      * its IBNR, and the ultimate loss ratio is struck against the    *
      * premium earned in that month - taken from LGERNPM1's EARNDET   *
      * and carried forward month on month on the RSVHIST history.     *
      * The change in each class's IBNR since last month goes to the   *
      * ledger as an 'I' (raise) or 'J' (release) GLTRANS movement on  *
      * IBNRGLTR for LGGLPST1 to post; RSVHIST carries the position    *
      * forward for next month's movement.                             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIANGLE-FILE ASSIGN TO TRIEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIANGLE-STATUS.
           SELECT EARNING-DETAIL-FILE ASSIGN TO EARNDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNDET-STATUS.
           SELECT CONTROL-FILE ASSIGN TO IBNRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT HISTORY-IN-FILE ASSIGN TO RSVHISTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT HISTORY-OUT-FILE ASSIGN TO RSVHISTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-STATUS.
           SELECT RESULT-FILE ASSIGN TO IBNRRES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT GL-MOVEMENT-FILE ASSIGN TO IBNRGLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLTR-STATUS.
           SELECT IBNR-REPORT-FILE ASSIGN TO IBNRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TRIEXT as LGTRIDV1 writes it - one cumulative cell per class,
      * accident month and development month.
       FD  TRIANGLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  TRIANGLE-RECORD.
           05 TR-ACC-MONTH          PIC 9(6).
           05 TR-DEV-MONTHS         PIC 9(3).
           05 TR-PAID               PIC 9(11)V99.
           05 TR-INCURRED           PIC 9(11)V99.
           05 TR-LEGAL-PAID         PIC 9(11)V99.
           05 TR-CLAIM-CLASS        PIC X.
           05 FILLER                PIC X(11).

      * EARNDET as LGERNPM1 writes it - the month's earned premium
      * policy by policy.
       FD  EARNING-DETAIL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  EARNING-DETAIL-RECORD.
           05 ED-POLICY-NUM         PIC X(10).
           05 ED-POLICY-TYPE        PIC X.
           05 ED-MONTH-END          PIC 9(8).
           05 ED-EARNED-MONTH       PIC 9(7)V99.
           05 ED-UPR                PIC 9(7)V99.
           05 FILLER                PIC X(23).

      * The actuaries' control file.  'A' records set the averaging
      * period - how many of the latest accident months feed each
      * age-to-age factor (0 = all of them) - for a class, or for
      * both when the class is '*'.  'O' records override the factor
      * from one development month to the next; development month
      * 999 sets the tail factor applied beyond the triangle.
       FD  CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD.
           05 CT-RECORD-TYPE        PIC X.
              88 CT-AVERAGING           VALUE 'A'.
              88 CT-OVERRIDE            VALUE 'O'.
           05 CT-CLAIM-CLASS        PIC X.
           05 CT-DETAIL             PIC X(78).
           05 CT-AVERAGING-DETAIL REDEFINES CT-DETAIL.
              10 CT-AVG-MONTHS      PIC 9(3).
              10 FILLER             PIC X(75).
           05 CT-OVERRIDE-DETAIL REDEFINES CT-DETAIL.
              10 CT-OV-DEV-MONTHS   PIC 9(3).
              10 CT-OV-FACTOR       PIC 9(3)V9(6).
              10 FILLER             PIC X(66).

      * The reserving history, rolled forward one month each run:
      * 'E' rows hold the premium earned in each month, 'I' rows the
      * IBNR carried for each class at the last valuation - the base
      * this month's ledger movement is measured from.
       FD  HISTORY-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  HISTORY-IN-RECORD.
           05 HI-RECORD-TYPE        PIC X.
              88 HI-EARNED              VALUE 'E'.
              88 HI-IBNR                VALUE 'I'.
           05 HI-MONTH              PIC 9(6).
           05 HI-CLAIM-CLASS        PIC X.
           05 HI-AMOUNT             PIC S9(11)V99.
           05 FILLER                PIC X(19).

       FD  HISTORY-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  HISTORY-OUT-RECORD.
           05 HO-RECORD-TYPE        PIC X.
           05 HO-MONTH              PIC 9(6).
           05 HO-CLAIM-CLASS        PIC X.
           05 HO-AMOUNT             PIC S9(11)V99.
           05 FILLER                PIC X(19).

      * One result row per class and accident month, then one '*'
      * row per accident month with both classes together against
      * the month's earned premium - the actuaries load this in
      * place of the spreadsheets.
       FD  RESULT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RESULT-RECORD.
           05 IR-CLAIM-CLASS        PIC X.
           05 IR-ACC-MONTH          PIC 9(6).
           05 IR-DEV-MONTHS         PIC 9(3).
           05 IR-INCURRED           PIC 9(11)V99.
           05 IR-CDF                PIC 9(3)V9(6).
           05 IR-ULTIMATE           PIC 9(11)V99.
           05 IR-IBNR               PIC S9(11)V99.
           05 IR-EARNED             PIC 9(11)V99.
           05 IR-LOSS-RATIO         PIC 9(4)V99.
           05 FILLER                PIC X(3).

      * Movements in the GLTRANS layout LGGLPST1 reads, merged into
      * the night's GLTRANS stream with the others.
       FD  GL-MOVEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-MOVEMENT-RECORD.
           05 GT-TRAN-TYPE          PIC X.
              88 GT-IBNR-RAISED         VALUE 'I'.
              88 GT-IBNR-RELEASED       VALUE 'J'.
           05 GT-TRAN-DATE          PIC 9(8).
           05 GT-POLICY-NUM         PIC X(10).
           05 GT-BROKERID           PIC 9(9).
           05 GT-AMOUNT             PIC 9(9)V99.
           05 GT-CURRENCY           PIC X(3).
           05 FILLER                PIC X(18).

       FD  IBNR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IBNR-REPORT-RECORD       PIC X(80).

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of job, one record per execution.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY LGRUNST.

       WORKING-STORAGE SECTION.

      * Run-statistics capture - see LGRUNST.
       01  WS-RUNSTATS-STATUS       PIC X(2).
       01  WS-RS-START-TIME         PIC 9(6) VALUE 0.
       01  WS-RS-RUN-DATE           PIC 9(8) VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-TRIANGLE-STATUS    PIC X(2).
           05 WS-EARNDET-STATUS     PIC X(2).
           05 WS-CONTROL-STATUS     PIC X(2).
           05 WS-HISTIN-STATUS      PIC X(2).
           05 WS-HISTOUT-STATUS     PIC X(2).
           05 WS-RESULT-STATUS      PIC X(2).
           05 WS-GLTR-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.

      * Accident months are worked as a month count (year * 12 +
      * month - 1) so ages and development periods are plain
      * subtraction.  The valuation month is the latest diagonal on
      * the triangle.
       01  WS-MONTH-WORK.
           05 WS-YYYYMM             PIC 9(6).
           05 FILLER REDEFINES WS-YYYYMM.
              10 WS-YM-YEAR         PIC 9(4).
              10 WS-YM-MONTH        PIC 9(2).
           05 WS-MONTH-COUNT        PIC 9(6).
           05 WS-VAL-MONTH-COUNT    PIC 9(6) VALUE 0.
           05 WS-VAL-MONTH          PIC 9(6) VALUE 0.
           05 WS-AGE                PIC S9(5) COMP.

      * Averaging periods by class, as IBNRCTL sets them.
       01  WS-AVG-DEFAULT           PIC 9(3) VALUE 12.
       01  WS-AVG-TABLE.
           03 WS-AVG-MONTHS OCCURS 2 TIMES PIC 9(3).

      * Override factors from IBNRCTL, applied after the triangle's
      * own factors are struck.
       01  WS-OVERRIDE-TABLE.
           03 WS-OV-ENTRY OCCURS 100 TIMES.
              05 WS-OV-CLASS        PIC X.
              05 WS-OV-DEV-MONTHS   PIC 9(3).
              05 WS-OV-FACTOR       PIC 9(3)V9(6).
       01  WS-OV-USED               PIC 9(3) VALUE 0.
       01  WS-OV-SUB                PIC S9(4) COMP VALUE 0.

      * The triangle as read, before the valuation month is known.
       01  WS-RAW-TABLE.
           03 WS-RW-ENTRY OCCURS 2000 TIMES.
              05 WS-RW-CLASS        PIC 9.
              05 WS-RW-ACC-COUNT    PIC 9(6).
              05 WS-RW-DEV-MONTHS   PIC 9(3).
              05 WS-RW-INCURRED     PIC 9(11)V99.
       01  WS-RAW-USED              PIC 9(4) VALUE 0.
       01  WS-RW-SUB                PIC S9(5) COMP VALUE 0.

      * The triangle by class, accident month (1 = the valuation
      * month, counting back) and development month (1 = the
      * accident month itself).  Five years each way; older
      * accident months are taken as fully developed.
       01  WS-TRIANGLE-TABLE.
           03 WS-TC-CLASS OCCURS 2 TIMES.
              05 WS-TC-ACC OCCURS 60 TIMES.
                 07 WS-TC-DEV OCCURS 60 TIMES.
                    09 WS-TC-SET    PIC X.
                    09 WS-TC-INCURRED PIC S9(11)V99 COMP-3.

      * Selected age-to-age factor (development month n to n+1) and
      * the cumulative factor to ultimate, by class.  Entry 60 of the
      * cumulative factor is the tail.
       01  WS-FACTOR-TABLE.
           03 WS-FC-CLASS OCCURS 2 TIMES.
              05 WS-FC-MAX-DEV      PIC S9(4) COMP.
              05 WS-FC-DEV OCCURS 60 TIMES.
                 07 WS-FC-FACTOR    PIC 9(3)V9(6).
                 07 WS-FC-CDF       PIC 9(5)V9(6).
                 07 WS-FC-OVERRIDE  PIC X.

      * Both classes' ultimate together by accident month, for the
      * loss ratio.
       01  WS-ACC-MONTH-TABLE.
           03 WS-AM-ULTIMATE OCCURS 60 TIMES PIC S9(11)V99 COMP-3.

      * Earned premium by month, carried on RSVHIST.
       01  WS-EARNED-TABLE.
           03 WS-EP-ENTRY OCCURS 240 TIMES.
              05 WS-EP-MONTH        PIC 9(6).
              05 WS-EP-AMOUNT       PIC S9(11)V99.
       01  WS-EP-USED               PIC 9(3) VALUE 0.
       01  WS-EP-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-EP-FOUND              PIC X VALUE 'N'.
       01  WS-EARNED-MONTH          PIC 9(6) VALUE 0.

      * Class IBNR now and as last carried.
       01  WS-CLASS-TOTALS.
           03 WS-CT-ENTRY OCCURS 2 TIMES.
              05 WS-CT-CODE         PIC X.
              05 WS-CT-IBNR         PIC S9(11)V99.
              05 WS-CT-PRIOR-IBNR   PIC S9(11)V99.
              05 WS-CT-ULTIMATE     PIC S9(11)V99.
              05 WS-CT-INCURRED     PIC S9(11)V99.

       01  WS-SUBSCRIPTS.
           05 WS-CX                 PIC S9(4) COMP.
           05 WS-AI                 PIC S9(4) COMP.
           05 WS-DJ                 PIC S9(4) COMP.
           05 WS-DJ-NEXT            PIC S9(4) COMP.
           05 WS-LATEST-DJ          PIC S9(4) COMP.
           05 WS-AVG-COUNT          PIC S9(4) COMP.

       01  WS-CALC-FIELDS.
           05 WS-FACTOR-NUM         PIC S9(13)V99 COMP-3.
           05 WS-FACTOR-DEN         PIC S9(13)V99 COMP-3.
           05 WS-LATEST-INCURRED    PIC S9(11)V99 COMP-3.
           05 WS-ULTIMATE           PIC S9(11)V99 COMP-3.
           05 WS-IBNR               PIC S9(11)V99 COMP-3.
           05 WS-LOSS-RATIO         PIC S9(4)V99 COMP-3.
           05 WS-MOVEMENT           PIC S9(11)V99 COMP-3.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-CELLS          PIC 9(7) VALUE 0.
           05 WS-TOT-OUTSIDE        PIC 9(7) VALUE 0.
           05 WS-TOT-EARNDET        PIC 9(7) VALUE 0.
           05 WS-TOT-OVERRIDES      PIC 9(7) VALUE 0.
           05 WS-TOT-RESULTS        PIC 9(7) VALUE 0.
           05 WS-TOT-MOVEMENTS      PIC 9(7) VALUE 0.
           05 WS-TOT-REJECTED       PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMT1           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-AMT2           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-AMT3           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-FACTOR         PIC ZZ9.999999.
       01  WS-REPORT-CDF            PIC ZZ,ZZ9.999999.
       01  WS-REPORT-DEV-FROM       PIC 999.
       01  WS-REPORT-DEV-TO         PIC 999.
       01  WS-REPORT-RATIO          PIC ZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-LOAD-TRIANGLE THRU 2000-EXIT
               UNTIL WS-EOF = 'Y'
           PERFORM 2200-PLACE-CELLS
           PERFORM 2500-LOAD-EARNED THRU 2500-EXIT
           PERFORM 3000-DEVELOP-CLASS
               VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 2
           PERFORM 4000-LOSS-RATIOS
           PERFORM 5000-POST-MOVEMENTS
           PERFORM 6000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           INITIALIZE WS-TRIANGLE-TABLE
                      WS-FACTOR-TABLE
                      WS-ACC-MONTH-TABLE
                      WS-CLASS-TOTALS
           MOVE 'B' TO WS-CT-CODE(1)
           MOVE 'P' TO WS-CT-CODE(2)
           MOVE WS-AVG-DEFAULT TO WS-AVG-MONTHS(1)
           MOVE WS-AVG-DEFAULT TO WS-AVG-MONTHS(2)

           OPEN INPUT  TRIANGLE-FILE
                OUTPUT HISTORY-OUT-FILE
                OUTPUT RESULT-FILE
                OUTPUT GL-MOVEMENT-FILE
                OUTPUT IBNR-REPORT-FILE
           IF WS-TRIANGLE-STATUS NOT = '00'
               DISPLAY 'TRIEXT OPEN ERROR: ' WS-TRIANGLE-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE 'CHAIN-LADDER IBNR RESERVING'
               TO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           PERFORM 1100-READ-CONTROL THRU 1100-EXIT
           PERFORM 1200-READ-HISTORY THRU 1200-EXIT.

      * A missing control file leaves every factor as the triangle
      * strikes it over the default averaging period, with no tail.
       1100-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-CONTROL-STATUS NOT = '00'
               READ CONTROL-FILE
                   AT END MOVE '10' TO WS-CONTROL-STATUS
                   NOT AT END PERFORM 1150-LOAD-CONTROL
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.
       1100-EXIT.
           EXIT.

       1150-LOAD-CONTROL.
           EVALUATE TRUE
             WHEN CT-AVERAGING AND CT-AVG-MONTHS NUMERIC
               IF CT-CLAIM-CLASS = 'B' OR CT-CLAIM-CLASS = '*'
                  MOVE CT-AVG-MONTHS TO WS-AVG-MONTHS(1)
               END-IF
               IF CT-CLAIM-CLASS = 'P' OR CT-CLAIM-CLASS = '*'
                  MOVE CT-AVG-MONTHS TO WS-AVG-MONTHS(2)
               END-IF
             WHEN CT-OVERRIDE AND CT-OV-DEV-MONTHS NUMERIC
                  AND CT-OV-FACTOR NUMERIC
                  AND WS-OV-USED < 100
               ADD 1 TO WS-OV-USED
               MOVE CT-CLAIM-CLASS   TO WS-OV-CLASS(WS-OV-USED)
               MOVE CT-OV-DEV-MONTHS TO WS-OV-DEV-MONTHS(WS-OV-USED)
               MOVE CT-OV-FACTOR     TO WS-OV-FACTOR(WS-OV-USED)
             WHEN OTHER
               ADD 1 TO WS-TOT-REJECTED
               MOVE SPACES TO IBNR-REPORT-RECORD
               STRING 'IBNRCTL RECORD IGNORED: '
                      CONTROL-RECORD(1:40)
                   DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
               WRITE IBNR-REPORT-RECORD
           END-EVALUATE.

      * Last month's history: earned premium is held for the loss
      * ratios, the IBNR carried is held as the base for this
      * month's movement.  Only the earned rows roll forward as
      * read - the IBNR rows are replaced by tonight's figures.  The
      * first run has no history and posts the whole IBNR.
       1200-READ-HISTORY.
           OPEN INPUT HISTORY-IN-FILE
           IF WS-HISTIN-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-HISTIN-STATUS NOT = '00'
               READ HISTORY-IN-FILE
                   AT END MOVE '10' TO WS-HISTIN-STATUS
                   NOT AT END PERFORM 1250-LOAD-HISTORY
               END-READ
           END-PERFORM
           CLOSE HISTORY-IN-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-HISTORY.
           EVALUATE TRUE
             WHEN HI-EARNED
               IF WS-EP-USED < 240
                  ADD 1 TO WS-EP-USED
                  MOVE HI-MONTH  TO WS-EP-MONTH(WS-EP-USED)
                  MOVE HI-AMOUNT TO WS-EP-AMOUNT(WS-EP-USED)
               END-IF
             WHEN HI-IBNR AND HI-CLAIM-CLASS = 'B'
               MOVE HI-AMOUNT TO WS-CT-PRIOR-IBNR(1)
             WHEN HI-IBNR
               MOVE HI-AMOUNT TO WS-CT-PRIOR-IBNR(2)
           END-EVALUATE.

      * Triangle cells are held as read until the whole triangle has
      * been seen and the valuation month is known.
       2000-LOAD-TRIANGLE.
           READ TRIANGLE-FILE
               AT END MOVE 'Y' TO WS-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-CELLS

           IF WS-RAW-USED NOT < 2000
               ADD 1 TO WS-TOT-OUTSIDE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-RAW-USED
           IF TR-CLAIM-CLASS = 'B'
               MOVE 1 TO WS-RW-CLASS(WS-RAW-USED)
           ELSE
               MOVE 2 TO WS-RW-CLASS(WS-RAW-USED)
           END-IF
           MOVE TR-ACC-MONTH TO WS-YYYYMM
           PERFORM 9000-TO-MONTH-COUNT
           MOVE WS-MONTH-COUNT TO WS-RW-ACC-COUNT(WS-RAW-USED)
           MOVE TR-DEV-MONTHS TO WS-RW-DEV-MONTHS(WS-RAW-USED)
           MOVE TR-INCURRED   TO WS-RW-INCURRED(WS-RAW-USED)

           IF WS-MONTH-COUNT + TR-DEV-MONTHS > WS-VAL-MONTH-COUNT
               COMPUTE WS-VAL-MONTH-COUNT =
                  WS-MONTH-COUNT + TR-DEV-MONTHS
           END-IF
           .
       2000-EXIT.
           EXIT.

      * Each cell goes into the grid by its age back from the
      * valuation month.  Anything beyond the five-year grid is
      * counted, not developed.
       2200-PLACE-CELLS.
           MOVE WS-VAL-MONTH-COUNT TO WS-MONTH-COUNT
           PERFORM 9100-FROM-MONTH-COUNT
           MOVE WS-YYYYMM TO WS-VAL-MONTH

           PERFORM VARYING WS-RW-SUB FROM 1 BY 1
             UNTIL WS-RW-SUB > WS-RAW-USED
               COMPUTE WS-AGE = WS-VAL-MONTH-COUNT
                              - WS-RW-ACC-COUNT(WS-RW-SUB)
               IF WS-AGE > 59 OR WS-RW-DEV-MONTHS(WS-RW-SUB) > 59
                  ADD 1 TO WS-TOT-OUTSIDE
               ELSE
                  MOVE WS-RW-CLASS(WS-RW-SUB) TO WS-CX
                  COMPUTE WS-AI = WS-AGE + 1
                  COMPUTE WS-DJ = WS-RW-DEV-MONTHS(WS-RW-SUB) + 1
                  MOVE 'Y' TO WS-TC-SET(WS-CX, WS-AI, WS-DJ)
                  MOVE WS-RW-INCURRED(WS-RW-SUB)
                    TO WS-TC-INCURRED(WS-CX, WS-AI, WS-DJ)
                  IF WS-DJ > WS-FC-MAX-DEV(WS-CX)
                     MOVE WS-DJ TO WS-FC-MAX-DEV(WS-CX)
                  END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'VALUATION MONTH: ' WS-VAL-MONTH
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD.

      * This month's earned premium, summed from EARNDET by month
      * end and laid over whatever history holds for the month - a
      * rerun of the month replaces, never doubles, it.
       2500-LOAD-EARNED.
           OPEN INPUT EARNING-DETAIL-FILE
           IF WS-EARNDET-STATUS NOT = '00'
               DISPLAY 'EARNDET OPEN ERROR: ' WS-EARNDET-STATUS
                       ' - LOSS RATIOS FROM HISTORY ONLY'
               GO TO 2500-EXIT
           END-IF
           PERFORM UNTIL WS-EARNDET-STATUS NOT = '00'
               READ EARNING-DETAIL-FILE
                   AT END MOVE '10' TO WS-EARNDET-STATUS
                   NOT AT END PERFORM 2550-ADD-EARNED
               END-READ
           END-PERFORM
           CLOSE EARNING-DETAIL-FILE.
       2500-EXIT.
           EXIT.

       2550-ADD-EARNED.
           ADD 1 TO WS-TOT-EARNDET
           IF ED-MONTH-END(1:6) NOT = WS-EARNED-MONTH
               MOVE ED-MONTH-END(1:6) TO WS-EARNED-MONTH
               PERFORM 9200-FIND-EARNED
               IF WS-EP-FOUND = 'Y'
                  MOVE 0 TO WS-EP-AMOUNT(WS-EP-SUB)
               ELSE
                  IF WS-EP-USED < 240
                     ADD 1 TO WS-EP-USED
                     MOVE WS-EP-USED TO WS-EP-SUB
                     MOVE WS-EARNED-MONTH TO WS-EP-MONTH(WS-EP-SUB)
                     MOVE 0 TO WS-EP-AMOUNT(WS-EP-SUB)
                     MOVE 'Y' TO WS-EP-FOUND
                  END-IF
               END-IF
           END-IF
           IF WS-EP-FOUND = 'Y'
               ADD ED-EARNED-MONTH TO WS-EP-AMOUNT(WS-EP-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * Develops one claim class: strikes the age-to-age factors,      *
      * lays the overrides over them, chains them into cumulative      *
      * factors and projects each accident month to ultimate.          *
      *----------------------------------------------------------------*
       3000-DEVELOP-CLASS.
           PERFORM 3100-STRIKE-FACTOR
               VARYING WS-DJ FROM 1 BY 1 UNTIL WS-DJ > 59
           MOVE 1 TO WS-FC-CDF(WS-CX, 60)
           MOVE 1 TO WS-FC-FACTOR(WS-CX, 60)
           PERFORM 3200-APPLY-OVERRIDE
               VARYING WS-OV-SUB FROM 1 BY 1
               UNTIL WS-OV-SUB > WS-OV-USED

           MOVE WS-FC-FACTOR(WS-CX, 60) TO WS-FC-CDF(WS-CX, 60)
           PERFORM VARYING WS-DJ FROM 59 BY -1 UNTIL WS-DJ < 1
               COMPUTE WS-FC-CDF(WS-CX, WS-DJ) ROUNDED =
                  WS-FC-FACTOR(WS-CX, WS-DJ)
                  * WS-FC-CDF(WS-CX, WS-DJ + 1)
           END-PERFORM

           PERFORM 3300-REPORT-FACTORS
           PERFORM 3500-PROJECT-MONTH THRU 3500-EXIT
               VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > 60
           PERFORM 3600-REPORT-CLASS-TOTAL.

      * Volume-weighted factor from development month WS-DJ to the
      * next, over the latest accident months old enough to show
      * both - as many as the averaging period allows.  No data
      * means no development (1.000000).
       3100-STRIKE-FACTOR.
           MOVE 0 TO WS-FACTOR-NUM WS-FACTOR-DEN WS-AVG-COUNT
           COMPUTE WS-DJ-NEXT = WS-DJ + 1
           PERFORM VARYING WS-AI FROM WS-DJ-NEXT BY 1
             UNTIL WS-AI > 60
                OR (WS-AVG-MONTHS(WS-CX) > 0
                    AND WS-AVG-COUNT NOT < WS-AVG-MONTHS(WS-CX))
               IF WS-TC-SET(WS-CX, WS-AI, WS-DJ) = 'Y'
                  AND WS-TC-SET(WS-CX, WS-AI, WS-DJ-NEXT) = 'Y'
                  AND WS-TC-INCURRED(WS-CX, WS-AI, WS-DJ) > 0
                  ADD WS-TC-INCURRED(WS-CX, WS-AI, WS-DJ)
                    TO WS-FACTOR-DEN
                  ADD WS-TC-INCURRED(WS-CX, WS-AI, WS-DJ-NEXT)
                    TO WS-FACTOR-NUM
                  ADD 1 TO WS-AVG-COUNT
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-FC-OVERRIDE(WS-CX, WS-DJ)
           IF WS-FACTOR-DEN > 0
               COMPUTE WS-FC-FACTOR(WS-CX, WS-DJ) ROUNDED =
                  WS-FACTOR-NUM / WS-FACTOR-DEN
           ELSE
               MOVE 1 TO WS-FC-FACTOR(WS-CX, WS-DJ)
           END-IF.

      * Development month 999 is the tail, held in entry 60.
       3200-APPLY-OVERRIDE.
           IF WS-OV-CLASS(WS-OV-SUB) = WS-CT-CODE(WS-CX)
              OR WS-OV-CLASS(WS-OV-SUB) = '*'
               IF WS-OV-DEV-MONTHS(WS-OV-SUB) = 999
                  MOVE WS-OV-FACTOR(WS-OV-SUB)
                    TO WS-FC-FACTOR(WS-CX, 60)
                  MOVE 'Y' TO WS-FC-OVERRIDE(WS-CX, 60)
                  ADD 1 TO WS-TOT-OVERRIDES
               ELSE
                  IF WS-OV-DEV-MONTHS(WS-OV-SUB) < 59
                     COMPUTE WS-DJ = WS-OV-DEV-MONTHS(WS-OV-SUB) + 1
                     MOVE WS-OV-FACTOR(WS-OV-SUB)
                       TO WS-FC-FACTOR(WS-CX, WS-DJ)
                     MOVE 'Y' TO WS-FC-OVERRIDE(WS-CX, WS-DJ)
                     ADD 1 TO WS-TOT-OVERRIDES
                  END-IF
               END-IF
           END-IF.

       3300-REPORT-FACTORS.
           MOVE SPACES TO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'CLASS ' WS-CT-CODE(WS-CX)
                  ' DEVELOPMENT FACTORS  (* = OVERRIDE)'
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           PERFORM VARYING WS-DJ FROM 1 BY 1
             UNTIL WS-DJ NOT < WS-FC-MAX-DEV(WS-CX)
               COMPUTE WS-REPORT-DEV-FROM = WS-DJ - 1
               MOVE WS-DJ TO WS-REPORT-DEV-TO
               MOVE WS-FC-FACTOR(WS-CX, WS-DJ) TO WS-REPORT-FACTOR
               MOVE WS-FC-CDF(WS-CX, WS-DJ) TO WS-REPORT-CDF
               MOVE SPACES TO IBNR-REPORT-RECORD
               STRING '  DEV ' WS-REPORT-DEV-FROM '-'
                      WS-REPORT-DEV-TO
                      '  FACTOR ' WS-REPORT-FACTOR
                      '  TO ULT ' WS-REPORT-CDF
                   DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
               IF WS-FC-OVERRIDE(WS-CX, WS-DJ) = 'Y'
                  MOVE '*' TO IBNR-REPORT-RECORD(60:1)
               END-IF
               WRITE IBNR-REPORT-RECORD
           END-PERFORM

           MOVE WS-FC-FACTOR(WS-CX, 60) TO WS-REPORT-FACTOR
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING '  TAIL     ' '  FACTOR ' WS-REPORT-FACTOR
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           IF WS-FC-OVERRIDE(WS-CX, 60) = 'Y'
               MOVE '*' TO IBNR-REPORT-RECORD(60:1)
           END-IF
           WRITE IBNR-REPORT-RECORD

           MOVE SPACES TO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'ACC MTH DEV        INCURRED        ULTIMATE'
                  '            IBNR'
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD.

      * An accident month projects from its latest cell - normally
      * the valuation diagonal; where the month shows nothing on the
      * diagonal its last earlier position stands in.  A month with
      * no claims at all has nothing to project.
       3500-PROJECT-MONTH.
           MOVE 0 TO WS-LATEST-DJ
           PERFORM VARYING WS-DJ FROM WS-AI BY -1
             UNTIL WS-DJ < 1 OR WS-LATEST-DJ > 0
               IF WS-TC-SET(WS-CX, WS-AI, WS-DJ) = 'Y'
                  MOVE WS-DJ TO WS-LATEST-DJ
               END-IF
           END-PERFORM
           IF WS-LATEST-DJ = 0
               GO TO 3500-EXIT
           END-IF

           MOVE WS-TC-INCURRED(WS-CX, WS-AI, WS-LATEST-DJ)
             TO WS-LATEST-INCURRED
           COMPUTE WS-ULTIMATE ROUNDED =
              WS-LATEST-INCURRED * WS-FC-CDF(WS-CX, WS-LATEST-DJ)
           COMPUTE WS-IBNR = WS-ULTIMATE - WS-LATEST-INCURRED

           ADD WS-ULTIMATE TO WS-AM-ULTIMATE(WS-AI)
           ADD WS-ULTIMATE TO WS-CT-ULTIMATE(WS-CX)
           ADD WS-LATEST-INCURRED TO WS-CT-INCURRED(WS-CX)
           ADD WS-IBNR TO WS-CT-IBNR(WS-CX)

           COMPUTE WS-MONTH-COUNT = WS-VAL-MONTH-COUNT - WS-AI + 1
           PERFORM 9100-FROM-MONTH-COUNT

           MOVE SPACES TO RESULT-RECORD
           MOVE WS-CT-CODE(WS-CX) TO IR-CLAIM-CLASS
           MOVE WS-YYYYMM TO IR-ACC-MONTH
           COMPUTE IR-DEV-MONTHS = WS-LATEST-DJ - 1
           MOVE WS-LATEST-INCURRED TO IR-INCURRED
           MOVE WS-FC-CDF(WS-CX, WS-LATEST-DJ) TO IR-CDF
           MOVE WS-ULTIMATE TO IR-ULTIMATE
           MOVE WS-IBNR TO IR-IBNR
           MOVE 0 TO IR-EARNED IR-LOSS-RATIO
           WRITE RESULT-RECORD
           ADD 1 TO WS-TOT-RESULTS

           MOVE WS-LATEST-INCURRED TO WS-REPORT-AMT1
           MOVE WS-ULTIMATE TO WS-REPORT-AMT2
           MOVE WS-IBNR TO WS-REPORT-AMT3
           COMPUTE WS-REPORT-DEV-FROM = WS-LATEST-DJ - 1
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING WS-YYYYMM ' ' WS-REPORT-DEV-FROM ' '
                  WS-REPORT-AMT1 ' ' WS-REPORT-AMT2 ' '
                  WS-REPORT-AMT3
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD
           .
       3500-EXIT.
           EXIT.

       3600-REPORT-CLASS-TOTAL.
           MOVE WS-CT-INCURRED(WS-CX) TO WS-REPORT-AMT1
           MOVE WS-CT-ULTIMATE(WS-CX) TO WS-REPORT-AMT2
           MOVE WS-CT-IBNR(WS-CX) TO WS-REPORT-AMT3
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'TOTAL ' WS-CT-CODE(WS-CX) '    '
                  WS-REPORT-AMT1 ' ' WS-REPORT-AMT2 ' '
                  WS-REPORT-AMT3
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD.

      *----------------------------------------------------------------*
      * Ultimate loss ratio by accident month - both classes' ultimate *
      * against the premium earned in the month.                       *
      *----------------------------------------------------------------*
       4000-LOSS-RATIOS.
           MOVE SPACES TO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD
           MOVE 'ULTIMATE LOSS RATIO BY ACCIDENT MONTH'
               TO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'ACC MTH           ULTIMATE          EARNED'
                  '   ULR %'
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           PERFORM 4100-MONTH-LOSS-RATIO THRU 4100-EXIT
               VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > 60.

       4100-MONTH-LOSS-RATIO.
           COMPUTE WS-MONTH-COUNT = WS-VAL-MONTH-COUNT - WS-AI + 1
           PERFORM 9100-FROM-MONTH-COUNT
           MOVE WS-YYYYMM TO WS-EARNED-MONTH
           PERFORM 9200-FIND-EARNED
           IF WS-AM-ULTIMATE(WS-AI) = 0 AND WS-EP-FOUND = 'N'
               GO TO 4100-EXIT
           END-IF

           MOVE SPACES TO RESULT-RECORD
           MOVE '*' TO IR-CLAIM-CLASS
           MOVE WS-YYYYMM TO IR-ACC-MONTH
           COMPUTE IR-DEV-MONTHS = WS-AI - 1
           MOVE 0 TO IR-INCURRED IR-CDF IR-IBNR
           MOVE WS-AM-ULTIMATE(WS-AI) TO IR-ULTIMATE
           MOVE 0 TO IR-EARNED WS-LOSS-RATIO
           IF WS-EP-FOUND = 'Y'
               MOVE WS-EP-AMOUNT(WS-EP-SUB) TO IR-EARNED
               IF WS-EP-AMOUNT(WS-EP-SUB) > 0
                  COMPUTE WS-LOSS-RATIO ROUNDED =
                     WS-AM-ULTIMATE(WS-AI) * 100
                     / WS-EP-AMOUNT(WS-EP-SUB)
                     ON SIZE ERROR MOVE 9999.99 TO WS-LOSS-RATIO
                  END-COMPUTE
               END-IF
           END-IF
           MOVE WS-LOSS-RATIO TO IR-LOSS-RATIO
           WRITE RESULT-RECORD
           ADD 1 TO WS-TOT-RESULTS

           MOVE WS-AM-ULTIMATE(WS-AI) TO WS-REPORT-AMT1
           MOVE IR-EARNED TO WS-REPORT-AMT2
           MOVE WS-LOSS-RATIO TO WS-REPORT-RATIO
           MOVE SPACES TO IBNR-REPORT-RECORD
           IF IR-EARNED > 0
               STRING WS-YYYYMM ' ' WS-REPORT-AMT1 ' '
                      WS-REPORT-AMT2 ' ' WS-REPORT-RATIO
                   DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           ELSE
               STRING WS-YYYYMM ' ' WS-REPORT-AMT1 ' '
                      WS-REPORT-AMT2 ' NO PREMIUM'
                   DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           END-IF
           WRITE IBNR-REPORT-RECORD
           .
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The ledger carries IBNR by movement: each class's change since *
      * the last valuation is raised ('I') or released ('J'), and the  *
      * new position is carried forward on RSVHIST with the earned     *
      * premium history.                                               *
      *----------------------------------------------------------------*
       5000-POST-MOVEMENTS.
           MOVE SPACES TO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD
           MOVE 'IBNR LEDGER MOVEMENTS' TO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           PERFORM 5100-CLASS-MOVEMENT THRU 5100-EXIT
               VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 2

           PERFORM VARYING WS-EP-SUB FROM 1 BY 1
             UNTIL WS-EP-SUB > WS-EP-USED
               MOVE SPACES TO HISTORY-OUT-RECORD
               MOVE 'E' TO HO-RECORD-TYPE
               MOVE WS-EP-MONTH(WS-EP-SUB) TO HO-MONTH
               MOVE WS-EP-AMOUNT(WS-EP-SUB) TO HO-AMOUNT
               WRITE HISTORY-OUT-RECORD
           END-PERFORM.

       5100-CLASS-MOVEMENT.
           MOVE SPACES TO HISTORY-OUT-RECORD
           MOVE 'I' TO HO-RECORD-TYPE
           MOVE WS-VAL-MONTH TO HO-MONTH
           MOVE WS-CT-CODE(WS-CX) TO HO-CLAIM-CLASS
           MOVE WS-CT-IBNR(WS-CX) TO HO-AMOUNT
           WRITE HISTORY-OUT-RECORD

           COMPUTE WS-MOVEMENT =
              WS-CT-IBNR(WS-CX) - WS-CT-PRIOR-IBNR(WS-CX)
           IF WS-MOVEMENT = 0
               GO TO 5100-EXIT
           END-IF

           MOVE SPACES TO GL-MOVEMENT-RECORD
           IF WS-MOVEMENT > 0
               MOVE 'I' TO GT-TRAN-TYPE
               MOVE WS-MOVEMENT TO GT-AMOUNT
           ELSE
               MOVE 'J' TO GT-TRAN-TYPE
               COMPUTE GT-AMOUNT = 0 - WS-MOVEMENT
           END-IF
           MOVE WS-RS-RUN-DATE TO GT-TRAN-DATE
           STRING 'IBNR' WS-CT-CODE(WS-CX)
               DELIMITED BY SIZE INTO GT-POLICY-NUM
           MOVE 0 TO GT-BROKERID
           WRITE GL-MOVEMENT-RECORD
           ADD 1 TO WS-TOT-MOVEMENTS

           MOVE WS-CT-PRIOR-IBNR(WS-CX) TO WS-REPORT-AMT1
           MOVE WS-CT-IBNR(WS-CX) TO WS-REPORT-AMT2
           MOVE WS-MOVEMENT TO WS-REPORT-AMT3
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'CLASS ' WS-CT-CODE(WS-CX) ' WAS '
                  WS-REPORT-AMT1 ' NOW ' WS-REPORT-AMT2
                  ' MOVE ' WS-REPORT-AMT3
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD
           .
       5100-EXIT.
           EXIT.

       6000-CLOSE.
           MOVE SPACES TO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           MOVE 'IBNR RESERVING - CONTROL TOTALS'
               TO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           MOVE WS-TOT-CELLS TO WS-REPORT-COUNT
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'TRIANGLE CELLS READ.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           MOVE WS-TOT-OUTSIDE TO WS-REPORT-COUNT
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'CELLS OUTSIDE GRID..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           MOVE WS-TOT-EARNDET TO WS-REPORT-COUNT
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'EARNED ROWS READ....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           MOVE WS-TOT-OVERRIDES TO WS-REPORT-COUNT
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'FACTORS OVERRIDDEN..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           MOVE WS-TOT-REJECTED TO WS-REPORT-COUNT
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'CONTROL RECS IGNORED: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           MOVE WS-TOT-RESULTS TO WS-REPORT-COUNT
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'RESULT ROWS WRITTEN.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           MOVE WS-TOT-MOVEMENTS TO WS-REPORT-COUNT
           MOVE SPACES TO IBNR-REPORT-RECORD
           STRING 'GL MOVEMENTS........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IBNR-REPORT-RECORD
           WRITE IBNR-REPORT-RECORD

           CLOSE TRIANGLE-FILE
                 HISTORY-OUT-FILE
                 RESULT-FILE
                 GL-MOVEMENT-FILE
                 IBNR-REPORT-FILE.

      *----------------------------------------------------------------*
      * Month-count conversions: WS-YYYYMM to WS-MONTH-COUNT and back. *
      *----------------------------------------------------------------*
       9000-TO-MONTH-COUNT.
           COMPUTE WS-MONTH-COUNT =
              (WS-YM-YEAR * 12) + WS-YM-MONTH - 1.

       9100-FROM-MONTH-COUNT.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-YM-YEAR
               REMAINDER WS-YM-MONTH
           ADD 1 TO WS-YM-MONTH.

       9200-FIND-EARNED.
           MOVE 'N' TO WS-EP-FOUND
           PERFORM VARYING WS-EP-SUB FROM 1 BY 1
             UNTIL WS-EP-SUB > WS-EP-USED OR WS-EP-FOUND = 'Y'
               IF WS-EP-MONTH(WS-EP-SUB) = WS-EARNED-MONTH
                  MOVE 'Y' TO WS-EP-FOUND
               END-IF
           END-PERFORM
           IF WS-EP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-EP-SUB
           END-IF.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGIBNRS1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              COMPUTE RS-RECS-IN = WS-TOT-CELLS + WS-TOT-EARNDET
              COMPUTE RS-RECS-OUT = WS-TOT-RESULTS + WS-TOT-MOVEMENTS
              MOVE WS-TOT-OUTSIDE TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
