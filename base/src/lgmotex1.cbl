       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMOTEX1.
      *----------------------------------------------------------------*
      * Quarterly motor claims experience - frequency and severity by  *
      * the rating factors, so the driver and NCD factors P410/P420    *
      * apply can be set on evidence.  Every motor policy on cover at  *
      * any time in the quarter on MXPARM is joined to the claims with *
      * a loss date in the quarter and to its named drivers, and its   *
      * exposure is the vehicle-years it earned in the quarter - the   *
      * days on cover inside the quarter, cut short at a cancellation  *
      * or lapse that was not reinstated, over 365.  Each policy is    *
      * counted once under each of five factors:                       *
      *   vehicle age    - quarter year less YEAROFMANUFACTURE         *
      *   engine size    - CC                                          *
      *   NCD level      - NCDLEVEL as it stands on the MOTOR row      *
      *   youngest named driver - age in years as P420 reckons it      *
      *   conviction     - any named driver with CONVICTION 'Y'        *
      * Frequency is claims per 100 vehicle-years; severity the        *
      * average incurred (paid plus reserve, less recoveries, plus     *
      * legal costs) per claim.  Fleet policies are rated on their     *
      * own fleet experience, not these factors, and are left out -    *
      * the control totals say how many.                               *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO MXPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXPERIENCE-REPORT-FILE ASSIGN TO MXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The quarter-end month, YYYYMM - by default the last quarter
      * end before the run.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 MX-PERIOD             PIC 9(6).
           05 FILLER                PIC X(74).

       FD  EXPERIENCE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPERIENCE-REPORT-RECORD PIC X(80).

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
       01  FILLER REDEFINES WS-RS-RUN-DATE.
           05 WS-RUN-YEAR           PIC 9(4).
           05 WS-RUN-MONTH          PIC 9(2).
           05 WS-RUN-DAY            PIC 9(2).
       01  WS-FILE-STATUS.
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-PERIOD-OK             PIC X VALUE 'Y'.

      * The quarter being analysed.
       01  WS-QTR-END               PIC 9(6) VALUE 0.
       01  FILLER REDEFINES WS-QTR-END.
           05 WS-QE-YEAR            PIC 9(4).
           05 WS-QE-MONTH           PIC 9(2).
              88 WS-QE-QUARTER-END      VALUES 03 06 09 12.
       01  WS-QS-MONTH              PIC 9(2).
       01  WS-QE-DAY                PIC 9(2).

      *----------------------------------------------------------------*
      * The five rating factors, each with up to eight bands.  The     *
      * band names are fixed here; the last band named for a factor is *
      * where a policy goes when the factor is not on file.            *
      *----------------------------------------------------------------*
       01  WS-FACTOR-NAMES.
           05 FILLER PIC X(30) VALUE 'VEHICLE AGE'.
           05 FILLER PIC X(30) VALUE 'ENGINE SIZE'.
           05 FILLER PIC X(30) VALUE 'NO-CLAIMS DISCOUNT LEVEL'.
           05 FILLER PIC X(30) VALUE 'YOUNGEST NAMED DRIVER AGE'.
           05 FILLER PIC X(30) VALUE 'CONVICTION ON A NAMED DRIVER'.
       01  FILLER REDEFINES WS-FACTOR-NAMES.
           05 WS-FACTOR-NAME        PIC X(30) OCCURS 5 TIMES.

       01  WS-BAND-NAMES.
           05 FILLER PIC X(16) VALUE '0-2 YEARS'.
           05 FILLER PIC X(16) VALUE '3-5 YEARS'.
           05 FILLER PIC X(16) VALUE '6-9 YEARS'.
           05 FILLER PIC X(16) VALUE '10-14 YEARS'.
           05 FILLER PIC X(16) VALUE '15 YEARS +'.
           05 FILLER PIC X(16) VALUE 'NOT KNOWN'.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'UP TO 1000CC'.
           05 FILLER PIC X(16) VALUE '1001-1400CC'.
           05 FILLER PIC X(16) VALUE '1401-1800CC'.
           05 FILLER PIC X(16) VALUE '1801-2500CC'.
           05 FILLER PIC X(16) VALUE 'OVER 2500CC'.
           05 FILLER PIC X(16) VALUE 'NOT KNOWN'.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'NCD 0'.
           05 FILLER PIC X(16) VALUE 'NCD 1'.
           05 FILLER PIC X(16) VALUE 'NCD 2'.
           05 FILLER PIC X(16) VALUE 'NCD 3'.
           05 FILLER PIC X(16) VALUE 'NCD 4'.
           05 FILLER PIC X(16) VALUE 'NCD 5'.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'UNDER 21'.
           05 FILLER PIC X(16) VALUE '21-24'.
           05 FILLER PIC X(16) VALUE '25-29'.
           05 FILLER PIC X(16) VALUE '30-49'.
           05 FILLER PIC X(16) VALUE '50-69'.
           05 FILLER PIC X(16) VALUE '70 +'.
           05 FILLER PIC X(16) VALUE 'NO NAMED DRIVER'.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'NO CONVICTION'.
           05 FILLER PIC X(16) VALUE 'CONVICTION'.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
       01  FILLER REDEFINES WS-BAND-NAMES.
           05 WS-BN-FACTOR OCCURS 5 TIMES.
              10 WS-BAND-NAME       PIC X(16) OCCURS 8 TIMES.

       01  WS-EXPERIENCE-TABLE.
           03 WS-XF-FACTOR OCCURS 5 TIMES.
              05 WS-XB-BAND OCCURS 8 TIMES.
                 07 WS-XB-VEH-YEARS PIC S9(9)V9999 COMP-3.
                 07 WS-XB-CLAIMS    PIC 9(7) COMP-3.
                 07 WS-XB-INCURRED  PIC S9(11)V99 COMP-3.
       01  WS-FACTOR-SUB            PIC S9(4) COMP VALUE 0.
       01  WS-BAND-SUB              PIC S9(4) COMP VALUE 0.

      * The policy being banded.
       01  WS-POLICY-FIELDS.
           05 WS-PO-BAND            PIC S9(4) COMP OCCURS 5 TIMES.
           05 WS-PO-AGE             PIC S9(4) COMP.
           05 WS-PO-DOB-YEAR        PIC 9(4).
           05 WS-PO-DAYS            PIC S9(9) COMP.
           05 WS-PO-VEH-YEARS       PIC S9(9)V9999 COMP-3.

       01  DB2-MX-FIELDS.
           05 DB2-QTR-START         PIC X(10).
           05 DB2-QTR-END           PIC X(10).
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-YEAR-SINT         PIC S9(4) COMP.
           05 DB2-CC-SINT           PIC S9(4) COMP.
           05 DB2-NCD-SINT          PIC S9(4) COMP.
           05 DB2-FLEET             PIC X.
           05 DB2-START-DAYS-INT    PIC S9(9) COMP.
           05 DB2-END-DAYS-INT      PIC S9(9) COMP.
           05 DB2-TERM-DAYS-INT     PIC S9(9) COMP.
           05 DB2-YOUNGEST-DOB      PIC X(8).
           05 DB2-CONVICTED         PIC X.
           05 DB2-CLAIMS-INT        PIC S9(9) COMP.
           05 DB2-INCURRED-DEC      PIC S9(11)V99 COMP-3.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-POLICIES       PIC 9(7) VALUE 0.
           05 WS-TOT-FLEET          PIC 9(7) VALUE 0.
           05 WS-TOT-TERMINATED     PIC 9(7) VALUE 0.
           05 WS-TOT-CLAIMS         PIC 9(7) VALUE 0.
           05 WS-TOT-VEH-YEARS      PIC S9(9)V9999 COMP-3 VALUE 0.
           05 WS-TOT-INCURRED       PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-YEARS          PIC ZZZ,ZZ9.99.
       01  WS-REPORT-FREQ           PIC ZZZ9.99.
       01  WS-REPORT-AMT1           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-SEVERITY       PIC -ZZZ,ZZ9.99.
       01  WS-RPT-FREQ              PIC S9(5)V99 COMP-3.
       01  WS-RPT-SEVERITY          PIC S9(9)V99 COMP-3.
       01  WS-RPT-LABEL             PIC X(16).
       01  WS-RPT-VEH-YEARS         PIC S9(9)V9999 COMP-3.
       01  WS-RPT-CLAIMS            PIC 9(7).
       01  WS-RPT-INCURRED          PIC S9(11)V99 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Motor policies on cover in the quarter, with the days of
      *    the quarter they cover, the youngest named driver and any
      *    conviction, and the quarter's claims against them.
           EXEC SQL
             DECLARE MXPOL-CSR CURSOR FOR
               SELECT P.POLICYNUMBER,
                      COALESCE(M.YEAROFMANUFACTURE, 0),
                      COALESCE(M.CC, 0), COALESCE(M.NCDLEVEL, 0),
                      COALESCE(M.FLEET, 'N'),
                      CASE WHEN P.ISSUEDATE > :DB2-QTR-START
                           THEN DAYS(P.ISSUEDATE)
                           ELSE DAYS(:DB2-QTR-START) END,
                      CASE WHEN P.EXPIRYDATE < :DB2-QTR-END
                           THEN DAYS(P.EXPIRYDATE)
                           ELSE DAYS(:DB2-QTR-END) END,
                      COALESCE(D.YOUNGEST, ' '),
                      COALESCE(D.CONVICTED, 'N'),
                      COALESCE(L.CLAIMS, 0),
                      COALESCE(L.INCURRED, 0)
                 FROM POLICY P
                 JOIN MOTOR M
                   ON M.POLICYNUMBER = P.POLICYNUMBER
                 LEFT OUTER JOIN
                      (SELECT POLICYNUMBER,
                              MAX(DATEOFBIRTH) AS YOUNGEST,
                              MAX(CONVICTION)  AS CONVICTED
                         FROM MOTORDRV
                        GROUP BY POLICYNUMBER) D
                   ON D.POLICYNUMBER = P.POLICYNUMBER
                 LEFT OUTER JOIN
                      (SELECT POLICYNUMBER, COUNT(*) AS CLAIMS,
                              SUM(COALESCE(PAIDTOTAL, 0)
                                + COALESCE(RESERVEAMOUNT, 0)
                                - COALESCE(RECOVEREDTOTAL, 0)
                                + COALESCE(LEGALPAIDTOTAL, 0))
                                AS INCURRED
                         FROM CLAIM
                        WHERE LOSSDATE >= :DB2-QTR-START
                          AND LOSSDATE <= :DB2-QTR-END
                        GROUP BY POLICYNUMBER) L
                   ON L.POLICYNUMBER = P.POLICYNUMBER
                WHERE P.POLICYTYPE = 'M'
                  AND P.ISSUEDATE  <= :DB2-QTR-END
                  AND P.EXPIRYDATE >= :DB2-QTR-START
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           IF WS-PERIOD-OK = 'Y'
               PERFORM 2000-LOAD-EXPERIENCE
               PERFORM 3000-WRITE-REPORT
           END-IF
           PERFORM 5000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           INITIALIZE WS-EXPERIENCE-TABLE

           OPEN INPUT  PARM-FILE
                OUTPUT EXPERIENCE-REPORT-FILE

      *    The quarter end before the run month, unless MXPARM names
      *    one.
           COMPUTE WS-QS-MONTH = WS-RUN-MONTH - 1
           DIVIDE WS-QS-MONTH BY 3 GIVING WS-QS-MONTH
           MULTIPLY 3 BY WS-QS-MONTH GIVING WS-QE-MONTH
           MOVE WS-RUN-YEAR TO WS-QE-YEAR
           IF WS-QE-MONTH = 0
               MOVE 12 TO WS-QE-MONTH
               SUBTRACT 1 FROM WS-QE-YEAR
           END-IF
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MX-PERIOD NUMERIC AND MX-PERIOD > 0
                           MOVE MX-PERIOD TO WS-QTR-END
                       END-IF
               END-READ
           END-IF

           MOVE 'MOTOR CLAIMS EXPERIENCE BY RATING FACTOR'
               TO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD

           IF NOT WS-QE-QUARTER-END
               DISPLAY 'PERIOD ' WS-QTR-END ' IS NOT A QUARTER END'
               MOVE 'N' TO WS-PERIOD-OK
               MOVE 8 TO RETURN-CODE
               MOVE 'PERIOD IS NOT A QUARTER END - NO ANALYSIS'
                   TO EXPERIENCE-REPORT-RECORD
               WRITE EXPERIENCE-REPORT-RECORD
           ELSE
               COMPUTE WS-QS-MONTH = WS-QE-MONTH - 2
               IF WS-QE-MONTH = 06 OR WS-QE-MONTH = 09
                   MOVE 30 TO WS-QE-DAY
               ELSE
                   MOVE 31 TO WS-QE-DAY
               END-IF
               MOVE SPACES TO DB2-QTR-START DB2-QTR-END
               STRING WS-QE-YEAR '-' WS-QS-MONTH '-01'
                   DELIMITED BY SIZE INTO DB2-QTR-START
               STRING WS-QE-YEAR '-' WS-QE-MONTH '-' WS-QE-DAY
                   DELIMITED BY SIZE INTO DB2-QTR-END
               MOVE SPACES TO EXPERIENCE-REPORT-RECORD
               STRING 'QUARTER ' DB2-QTR-START ' TO ' DB2-QTR-END
                   DELIMITED BY SIZE INTO EXPERIENCE-REPORT-RECORD
               WRITE EXPERIENCE-REPORT-RECORD
           END-IF.

       2000-LOAD-EXPERIENCE.
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN MXPOL-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'MXPOL CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF
           PERFORM 2100-FETCH-POLICY THRU 2100-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           EXEC SQL
             CLOSE MXPOL-CSR
           END-EXEC.

       2100-FETCH-POLICY.
           EXEC SQL
             FETCH MXPOL-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-YEAR-SINT,
                   :DB2-CC-SINT, :DB2-NCD-SINT, :DB2-FLEET,
                   :DB2-START-DAYS-INT, :DB2-END-DAYS-INT,
                   :DB2-YOUNGEST-DOB, :DB2-CONVICTED,
                   :DB2-CLAIMS-INT, :DB2-INCURRED-DEC
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'MXPOL FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF DB2-FLEET = 'Y'
               ADD 1 TO WS-TOT-FLEET
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-TOT-POLICIES

           PERFORM 2200-CUT-AT-TERMINATION
           COMPUTE WS-PO-DAYS =
              DB2-END-DAYS-INT - DB2-START-DAYS-INT + 1
           IF WS-PO-DAYS < 0
               MOVE 0 TO WS-PO-DAYS
           END-IF
           COMPUTE WS-PO-VEH-YEARS ROUNDED = WS-PO-DAYS / 365

           PERFORM 2300-BAND-POLICY
           PERFORM VARYING WS-FACTOR-SUB FROM 1 BY 1
             UNTIL WS-FACTOR-SUB > 5
               MOVE WS-PO-BAND(WS-FACTOR-SUB) TO WS-BAND-SUB
               ADD WS-PO-VEH-YEARS
                 TO WS-XB-VEH-YEARS(WS-FACTOR-SUB, WS-BAND-SUB)
               ADD DB2-CLAIMS-INT
                 TO WS-XB-CLAIMS(WS-FACTOR-SUB, WS-BAND-SUB)
               ADD DB2-INCURRED-DEC
                 TO WS-XB-INCURRED(WS-FACTOR-SUB, WS-BAND-SUB)
           END-PERFORM

           ADD WS-PO-VEH-YEARS  TO WS-TOT-VEH-YEARS
           ADD DB2-CLAIMS-INT   TO WS-TOT-CLAIMS
           ADD DB2-INCURRED-DEC TO WS-TOT-INCURRED
           .
       2100-EXIT.
           EXIT.

      * A cancellation or lapse that is the policy's last word ends
      * its exposure that day, whatever the expiry date says.
       2200-CUT-AT-TERMINATION.
           EXEC SQL
             SELECT DAYS(CHANGEDTIMESTAMP)
               INTO :DB2-TERM-DAYS-INT
               FROM POLICYHIST
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND CHANGETYPE IN ('C', 'L')
                AND CHANGEDTIMESTAMP =
                    ( SELECT MAX(CHANGEDTIMESTAMP)
                        FROM POLICYHIST
                       WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                         AND CHANGETYPE IN ('C', 'L', 'T') )
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               IF DB2-TERM-DAYS-INT < DB2-END-DAYS-INT
                   MOVE DB2-TERM-DAYS-INT TO DB2-END-DAYS-INT
                   ADD 1 TO WS-TOT-TERMINATED
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'POLICYHIST SELECT SQLCODE: ' SQLCODE
                           ' POLICY ' DB2-POLICYNUM-INT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * The policy's band under each factor.
       2300-BAND-POLICY.
           COMPUTE WS-PO-AGE = WS-QE-YEAR - DB2-YEAR-SINT
           EVALUATE TRUE
             WHEN DB2-YEAR-SINT = 0 OR WS-PO-AGE < 0
               MOVE 6 TO WS-PO-BAND(1)
             WHEN WS-PO-AGE < 3
               MOVE 1 TO WS-PO-BAND(1)
             WHEN WS-PO-AGE < 6
               MOVE 2 TO WS-PO-BAND(1)
             WHEN WS-PO-AGE < 10
               MOVE 3 TO WS-PO-BAND(1)
             WHEN WS-PO-AGE < 15
               MOVE 4 TO WS-PO-BAND(1)
             WHEN OTHER
               MOVE 5 TO WS-PO-BAND(1)
           END-EVALUATE

           EVALUATE TRUE
             WHEN DB2-CC-SINT NOT > 0
               MOVE 6 TO WS-PO-BAND(2)
             WHEN DB2-CC-SINT NOT > 1000
               MOVE 1 TO WS-PO-BAND(2)
             WHEN DB2-CC-SINT NOT > 1400
               MOVE 2 TO WS-PO-BAND(2)
             WHEN DB2-CC-SINT NOT > 1800
               MOVE 3 TO WS-PO-BAND(2)
             WHEN DB2-CC-SINT NOT > 2500
               MOVE 4 TO WS-PO-BAND(2)
             WHEN OTHER
               MOVE 5 TO WS-PO-BAND(2)
           END-EVALUATE

           IF DB2-NCD-SINT < 0 OR DB2-NCD-SINT > 5
               MOVE 0 TO DB2-NCD-SINT
           END-IF
           COMPUTE WS-PO-BAND(3) = DB2-NCD-SINT + 1

           IF DB2-YOUNGEST-DOB = SPACES
              OR DB2-YOUNGEST-DOB(1:4) NOT NUMERIC
               MOVE 7 TO WS-PO-BAND(4)
           ELSE
               MOVE DB2-YOUNGEST-DOB(1:4) TO WS-PO-DOB-YEAR
               COMPUTE WS-PO-AGE = WS-QE-YEAR - WS-PO-DOB-YEAR
               EVALUATE TRUE
                 WHEN WS-PO-AGE < 21
                   MOVE 1 TO WS-PO-BAND(4)
                 WHEN WS-PO-AGE < 25
                   MOVE 2 TO WS-PO-BAND(4)
                 WHEN WS-PO-AGE < 30
                   MOVE 3 TO WS-PO-BAND(4)
                 WHEN WS-PO-AGE < 50
                   MOVE 4 TO WS-PO-BAND(4)
                 WHEN WS-PO-AGE < 70
                   MOVE 5 TO WS-PO-BAND(4)
                 WHEN OTHER
                   MOVE 6 TO WS-PO-BAND(4)
               END-EVALUATE
           END-IF

           IF DB2-CONVICTED = 'Y'
               MOVE 2 TO WS-PO-BAND(5)
           ELSE
               MOVE 1 TO WS-PO-BAND(5)
           END-IF.

       3000-WRITE-REPORT.
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD
           MOVE 'ALL MOTOR' TO WS-RPT-LABEL
           MOVE WS-TOT-VEH-YEARS TO WS-RPT-VEH-YEARS
           MOVE WS-TOT-CLAIMS    TO WS-RPT-CLAIMS
           MOVE WS-TOT-INCURRED  TO WS-RPT-INCURRED
           PERFORM 3300-WRITE-COLUMN-HEADS
           PERFORM 3200-WRITE-LINE
           PERFORM 3100-WRITE-FACTOR
               VARYING WS-FACTOR-SUB FROM 1 BY 1
               UNTIL WS-FACTOR-SUB > 5.

       3100-WRITE-FACTOR.
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD
           MOVE WS-FACTOR-NAME(WS-FACTOR-SUB)
               TO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD
           PERFORM 3300-WRITE-COLUMN-HEADS
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
             UNTIL WS-BAND-SUB > 8
                OR WS-BAND-NAME(WS-FACTOR-SUB, WS-BAND-SUB) = SPACES
               MOVE WS-BAND-NAME(WS-FACTOR-SUB, WS-BAND-SUB)
                 TO WS-RPT-LABEL
               MOVE WS-XB-VEH-YEARS(WS-FACTOR-SUB, WS-BAND-SUB)
                 TO WS-RPT-VEH-YEARS
               MOVE WS-XB-CLAIMS(WS-FACTOR-SUB, WS-BAND-SUB)
                 TO WS-RPT-CLAIMS
               MOVE WS-XB-INCURRED(WS-FACTOR-SUB, WS-BAND-SUB)
                 TO WS-RPT-INCURRED
               PERFORM 3200-WRITE-LINE
           END-PERFORM.

      * One band - exposure, claims, frequency per 100 vehicle-years,
      * incurred and average severity.  A band with no exposure or no
      * claims shows zero for the ratio it cannot support.
       3200-WRITE-LINE.
           MOVE 0 TO WS-RPT-FREQ WS-RPT-SEVERITY
           IF WS-RPT-VEH-YEARS > 0
               COMPUTE WS-RPT-FREQ ROUNDED =
                  WS-RPT-CLAIMS * 100 / WS-RPT-VEH-YEARS
                  ON SIZE ERROR MOVE 9999.99 TO WS-RPT-FREQ
               END-COMPUTE
           END-IF
           IF WS-RPT-CLAIMS > 0
               COMPUTE WS-RPT-SEVERITY ROUNDED =
                  WS-RPT-INCURRED / WS-RPT-CLAIMS
           END-IF
           MOVE WS-RPT-VEH-YEARS TO WS-REPORT-YEARS
           MOVE WS-RPT-CLAIMS    TO WS-REPORT-COUNT
           MOVE WS-RPT-FREQ      TO WS-REPORT-FREQ
           MOVE WS-RPT-INCURRED  TO WS-REPORT-AMT1
           MOVE WS-RPT-SEVERITY  TO WS-REPORT-SEVERITY
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD
           STRING '  ' WS-RPT-LABEL ' ' WS-REPORT-YEARS ' '
                  WS-REPORT-COUNT ' ' WS-REPORT-FREQ ' '
                  WS-REPORT-AMT1 ' ' WS-REPORT-SEVERITY
               DELIMITED BY SIZE INTO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD.

       3300-WRITE-COLUMN-HEADS.
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD
           STRING '  BAND              VEH-YEARS  CLAIMS'
                  'FREQ/100        INCURRED    SEVERITY'
               DELIMITED BY SIZE INTO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD.

       5000-CLOSE.
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD

           MOVE 'MOTOR EXPERIENCE - CONTROL TOTALS'
               TO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD

           MOVE WS-TOT-POLICIES TO WS-REPORT-COUNT
           STRING 'POLICIES ANALYSED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD

           MOVE WS-TOT-FLEET TO WS-REPORT-COUNT
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD
           STRING 'FLEETS LEFT OUT.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD

           MOVE WS-TOT-TERMINATED TO WS-REPORT-COUNT
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD
           STRING 'CUT SHORT BY CANCEL.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD

           MOVE WS-TOT-CLAIMS TO WS-REPORT-COUNT
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD
           STRING 'CLAIMS IN QUARTER...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD

           MOVE WS-TOT-VEH-YEARS TO WS-REPORT-YEARS
           MOVE SPACES TO EXPERIENCE-REPORT-RECORD
           STRING 'VEHICLE-YEARS.......: ' WS-REPORT-YEARS
               DELIMITED BY SIZE INTO EXPERIENCE-REPORT-RECORD
           WRITE EXPERIENCE-REPORT-RECORD

           CLOSE PARM-FILE
                 EXPERIENCE-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGMOTEX1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              COMPUTE RS-RECS-IN = WS-TOT-POLICIES + WS-TOT-FLEET
              MOVE WS-TOT-POLICIES TO RS-RECS-OUT
              MOVE 0 TO RS-RECS-ERROR
              MOVE WS-TOT-FLEET TO RS-RECS-SUSPENSE
              IF RETURN-CODE < 8
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
