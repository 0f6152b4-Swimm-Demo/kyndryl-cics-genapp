       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGVULRV1.
      *----------------------------------------------------------------*
      * Quarterly vulnerable-customer review list.  Every customer     *
      * marked vulnerable on CUSTOMER carries a date the marker is to  *
      * be looked at again (CU-VULN-REVIEW-DATE, twelve months on by   *
      * default).  Run at the start of each quarter, this job lists    *
      * every marker falling due for review by the end of the quarter  *
      * the run date is in, oldest first, so the customer can be       *
      * contacted and the marker confirmed, changed or removed:        *
      *                                                                *
      *   OVERDUE      - the review date has already passed.           *
      *   DUE          - the review date falls in this quarter.        *
      *   NO DATE      - a marker with no review date at all; it       *
      *                  needs one setting.                            *
      *                                                                *
      * VRPARM, when present, gives the date to run as at (YYYYMMDD)   *
      * in place of today - for re-running a quarter.                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO VRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO VULRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The as-at date for the run - blank or absent runs as at today.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 VR-AS-AT-DATE         PIC X(8).
           05 FILLER                PIC X(72).

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  REVIEW-REPORT-RECORD     PIC X(100).

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
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-SQL-EOF               PIC X VALUE 'N'.

      * The as-at date and the end of the quarter it falls in.
       01  WS-AS-AT-DATE            PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-AS-AT-DATE.
           05 WS-AA-YEAR            PIC 9(4).
           05 WS-AA-MONTH           PIC 9(2).
           05 WS-AA-DAY             PIC 9(2).
       01  WS-QUARTER               PIC 9    VALUE 0.
       01  WS-QTR-END-MONTH         PIC 9(2) VALUE 0.
       01  WS-QTR-END-DAY           PIC 9(2) VALUE 0.

       01  WS-REVIEW-STATUS         PIC X(8).

      * One report line per marker.
       01  WS-DETAIL-LINE.
           05 WS-DL-CUSTOMER-NUM    PIC 9(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-NAME            PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-CATEGORY        PIC X(2).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-DL-REVIEW-DATE     PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-FORMAT          PIC X.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-DL-STATUS          PIC X(8).
           05 FILLER                PIC X(24) VALUE SPACES.

       01  DB2-VR-FIELDS.
           05 DB2-AS-AT-DATE        PIC X(10).
           05 DB2-QTR-END-DATE      PIC X(10).
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-NAME              PIC X(40).
           05 DB2-CATEGORY          PIC X(2).
           05 DB2-REVIEW-DATE       PIC X(10).
           05 DB2-CORRFORMAT        PIC X.
           05 DB2-MARKERS-INT       PIC S9(9) COMP.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-MARKERS        PIC 9(7) VALUE 0.
           05 WS-TOT-LISTED         PIC 9(7) VALUE 0.
           05 WS-TOT-OVERDUE        PIC 9(7) VALUE 0.
           05 WS-TOT-DUE            PIC 9(7) VALUE 0.
           05 WS-TOT-NO-DATE        PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Vulnerable customers whose marker is due for review by the
      *    end of the quarter, or has no review date - oldest first,
      *    the undated ones last.
           EXEC SQL
             DECLARE VULREV-CSR CURSOR FOR
               SELECT CUSTOMERNUMBER,
                      COALESCE(CUSTOMERNAME, ' '),
                      COALESCE(VULNCATEGORY, ' '),
                      COALESCE(CHAR(VULNREVIEWDATE, ISO), ' '),
                      COALESCE(CORRFORMAT, ' ')
                 FROM CUSTOMER
                WHERE VULNERABLE = 'Y'
                  AND (VULNREVIEWDATE IS NULL
                       OR VULNREVIEWDATE <= :DB2-QTR-END-DATE)
                ORDER BY VULNREVIEWDATE, CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-FETCH-MARKER THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           MOVE WS-RS-RUN-DATE TO WS-AS-AT-DATE
           OPEN INPUT  PARM-FILE
                OUTPUT REVIEW-REPORT-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF VR-AS-AT-DATE IS NUMERIC
                   MOVE VR-AS-AT-DATE TO WS-AS-AT-DATE
               END-IF
           END-IF

      *    The quarter ends on the last day of month 3, 6, 9 or 12.
           COMPUTE WS-QUARTER = (WS-AA-MONTH + 2) / 3
           COMPUTE WS-QTR-END-MONTH = WS-QUARTER * 3
           IF WS-QTR-END-MONTH = 3 OR WS-QTR-END-MONTH = 12
               MOVE 31 TO WS-QTR-END-DAY
           ELSE
               MOVE 30 TO WS-QTR-END-DAY
           END-IF

           MOVE SPACES TO DB2-AS-AT-DATE
           STRING WS-AA-YEAR '-' WS-AA-MONTH '-' WS-AA-DAY
               DELIMITED BY SIZE INTO DB2-AS-AT-DATE
           MOVE SPACES TO DB2-QTR-END-DATE
           STRING WS-AA-YEAR '-' WS-QTR-END-MONTH '-' WS-QTR-END-DAY
               DELIMITED BY SIZE INTO DB2-QTR-END-DATE

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-MARKERS-INT
               FROM CUSTOMER
              WHERE VULNERABLE = 'Y'
           END-EXEC
           IF SQLCODE = 0
               MOVE DB2-MARKERS-INT TO WS-TOT-MARKERS
           ELSE
               DISPLAY 'CUSTOMER COUNT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE 'QUARTERLY VULNERABLE CUSTOMER REVIEW LIST'
               TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING 'AS AT ' DB2-AS-AT-DATE
                  ' - REVIEWS DUE BY ' DB2-QTR-END-DATE
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE 'CUSTOMER    NAME                            CAT'
               TO REVIEW-REPORT-RECORD
           MOVE 'REVIEW DATE FMT   STATUS'
               TO REVIEW-REPORT-RECORD(51:24)
           WRITE REVIEW-REPORT-RECORD

           EXEC SQL
             OPEN VULREV-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'VULREV CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF.

      *----------------------------------------------------------------*
      * One marker - classed as overdue, due this quarter or undated   *
      * and listed.                                                    *
      *----------------------------------------------------------------*
       2000-FETCH-MARKER.
           EXEC SQL
             FETCH VULREV-CSR
              INTO :DB2-CUSTOMERNUM-INT, :DB2-NAME,
                   :DB2-CATEGORY, :DB2-REVIEW-DATE,
                   :DB2-CORRFORMAT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'VULREV FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE VULREV-CSR
               END-EXEC
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-LISTED

           EVALUATE TRUE
             WHEN DB2-REVIEW-DATE = SPACES
               MOVE 'NO DATE' TO WS-REVIEW-STATUS
               ADD 1 TO WS-TOT-NO-DATE
             WHEN DB2-REVIEW-DATE < DB2-AS-AT-DATE
               MOVE 'OVERDUE' TO WS-REVIEW-STATUS
               ADD 1 TO WS-TOT-OVERDUE
             WHEN OTHER
               MOVE 'DUE' TO WS-REVIEW-STATUS
               ADD 1 TO WS-TOT-DUE
           END-EVALUATE

           MOVE DB2-CUSTOMERNUM-INT TO WS-DL-CUSTOMER-NUM
           MOVE DB2-NAME            TO WS-DL-NAME
           MOVE DB2-CATEGORY        TO WS-DL-CATEGORY
           MOVE DB2-REVIEW-DATE     TO WS-DL-REVIEW-DATE
           MOVE DB2-CORRFORMAT      TO WS-DL-FORMAT
           MOVE WS-REVIEW-STATUS    TO WS-DL-STATUS
           MOVE WS-DETAIL-LINE      TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           .
       2000-EXIT.
           EXIT.

       3000-CLOSE.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE 'VULNERABLE CUSTOMER REVIEW - CONTROL TOTALS'
               TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD

           MOVE WS-TOT-MARKERS TO WS-REPORT-COUNT
           STRING 'MARKERS ON FILE.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           MOVE WS-TOT-LISTED TO WS-REPORT-COUNT
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING 'LISTED FOR REVIEW...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           MOVE WS-TOT-OVERDUE TO WS-REPORT-COUNT
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING '  OVERDUE...........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           MOVE WS-TOT-DUE TO WS-REPORT-COUNT
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING '  DUE THIS QUARTER..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           MOVE WS-TOT-NO-DATE TO WS-REPORT-COUNT
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING '  NO REVIEW DATE....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           CLOSE PARM-FILE
                 REVIEW-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGVULRV1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-MARKERS TO RS-RECS-IN
              MOVE WS-TOT-LISTED TO RS-RECS-OUT
              MOVE WS-TOT-NO-DATE TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
