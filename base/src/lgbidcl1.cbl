       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBIDCL1.
      *----------------------------------------------------------------*
      * Business interruption revenue declaration cycle.  The BI       *
      * cover is rated at inception on the insured's estimate of       *
      * revenue (COMMERCIAL.BIREVENUE); once the period has run, the   *
      * premium is adjusted to the revenue actually earned.  This      *
      * job runs nightly in three parts:                               *
      *                                                                *
      *   Requests  - every commercial policy with BI cover that has   *
      *               expired in the last year, wasn't cancelled and   *
      *               has no declaration yet for the period gets a     *
      *               BIDECL row at 'R', due back in WS-DUE-DAYS, a    *
      *               request notice on BIDNOT for LGCORR1 to post,    *
      *               and a '26CBID' chase diaried on PENDTRAN for     *
      *               the due date.  LGDIARY1 re-drives the chase      *
      *               through LGAPOL01 like any other diary item;      *
      *               LGAPDB01 ignores it if the declaration is in,    *
      *               marks it chased ('C') and diaries a second       *
      *               chase if not, and on that second chase marks it  *
      *               overdue ('O') and refers it to underwriting.     *
      *   Reminders - every declaration chased since the last run      *
      *               gets a reminder notice on BIDNOT, with the       *
      *               second chase's date as the new date due.         *
      *   Report    - BIDRPT lists every declaration still awaited,    *
      *               then the net adjustment income by month of       *
      *               declaration - additional premiums billed less    *
      *               return premiums refunded.                        *
      *                                                                *
      * The declaration itself ('26DBID') is taken online; the         *
      * adjustment is billed or refunded there.                        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BI-DECL-NOTICE-FILE ASSIGN TO BIDNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT BID-REPORT-FILE ASSIGN TO BIDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One notice per request or reminder, read by LGCORR1 -
      * type 'R' the request, 'C' the reminder once chased.
       FD  BI-DECL-NOTICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  BI-DECL-NOTICE-RECORD.
           05 BD-POLICY-NUM         PIC X(10).
           05 BD-CUSTOMER-NUM       PIC X(10).
           05 BD-NOTICE-TYPE        PIC X.
              88 BD-REQUEST             VALUE 'R'.
              88 BD-REMINDER            VALUE 'C'.
           05 BD-PERIOD-END         PIC X(10).
           05 BD-EST-REVENUE        PIC 9(9).
           05 BD-DUE-DATE           PIC X(10).
           05 FILLER                PIC X(10).

       FD  BID-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BID-REPORT-RECORD        PIC X(80).

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
           05 WS-NOTICE-STATUS      PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-SQL-EOF               PIC X VALUE 'N'.

      * Days the insured has to return the declaration, and between
      * a chase and the next.
       01  WS-DUE-DAYS              PIC 9(3) VALUE 60.
       01  WS-DUE-CYMD              PIC 9(8).
       01  WS-DUE-ISO               PIC X(10).

      * The 28-byte request header ahead of CA-ISSUE-DATE - the
      * chase image is the same length LGAPDB01 images its own
      * second chase at.
       01  WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +28.

       01 WS-VARY-FIELD.
          49 WS-VARY-LEN            PIC S9(4) COMP.
          49 WS-VARY-CHAR           PIC X(3900).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-REQUESTED      PIC 9(7) VALUE 0.
           05 WS-TOT-REMINDED       PIC 9(7) VALUE 0.
           05 WS-TOT-OUTSTANDING    PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.
           05 WS-TOT-NET            PIC S9(11) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-NET            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-POLICY         PIC 9(10).
       01  WS-REPORT-CUSTOMER       PIC 9(10).
       01  WS-REPORT-CHASES         PIC Z9.

       01  DB2-BID-FIELDS.
           05 DB2-DECLID-INT        PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-PERIOD-END        PIC X(10).
           05 DB2-EST-INT           PIC S9(9) COMP.
           05 DB2-BIPREM-INT        PIC S9(9) COMP.
           05 DB2-DUE-DATE          PIC X(10).
           05 DB2-BID-STATUS        PIC X.
           05 DB2-CHASE-SINT        PIC S9(4) COMP.
           05 DB2-PERIOD-MONTH      PIC X(7).
           05 DB2-COUNT-INT         PIC S9(9) COMP.
           05 DB2-ADDITIONAL-INT    PIC S9(9) COMP.
           05 DB2-RETURN-INT        PIC S9(9) COMP.
           05 DB2-NET-INT           PIC S9(9) COMP.

       COPY LGPOLICY.

      * The '26CBID' chase, built as LGAPOL01 expects to receive it
      * and stored on PENDTRAN for LGDIARY1 to re-drive.
       01  COMM-AREA.
       COPY LGCMAREA.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    BI policies run off in the last year with no declaration
      *    asked for yet.  A renewal is a new policy number, so the
      *    expired period stands on its own row; a cancellation
      *    refunds the unexpired BI premium and has nothing to adjust.
           EXEC SQL
             DECLARE BID-NEW-CSR CURSOR FOR
               SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                      CHAR(P.EXPIRYDATE, ISO),
                      C.BIRevenue, C.BIPremium
                 FROM POLICY P, COMMERCIAL C
                WHERE P.POLICYNUMBER = C.PolicyNumber
                  AND C.BIPremium > 0
                  AND COALESCE(C.BIRevenue, 0) > 0
                  AND P.EXPIRYDATE < CURRENT DATE
                  AND P.EXPIRYDATE >= CURRENT DATE - 1 YEAR
                  AND NOT EXISTS
                      (SELECT 1 FROM BIDECL B
                        WHERE B.POLICYNUMBER = P.POLICYNUMBER
                          AND B.PERIODEND    = P.EXPIRYDATE)
                  AND NOT EXISTS
                      (SELECT 1 FROM POLICYHIST H
                        WHERE H.POLICYNUMBER = P.POLICYNUMBER
                          AND H.CHANGETYPE   = 'C')
                ORDER BY P.POLICYNUMBER
           END-EXEC.

      *    Chased since the last run - the reminder not yet sent.
           EXEC SQL
             DECLARE BID-REM-CSR CURSOR FOR
               SELECT DECLID, POLICYNUMBER, CUSTOMERNUMBER,
                      CHAR(PERIODEND, ISO), ESTREVENUE,
                      CHAR(CHASEDDATE + 30 DAYS, ISO)
                 FROM BIDECL
                WHERE STATUS = 'C'
                  AND REMINDEDDATE IS NULL
                ORDER BY POLICYNUMBER
           END-EXEC.

      *    Everything still awaited, longest overdue first.
           EXEC SQL
             DECLARE BID-OUT-CSR CURSOR FOR
               SELECT POLICYNUMBER, CUSTOMERNUMBER,
                      CHAR(PERIODEND, ISO), ESTREVENUE,
                      CHAR(DUEDATE, ISO), STATUS, CHASECOUNT
                 FROM BIDECL
                WHERE STATUS IN ('R', 'C', 'O')
                ORDER BY DUEDATE, POLICYNUMBER
           END-EXEC.

      *    Adjustment income by month declared.
           EXEC SQL
             DECLARE BID-NET-CSR CURSOR FOR
               SELECT SUBSTR(CHAR(DECLAREDDATE, ISO), 1, 7),
                      COUNT(*),
                      SUM(CASE WHEN ADJPREMIUM > 0
                               THEN ADJPREMIUM ELSE 0 END),
                      SUM(CASE WHEN ADJPREMIUM < 0
                               THEN 0 - ADJPREMIUM ELSE 0 END),
                      SUM(ADJPREMIUM)
                 FROM BIDECL
                WHERE STATUS = 'D'
                GROUP BY SUBSTR(CHAR(DECLAREDDATE, ISO), 1, 7)
                ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-REQUEST THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-OPEN-REMINDERS
           PERFORM 3100-REMIND THRU 3100-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 4000-OPEN-OUTSTANDING
           PERFORM 4100-OUTSTANDING THRU 4100-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 5000-OPEN-NET
           PERFORM 5100-NET-ADJUSTMENT THRU 5100-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 6000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN OUTPUT BI-DECL-NOTICE-FILE
                OUTPUT BID-REPORT-FILE

           COMPUTE WS-DUE-CYMD = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RS-RUN-DATE) + WS-DUE-DAYS)
           MOVE WS-DUE-CYMD(1:4) TO WS-DUE-ISO(1:4)
           MOVE '-'              TO WS-DUE-ISO(5:1)
           MOVE WS-DUE-CYMD(5:2) TO WS-DUE-ISO(6:2)
           MOVE '-'              TO WS-DUE-ISO(8:1)
           MOVE WS-DUE-CYMD(7:2) TO WS-DUE-ISO(9:2)

           MOVE SPACES TO BID-REPORT-RECORD
           STRING 'BI REVENUE DECLARATIONS - RUN DATE '
                  WS-RS-RUN-DATE
               DELIMITED BY SIZE INTO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD

           EXEC SQL
             OPEN BID-NEW-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'BID-NEW-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * One expired BI policy: open its declaration, diary the chase   *
      * for the date due and send the request.                         *
      *----------------------------------------------------------------*
       2000-REQUEST.
           EXEC SQL
             FETCH BID-NEW-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-PERIOD-END, :DB2-EST-INT, :DB2-BIPREM-INT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'BID-NEW-CSR FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-READ

           EXEC SQL
             INSERT INTO BIDECL
                       ( DECLID,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         PERIODEND,
                         ESTREVENUE,
                         BIPREMIUM,
                         STATUS,
                         CHASECOUNT,
                         DUEDATE,
                         REQUESTEDDATE )
                VALUES ( DEFAULT,
                         :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-PERIOD-END,
                         :DB2-EST-INT,
                         :DB2-BIPREM-INT,
                         'R',
                         0,
                         :WS-DUE-ISO,
                         CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'BIDECL INSERT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               ADD 1 TO WS-TOT-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-DIARY-CHASE
           IF SQLCODE NOT = 0
               DISPLAY 'PENDTRAN INSERT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               ADD 1 TO WS-TOT-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF

           ADD 1 TO WS-TOT-REQUESTED
           MOVE 'R' TO BD-NOTICE-TYPE
           MOVE WS-DUE-ISO TO DB2-DUE-DATE
           PERFORM 2200-WRITE-NOTICE
           .
       2000-EXIT.
           EXIT.

       2100-DIARY-CHASE.
           INITIALIZE COMM-AREA
           MOVE '26CBID' TO CA-REQUEST-ID
           MOVE DB2-CUSTOMERNUM-INT TO WS-REPORT-CUSTOMER
           MOVE WS-REPORT-CUSTOMER TO CA-CUSTOMER-NUM
           MOVE DB2-POLICYNUM-INT TO WS-REPORT-POLICY
           MOVE WS-REPORT-POLICY TO CA-POLICY-NUM
           COMPUTE WS-VARY-LEN = WS-CA-HEADER-LEN + WS-FULL-COMM-LEN
           MOVE COMM-AREA(1:WS-VARY-LEN)
             TO WS-VARY-CHAR(1:WS-VARY-LEN)

           EXEC SQL
             INSERT INTO PENDTRAN
                       ( PENDID,
                         REQUESTID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         EFFDATE,
                         STATUS,
                         REQUESTIMAGE,
                         CREATEDDATE    )
                VALUES ( DEFAULT,
                         '26CBID',
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-POLICYNUM-INT,
                         :WS-DUE-ISO,
                         'P',
                         :WS-VARY-FIELD,
                         CURRENT TIMESTAMP )
           END-EXEC.

       2200-WRITE-NOTICE.
           MOVE SPACES TO BI-DECL-NOTICE-RECORD
           MOVE DB2-POLICYNUM-INT TO WS-REPORT-POLICY
           MOVE WS-REPORT-POLICY TO BD-POLICY-NUM
           MOVE DB2-CUSTOMERNUM-INT TO WS-REPORT-CUSTOMER
           MOVE WS-REPORT-CUSTOMER TO BD-CUSTOMER-NUM
           MOVE DB2-PERIOD-END TO BD-PERIOD-END
           MOVE DB2-EST-INT TO BD-EST-REVENUE
           MOVE DB2-DUE-DATE TO BD-DUE-DATE
           WRITE BI-DECL-NOTICE-RECORD.

      *----------------------------------------------------------------*
      * Reminders for declarations the first chase found outstanding.  *
      *----------------------------------------------------------------*
       3000-OPEN-REMINDERS.
           EXEC SQL
             CLOSE BID-NEW-CSR
           END-EXEC
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN BID-REM-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'BID-REM-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-REMIND.
           EXEC SQL
             FETCH BID-REM-CSR
              INTO :DB2-DECLID-INT, :DB2-POLICYNUM-INT,
                   :DB2-CUSTOMERNUM-INT, :DB2-PERIOD-END,
                   :DB2-EST-INT, :DB2-DUE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'BID-REM-CSR FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3100-EXIT
           END-IF

           EXEC SQL
             UPDATE BIDECL
                SET REMINDEDDATE = CURRENT DATE,
                    DUEDATE      = :DB2-DUE-DATE
              WHERE DECLID = :DB2-DECLID-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'BIDECL UPDATE SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               ADD 1 TO WS-TOT-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-TOT-REMINDED
           MOVE 'C' TO BD-NOTICE-TYPE
           PERFORM 2200-WRITE-NOTICE
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report part one - every declaration still awaited.             *
      *----------------------------------------------------------------*
       4000-OPEN-OUTSTANDING.
           EXEC SQL
             CLOSE BID-REM-CSR
           END-EXEC

           MOVE SPACES TO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD
           MOVE 'DECLARATIONS OUTSTANDING' TO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD
           MOVE 'POLICY     CUSTOMER   PERIOD END  EST REVENUE  DUE'
               TO BID-REPORT-RECORD
           MOVE 'ST CHASES' TO BID-REPORT-RECORD(64:9)
           WRITE BID-REPORT-RECORD

           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN BID-OUT-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'BID-OUT-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       4100-OUTSTANDING.
           EXEC SQL
             FETCH BID-OUT-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-PERIOD-END, :DB2-EST-INT, :DB2-DUE-DATE,
                   :DB2-BID-STATUS, :DB2-CHASE-SINT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'BID-OUT-CSR FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO WS-TOT-OUTSTANDING
           MOVE DB2-POLICYNUM-INT TO WS-REPORT-POLICY
           MOVE DB2-CUSTOMERNUM-INT TO WS-REPORT-CUSTOMER
           MOVE DB2-EST-INT TO WS-REPORT-AMOUNT
           MOVE DB2-CHASE-SINT TO WS-REPORT-CHASES
           MOVE SPACES TO BID-REPORT-RECORD
           STRING WS-REPORT-POLICY ' ' WS-REPORT-CUSTOMER ' '
                  DB2-PERIOD-END '  ' WS-REPORT-AMOUNT ' '
                  DB2-DUE-DATE '  ' DB2-BID-STATUS '  '
                  WS-REPORT-CHASES
               DELIMITED BY SIZE INTO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD
           .
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report part two - adjustment income by month declared.         *
      *----------------------------------------------------------------*
       5000-OPEN-NET.
           EXEC SQL
             CLOSE BID-OUT-CSR
           END-EXEC

           MOVE SPACES TO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD
           MOVE 'NET ADJUSTMENT INCOME BY PERIOD' TO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD
           MOVE 'PERIOD   DECLS  ADDITIONAL     RETURNED' TO
               BID-REPORT-RECORD
           MOVE 'NET' TO BID-REPORT-RECORD(51:3)
           WRITE BID-REPORT-RECORD

           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN BID-NET-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'BID-NET-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       5100-NET-ADJUSTMENT.
           EXEC SQL
             FETCH BID-NET-CSR
              INTO :DB2-PERIOD-MONTH, :DB2-COUNT-INT,
                   :DB2-ADDITIONAL-INT, :DB2-RETURN-INT,
                   :DB2-NET-INT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'BID-NET-CSR FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 5100-EXIT
           END-IF

           ADD DB2-NET-INT TO WS-TOT-NET
           MOVE SPACES TO BID-REPORT-RECORD
           MOVE DB2-PERIOD-MONTH TO BID-REPORT-RECORD(1:7)
           MOVE DB2-COUNT-INT TO WS-REPORT-COUNT
           MOVE WS-REPORT-COUNT TO BID-REPORT-RECORD(8:7)
           MOVE DB2-ADDITIONAL-INT TO WS-REPORT-AMOUNT
           MOVE WS-REPORT-AMOUNT TO BID-REPORT-RECORD(16:11)
           MOVE DB2-RETURN-INT TO WS-REPORT-AMOUNT
           MOVE WS-REPORT-AMOUNT TO BID-REPORT-RECORD(29:11)
           MOVE DB2-NET-INT TO WS-REPORT-NET
           MOVE WS-REPORT-NET TO BID-REPORT-RECORD(42:12)
           WRITE BID-REPORT-RECORD
           .
       5100-EXIT.
           EXIT.

       6000-CLOSE.
           EXEC SQL
             CLOSE BID-NET-CSR
           END-EXEC

           MOVE SPACES TO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD
           MOVE 'BI DECLARATION RUN - CONTROL TOTALS'
               TO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD

           MOVE SPACES TO BID-REPORT-RECORD
           MOVE WS-TOT-REQUESTED TO WS-REPORT-COUNT
           STRING 'DECLARATIONS ASKED..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD

           MOVE SPACES TO BID-REPORT-RECORD
           MOVE WS-TOT-REMINDED TO WS-REPORT-COUNT
           STRING 'REMINDERS SENT......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD

           MOVE SPACES TO BID-REPORT-RECORD
           MOVE WS-TOT-OUTSTANDING TO WS-REPORT-COUNT
           STRING 'OUTSTANDING.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD

           MOVE SPACES TO BID-REPORT-RECORD
           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           STRING 'ERRORS..............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD

           MOVE SPACES TO BID-REPORT-RECORD
           MOVE WS-TOT-NET TO WS-REPORT-NET
           STRING 'NET ADJUSTMENT......: ' WS-REPORT-NET
               DELIMITED BY SIZE INTO BID-REPORT-RECORD
           WRITE BID-REPORT-RECORD

           CLOSE BI-DECL-NOTICE-FILE
                 BID-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGBIDCL1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              COMPUTE RS-RECS-OUT = WS-TOT-REQUESTED + WS-TOT-REMINDED
              MOVE WS-TOT-ERRORS TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
