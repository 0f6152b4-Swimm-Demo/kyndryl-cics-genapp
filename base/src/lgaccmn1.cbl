       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGACCMN1.
      *----------------------------------------------------------------*
      * Daily customer-data access monitoring report for information   *
      * security.  Every look at a customer or policy on the online    *
      * chain - policy and customer screen inquiries, the index        *
      * browses and customer 360 view, the web door's inquiries - is   *
      * filed on ACCESSLOG by LGACLG01 with the operator and the team  *
      * USERPROF put them in at the time.  Run after the online day,   *
      * this job reports on the day before in two parts:               *
      *                                                                *
      *   OPERATORS OUTSIDE THEIR TEAM NORM - each operator's looks    *
      *          and the number of different customers looked at are   *
      *          set against the average of the rest of their team     *
      *          (the rest of the office where they are alone in       *
      *          their team).  An operator is listed when either is    *
      *          more than M times that norm and at or over its floor, *
      *          so a quiet team's busiest member on a quiet day is    *
      *          not listed for a handful of looks:                    *
      *            VOLUME - looks over M times the norm.               *
      *            SPREAD - different customers over M times the norm. *
      *            NO PROFILE - looks by an operator with no USERPROF  *
      *                   profile (team NOPRF), whatever the volume.   *
      *                                                                *
      *   LOOKS AT FLAGGED CUSTOMERS - every look that day at a        *
      *          customer marked VIP or staff (CU-PROTECTED) or        *
      *          vulnerable (CU-VULNERABLE), with who made it, when,   *
      *          through which door and at which policy.               *
      *                                                                *
      * ACCPARM, when present, gives the day to report (YYYYMMDD,      *
      * yesterday when absent), M in tenths (030 - three times the     *
      * norm), the looks floor (50) and the customers floor (25).      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO ACCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MONITOR-REPORT-FILE ASSIGN TO ACCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Report settings - any field absent, blank or zero takes its
      * default.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 AP-REPORT-DATE        PIC X(8).
           05 AP-MULTIPLIER         PIC X(3).
           05 AP-MULTIPLIER-NUM REDEFINES AP-MULTIPLIER
                                    PIC 9(2)V9.
           05 AP-MIN-LOOKS          PIC X(5).
           05 AP-MIN-CUSTOMERS      PIC X(5).
           05 FILLER                PIC X(59).

       FD  MONITOR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  MONITOR-REPORT-RECORD    PIC X(100).

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

      * Report settings.
       01  WS-REPORT-SETTINGS.
           05 WS-MULTIPLIER         PIC 9(2)V9 VALUE 3.0.
           05 WS-MIN-LOOKS          PIC 9(5) VALUE 50.
           05 WS-MIN-CUSTOMERS      PIC 9(5) VALUE 25.
           05 WS-NO-PROFILE-GROUP   PIC X(5) VALUE 'NOPRF'.

      * The day reported, keyed as YYYYMMDD on the parm.
       01  WS-PARM-DATE             PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-PARM-DATE.
           05 WS-PD-YEAR            PIC 9(4).
           05 WS-PD-MONTH           PIC 9(2).
           05 WS-PD-DAY             PIC 9(2).

      * The operator in hand against the norm of their peers - the
      * rest of the team, or the rest of the office for a team of one.
       01  WS-NORM-FIELDS.
           05 WS-PEERS              PIC S9(9) COMP-3.
           05 WS-NORM-LOOKS         PIC S9(7)V9 COMP-3.
           05 WS-NORM-CUSTOMERS     PIC S9(7)V9 COMP-3.
           05 WS-LIMIT-LOOKS        PIC S9(9)V99 COMP-3.
           05 WS-LIMIT-CUSTOMERS    PIC S9(9)V99 COMP-3.
       01  WS-REASONS               PIC X(30).
       01  WS-REASON-PTR            PIC 9(2) COMP.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-MULT           PIC Z9.9.

      * One report line per operator listed.
       01  WS-USAGE-HEAD.
           05 FILLER                PIC X(40)
              VALUE 'OPERATOR  TEAM    LOOKS      NORM    CU'.
           05 FILLER                PIC X(40)
              VALUE 'STS       NORM  REASON'.
       01  WS-USAGE-LINE.
           05 WS-UL-USERID          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-UL-TEAM            PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-UL-LOOKS           PIC ZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-UL-NORM-LOOKS      PIC ZZ,ZZ9.9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-UL-CUSTOMERS       PIC ZZ,ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-UL-NORM-CUSTOMERS  PIC ZZ,ZZ9.9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-UL-REASONS         PIC X(30).
           05 FILLER                PIC X(15) VALUE SPACES.

      * One report line per look at a flagged customer.
       01  WS-FLAGGED-HEAD.
           05 FILLER                PIC X(40)
              VALUE 'OPERATOR  TEAM   TIME      DOOR REQUEST '.
           05 FILLER                PIC X(40)
              VALUE 'CUSTOMER    POLICY      FLAG      NAME'.
       01  WS-FLAGGED-LINE.
           05 WS-FL-USERID          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-TEAM            PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-TIME            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-SOURCE          PIC X(4).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-FL-REQUEST-ID      PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-CUSTOMER-NUM    PIC 9(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-POLICY-NUM      PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-FLAG            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-NAME            PIC X(26).

       01  DB2-ACC-FIELDS.
           05 DB2-REPORT-DATE       PIC X(10).
           05 DB2-USERID            PIC X(8).
           05 DB2-CUSTGROUP         PIC X(5).
           05 DB2-LOOKS-INT         PIC S9(9) COMP.
           05 DB2-CUSTOMERS-INT     PIC S9(9) COMP.
           05 DB2-MEMBERS-INT       PIC S9(9) COMP.
           05 DB2-TEAM-LOOKS-INT    PIC S9(9) COMP.
           05 DB2-TEAM-CUSTS-INT    PIC S9(9) COMP.
           05 DB2-ALL-LOOKS-INT     PIC S9(9) COMP.
           05 DB2-ALL-CUSTS-INT     PIC S9(9) COMP.
           05 DB2-ALL-USERS-INT     PIC S9(9) COMP.
           05 DB2-ACCESS-TIME       PIC X(8).
           05 DB2-SOURCE            PIC X(4).
           05 DB2-REQUESTID         PIC X(6).
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-PROTECTCLASS      PIC X.
           05 DB2-VULNERABLE        PIC X.
           05 DB2-NAME              PIC X(40).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-LOOKS          PIC 9(9) VALUE 0.
           05 WS-TOT-OPERATORS      PIC 9(7) VALUE 0.
           05 WS-TOT-LISTED         PIC 9(7) VALUE 0.
           05 WS-TOT-VOLUME         PIC 9(7) VALUE 0.
           05 WS-TOT-SPREAD         PIC 9(7) VALUE 0.
           05 WS-TOT-NO-PROFILE     PIC 9(7) VALUE 0.
           05 WS-TOT-FLAGGED        PIC 9(7) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Each operator's looks and different customers on the day,
      *    with the size and totals of the team they looked as part
      *    of - team and operator order.
           EXEC SQL
             DECLARE USAGE-CSR CURSOR FOR
               WITH U (USERID, CUSTGROUP, LOOKS, CUSTS) AS
                  (SELECT USERID, CUSTGROUP, COUNT(*),
                          COUNT(DISTINCT CUSTOMERNUMBER)
                     FROM ACCESSLOG
                    WHERE DATE(ACCESSTS) = :DB2-REPORT-DATE
                    GROUP BY USERID, CUSTGROUP),
                    T (CUSTGROUP, MEMBERS, TLOOKS, TCUSTS) AS
                  (SELECT CUSTGROUP, COUNT(*), SUM(LOOKS), SUM(CUSTS)
                     FROM U
                    GROUP BY CUSTGROUP)
               SELECT U.USERID, U.CUSTGROUP, U.LOOKS, U.CUSTS,
                      T.MEMBERS, T.TLOOKS, T.TCUSTS
                 FROM U, T
                WHERE T.CUSTGROUP = U.CUSTGROUP
                ORDER BY U.CUSTGROUP, U.USERID
           END-EXEC.

      *    Every look on the day at a customer marked VIP, staff or
      *    vulnerable - operator and time order.
           EXEC SQL
             DECLARE FLAGGED-CSR CURSOR FOR
               SELECT A.USERID, A.CUSTGROUP,
                      CHAR(TIME(A.ACCESSTS), JIS),
                      A.SOURCE, A.REQUESTID, A.CUSTOMERNUMBER,
                      COALESCE(A.POLICYNUMBER, 0),
                      COALESCE(C.PROTECTCLASS, ' '),
                      COALESCE(C.VULNERABLE, 'N'),
                      COALESCE(C.CUSTOMERNAME, ' ')
                 FROM ACCESSLOG A, CUSTOMER C
                WHERE DATE(A.ACCESSTS) = :DB2-REPORT-DATE
                  AND C.CUSTOMERNUMBER = A.CUSTOMERNUMBER
                  AND (C.PROTECTCLASS IN ('V', 'S')
                       OR C.VULNERABLE = 'Y')
                ORDER BY A.USERID, A.ACCESSTS
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-OPEN-USAGE
           PERFORM 2100-FETCH-OPERATOR THRU 2100-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2500-OPEN-FLAGGED
           PERFORM 2600-FETCH-FLAGGED THRU 2600-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN INPUT  PARM-FILE
                OUTPUT MONITOR-REPORT-FILE
           MOVE SPACES TO DB2-REPORT-DATE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF AP-REPORT-DATE IS NUMERIC
                   MOVE AP-REPORT-DATE TO WS-PARM-DATE
                   STRING WS-PD-YEAR '-' WS-PD-MONTH '-' WS-PD-DAY
                       DELIMITED BY SIZE INTO DB2-REPORT-DATE
               END-IF
               IF AP-MULTIPLIER IS NUMERIC
                  AND AP-MULTIPLIER NOT = '000'
                   MOVE AP-MULTIPLIER-NUM TO WS-MULTIPLIER
               END-IF
               IF AP-MIN-LOOKS IS NUMERIC
                  AND AP-MIN-LOOKS NOT = '00000'
                   MOVE AP-MIN-LOOKS TO WS-MIN-LOOKS
               END-IF
               IF AP-MIN-CUSTOMERS IS NUMERIC
                  AND AP-MIN-CUSTOMERS NOT = '00000'
                   MOVE AP-MIN-CUSTOMERS TO WS-MIN-CUSTOMERS
               END-IF
           END-IF

      *    The day before the run, unless the parm names one.
           IF DB2-REPORT-DATE = SPACES
               EXEC SQL
                 SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                   INTO :DB2-REPORT-DATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'REPORT DATE SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

      *    The whole office's day - the norm for a team of one.
           MOVE 0 TO DB2-ALL-LOOKS-INT
           MOVE 0 TO DB2-ALL-CUSTS-INT
           MOVE 0 TO DB2-ALL-USERS-INT
           EXEC SQL
             SELECT COALESCE(SUM(LOOKS), 0),
                    COALESCE(SUM(CUSTS), 0),
                    COUNT(*)
               INTO :DB2-ALL-LOOKS-INT, :DB2-ALL-CUSTS-INT,
                    :DB2-ALL-USERS-INT
               FROM (SELECT USERID, CUSTGROUP,
                            COUNT(*) AS LOOKS,
                            COUNT(DISTINCT CUSTOMERNUMBER) AS CUSTS
                       FROM ACCESSLOG
                      WHERE DATE(ACCESSTS) = :DB2-REPORT-DATE
                      GROUP BY USERID, CUSTGROUP) AS U
           END-EXEC
           IF SQLCODE = 0
               MOVE DB2-ALL-LOOKS-INT TO WS-TOT-LOOKS
               MOVE DB2-ALL-USERS-INT TO WS-TOT-OPERATORS
           ELSE
               DISPLAY 'ACCESSLOG TOTALS SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE 'CUSTOMER-DATA ACCESS MONITORING - INFORMATION SECURITY'
               TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO MONITOR-REPORT-RECORD
           MOVE WS-MULTIPLIER TO WS-REPORT-MULT
           STRING 'LOOKS ON ' DB2-REPORT-DATE
                  ' - LISTED OVER ' WS-REPORT-MULT
                  ' TIMES TEAM NORM, FLOORS ' WS-MIN-LOOKS
                  ' LOOKS ' WS-MIN-CUSTOMERS ' CUSTOMERS'
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD.

      *----------------------------------------------------------------*
       2000-OPEN-USAGE.
           MOVE 'OPERATORS OUTSIDE THEIR TEAM NORM'
               TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE WS-USAGE-HEAD TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE 'N' TO WS-SQL-EOF

           EXEC SQL
             OPEN USAGE-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'USAGE CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF.

      *----------------------------------------------------------------*
      * One operator's day against the norm of their peers.            *
      *----------------------------------------------------------------*
       2100-FETCH-OPERATOR.
           EXEC SQL
             FETCH USAGE-CSR
              INTO :DB2-USERID, :DB2-CUSTGROUP,
                   :DB2-LOOKS-INT, :DB2-CUSTOMERS-INT,
                   :DB2-MEMBERS-INT, :DB2-TEAM-LOOKS-INT,
                   :DB2-TEAM-CUSTS-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'USAGE FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE USAGE-CSR
               END-EXEC
               GO TO 2100-EXIT
           END-IF

      *    The peers' average, the operator's own day left out so a
      *    heavy day cannot raise the bar it is measured against.
           COMPUTE WS-PEERS = DB2-MEMBERS-INT - 1
           IF WS-PEERS > 0
               COMPUTE WS-NORM-LOOKS ROUNDED =
                   (DB2-TEAM-LOOKS-INT - DB2-LOOKS-INT) / WS-PEERS
               COMPUTE WS-NORM-CUSTOMERS ROUNDED =
                   (DB2-TEAM-CUSTS-INT - DB2-CUSTOMERS-INT) / WS-PEERS
           ELSE
               COMPUTE WS-PEERS = DB2-ALL-USERS-INT - 1
               IF WS-PEERS > 0
                   COMPUTE WS-NORM-LOOKS ROUNDED =
                       (DB2-ALL-LOOKS-INT - DB2-LOOKS-INT) / WS-PEERS
                   COMPUTE WS-NORM-CUSTOMERS ROUNDED =
                       (DB2-ALL-CUSTS-INT - DB2-CUSTOMERS-INT)
                       / WS-PEERS
               ELSE
                   MOVE 0 TO WS-NORM-LOOKS
                   MOVE 0 TO WS-NORM-CUSTOMERS
               END-IF
           END-IF
           COMPUTE WS-LIMIT-LOOKS = WS-NORM-LOOKS * WS-MULTIPLIER
           COMPUTE WS-LIMIT-CUSTOMERS =
               WS-NORM-CUSTOMERS * WS-MULTIPLIER

           MOVE SPACES TO WS-REASONS
           MOVE 1 TO WS-REASON-PTR
           IF DB2-LOOKS-INT NOT < WS-MIN-LOOKS
              AND DB2-LOOKS-INT > WS-LIMIT-LOOKS
               STRING 'VOLUME ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               ADD 1 TO WS-TOT-VOLUME
           END-IF
           IF DB2-CUSTOMERS-INT NOT < WS-MIN-CUSTOMERS
              AND DB2-CUSTOMERS-INT > WS-LIMIT-CUSTOMERS
               STRING 'SPREAD ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               ADD 1 TO WS-TOT-SPREAD
           END-IF
           IF DB2-CUSTGROUP = WS-NO-PROFILE-GROUP
               STRING 'NO PROFILE ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               ADD 1 TO WS-TOT-NO-PROFILE
           END-IF

           IF WS-REASONS = SPACES
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-TOT-LISTED

           MOVE DB2-USERID          TO WS-UL-USERID
           MOVE DB2-CUSTGROUP       TO WS-UL-TEAM
           MOVE DB2-LOOKS-INT       TO WS-UL-LOOKS
           MOVE WS-NORM-LOOKS       TO WS-UL-NORM-LOOKS
           MOVE DB2-CUSTOMERS-INT   TO WS-UL-CUSTOMERS
           MOVE WS-NORM-CUSTOMERS   TO WS-UL-NORM-CUSTOMERS
           MOVE WS-REASONS          TO WS-UL-REASONS
           MOVE WS-USAGE-LINE       TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-OPEN-FLAGGED.
           IF WS-TOT-LISTED = 0
               MOVE '  NO OPERATOR OUTSIDE THE NORM'
                   TO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
           END-IF
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE 'LOOKS AT FLAGGED CUSTOMERS (VIP, STAFF, VULNERABLE)'
               TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE WS-FLAGGED-HEAD TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE 'N' TO WS-SQL-EOF

           EXEC SQL
             OPEN FLAGGED-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FLAGGED CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF.

      *----------------------------------------------------------------*
      * One look at a flagged customer - listed, every one.            *
      *----------------------------------------------------------------*
       2600-FETCH-FLAGGED.
           EXEC SQL
             FETCH FLAGGED-CSR
              INTO :DB2-USERID, :DB2-CUSTGROUP, :DB2-ACCESS-TIME,
                   :DB2-SOURCE, :DB2-REQUESTID,
                   :DB2-CUSTOMERNUM-INT, :DB2-POLICYNUM-INT,
                   :DB2-PROTECTCLASS, :DB2-VULNERABLE, :DB2-NAME
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FLAGGED FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE FLAGGED-CSR
               END-EXEC
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-TOT-FLAGGED

           EVALUATE TRUE
             WHEN DB2-PROTECTCLASS = 'V' AND DB2-VULNERABLE = 'Y'
               MOVE 'VIP+VULN' TO WS-FL-FLAG
             WHEN DB2-PROTECTCLASS = 'S' AND DB2-VULNERABLE = 'Y'
               MOVE 'STF+VULN' TO WS-FL-FLAG
             WHEN DB2-PROTECTCLASS = 'V'
               MOVE 'VIP' TO WS-FL-FLAG
             WHEN DB2-PROTECTCLASS = 'S'
               MOVE 'STAFF' TO WS-FL-FLAG
             WHEN OTHER
               MOVE 'VULNERBL' TO WS-FL-FLAG
           END-EVALUATE

           MOVE DB2-USERID          TO WS-FL-USERID
           MOVE DB2-CUSTGROUP       TO WS-FL-TEAM
           MOVE DB2-ACCESS-TIME     TO WS-FL-TIME
           MOVE DB2-SOURCE          TO WS-FL-SOURCE
           MOVE DB2-REQUESTID       TO WS-FL-REQUEST-ID
           MOVE DB2-CUSTOMERNUM-INT TO WS-FL-CUSTOMER-NUM
           MOVE SPACES              TO WS-FL-POLICY-NUM
           IF DB2-POLICYNUM-INT > 0
               MOVE DB2-POLICYNUM-INT TO WS-FL-POLICY-NUM
           END-IF
           MOVE DB2-NAME            TO WS-FL-NAME
           MOVE WS-FLAGGED-LINE     TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           .
       2600-EXIT.
           EXIT.

       3000-CLOSE.
           IF WS-TOT-FLAGGED = 0
               MOVE '  NO LOOKS AT FLAGGED CUSTOMERS'
                   TO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
           END-IF
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE 'ACCESS MONITORING - CONTROL TOTALS'
               TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO MONITOR-REPORT-RECORD

           MOVE WS-TOT-LOOKS TO WS-REPORT-COUNT
           STRING 'LOOKS ON THE DAY....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD

           MOVE WS-TOT-OPERATORS TO WS-REPORT-COUNT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING 'OPERATORS...........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD

           MOVE WS-TOT-LISTED TO WS-REPORT-COUNT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING 'OPERATORS LISTED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD

           MOVE WS-TOT-VOLUME TO WS-REPORT-COUNT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING '  VOLUME............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD

           MOVE WS-TOT-SPREAD TO WS-REPORT-COUNT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING '  SPREAD............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD

           MOVE WS-TOT-NO-PROFILE TO WS-REPORT-COUNT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING '  NO PROFILE........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD

           MOVE WS-TOT-FLAGGED TO WS-REPORT-COUNT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING 'FLAGGED-CUSTOMER LOOKS: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD

           CLOSE PARM-FILE
                 MONITOR-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGACCMN1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-LOOKS TO RS-RECS-IN
              MOVE WS-TOT-LISTED TO RS-RECS-OUT
              MOVE WS-TOT-FLAGGED TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
