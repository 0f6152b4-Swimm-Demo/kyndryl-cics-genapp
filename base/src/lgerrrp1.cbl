       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGERRRP1.
      *----------------------------------------------------------------*
      * Central error log - daily load and exception report.  Every    *
      * error the online programs log through LGERRL01 is cut as an    *
      * LGERLOG record onto the LGER extrapartition queue; the day's   *
      * dataset comes here once the queue has been switched.  Each     *
      * record is loaded to the ERRLOG table, which keeps the history  *
      * the GENAERRS TS queue loses at every region restart: a         *
      * COMMAREA= line is folded into the error it follows (it carries *
      * the request and the return code the caller was given), and a   *
      * record already on file from an earlier run is left as it is,   *
      * so a rerun over the same dataset is harmless.                  *
      *                                                                *
      * The report then takes the report day from ERRLOG:              *
      *   - errors by program and return code, against the seven days  *
      *     before - the daily average and whether the day ran above   *
      *     it, below it, or brought something new;                    *
      *   - the policies that hit the error log repeatedly on the day, *
      *     so operations can open a ticket before the business asks.  *
      * ERRPARM, when present, gives the report day (yesterday when    *
      * absent - the job runs after midnight) and the number of        *
      * errors on one policy that counts as repeated (3 when absent).  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO ERRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LOG-FILE ASSIGN TO ERRLOGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ERROR-REPORT-FILE ASSIGN TO ERRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Report settings - a field absent, blank or zero takes its
      * default.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 EP-REPORT-DATE        PIC X(10).
           05 EP-REPEAT-MIN         PIC X(3).
           05 FILLER                PIC X(67).

      * The LGER queue's dataset - see LGERLOG.
       FD  LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  LOG-RECORD.
           COPY LGERLOG.

       FD  ERROR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ERROR-REPORT-RECORD      PIC X(100).

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
           05 WS-LOG-STATUS         PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-LOG-EOF               PIC X VALUE 'N'.
       01  WS-GRP-EOF               PIC X VALUE 'N'.
       01  WS-REP-EOF               PIC X VALUE 'N'.
       01  WS-REPEAT-MIN            PIC 9(3) VALUE 3.

      * Today's date as DB2 wants it, to work the report day from.
       01  WS-RUN-DATE-PARTS.
           05 WS-RD-YEAR            PIC 9(4).
           05 WS-RD-MONTH           PIC 9(2).
           05 WS-RD-DAY             PIC 9(2).

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

      * Prior-week comparison for one program/return code group.
       01  WS-TREND-FIELDS.
           05 WS-DAILY-AVG          PIC 9(5)V9 VALUE 0.
           05 WS-TODAY-X7           PIC 9(9) VALUE 0.
           05 WS-TREND              PIC X(7).

      * One report line per program and return code.
       01  WS-GROUP-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GL-PROGRAM         PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-GL-RETURN-CODE     PIC X(2).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-GL-TODAY           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-GL-PRIOR           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-GL-AVERAGE         PIC ZZ,ZZ9.9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-GL-TREND           PIC X(7).

      * One report line per policy with repeated failures.
       01  WS-REPEAT-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-POLICY-NUM      PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-CUSTOMER-NUM    PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-ERRORS          PIC ZZ,ZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-RL-PROGRAMS        PIC Z9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-RL-FIRST           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-LAST            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-HIGH-RC         PIC X(2).

       01  DB2-ERRLOG-FIELDS.
           05 DB2-TODAY-DATE        PIC X(10).
           05 DB2-REPORT-DATE       PIC X(10).
           05 DB2-WEEK-START        PIC X(10).
           05 DB2-REPEAT-SINT       PIC S9(4) COMP.
           05 DB2-TASKNUM-INT       PIC S9(9) COMP.
           05 DB2-SQLCODE-INT       PIC S9(9) COMP.
           05 DB2-SQLCODE-IND       PIC S9(4) COMP.
           05 DB2-RESP-INT          PIC S9(9) COMP.
           05 DB2-RESP-IND          PIC S9(4) COMP.
           05 DB2-MESSAGE           PIC X(100).
           05 DB2-COMMAREA          PIC X(100).
           05 DB2-PROGRAM           PIC X(8).
           05 DB2-RETURN-CODE       PIC X(2).
           05 DB2-TODAY-COUNT       PIC S9(9) COMP.
           05 DB2-PRIOR-COUNT       PIC S9(9) COMP.
           05 DB2-POLICY-NUM        PIC X(10).
           05 DB2-CUSTOMER-NUM      PIC X(10).
           05 DB2-PROGRAM-COUNT     PIC S9(9) COMP.
           05 DB2-FIRST-TS          PIC X(26).
           05 DB2-LAST-TS           PIC X(26).
           05 DB2-HIGH-RC           PIC X(2).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-LOADED         PIC 9(7) VALUE 0.
           05 WS-TOT-MERGED         PIC 9(7) VALUE 0.
           05 WS-TOT-ON-FILE        PIC 9(7) VALUE 0.
           05 WS-TOT-DAY-ERRORS     PIC 9(7) VALUE 0.
           05 WS-TOT-PRIOR-ERRORS   PIC 9(7) VALUE 0.
           05 WS-TOT-GROUPS         PIC 9(7) VALUE 0.
           05 WS-TOT-REPEATS        PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Every program/return code seen on the report day or the
      *    seven days before it, with the count for each side.
           EXEC SQL
             DECLARE GROUP-CSR CURSOR FOR
               SELECT PROGRAM, RETURNCODE,
                      SUM(CASE WHEN LOGDATE = :DB2-REPORT-DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN LOGDATE < :DB2-REPORT-DATE
                               THEN 1 ELSE 0 END)
                 FROM ERRLOG
                WHERE LOGDATE BETWEEN :DB2-WEEK-START
                                  AND :DB2-REPORT-DATE
                GROUP BY PROGRAM, RETURNCODE
                ORDER BY PROGRAM, RETURNCODE
           END-EXEC.

      *    Policies logged against DB2-REPEAT-SINT times or more on
      *    the report day, worst first.
           EXEC SQL
             DECLARE REPEAT-CSR CURSOR FOR
               SELECT POLICYNUM, MAX(CUSTOMERNUM), COUNT(*),
                      COUNT(DISTINCT PROGRAM),
                      CHAR(MIN(LOGTS)), CHAR(MAX(LOGTS)),
                      MAX(RETURNCODE)
                 FROM ERRLOG
                WHERE LOGDATE    = :DB2-REPORT-DATE
                  AND POLICYNUM <> ' '
                  AND POLICYNUM <> '0000000000'
                GROUP BY POLICYNUM
               HAVING COUNT(*) >= :DB2-REPEAT-SINT
                ORDER BY 3 DESC, 1
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           IF WS-LOG-STATUS = '00'
               PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
                   UNTIL WS-LOG-EOF = 'Y'
           END-IF
           PERFORM 3000-OPEN-GROUP-SCAN
           PERFORM 3100-FETCH-GROUP THRU 3100-EXIT
               UNTIL WS-GRP-EOF = 'Y'
           PERFORM 3200-GROUP-TOTAL
           PERFORM 4000-OPEN-REPEAT-SCAN
           PERFORM 4100-FETCH-REPEAT THRU 4100-EXIT
               UNTIL WS-REP-EOF = 'Y'
           PERFORM 5000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN INPUT  PARM-FILE
                OUTPUT ERROR-REPORT-FILE

      *    The report day defaults to yesterday.
           MOVE WS-RS-RUN-DATE TO WS-RUN-DATE-PARTS
           MOVE SPACES TO DB2-TODAY-DATE
           STRING WS-RD-YEAR '-' WS-RD-MONTH '-' WS-RD-DAY
               DELIMITED BY SIZE INTO DB2-TODAY-DATE
           EXEC SQL
             SELECT CHAR(DATE(:DB2-TODAY-DATE) - 1 DAYS, ISO)
               INTO :DB2-REPORT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'REPORT DATE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE DB2-TODAY-DATE TO DB2-REPORT-DATE
           END-IF

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF EP-REPORT-DATE NOT = SPACES
                   MOVE EP-REPORT-DATE TO DB2-REPORT-DATE
               END-IF
               IF EP-REPEAT-MIN IS NUMERIC
                  AND EP-REPEAT-MIN NOT = '000'
                   MOVE EP-REPEAT-MIN TO WS-REPEAT-MIN
               END-IF
           END-IF
           MOVE WS-REPEAT-MIN TO DB2-REPEAT-SINT

           EXEC SQL
             SELECT CHAR(DATE(:DB2-REPORT-DATE) - 7 DAYS, ISO)
               INTO :DB2-WEEK-START
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'WEEK START SQLCODE: ' SQLCODE
                       ' REPORT DATE ' DB2-REPORT-DATE
               MOVE 8 TO RETURN-CODE
               MOVE DB2-REPORT-DATE TO DB2-WEEK-START
           END-IF

           MOVE 'CENTRAL ERROR LOG - DAILY EXCEPTION REPORT'
               TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE SPACES TO ERROR-REPORT-RECORD
           STRING 'ERRORS LOGGED ON ' DB2-REPORT-DATE
                  ' AGAINST THE SEVEN DAYS FROM ' DB2-WEEK-START
               DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE SPACES TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD

           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERRLOGIN OPEN ERROR: ' WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               MOVE 'ERROR LOG DATASET NOT READ - NOTHING NEW LOADED'
                   TO ERROR-REPORT-RECORD
               WRITE ERROR-REPORT-RECORD
               MOVE SPACES TO ERROR-REPORT-RECORD
               WRITE ERROR-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * One LGER record.  An error message is loaded as a row of its   *
      * own; a COMMAREA= line finds the row its task wrote in the      *
      * second before it and completes that, and only when there is    *
      * none is it loaded as a row by itself.                          *
      *----------------------------------------------------------------*
       2000-LOAD-RECORD.
           READ LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF
                   GO TO 2000-EXIT
           END-READ
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERRLOGIN READ ERROR: ' WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               MOVE 'Y' TO WS-LOG-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-READ

           MOVE EL-TASKNUM TO DB2-TASKNUM-INT
           IF EL-COMMAREA-LINE
               PERFORM 2100-MERGE-COMMAREA THRU 2100-EXIT
               IF SQLCODE = 0
                   GO TO 2000-EXIT
               END-IF
               MOVE SPACES     TO DB2-MESSAGE
               MOVE EL-MESSAGE TO DB2-COMMAREA
           ELSE
               MOVE EL-MESSAGE TO DB2-MESSAGE
               MOVE SPACES     TO DB2-COMMAREA
           END-IF

           IF EL-SQLCODE-PRESENT
               MOVE EL-SQLCODE TO DB2-SQLCODE-INT
               MOVE 0 TO DB2-SQLCODE-IND
           ELSE
               MOVE 0 TO DB2-SQLCODE-INT
               MOVE -1 TO DB2-SQLCODE-IND
           END-IF
           IF EL-RESP-PRESENT
               MOVE EL-RESP TO DB2-RESP-INT
               MOVE 0 TO DB2-RESP-IND
           ELSE
               MOVE 0 TO DB2-RESP-INT
               MOVE -1 TO DB2-RESP-IND
           END-IF

           EXEC SQL
             INSERT INTO ERRLOG
                    (LOGTS, LOGDATE, PROGRAM, TRANSID, USERID,
                     TASKNUM, CUSTOMERNUM, POLICYNUM, REQUESTID,
                     RETURNCODE, ERRSQLCODE, RESPCODE, MESSAGE,
                     COMMAREA)
             VALUES (TIMESTAMP(:EL-TIMESTAMP),
                     DATE(TIMESTAMP(:EL-TIMESTAMP)),
                     :EL-PROGRAM, :EL-TRANSID, :EL-USERID,
                     :DB2-TASKNUM-INT, :EL-CUSTOMER-NUM,
                     :EL-POLICY-NUM, :EL-REQUEST-ID,
                     :EL-RETURN-CODE,
                     :DB2-SQLCODE-INT:DB2-SQLCODE-IND,
                     :DB2-RESP-INT:DB2-RESP-IND,
                     :DB2-MESSAGE, :DB2-COMMAREA)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-TOT-LOADED
             WHEN -803
               ADD 1 TO WS-TOT-ON-FILE
             WHEN OTHER
               DISPLAY 'ERRLOG INSERT SQLCODE: ' SQLCODE
                       ' ' EL-TIMESTAMP ' ' EL-PROGRAM
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The COMMAREA= line follows its error message straight away     *
      * from the same task and program.  A field the message already   *
      * filled is kept; the request id always comes from here.  A row  *
      * completed by an earlier run over the same dataset matches on   *
      * its COMMAREA and is simply completed again.  SQLCODE is left   *
      * for the caller: 0 merged, anything else load it by itself.     *
      *----------------------------------------------------------------*
       2100-MERGE-COMMAREA.
           EXEC SQL
             UPDATE ERRLOG
                SET REQUESTID   = :EL-REQUEST-ID,
                    RETURNCODE  = CASE WHEN RETURNCODE = ' '
                                       THEN :EL-RETURN-CODE
                                       ELSE RETURNCODE END,
                    CUSTOMERNUM = CASE WHEN CUSTOMERNUM = ' '
                                       THEN :EL-CUSTOMER-NUM
                                       ELSE CUSTOMERNUM END,
                    POLICYNUM   = CASE WHEN POLICYNUM = ' '
                                       THEN :EL-POLICY-NUM
                                       ELSE POLICYNUM END,
                    COMMAREA    = :EL-MESSAGE
              WHERE TASKNUM  = :DB2-TASKNUM-INT
                AND PROGRAM  = :EL-PROGRAM
                AND TRANSID  = :EL-TRANSID
                AND LOGTS BETWEEN TIMESTAMP(:EL-TIMESTAMP) - 1 SECOND
                              AND TIMESTAMP(:EL-TIMESTAMP)
                AND (COMMAREA = ' ' OR COMMAREA = :EL-MESSAGE)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-TOT-MERGED
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'ERRLOG UPDATE SQLCODE: ' SQLCODE
                       ' ' EL-TIMESTAMP ' ' EL-PROGRAM
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Errors by program and return code - the report day against     *
      * the average day of the week before it.                         *
      *----------------------------------------------------------------*
       3000-OPEN-GROUP-SCAN.
           MOVE 'ERRORS BY PROGRAM AND RETURN CODE'
               TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE '  PROGRAM    RC    ON DAY PRIOR WEEK   DAILY AVG'
               TO ERROR-REPORT-RECORD
           MOVE 'TREND' TO ERROR-REPORT-RECORD(53:5)
           WRITE ERROR-REPORT-RECORD
           MOVE SPACES TO ERROR-REPORT-RECORD

           EXEC SQL
             OPEN GROUP-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'GROUP-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               MOVE 'Y' TO WS-GRP-EOF
           END-IF.

       3100-FETCH-GROUP.
           EXEC SQL
             FETCH GROUP-CSR
              INTO :DB2-PROGRAM, :DB2-RETURN-CODE,
                   :DB2-TODAY-COUNT, :DB2-PRIOR-COUNT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'GROUP-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-ERRORS
               END-IF
               MOVE 'Y' TO WS-GRP-EOF
               EXEC SQL
                 CLOSE GROUP-CSR
               END-EXEC
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-TOT-GROUPS
           ADD DB2-TODAY-COUNT TO WS-TOT-DAY-ERRORS
           ADD DB2-PRIOR-COUNT TO WS-TOT-PRIOR-ERRORS

           PERFORM 3300-WORK-TREND

           MOVE DB2-PROGRAM      TO WS-GL-PROGRAM
           MOVE DB2-RETURN-CODE  TO WS-GL-RETURN-CODE
           MOVE DB2-TODAY-COUNT  TO WS-GL-TODAY
           MOVE DB2-PRIOR-COUNT  TO WS-GL-PRIOR
           MOVE WS-DAILY-AVG     TO WS-GL-AVERAGE
           MOVE WS-TREND         TO WS-GL-TREND
           MOVE WS-GROUP-LINE TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE SPACES TO ERROR-REPORT-RECORD
           .
       3100-EXIT.
           EXIT.

       3200-GROUP-TOTAL.
           MOVE WS-TOT-DAY-ERRORS   TO DB2-TODAY-COUNT
           MOVE WS-TOT-PRIOR-ERRORS TO DB2-PRIOR-COUNT
           PERFORM 3300-WORK-TREND
           MOVE 'ALL'               TO WS-GL-PROGRAM
           MOVE SPACES              TO WS-GL-RETURN-CODE
           MOVE WS-TOT-DAY-ERRORS   TO WS-GL-TODAY
           MOVE WS-TOT-PRIOR-ERRORS TO WS-GL-PRIOR
           MOVE WS-DAILY-AVG        TO WS-GL-AVERAGE
           MOVE WS-TREND            TO WS-GL-TREND
           MOVE SPACES TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE WS-GROUP-LINE TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE SPACES TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD.

      *    UP or DOWN against the week's daily average; NEW when the
      *    week before had none, CLEARED when the day had none.
       3300-WORK-TREND.
           COMPUTE WS-DAILY-AVG ROUNDED = DB2-PRIOR-COUNT / 7
           COMPUTE WS-TODAY-X7 = DB2-TODAY-COUNT * 7
           EVALUATE TRUE
             WHEN DB2-TODAY-COUNT = 0
               MOVE 'CLEARED' TO WS-TREND
             WHEN DB2-PRIOR-COUNT = 0
               MOVE 'NEW'     TO WS-TREND
             WHEN WS-TODAY-X7 > DB2-PRIOR-COUNT
               MOVE 'UP'      TO WS-TREND
             WHEN WS-TODAY-X7 < DB2-PRIOR-COUNT
               MOVE 'DOWN'    TO WS-TREND
             WHEN OTHER
               MOVE 'STEADY'  TO WS-TREND
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Policies with repeated failures on the report day.             *
      *----------------------------------------------------------------*
       4000-OPEN-REPEAT-SCAN.
           STRING 'POLICIES WITH ' WS-REPEAT-MIN
                  ' OR MORE ERRORS ON THE DAY'
               DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE '  POLICY      CUSTOMER    ERRORS PROGS    FIRST'
               TO ERROR-REPORT-RECORD
           MOVE 'LAST      RC' TO ERROR-REPORT-RECORD(53:12)
           WRITE ERROR-REPORT-RECORD
           MOVE SPACES TO ERROR-REPORT-RECORD

           EXEC SQL
             OPEN REPEAT-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'REPEAT-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               MOVE 'Y' TO WS-REP-EOF
           END-IF.

       4100-FETCH-REPEAT.
           EXEC SQL
             FETCH REPEAT-CSR
              INTO :DB2-POLICY-NUM, :DB2-CUSTOMER-NUM,
                   :DB2-TODAY-COUNT, :DB2-PROGRAM-COUNT,
                   :DB2-FIRST-TS, :DB2-LAST-TS, :DB2-HIGH-RC
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'REPEAT-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-ERRORS
               END-IF
               MOVE 'Y' TO WS-REP-EOF
               EXEC SQL
                 CLOSE REPEAT-CSR
               END-EXEC
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-TOT-REPEATS

           MOVE DB2-POLICY-NUM       TO WS-RL-POLICY-NUM
           MOVE DB2-CUSTOMER-NUM     TO WS-RL-CUSTOMER-NUM
           MOVE DB2-TODAY-COUNT      TO WS-RL-ERRORS
           MOVE DB2-PROGRAM-COUNT    TO WS-RL-PROGRAMS
           MOVE DB2-FIRST-TS(12:8)   TO WS-RL-FIRST
           MOVE DB2-LAST-TS(12:8)    TO WS-RL-LAST
           MOVE DB2-HIGH-RC          TO WS-RL-HIGH-RC
           MOVE WS-REPEAT-LINE TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE SPACES TO ERROR-REPORT-RECORD
           .
       4100-EXIT.
           EXIT.

       5000-CLOSE.
           IF WS-TOT-REPEATS = 0
               MOVE '  NONE' TO ERROR-REPORT-RECORD
               WRITE ERROR-REPORT-RECORD
           END-IF
           MOVE SPACES TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE 'CENTRAL ERROR LOG - CONTROL TOTALS'
               TO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD
           MOVE SPACES TO ERROR-REPORT-RECORD

           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           STRING 'LOG RECORDS READ......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD

           MOVE WS-TOT-LOADED TO WS-REPORT-COUNT
           MOVE SPACES TO ERROR-REPORT-RECORD
           STRING 'ERRORS LOADED.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD

           MOVE WS-TOT-MERGED TO WS-REPORT-COUNT
           MOVE SPACES TO ERROR-REPORT-RECORD
           STRING 'COMMAREA LINES MERGED.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD

           MOVE WS-TOT-ON-FILE TO WS-REPORT-COUNT
           MOVE SPACES TO ERROR-REPORT-RECORD
           STRING 'ALREADY ON FILE.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD

           MOVE WS-TOT-GROUPS TO WS-REPORT-COUNT
           MOVE SPACES TO ERROR-REPORT-RECORD
           STRING 'GROUPS REPORTED.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD

           MOVE WS-TOT-REPEATS TO WS-REPORT-COUNT
           MOVE SPACES TO ERROR-REPORT-RECORD
           STRING 'POLICIES LISTED.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD

           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           MOVE SPACES TO ERROR-REPORT-RECORD
           STRING 'ERRORS................: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERROR-REPORT-RECORD
           WRITE ERROR-REPORT-RECORD

           IF WS-PARM-STATUS = '00'
               CLOSE PARM-FILE
           END-IF
           IF WS-LOG-STATUS = '00' OR WS-LOG-STATUS = '10'
               CLOSE LOG-FILE
           END-IF
           CLOSE ERROR-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGERRRP1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-LOADED TO RS-RECS-OUT
              MOVE WS-TOT-ERRORS TO RS-RECS-ERROR
              MOVE WS-TOT-ON-FILE TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
