       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGXFRNT1.
      *----------------------------------------------------------------*
      * Nightly change-of-policyholder notices.  Every transfer taken  *
      * online ('27TXFR') is filed on POLXFER by LGAPDB01 at status    *
      * 'N'.  This job writes two notices for each onto XFRNOT for     *
      * LGCORR1 to post - one to the holder the policy left ('O'),     *
      * one to the holder it now belongs to ('I'), each naming the     *
      * other party and the date the transfer took effect - and marks  *
      * the transfer notified ('S').  XFRRPT lists the night's         *
      * transfers with control totals.  A transfer is marked before    *
      * its notices are written, so one that can't be marked is left   *
      * at 'N' for the next night with nothing posted twice.           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFR-NOTICE-FILE ASSIGN TO XFRNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT XFR-REPORT-FILE ASSIGN TO XFRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One notice per holder per transfer, read by LGCORR1 -
      * direction 'O' to the old holder, 'I' to the new.
       FD  XFR-NOTICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  XFR-NOTICE-RECORD.
           05 XN-POLICY-NUM         PIC X(10).
           05 XN-CUSTOMER-NUM       PIC X(10).
           05 XN-DIRECTION          PIC X.
              88 XN-OUTGOING            VALUE 'O'.
              88 XN-INCOMING            VALUE 'I'.
           05 XN-OTHER-CUSTNUM      PIC X(10).
           05 XN-EFF-DATE           PIC X(10).
           05 XN-POLICY-TYPE        PIC X.
           05 FILLER                PIC X(18).

       FD  XFR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  XFR-REPORT-RECORD        PIC X(80).

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

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-NOTIFIED       PIC 9(7) VALUE 0.
           05 WS-TOT-NOTICES        PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-POLICY         PIC 9(10).
       01  WS-REPORT-FROM           PIC 9(10).
       01  WS-REPORT-TO             PIC 9(10).

       01  DB2-XFR-FIELDS.
           05 DB2-XFERID-INT        PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-FROMCUST-INT      PIC S9(9) COMP.
           05 DB2-TOCUST-INT        PIC S9(9) COMP.
           05 DB2-POLICY-TYPE       PIC X.
           05 DB2-EFF-DATE          PIC X(10).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Transfers not yet notified, in the order they were taken.
           EXEC SQL
             DECLARE XFR-CSR CURSOR FOR
               SELECT XFERID, POLICYNUMBER, FROMCUSTOMER,
                      TOCUSTOMER, POLICYTYPE, CHAR(EFFDATE, ISO)
                 FROM POLXFER
                WHERE STATUS = 'N'
                ORDER BY XFERID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN OUTPUT XFR-NOTICE-FILE
           OPEN OUTPUT XFR-REPORT-FILE

           MOVE SPACES TO XFR-REPORT-RECORD
           STRING 'CHANGE OF POLICYHOLDER NOTICES - RUN DATE '
                  WS-RS-RUN-DATE
               DELIMITED BY SIZE INTO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD
           MOVE SPACES TO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD
           MOVE 'POLICY     T FROM       TO         EFFECTIVE'
               TO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD

           EXEC SQL
             OPEN XFR-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESS.
           EXEC SQL
             FETCH XFR-CSR
              INTO :DB2-XFERID-INT, :DB2-POLICYNUM-INT,
                   :DB2-FROMCUST-INT, :DB2-TOCUST-INT,
                   :DB2-POLICY-TYPE, :DB2-EFF-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-READ

           EXEC SQL
             UPDATE POLXFER
                SET STATUS       = 'S',
                    NOTIFIEDDATE = CURRENT DATE
              WHERE XFERID = :DB2-XFERID-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'POLXFER UPDATE SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               ADD 1 TO WS-TOT-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-NOTIFIED

           MOVE DB2-POLICYNUM-INT TO WS-REPORT-POLICY
           MOVE DB2-FROMCUST-INT  TO WS-REPORT-FROM
           MOVE DB2-TOCUST-INT    TO WS-REPORT-TO

      *    Old holder first - the notice that the cover has gone.
           MOVE SPACES TO XFR-NOTICE-RECORD
           MOVE WS-REPORT-POLICY TO XN-POLICY-NUM
           MOVE WS-REPORT-FROM   TO XN-CUSTOMER-NUM
           MOVE 'O'              TO XN-DIRECTION
           MOVE WS-REPORT-TO     TO XN-OTHER-CUSTNUM
           MOVE DB2-EFF-DATE     TO XN-EFF-DATE
           MOVE DB2-POLICY-TYPE  TO XN-POLICY-TYPE
           WRITE XFR-NOTICE-RECORD
           ADD 1 TO WS-TOT-NOTICES

           MOVE WS-REPORT-TO     TO XN-CUSTOMER-NUM
           MOVE 'I'              TO XN-DIRECTION
           MOVE WS-REPORT-FROM   TO XN-OTHER-CUSTNUM
           WRITE XFR-NOTICE-RECORD
           ADD 1 TO WS-TOT-NOTICES

           MOVE SPACES TO XFR-REPORT-RECORD
           STRING WS-REPORT-POLICY ' ' DB2-POLICY-TYPE ' '
                  WS-REPORT-FROM ' ' WS-REPORT-TO ' '
                  DB2-EFF-DATE
               DELIMITED BY SIZE INTO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD
           .
       2000-EXIT.
           EXIT.

       3000-CLOSE.
           EXEC SQL
             CLOSE XFR-CSR
           END-EXEC

           MOVE SPACES TO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD
           MOVE 'CHANGE OF POLICYHOLDER RUN - CONTROL TOTALS'
               TO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD

           MOVE SPACES TO XFR-REPORT-RECORD
           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           STRING 'TRANSFERS READ......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD

           MOVE SPACES TO XFR-REPORT-RECORD
           MOVE WS-TOT-NOTIFIED TO WS-REPORT-COUNT
           STRING 'TRANSFERS NOTIFIED..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD

           MOVE SPACES TO XFR-REPORT-RECORD
           MOVE WS-TOT-NOTICES TO WS-REPORT-COUNT
           STRING 'NOTICES WRITTEN.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD

           MOVE SPACES TO XFR-REPORT-RECORD
           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           STRING 'ERRORS..............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO XFR-REPORT-RECORD
           WRITE XFR-REPORT-RECORD

           CLOSE XFR-NOTICE-FILE
           CLOSE XFR-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGXFRNT1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-NOTICES TO RS-RECS-OUT
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
