       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDEFRS1.
      *----------------------------------------------------------------*
      * Deferred update queue - replay failures report.  While the     *
      * online chain is in inquiry-only mode (LGSYSCTL) LGAPOL01 takes *
      * adds, amends and claim notifications onto the LGDEFERQ queue   *
      * and hands the caller a deferred reference; LGDEFRP1 replays    *
      * them through the normal chain once the window closes.  An item *
      * the chain then turns down was accepted at the counter but      *
      * never applied - somebody has to ring the customer.  This job   *
      * lists every item that failed replay in the last N days with    *
      * the return code the chain gave it and the customer's contact   *
      * details, and totals the whole queue: applied, failed, and      *
      * still waiting.  DFRPARM, when present, gives N (1 when         *
      * absent - the overnight replay just run).                       *
      *                                                                *
      * Run after LGDEFRP1.                                            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DFRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DEFERQ-FILE ASSIGN TO LGDEFERQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DQ-KEY
               FILE STATUS IS WS-DEFERQ-STATUS.
           SELECT DEFER-REPORT-FILE ASSIGN TO DFRRPT
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
           05 DP-REPORT-DAYS        PIC X(3).
           05 FILLER                PIC X(77).

      * The deferred update queue itself - see LGDEFERQ.
       FD  DEFERQ-FILE.
           COPY LGDEFERQ.

       FD  DEFER-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DEFER-REPORT-RECORD      PIC X(100).

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
           05 WS-DEFERQ-STATUS      PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-DEFERQ-EOF            PIC X VALUE 'N'.
       01  WS-REPORT-DAYS           PIC 9(3) VALUE 1.
       01  WS-CUSTOMER-NUM          PIC 9(10) VALUE 0.

      * Today's date as DB2 wants it, to work the report window from.
       01  WS-RUN-DATE-PARTS.
           05 WS-RD-YEAR            PIC 9(4).
           05 WS-RD-MONTH           PIC 9(2).
           05 WS-RD-DAY             PIC 9(2).

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

      * One report line per failed item, the contact line under it.
       01  WS-FAILED-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-REFERENCE       PIC 9(9).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-REQUEST         PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-CUSTOMER-NUM    PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-POLICY-NUM      PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-QUEUED-DATE     PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-FL-QUEUED-TIME     PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-REPLAY-DATE     PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-RESULT-CODE     PIC X(2).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-FL-OPERATOR        PIC X(3).

       01  DB2-DEFER-FIELDS.
           05 DB2-DAYS-SINT         PIC S9(4) COMP.
           05 DB2-TODAY-DATE        PIC X(10).
           05 DB2-CUTOFF-DATE       PIC X(10).
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-NAME              PIC X(40).
           05 DB2-PHONE             PIC X(15).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-APPLIED        PIC 9(7) VALUE 0.
           05 WS-TOT-FAILED         PIC 9(7) VALUE 0.
           05 WS-TOT-LISTED         PIC 9(7) VALUE 0.
           05 WS-TOT-QUEUED         PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           IF WS-DEFERQ-STATUS = '00'
               PERFORM 2000-READ-ITEM THRU 2000-EXIT
                   UNTIL WS-DEFERQ-EOF = 'Y'
           END-IF
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN INPUT  PARM-FILE
                OUTPUT DEFER-REPORT-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF DP-REPORT-DAYS IS NUMERIC
                  AND DP-REPORT-DAYS NOT = '000'
                   MOVE DP-REPORT-DAYS TO WS-REPORT-DAYS
               END-IF
           END-IF
           MOVE WS-REPORT-DAYS TO DB2-DAYS-SINT

      *    The window is the report days up to and including today.
           MOVE WS-RS-RUN-DATE TO WS-RUN-DATE-PARTS
           MOVE SPACES TO DB2-TODAY-DATE
           STRING WS-RD-YEAR '-' WS-RD-MONTH '-' WS-RD-DAY
               DELIMITED BY SIZE INTO DB2-TODAY-DATE
           EXEC SQL
             SELECT CHAR(DATE(:DB2-TODAY-DATE)
                         - (:DB2-DAYS-SINT - 1) DAYS, ISO)
               INTO :DB2-CUTOFF-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CUTOFF DATE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE DB2-TODAY-DATE TO DB2-CUTOFF-DATE
           END-IF

           MOVE 'DEFERRED UPDATE QUEUE - REPLAY FAILURES FOR FOLLOW-UP'
               TO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD
           MOVE SPACES TO DEFER-REPORT-RECORD
           STRING 'ITEMS FAILED REPLAY FROM ' DB2-CUTOFF-DATE
                  ' TO ' DB2-TODAY-DATE
               DELIMITED BY SIZE INTO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD
           MOVE SPACES TO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD

           OPEN INPUT DEFERQ-FILE
           IF WS-DEFERQ-STATUS NOT = '00'
               DISPLAY 'LGDEFERQ OPEN ERROR: ' WS-DEFERQ-STATUS
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               MOVE 'LGDEFERQ NOT READ - NO ITEMS REPORTED'
                   TO DEFER-REPORT-RECORD
               WRITE DEFER-REPORT-RECORD
               MOVE SPACES TO DEFER-REPORT-RECORD
           ELSE
               MOVE '  REFERENCE  REQ     CUSTOMER    POLICY'
                   TO DEFER-REPORT-RECORD
               MOVE 'QUEUED               REPLAYED    RC   OPR'
                   TO DEFER-REPORT-RECORD(46:41)
               WRITE DEFER-REPORT-RECORD
               MOVE SPACES TO DEFER-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * The queue in reference order.  Every item counts toward the    *
      * totals; a failure replayed inside the window is listed.        *
      *----------------------------------------------------------------*
       2000-READ-ITEM.
           READ DEFERQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEFERQ-EOF
                   GO TO 2000-EXIT
           END-READ
           IF WS-DEFERQ-STATUS NOT = '00'
               DISPLAY 'LGDEFERQ READ ERROR: ' WS-DEFERQ-STATUS
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               MOVE 'Y' TO WS-DEFERQ-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-READ

           EVALUATE TRUE
             WHEN DQ-QUEUED
               ADD 1 TO WS-TOT-QUEUED
               GO TO 2000-EXIT
             WHEN DQ-APPLIED
               ADD 1 TO WS-TOT-APPLIED
               GO TO 2000-EXIT
             WHEN DQ-FAILED
               ADD 1 TO WS-TOT-FAILED
             WHEN OTHER
               GO TO 2000-EXIT
           END-EVALUATE

           IF DQ-REPLAY-DATE < DB2-CUTOFF-DATE
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOT-LISTED
           MOVE DQ-REFERENCE      TO WS-FL-REFERENCE
           MOVE DQ-REQUEST-ID     TO WS-FL-REQUEST
           MOVE DQ-CUSTOMER-NUM   TO WS-FL-CUSTOMER-NUM
           MOVE DQ-POLICY-NUM     TO WS-FL-POLICY-NUM
           MOVE DQ-QUEUED-DATE    TO WS-FL-QUEUED-DATE
           MOVE DQ-QUEUED-TIME    TO WS-FL-QUEUED-TIME
           MOVE DQ-REPLAY-DATE    TO WS-FL-REPLAY-DATE
           MOVE DQ-RESULT-CODE    TO WS-FL-RESULT-CODE
           MOVE DQ-OPERATOR       TO WS-FL-OPERATOR
           MOVE WS-FAILED-LINE TO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD
           MOVE SPACES TO DEFER-REPORT-RECORD

           PERFORM 2100-CONTACT-LINE THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Who to ring.  An add for a customer not yet on file carries no *
      * customer number - the operator who keyed it is the lead.       *
      *----------------------------------------------------------------*
       2100-CONTACT-LINE.
           IF DQ-CUSTOMER-NUM IS NOT NUMERIC
              OR DQ-CUSTOMER-NUM = ZERO
               MOVE '             CONTACT: NO CUSTOMER NUMBER ON ITEM'
                   TO DEFER-REPORT-RECORD
               WRITE DEFER-REPORT-RECORD
               MOVE SPACES TO DEFER-REPORT-RECORD
               GO TO 2100-EXIT
           END-IF

           MOVE DQ-CUSTOMER-NUM TO WS-CUSTOMER-NUM
           MOVE WS-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           EXEC SQL
             SELECT CUSTOMERNAME, PHONE
               INTO :DB2-NAME, :DB2-PHONE
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               STRING '             CONTACT: ' DB2-NAME
                      '  PHONE: ' DB2-PHONE
                   DELIMITED BY SIZE INTO DEFER-REPORT-RECORD
             WHEN 100
               MOVE '             CONTACT: CUSTOMER NOT ON FILE'
                   TO DEFER-REPORT-RECORD
             WHEN OTHER
               DISPLAY 'CUSTOMER SELECT SQLCODE: ' SQLCODE
                       ' REFERENCE ' DQ-REFERENCE
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               MOVE '             CONTACT: CUSTOMER NOT READ'
                   TO DEFER-REPORT-RECORD
           END-EVALUATE
           WRITE DEFER-REPORT-RECORD
           MOVE SPACES TO DEFER-REPORT-RECORD
           .
       2100-EXIT.
           EXIT.

       3000-CLOSE.
           MOVE SPACES TO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD
           MOVE 'DEFERRED UPDATE QUEUE - CONTROL TOTALS'
               TO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD
           MOVE SPACES TO DEFER-REPORT-RECORD

           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           STRING 'ITEMS ON QUEUE........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD

           MOVE WS-TOT-APPLIED TO WS-REPORT-COUNT
           MOVE SPACES TO DEFER-REPORT-RECORD
           STRING 'ITEMS APPLIED.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD

           MOVE WS-TOT-FAILED TO WS-REPORT-COUNT
           MOVE SPACES TO DEFER-REPORT-RECORD
           STRING 'ITEMS FAILED..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD

           MOVE WS-TOT-LISTED TO WS-REPORT-COUNT
           MOVE SPACES TO DEFER-REPORT-RECORD
           STRING 'FAILURES LISTED.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD

           MOVE WS-TOT-QUEUED TO WS-REPORT-COUNT
           MOVE SPACES TO DEFER-REPORT-RECORD
           STRING 'ITEMS STILL QUEUED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD

           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           MOVE SPACES TO DEFER-REPORT-RECORD
           STRING 'ERRORS................: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DEFER-REPORT-RECORD
           WRITE DEFER-REPORT-RECORD

           IF WS-PARM-STATUS = '00'
               CLOSE PARM-FILE
           END-IF
           IF WS-DEFERQ-STATUS = '00' OR WS-DEFERQ-STATUS = '10'
               CLOSE DEFERQ-FILE
           END-IF
           CLOSE DEFER-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGDEFRS1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-LISTED TO RS-RECS-OUT
              MOVE WS-TOT-ERRORS TO RS-RECS-ERROR
              MOVE WS-TOT-QUEUED TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
