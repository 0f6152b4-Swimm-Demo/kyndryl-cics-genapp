       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCATEM1.
      *----------------------------------------------------------------*
      * Catastrophe bind embargo - sync and report.  While a storm or  *
      * flood is forecast or underway brokers rush to bind cover in    *
      * its path; the online add, amend and quote-convert paths refuse *
      * new or increased house and commercial cover in any postcode    *
      * prefix with an active embargo on CATEMBARGO (LGAPDB01          *
      * P185-CAT-EMBARGO).  This job keeps CATEMBARGO in step with the *
      * CATEVENT feed of live events, the same feed LGCATWX1 alerts    *
      * exposures from:                                                *
      *                                                                *
      *   - an event and prefix on the feed with no embargo opens one, *
      *     and one lifted earlier and back on the feed re-opens;      *
      *   - an active embargo whose event and prefix are no longer on  *
      *     the feed has closed - the embargo is lifted and the        *
      *     online chain binds there again from that moment.           *
      *                                                                *
      * A feed that cannot be read, or holds more events than the      *
      * table below, lifts nothing - an embargo only ever lifts on a   *
      * complete picture of what is still live.                        *
      *                                                                *
      * The report then lists, embargo by embargo, every attempt the   *
      * online chain filed on EMBARGOLOG while it stood - refused, or  *
      * bound under an underwriter's override - for every embargo      *
      * still active or lifted in the last N days.  EMBPARM, when      *
      * present, gives N (7 when absent).                              *
      *                                                                *
      * Run after the CATEVENT feed lands, ahead of LGCATWX1.          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO EMBPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EVENT-FILE ASSIGN TO CATEVENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT EMBARGO-REPORT-FILE ASSIGN TO EMBRPT
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
           05 EP-REPORT-DAYS        PIC X(3).
           05 FILLER                PIC X(77).

      * One row per active catastrophe/weather event and postcode
      * prefix - the LGCATWX1 layout.
       FD  EVENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  EVENT-RECORD.
           05 EV-EVENT-ID           PIC X(8).
           05 EV-EVENT-TYPE         PIC X(10).
           05 EV-POSTCODE-PREFIX    PIC X(4).
           05 EV-SEVERITY           PIC 9(2).
           05 FILLER                PIC X(16).

       FD  EMBARGO-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  EMBARGO-REPORT-RECORD    PIC X(100).

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
           05 WS-EVENT-STATUS       PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EVENT-EOF             PIC X VALUE 'N'.
       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-EMB-EOF               PIC X VALUE 'N'.
       01  WS-ATT-EOF               PIC X VALUE 'N'.

      * Set to 'N' when the feed can't be trusted to be complete -
      * nothing is lifted on a partial picture.
       01  WS-FEED-COMPLETE         PIC X VALUE 'Y'.

       01  WS-REPORT-DAYS           PIC 9(3) VALUE 7.

      * Live events are few, so the feed is held in memory and every
      * active embargo checked against it - the load-once shape
      * LGCATWX1 uses for the same file.
       01  WS-EVENT-TABLE.
           03 WS-EVT-ENTRY OCCURS 200 TIMES.
              05 WS-EVT-ID          PIC X(8).
              05 WS-EVT-TYPE        PIC X(10).
              05 WS-EVT-PREFIX      PIC X(4).
              05 WS-EVT-SEVERITY    PIC 9(2).
       01  WS-EVENT-MAX             PIC 9(4) COMP VALUE 200.
       01  WS-EVENT-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-EVT-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-EVT-FOUND             PIC X VALUE 'N'.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-SEVERITY-ED           PIC Z9.

      * One report line per attempt filed during an embargo.
       01  WS-ATTEMPT-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-AT-LOGGED          PIC X(19).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AT-REQUEST         PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AT-CUSTOMER-NUM    PIC 9(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AT-POLICY-NUM      PIC 9(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AT-POSTCODE        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AT-SUM-INSURED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AT-USERID          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AT-OUTCOME         PIC X(10).

       01  DB2-EMB-FIELDS.
           05 DB2-EVENTID           PIC X(8).
           05 DB2-PREFIX            PIC X(4).
           05 DB2-EVENTTYPE         PIC X(10).
           05 DB2-SEVERITY-SINT     PIC S9(4) COMP.
           05 DB2-STATUS            PIC X.
           05 DB2-OPENED            PIC X(26).
           05 DB2-CLOSED            PIC X(26).
           05 DB2-DAYS-SINT         PIC S9(4) COMP.
           05 DB2-LOGGED            PIC X(26).
           05 DB2-REQUESTID         PIC X(6).
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-SUMINSURED-INT    PIC S9(9) COMP.
           05 DB2-OUTCOME           PIC X.
           05 DB2-USERID            PIC X(8).

       01  WS-EMBARGO-TOTALS.
           05 WS-EMB-REFUSED        PIC 9(7) VALUE 0.
           05 WS-EMB-OVERRIDDEN     PIC 9(7) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-EVENTS         PIC 9(7) VALUE 0.
           05 WS-TOT-SKIPPED        PIC 9(7) VALUE 0.
           05 WS-TOT-OPENED         PIC 9(7) VALUE 0.
           05 WS-TOT-REOPENED       PIC 9(7) VALUE 0.
           05 WS-TOT-CONTINUING     PIC 9(7) VALUE 0.
           05 WS-TOT-LIFTED         PIC 9(7) VALUE 0.
           05 WS-TOT-REPORTED       PIC 9(7) VALUE 0.
           05 WS-TOT-REFUSED        PIC 9(7) VALUE 0.
           05 WS-TOT-OVERRIDDEN     PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Every embargo standing when the scan opens - checked
      *    against the feed, and lifted when it has gone from it.
           EXEC SQL
             DECLARE ACTIVE-CSR CURSOR FOR
               SELECT EVENTID, POSTCODEPREFIX
                 FROM CATEMBARGO
                WHERE STATUS = 'A'
                ORDER BY EVENTID, POSTCODEPREFIX
           END-EXEC.

      *    The embargoes the report covers - active, or lifted inside
      *    the report window.
           EXEC SQL
             DECLARE EMBARGO-CSR CURSOR FOR
               SELECT EVENTID, POSTCODEPREFIX, EVENTTYPE, SEVERITY,
                      STATUS, CHAR(OPENEDTS),
                      COALESCE(CHAR(CLOSEDTS), ' ')
                 FROM CATEMBARGO
                WHERE STATUS = 'A'
                   OR CLOSEDTS >= CURRENT TIMESTAMP
                                  - :DB2-DAYS-SINT DAYS
                ORDER BY EVENTID, POSTCODEPREFIX
           END-EXEC.

      *    The attempts filed against one embargo while it stood -
      *    an event that has been lifted and re-opened reports only
      *    its current spell.
           EXEC SQL
             DECLARE ATTEMPT-CSR CURSOR FOR
               SELECT CHAR(L.LOGGEDTS), L.REQUESTID,
                      L.CUSTOMERNUMBER, L.POLICYNUMBER, L.POSTCODE,
                      L.SUMINSURED, L.OUTCOME, L.USERID
                 FROM EMBARGOLOG L, CATEMBARGO E
                WHERE E.EVENTID        = :DB2-EVENTID
                  AND E.POSTCODEPREFIX = :DB2-PREFIX
                  AND L.EVENTID        = E.EVENTID
                  AND UPPER(SUBSTR(L.POSTCODE, 1, 4))
                                       = E.POSTCODEPREFIX
                  AND L.LOGGEDTS      >= E.OPENEDTS
                  AND (E.CLOSEDTS IS NULL
                       OR L.LOGGEDTS <= E.CLOSEDTS)
                ORDER BY L.LOGGEDTS
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-SYNC-EVENT THRU 2000-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > WS-EVENT-COUNT
           IF WS-FEED-COMPLETE = 'Y'
               PERFORM 2500-OPEN-ACTIVE-SCAN
               PERFORM 2600-FETCH-ACTIVE THRU 2600-EXIT
                   UNTIL WS-SQL-EOF = 'Y'
           END-IF
           PERFORM 3000-OPEN-EMBARGO-SCAN
           PERFORM 3100-FETCH-EMBARGO THRU 3100-EXIT
               UNTIL WS-EMB-EOF = 'Y'
           PERFORM 4000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN INPUT  PARM-FILE
                OUTPUT EMBARGO-REPORT-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF EP-REPORT-DAYS IS NUMERIC
                  AND EP-REPORT-DAYS NOT = '000'
                   MOVE EP-REPORT-DAYS TO WS-REPORT-DAYS
               END-IF
           END-IF
           MOVE WS-REPORT-DAYS TO DB2-DAYS-SINT

           MOVE 'CATASTROPHE BIND EMBARGO - SYNC AND ATTEMPTS REPORT'
               TO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'CATEVENT OPEN ERROR: ' WS-EVENT-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-FEED-COMPLETE
               MOVE 'CATEVENT NOT READ - NO EMBARGO LIFTED THIS RUN'
                   TO EMBARGO-REPORT-RECORD
               WRITE EMBARGO-REPORT-RECORD
               MOVE SPACES TO EMBARGO-REPORT-RECORD
           ELSE
               PERFORM 1100-LOAD-EVENT-TABLE
           END-IF.

      *----------------------------------------------------------------*
      * The feed into memory.  An event with no prefix can never be    *
      * matched online and is passed over; more events than the table  *
      * holds means the picture is incomplete.                         *
      *----------------------------------------------------------------*
       1100-LOAD-EVENT-TABLE.
           PERFORM 1110-READ-EVENT
           PERFORM UNTIL WS-EVENT-EOF = 'Y'
               ADD 1 TO WS-TOT-EVENTS
               EVALUATE TRUE
                 WHEN EV-POSTCODE-PREFIX = SPACES
                   ADD 1 TO WS-TOT-SKIPPED
                 WHEN WS-EVENT-COUNT NOT < WS-EVENT-MAX
                   ADD 1 TO WS-TOT-SKIPPED
                   MOVE 'N' TO WS-FEED-COMPLETE
                 WHEN OTHER
                   ADD 1 TO WS-EVENT-COUNT
                   MOVE EV-EVENT-ID   TO WS-EVT-ID(WS-EVENT-COUNT)
                   MOVE EV-EVENT-TYPE TO WS-EVT-TYPE(WS-EVENT-COUNT)
                   MOVE FUNCTION UPPER-CASE(EV-POSTCODE-PREFIX)
                                      TO WS-EVT-PREFIX(WS-EVENT-COUNT)
                   IF EV-SEVERITY IS NUMERIC
                       MOVE EV-SEVERITY
                                      TO WS-EVT-SEVERITY(WS-EVENT-COUNT)
                   ELSE
                       MOVE 0         TO WS-EVT-SEVERITY(WS-EVENT-COUNT)
                   END-IF
               END-EVALUATE
               PERFORM 1110-READ-EVENT
           END-PERFORM
           CLOSE EVENT-FILE
           IF WS-FEED-COMPLETE NOT = 'Y'
               DISPLAY 'CATEVENT HOLDS MORE THAN ' WS-EVENT-MAX
                       ' EVENTS - NO EMBARGO LIFTED'
               MOVE 8 TO RETURN-CODE
               MOVE 'CATEVENT OVER TABLE LIMIT - NO EMBARGO LIFTED'
                   TO EMBARGO-REPORT-RECORD
               WRITE EMBARGO-REPORT-RECORD
               MOVE SPACES TO EMBARGO-REPORT-RECORD
           END-IF.

       1110-READ-EVENT.
           READ EVENT-FILE
               AT END MOVE 'Y' TO WS-EVENT-EOF
           END-READ.

      *----------------------------------------------------------------*
      * One event and prefix off the feed.  No embargo yet opens one;  *
      * one lifted earlier re-opens from now; one already standing     *
      * takes the feed's current type and severity.                    *
      *----------------------------------------------------------------*
       2000-SYNC-EVENT.
           MOVE WS-EVT-ID(WS-EVT-SUB)       TO DB2-EVENTID
           MOVE WS-EVT-PREFIX(WS-EVT-SUB)   TO DB2-PREFIX
           MOVE WS-EVT-TYPE(WS-EVT-SUB)     TO DB2-EVENTTYPE
           MOVE WS-EVT-SEVERITY(WS-EVT-SUB) TO DB2-SEVERITY-SINT

           EXEC SQL
             SELECT STATUS
               INTO :DB2-STATUS
               FROM CATEMBARGO
              WHERE EVENTID        = :DB2-EVENTID
                AND POSTCODEPREFIX = :DB2-PREFIX
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACE TO DB2-STATUS
             WHEN OTHER
               DISPLAY 'CATEMBARGO SELECT SQLCODE: ' SQLCODE
                       ' EVENT ' DB2-EVENTID
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2000-EXIT
           END-EVALUATE

           EVALUATE DB2-STATUS
             WHEN SPACE
               EXEC SQL
                 INSERT INTO CATEMBARGO
                           ( EVENTID,
                             POSTCODEPREFIX,
                             EVENTTYPE,
                             SEVERITY,
                             STATUS,
                             OPENEDTS,
                             CLOSEDTS )
                    VALUES ( :DB2-EVENTID,
                             :DB2-PREFIX,
                             :DB2-EVENTTYPE,
                             :DB2-SEVERITY-SINT,
                             'A',
                             CURRENT TIMESTAMP,
                             NULL )
               END-EXEC
             WHEN 'C'
               EXEC SQL
                 UPDATE CATEMBARGO
                    SET EVENTTYPE = :DB2-EVENTTYPE,
                        SEVERITY  = :DB2-SEVERITY-SINT,
                        STATUS    = 'A',
                        OPENEDTS  = CURRENT TIMESTAMP,
                        CLOSEDTS  = NULL
                  WHERE EVENTID        = :DB2-EVENTID
                    AND POSTCODEPREFIX = :DB2-PREFIX
               END-EXEC
             WHEN OTHER
               EXEC SQL
                 UPDATE CATEMBARGO
                    SET EVENTTYPE = :DB2-EVENTTYPE,
                        SEVERITY  = :DB2-SEVERITY-SINT
                  WHERE EVENTID        = :DB2-EVENTID
                    AND POSTCODEPREFIX = :DB2-PREFIX
               END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0
               DISPLAY 'CATEMBARGO SYNC SQLCODE: ' SQLCODE
                       ' EVENT ' DB2-EVENTID
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2000-EXIT
           END-IF

           EVALUATE DB2-STATUS
             WHEN SPACE
               ADD 1 TO WS-TOT-OPENED
               STRING 'EMBARGO OPENED   ' DB2-EVENTID ' PREFIX '
                      DB2-PREFIX '  ' DB2-EVENTTYPE
                   DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
               WRITE EMBARGO-REPORT-RECORD
               MOVE SPACES TO EMBARGO-REPORT-RECORD
             WHEN 'C'
               ADD 1 TO WS-TOT-REOPENED
               STRING 'EMBARGO RE-OPENED ' DB2-EVENTID ' PREFIX '
                      DB2-PREFIX '  ' DB2-EVENTTYPE
                   DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
               WRITE EMBARGO-REPORT-RECORD
               MOVE SPACES TO EMBARGO-REPORT-RECORD
             WHEN OTHER
               ADD 1 TO WS-TOT-CONTINUING
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The embargoes standing, checked against the feed just loaded.  *
      *----------------------------------------------------------------*
       2500-OPEN-ACTIVE-SCAN.
           EXEC SQL
             OPEN ACTIVE-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ACTIVE-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF.

      *----------------------------------------------------------------*
      * An embargo whose event and prefix have left the feed is        *
      * lifted - the event has closed.                                 *
      *----------------------------------------------------------------*
       2600-FETCH-ACTIVE.
           EXEC SQL
             FETCH ACTIVE-CSR
              INTO :DB2-EVENTID, :DB2-PREFIX
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'ACTIVE-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE ACTIVE-CSR
               END-EXEC
               GO TO 2600-EXIT
           END-IF

           MOVE 'N' TO WS-EVT-FOUND
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
             UNTIL WS-EVT-SUB > WS-EVENT-COUNT
                OR WS-EVT-FOUND = 'Y'
               IF WS-EVT-ID(WS-EVT-SUB)     = DB2-EVENTID
                  AND WS-EVT-PREFIX(WS-EVT-SUB) = DB2-PREFIX
                   MOVE 'Y' TO WS-EVT-FOUND
               END-IF
           END-PERFORM
           IF WS-EVT-FOUND = 'Y'
               GO TO 2600-EXIT
           END-IF

           EXEC SQL
             UPDATE CATEMBARGO
                SET STATUS   = 'C',
                    CLOSEDTS = CURRENT TIMESTAMP
              WHERE EVENTID        = :DB2-EVENTID
                AND POSTCODEPREFIX = :DB2-PREFIX
                AND STATUS         = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CATEMBARGO LIFT SQLCODE: ' SQLCODE
                       ' EVENT ' DB2-EVENTID
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2600-EXIT
           END-IF
           IF SQLCODE = 100 OR SQLERRD(3) = 0
               GO TO 2600-EXIT
           END-IF

           ADD 1 TO WS-TOT-LIFTED
           STRING 'EMBARGO LIFTED   ' DB2-EVENTID ' PREFIX '
                  DB2-PREFIX ' - EVENT CLOSED'
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           .
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The report proper - embargo by embargo, the attempts filed     *
      * while it stood.                                                *
      *----------------------------------------------------------------*
       3000-OPEN-EMBARGO-SCAN.
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           STRING 'ATTEMPTS DURING EMBARGOES ACTIVE OR LIFTED IN THE '
                  'LAST ' WS-REPORT-DAYS ' DAYS'
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           MOVE SPACES TO EMBARGO-REPORT-RECORD

           EXEC SQL
             OPEN EMBARGO-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'EMBARGO-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EMB-EOF
           END-IF.

       3100-FETCH-EMBARGO.
           EXEC SQL
             FETCH EMBARGO-CSR
              INTO :DB2-EVENTID, :DB2-PREFIX, :DB2-EVENTTYPE,
                   :DB2-SEVERITY-SINT, :DB2-STATUS, :DB2-OPENED,
                   :DB2-CLOSED
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'EMBARGO-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-EMB-EOF
               EXEC SQL
                 CLOSE EMBARGO-CSR
               END-EXEC
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-TOT-REPORTED
           MOVE 0 TO WS-EMB-REFUSED
           MOVE 0 TO WS-EMB-OVERRIDDEN

           MOVE SPACES TO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           MOVE DB2-SEVERITY-SINT TO WS-SEVERITY-ED
           IF DB2-STATUS = 'A'
               STRING 'EVENT ' DB2-EVENTID '  PREFIX ' DB2-PREFIX
                      '  ' DB2-EVENTTYPE ' SEV ' WS-SEVERITY-ED
                      '  OPENED ' DB2-OPENED(1:16)
                      '  STILL ACTIVE'
                   DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           ELSE
               STRING 'EVENT ' DB2-EVENTID '  PREFIX ' DB2-PREFIX
                      '  ' DB2-EVENTTYPE ' SEV ' WS-SEVERITY-ED
                      '  OPENED ' DB2-OPENED(1:16)
                      '  LIFTED ' DB2-CLOSED(1:16)
                   DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           END-IF
           WRITE EMBARGO-REPORT-RECORD
           MOVE SPACES TO EMBARGO-REPORT-RECORD

           EXEC SQL
             OPEN ATTEMPT-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ATTEMPT-CSR OPEN SQLCODE: ' SQLCODE
                       ' EVENT ' DB2-EVENTID
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 3100-EXIT
           END-IF
           MOVE 'N' TO WS-ATT-EOF
           PERFORM 3200-FETCH-ATTEMPT THRU 3200-EXIT
               UNTIL WS-ATT-EOF = 'Y'

           MOVE WS-EMB-REFUSED TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING '    REFUSED.............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           MOVE WS-EMB-OVERRIDDEN TO WS-REPORT-COUNT
           STRING '    OVERRIDDEN..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           .
       3100-EXIT.
           EXIT.

       3200-FETCH-ATTEMPT.
           EXEC SQL
             FETCH ATTEMPT-CSR
              INTO :DB2-LOGGED, :DB2-REQUESTID, :DB2-CUSTOMERNUM-INT,
                   :DB2-POLICYNUM-INT, :DB2-POSTCODE,
                   :DB2-SUMINSURED-INT, :DB2-OUTCOME, :DB2-USERID
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'ATTEMPT-CSR FETCH SQLCODE: ' SQLCODE
                           ' EVENT ' DB2-EVENTID
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-ERRORS
               END-IF
               MOVE 'Y' TO WS-ATT-EOF
               EXEC SQL
                 CLOSE ATTEMPT-CSR
               END-EXEC
               GO TO 3200-EXIT
           END-IF

           IF WS-EMB-REFUSED = 0 AND WS-EMB-OVERRIDDEN = 0
               MOVE '    LOGGED               REQ     CUSTOMER'
                   TO EMBARGO-REPORT-RECORD
               MOVE 'POLICY' TO EMBARGO-REPORT-RECORD(46:6)
               MOVE 'POSTCODE  SUM INSURED  USER      OUTCOME'
                   TO EMBARGO-REPORT-RECORD(58:40)
               WRITE EMBARGO-REPORT-RECORD
               MOVE SPACES TO EMBARGO-REPORT-RECORD
           END-IF

           MOVE DB2-LOGGED(1:19)    TO WS-AT-LOGGED
           MOVE DB2-REQUESTID       TO WS-AT-REQUEST
           MOVE DB2-CUSTOMERNUM-INT TO WS-AT-CUSTOMER-NUM
           MOVE DB2-POLICYNUM-INT   TO WS-AT-POLICY-NUM
           MOVE DB2-POSTCODE        TO WS-AT-POSTCODE
           MOVE DB2-SUMINSURED-INT  TO WS-AT-SUM-INSURED
           MOVE DB2-USERID          TO WS-AT-USERID
           IF DB2-OUTCOME = 'O'
               MOVE 'OVERRIDDEN' TO WS-AT-OUTCOME
               ADD 1 TO WS-EMB-OVERRIDDEN
               ADD 1 TO WS-TOT-OVERRIDDEN
           ELSE
               MOVE 'REFUSED'    TO WS-AT-OUTCOME
               ADD 1 TO WS-EMB-REFUSED
               ADD 1 TO WS-TOT-REFUSED
           END-IF
           MOVE WS-ATTEMPT-LINE TO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           .
       3200-EXIT.
           EXIT.

       4000-CLOSE.
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           MOVE 'CATASTROPHE BIND EMBARGO - CONTROL TOTALS'
               TO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD
           MOVE SPACES TO EMBARGO-REPORT-RECORD

           MOVE WS-TOT-EVENTS TO WS-REPORT-COUNT
           STRING 'EVENTS ON FEED........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           MOVE WS-TOT-SKIPPED TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING 'EVENTS PASSED OVER....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           MOVE WS-TOT-OPENED TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING 'EMBARGOES OPENED......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           MOVE WS-TOT-REOPENED TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING 'EMBARGOES RE-OPENED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           MOVE WS-TOT-CONTINUING TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING 'EMBARGOES CONTINUING..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           MOVE WS-TOT-LIFTED TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING 'EMBARGOES LIFTED......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           MOVE WS-TOT-REPORTED TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING 'EMBARGOES REPORTED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           MOVE WS-TOT-REFUSED TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING 'ATTEMPTS REFUSED......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           MOVE WS-TOT-OVERRIDDEN TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING 'ATTEMPTS OVERRIDDEN...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           MOVE SPACES TO EMBARGO-REPORT-RECORD
           STRING 'ERRORS................: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EMBARGO-REPORT-RECORD
           WRITE EMBARGO-REPORT-RECORD

           IF WS-PARM-STATUS = '00'
               CLOSE PARM-FILE
           END-IF
           CLOSE EMBARGO-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGCATEM1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-EVENTS TO RS-RECS-IN
              MOVE WS-TOT-REFUSED TO RS-RECS-OUT
              MOVE WS-TOT-ERRORS TO RS-RECS-ERROR
              MOVE WS-TOT-SKIPPED TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
