       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPERSR1.
      *----------------------------------------------------------------*
      * Monthly persistency and retention cohort report.  Every new    *
      * policy - a POLICY row that is not itself a renewal (no         *
      * PRIORPOLICY) - incepted inside the window on PSPARM is         *
      * followed down its renewal chain, term by term, through the     *
      * PRIORPOLICY link LGRENRS1 leaves on each renewed term.  The    *
      * cohort is the inception month; for each cohort the report      *
      * shows the percentage of the business still with us at each     *
      * renewal that has fallen due by the valuation date, split four  *
      * ways:                                                          *
      *   by policy type, by broker (direct business as DIRECT), by    *
      *   payment frequency and by the channel it came in through -    *
      *   terminal, web or bulk quote.                                 *
      * The business lost is broken out by why it went, off the last   *
      * term of each chain:                                            *
      *   DECL  declined by the customer at renewal - LGRENRS1's       *
      *         RENDECL files concatenated on DECLHIST, with the       *
      *         decline reasons totalled at the end of the report      *
      *   LAPS  lapsed for non-payment (POLICYHIST 'L')                *
      *   CANC  cancelled mid-term (POLICYHIST 'C', not reinstated)    *
      *   NREN  not renewed by us (NONRENEWAL 'Y')                     *
      *   NORS  ran to expiry with no renewal and no response          *
      *   INFC  the chain's last term still in force - not a loss      *
      * Policies written before the payment frequency and channel      *
      * were kept on POLICY report under NOT KEPT.                     *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DECLINE-FILE ASSIGN TO DECLHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECLINE-STATUS.
           SELECT PERSISTENCY-REPORT-FILE ASSIGN TO PSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The valuation date - by default the run date - and how many
      * months of inception cohorts to follow back from it, by
      * default 60.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 PS-VALUATION-DATE     PIC 9(8).
           05 PS-COHORT-MONTHS      PIC 9(3).
           05 FILLER                PIC X(69).

      * LGRENRS1's declines, every run's RENDECL concatenated.
       FD  DECLINE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  DECLINE-RECORD.
           05 DC-POLICY-NUM         PIC X(10).
           05 DC-REASON-CODE        PIC X(4).
           05 DC-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(18).

       FD  PERSISTENCY-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PERSISTENCY-REPORT-RECORD PIC X(80).

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
           05 WS-DECLINE-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF-FLAGS.
           05 WS-DECLINE-EOF        PIC X VALUE 'N'.
           05 WS-SQL-EOF            PIC X VALUE 'N'.

      * The valuation date and the first month of the window.
       01  WS-WINDOW-FIELDS.
           05 WS-VALUATION-DATE     PIC 9(8) VALUE 0.
           05 WS-VALUATION-PARTS REDEFINES WS-VALUATION-DATE.
              10 WS-VAL-YEAR        PIC 9(4).
              10 WS-VAL-MONTH       PIC 9(2).
              10 WS-VAL-DAY         PIC 9(2).
           05 WS-COHORT-MONTHS      PIC 9(3) VALUE 60.
           05 WS-START-YEAR         PIC 9(4).
           05 WS-START-MONTH        PIC 9(2).
           05 WS-MONTH-INDEX        PIC 9(6).
           05 WS-VAL-MONTH-INDEX    PIC 9(6).

      *----------------------------------------------------------------*
      * One cell per cohort month and dimension value within each of   *
      * the four splits - section 'T' policy type, 'B' broker, 'F'     *
      * payment frequency, 'C' channel.  WS-CL-REACHED(n) counts the   *
      * chains that got as far as their nth renewal.                   *
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           03 WS-CL-ENTRY OCCURS 5000 TIMES.
              05 WS-CL-SECTION      PIC X.
              05 WS-CL-COHORT       PIC 9(6).
              05 WS-CL-DIMENSION    PIC X(10).
              05 WS-CL-INCEPTED     PIC 9(7) COMP-3.
              05 WS-CL-REACHED      PIC 9(7) COMP-3 OCCURS 6 TIMES.
              05 WS-CL-DECLINED     PIC 9(7) COMP-3.
              05 WS-CL-LAPSED       PIC 9(7) COMP-3.
              05 WS-CL-CANCELLED    PIC 9(7) COMP-3.
              05 WS-CL-NONRENEWED   PIC 9(7) COMP-3.
              05 WS-CL-NO-RESPONSE  PIC 9(7) COMP-3.
              05 WS-CL-IN-FORCE     PIC 9(7) COMP-3.
       01  WS-CELL-USED             PIC 9(4) VALUE 0.
       01  WS-CL-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-LK-SECTION            PIC X.
       01  WS-LK-DIMENSION          PIC X(10).

      * Declines off DECLHIST - a policy declined more than once keeps
      * its latest reason.
       01  WS-DECLINE-TABLE.
           03 WS-DC-ENTRY OCCURS 5000 TIMES.
              05 WS-DC-POLICY-NUM   PIC X(10).
              05 WS-DC-REASON       PIC X(4).
       01  WS-DECLINE-USED          PIC 9(4) VALUE 0.
       01  WS-DC-LK-POLICY-NUM      PIC X(10).
       01  WS-DC-SUB                PIC S9(4) COMP VALUE 0.

      * The declines counted as losses, by reason.
       01  WS-REASON-TABLE.
           03 WS-RN-ENTRY OCCURS 100 TIMES.
              05 WS-RN-REASON       PIC X(4).
              05 WS-RN-COUNT        PIC 9(7) COMP-3.
       01  WS-REASON-USED           PIC 9(3) VALUE 0.
       01  WS-RN-SUB                PIC S9(4) COMP VALUE 0.

      * The chain being walked - the root term's keys, and the last
      * term reached with how it ended.
       01  WS-CHAIN-FIELDS.
           05 WS-CH-COHORT          PIC 9(6).
           05 WS-CH-TYPE            PIC X.
           05 WS-CH-BROKER          PIC X(10).
           05 WS-CH-PAYFREQ         PIC X(10).
           05 WS-CH-CHANNEL         PIC X(10).
           05 WS-CH-RENEWALS        PIC 9(2).
           05 WS-CH-POLICY-NUM      PIC 9(10).
           05 WS-CH-POLICY-KEY REDEFINES WS-CH-POLICY-NUM
                                    PIC X(10).
           05 WS-CH-EXPIRY          PIC 9(8).
           05 WS-CH-NONRENEWAL      PIC X.
           05 WS-CH-ENDING          PIC X(4).
           05 WS-CH-REASON          PIC X(4).
           05 WS-CH-NEXT-FOUND      PIC X.
       01  WS-BROKER-DISPLAY        PIC 9(9).
       01  WS-SECTION-SUB           PIC S9(4) COMP VALUE 0.
       01  WS-RENEWAL-SUB           PIC S9(4) COMP VALUE 0.
       01  WS-SECTION-CODES         PIC X(4) VALUE 'TBFC'.

       01  DB2-PS-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-NEXT-POLICY-INT   PIC S9(9) COMP.
           05 DB2-POLICYTYPE        PIC X.
           05 DB2-BROKERID-INT      PIC S9(9) COMP.
           05 DB2-PAYFREQ           PIC X.
           05 DB2-CHANNEL           PIC X.
           05 DB2-ISSUE-DATE        PIC X(10).
           05 DB2-EXPIRY-DATE       PIC X(10).
           05 DB2-NONRENEWAL        PIC X.
           05 DB2-CHANGETYPE        PIC X.
           05 DB2-WINDOW-START      PIC X(10).
           05 DB2-VALUATION-DATE    PIC X(10).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-DECLINES       PIC 9(7) VALUE 0.
           05 WS-TOT-ROOTS          PIC 9(7) VALUE 0.
           05 WS-TOT-RENEWALS       PIC 9(7) VALUE 0.
           05 WS-TOT-LOST           PIC 9(7) VALUE 0.
           05 WS-TOT-IN-FORCE       PIC 9(7) VALUE 0.
           05 WS-TOT-DROPPED        PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-LOSS           PIC ZZZZ9.
       01  WS-REPORT-PCT            PIC ZZ9.9.
       01  WS-RPT-RATIO             PIC S9(5)V9 COMP-3.
       01  WS-RPT-COHORT            PIC 9(6).
       01  WS-RPT-COHORT-PARTS REDEFINES WS-RPT-COHORT.
           05 WS-RPT-COHORT-YEAR    PIC 9(4).
           05 WS-RPT-COHORT-MONTH   PIC 9(2).
       01  WS-RPT-LINE              PIC X(80).
       01  WS-RPT-POS               PIC S9(4) COMP VALUE 0.
       01  WS-RPT-DUE               PIC 9(6).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    New business incepted in the window - every renewed term
      *    carries its PRIORPOLICY and is reached from its root.
           EXEC SQL
             DECLARE PSROOT-CSR CURSOR FOR
               SELECT POLICYNUMBER, POLICYTYPE,
                      COALESCE(BROKERID, 0),
                      COALESCE(PAYFREQ, ' '), COALESCE(CHANNEL, ' '),
                      ISSUEDATE, EXPIRYDATE,
                      COALESCE(NONRENEWAL, ' ')
                 FROM POLICY
                WHERE COALESCE(PRIORPOLICY, 0) = 0
                  AND ISSUEDATE >= :DB2-WINDOW-START
                  AND ISSUEDATE <= :DB2-VALUATION-DATE
                ORDER BY ISSUEDATE, POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-FOLLOW-COHORTS
           PERFORM 4000-WRITE-SECTION
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > 4
           PERFORM 4600-WRITE-REASONS
           PERFORM 5000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           INITIALIZE WS-CELL-TABLE
                      WS-REASON-TABLE

           OPEN INPUT  PARM-FILE
                INPUT  DECLINE-FILE
                OUTPUT PERSISTENCY-REPORT-FILE

           MOVE WS-RS-RUN-DATE TO WS-VALUATION-DATE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PS-VALUATION-DATE NUMERIC
                          AND PS-VALUATION-DATE > 0
                           MOVE PS-VALUATION-DATE TO WS-VALUATION-DATE
                       END-IF
                       IF PS-COHORT-MONTHS NUMERIC
                          AND PS-COHORT-MONTHS > 0
                           MOVE PS-COHORT-MONTHS TO WS-COHORT-MONTHS
                       END-IF
               END-READ
           END-IF

      *    The window opens on the first of the month WS-COHORT-MONTHS
      *    before the valuation month.
           COMPUTE WS-VAL-MONTH-INDEX =
              WS-VAL-YEAR * 12 + WS-VAL-MONTH - 1
           COMPUTE WS-MONTH-INDEX =
              WS-VAL-MONTH-INDEX - WS-COHORT-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-START-YEAR
               REMAINDER WS-START-MONTH
           ADD 1 TO WS-START-MONTH
           MOVE SPACES TO DB2-WINDOW-START DB2-VALUATION-DATE
           STRING WS-START-YEAR '-' WS-START-MONTH '-01'
               DELIMITED BY SIZE INTO DB2-WINDOW-START
           STRING WS-VAL-YEAR '-' WS-VAL-MONTH '-' WS-VAL-DAY
               DELIMITED BY SIZE INTO DB2-VALUATION-DATE

      *    No decline history leaves every unanswered expiry as no
      *    response - the report still runs, flagged RC 4.
           IF WS-DECLINE-STATUS = '00'
               PERFORM 1100-LOAD-DECLINE THRU 1100-EXIT
                   UNTIL WS-DECLINE-EOF = 'Y'
           ELSE
               DISPLAY 'DECLHIST OPEN STATUS: ' WS-DECLINE-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 'PERSISTENCY AND RETENTION BY INCEPTION COHORT'
               TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           STRING 'VALUED AT ' DB2-VALUATION-DATE
                  '   COHORTS FROM ' DB2-WINDOW-START
               DELIMITED BY SIZE INTO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           MOVE 'R1-R6 PERCENT OF THE COHORT RENEWED AT EACH RENEWAL -'
               TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           MOVE '      BLANK WHERE THE RENEWAL IS NOT YET DUE'
               TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           MOVE 'LOSSES  DECL DECLINED  LAPS LAPSED NON-PAYMENT'
               TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           MOVE '        CANC CANCELLED NREN NOT RENEWED BY US'
               TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           MOVE '        NORS EXPIRED NO RESPONSE  INFC STILL IN FORCE'
               TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD.

       1100-LOAD-DECLINE.
           READ DECLINE-FILE
               AT END MOVE 'Y' TO WS-DECLINE-EOF
               GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-TOT-DECLINES
           MOVE DC-POLICY-NUM TO WS-DC-LK-POLICY-NUM
           PERFORM 9200-FIND-DECLINE
           IF WS-DC-SUB = 0
               IF WS-DECLINE-USED < 5000
                   ADD 1 TO WS-DECLINE-USED
                   MOVE WS-DECLINE-USED TO WS-DC-SUB
                   MOVE DC-POLICY-NUM TO WS-DC-POLICY-NUM(WS-DC-SUB)
               ELSE
                   ADD 1 TO WS-TOT-DROPPED
                   GO TO 1100-EXIT
               END-IF
           END-IF
           MOVE DC-REASON-CODE TO WS-DC-REASON(WS-DC-SUB)
           .
       1100-EXIT.
           EXIT.

       2000-FOLLOW-COHORTS.
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN PSROOT-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PSROOT CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF
           PERFORM 2100-FETCH-ROOT THRU 2100-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           EXEC SQL
             CLOSE PSROOT-CSR
           END-EXEC.

       2100-FETCH-ROOT.
           EXEC SQL
             FETCH PSROOT-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-POLICYTYPE,
                   :DB2-BROKERID-INT, :DB2-PAYFREQ, :DB2-CHANNEL,
                   :DB2-ISSUE-DATE, :DB2-EXPIRY-DATE,
                   :DB2-NONRENEWAL
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'PSROOT FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-TOT-ROOTS

           MOVE DB2-ISSUE-DATE(1:4) TO WS-CH-COHORT(1:4)
           MOVE DB2-ISSUE-DATE(6:2) TO WS-CH-COHORT(5:2)
           MOVE DB2-POLICYTYPE TO WS-CH-TYPE
           PERFORM 2200-DIMENSION-NAMES

           MOVE 0 TO WS-CH-RENEWALS
           PERFORM 2400-TAKE-TERM
           MOVE 'Y' TO WS-CH-NEXT-FOUND
           PERFORM 3000-NEXT-TERM THRU 3000-EXIT
               UNTIL WS-CH-NEXT-FOUND = 'N'
           PERFORM 3200-CLASSIFY-ENDING THRU 3200-EXIT
           PERFORM 3400-POST-CHAIN
           .
       2100-EXIT.
           EXIT.

      * The broker, payment frequency and channel as they read on the
      * report.
       2200-DIMENSION-NAMES.
           IF DB2-BROKERID-INT = 0
               MOVE 'DIRECT' TO WS-CH-BROKER
           ELSE
               MOVE DB2-BROKERID-INT TO WS-BROKER-DISPLAY
               MOVE WS-BROKER-DISPLAY TO WS-CH-BROKER
           END-IF

           EVALUATE DB2-PAYFREQ
             WHEN 'M'
               MOVE 'MONTHLY'    TO WS-CH-PAYFREQ
             WHEN 'Q'
               MOVE 'QUARTERLY'  TO WS-CH-PAYFREQ
             WHEN 'F'
               MOVE 'FINANCED'   TO WS-CH-PAYFREQ
             WHEN 'A'
               MOVE 'ANNUAL'     TO WS-CH-PAYFREQ
             WHEN OTHER
               MOVE 'NOT KEPT'   TO WS-CH-PAYFREQ
           END-EVALUATE

           EVALUATE DB2-CHANNEL
             WHEN 'T'
               MOVE 'TERMINAL'   TO WS-CH-CHANNEL
             WHEN 'W'
               MOVE 'WEB'        TO WS-CH-CHANNEL
             WHEN 'B'
               MOVE 'BULK QUOTE' TO WS-CH-CHANNEL
             WHEN OTHER
               MOVE 'NOT KEPT'   TO WS-CH-CHANNEL
           END-EVALUATE.

      * The term just read becomes the chain's latest.
       2400-TAKE-TERM.
           MOVE DB2-POLICYNUM-INT TO WS-CH-POLICY-NUM
           MOVE DB2-EXPIRY-DATE(1:4) TO WS-CH-EXPIRY(1:4)
           MOVE DB2-EXPIRY-DATE(6:2) TO WS-CH-EXPIRY(5:2)
           MOVE DB2-EXPIRY-DATE(9:2) TO WS-CH-EXPIRY(7:2)
           MOVE DB2-NONRENEWAL TO WS-CH-NONRENEWAL.

      *----------------------------------------------------------------*
      * One step down the chain - the term LGRENRS1 bound to renew the *
      * chain's latest.  The report follows six renewals; a longer     *
      * chain still ends on its real last term.                        *
      *----------------------------------------------------------------*
       3000-NEXT-TERM.
           MOVE WS-CH-POLICY-NUM TO DB2-POLICYNUM-INT
           EXEC SQL
             SELECT POLICYNUMBER, EXPIRYDATE,
                    COALESCE(NONRENEWAL, ' ')
               INTO :DB2-NEXT-POLICY-INT, :DB2-EXPIRY-DATE,
                    :DB2-NONRENEWAL
               FROM POLICY
              WHERE PRIORPOLICY = :DB2-POLICYNUM-INT
              ORDER BY POLICYNUMBER
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'N' TO WS-CH-NEXT-FOUND
               GO TO 3000-EXIT
             WHEN OTHER
               DISPLAY 'RENEWAL SELECT SQLCODE: ' SQLCODE
                       ' POLICY ' WS-CH-POLICY-NUM
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-CH-NEXT-FOUND
               GO TO 3000-EXIT
           END-EVALUATE
           ADD 1 TO WS-TOT-RENEWALS
           IF WS-CH-RENEWALS < 99
               ADD 1 TO WS-CH-RENEWALS
           END-IF
           MOVE DB2-NEXT-POLICY-INT TO DB2-POLICYNUM-INT
           PERFORM 2400-TAKE-TERM
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * How the chain's last term ended.  A lapse or a cancellation    *
      * that was not reinstated ends it whatever the dates say; a      *
      * term still running is in force; past expiry it is our own      *
      * non-renewal, the customer's decline, or no response at all.    *
      *----------------------------------------------------------------*
       3200-CLASSIFY-ENDING.
           MOVE SPACES TO WS-CH-REASON
           MOVE WS-CH-POLICY-NUM TO DB2-POLICYNUM-INT
           MOVE SPACE TO DB2-CHANGETYPE
           EXEC SQL
             SELECT CHANGETYPE
               INTO :DB2-CHANGETYPE
               FROM POLICYHIST
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND CHANGETYPE IN ('C', 'L', 'T')
              ORDER BY CHANGEDTIMESTAMP DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'POLICYHIST SELECT SQLCODE: ' SQLCODE
                       ' POLICY ' WS-CH-POLICY-NUM
               MOVE 8 TO RETURN-CODE
           END-IF

           IF SQLCODE = 0 AND DB2-CHANGETYPE = 'L'
               MOVE 'LAPS' TO WS-CH-ENDING
               GO TO 3200-EXIT
           END-IF
           IF SQLCODE = 0 AND DB2-CHANGETYPE = 'C'
               MOVE 'CANC' TO WS-CH-ENDING
               GO TO 3200-EXIT
           END-IF
           IF WS-CH-EXPIRY NOT < WS-VALUATION-DATE
               MOVE 'INFC' TO WS-CH-ENDING
               GO TO 3200-EXIT
           END-IF
           IF WS-CH-NONRENEWAL = 'Y'
               MOVE 'NREN' TO WS-CH-ENDING
               GO TO 3200-EXIT
           END-IF
           MOVE WS-CH-POLICY-KEY TO WS-DC-LK-POLICY-NUM
           PERFORM 9200-FIND-DECLINE
           IF WS-DC-SUB > 0
               MOVE 'DECL' TO WS-CH-ENDING
               MOVE WS-DC-REASON(WS-DC-SUB) TO WS-CH-REASON
               PERFORM 9400-COUNT-REASON
           ELSE
               MOVE 'NORS' TO WS-CH-ENDING
           END-IF
           .
       3200-EXIT.
           EXIT.

      * The chain into its cell in each of the four splits.
       3400-POST-CHAIN.
           IF WS-CH-ENDING = 'INFC'
               ADD 1 TO WS-TOT-IN-FORCE
           ELSE
               ADD 1 TO WS-TOT-LOST
           END-IF

           MOVE 'T' TO WS-LK-SECTION
           EVALUATE WS-CH-TYPE
             WHEN 'E'
               MOVE 'ENDOWMENT'  TO WS-LK-DIMENSION
             WHEN 'H'
               MOVE 'HOUSE'      TO WS-LK-DIMENSION
             WHEN 'M'
               MOVE 'MOTOR'      TO WS-LK-DIMENSION
             WHEN 'C'
               MOVE 'COMMERCIAL' TO WS-LK-DIMENSION
             WHEN OTHER
               MOVE WS-CH-TYPE   TO WS-LK-DIMENSION
           END-EVALUATE
           PERFORM 3500-ADD-TO-CELL THRU 3500-EXIT

           MOVE 'B' TO WS-LK-SECTION
           MOVE WS-CH-BROKER TO WS-LK-DIMENSION
           PERFORM 3500-ADD-TO-CELL THRU 3500-EXIT

           MOVE 'F' TO WS-LK-SECTION
           MOVE WS-CH-PAYFREQ TO WS-LK-DIMENSION
           PERFORM 3500-ADD-TO-CELL THRU 3500-EXIT

           MOVE 'C' TO WS-LK-SECTION
           MOVE WS-CH-CHANNEL TO WS-LK-DIMENSION
           PERFORM 3500-ADD-TO-CELL THRU 3500-EXIT.

       3500-ADD-TO-CELL.
           PERFORM 9300-FIND-CELL
           IF WS-CL-SUB = 0
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO WS-CL-INCEPTED(WS-CL-SUB)
           PERFORM VARYING WS-RENEWAL-SUB FROM 1 BY 1
             UNTIL WS-RENEWAL-SUB > 6
                OR WS-RENEWAL-SUB > WS-CH-RENEWALS
               ADD 1 TO WS-CL-REACHED(WS-CL-SUB, WS-RENEWAL-SUB)
           END-PERFORM
           EVALUATE WS-CH-ENDING
             WHEN 'DECL'
               ADD 1 TO WS-CL-DECLINED(WS-CL-SUB)
             WHEN 'LAPS'
               ADD 1 TO WS-CL-LAPSED(WS-CL-SUB)
             WHEN 'CANC'
               ADD 1 TO WS-CL-CANCELLED(WS-CL-SUB)
             WHEN 'NREN'
               ADD 1 TO WS-CL-NONRENEWED(WS-CL-SUB)
             WHEN 'NORS'
               ADD 1 TO WS-CL-NO-RESPONSE(WS-CL-SUB)
             WHEN OTHER
               ADD 1 TO WS-CL-IN-FORCE(WS-CL-SUB)
           END-EVALUATE.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One split of the report.  Cells were added as the roots came   *
      * off the cursor in inception order, so each split reads back in *
      * cohort order.                                                  *
      *----------------------------------------------------------------*
       4000-WRITE-SECTION.
           MOVE WS-SECTION-CODES(WS-SECTION-SUB:1) TO WS-LK-SECTION
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           EVALUATE WS-LK-SECTION
             WHEN 'T'
               MOVE 'BY POLICY TYPE' TO PERSISTENCY-REPORT-RECORD
             WHEN 'B'
               MOVE 'BY BROKER' TO PERSISTENCY-REPORT-RECORD
             WHEN 'F'
               MOVE 'BY PAYMENT FREQUENCY' TO PERSISTENCY-REPORT-RECORD
             WHEN OTHER
               MOVE 'BY SALES CHANNEL' TO PERSISTENCY-REPORT-RECORD
           END-EVALUATE
           WRITE PERSISTENCY-REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'COHORT  SPLIT     INCEPTED' TO WS-RPT-LINE
           MOVE '    R1    R2    R3    R4    R5    R6'
               TO WS-RPT-LINE(27:36)
           MOVE WS-RPT-LINE TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
             UNTIL WS-CL-SUB > WS-CELL-USED
               IF WS-CL-SECTION(WS-CL-SUB) = WS-LK-SECTION
                   PERFORM 4200-WRITE-CELL
               END-IF
           END-PERFORM.

      * Two lines a cell - retention at each renewal due, then where
      * the business that left went.
       4200-WRITE-CELL.
           MOVE WS-CL-COHORT(WS-CL-SUB) TO WS-RPT-COHORT
           MOVE WS-CL-INCEPTED(WS-CL-SUB) TO WS-REPORT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RPT-COHORT-YEAR '-' WS-RPT-COHORT-MONTH ' '
                  WS-CL-DIMENSION(WS-CL-SUB) ' ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE 27 TO WS-RPT-POS
           PERFORM 4300-RETENTION-COLUMN
               VARYING WS-RENEWAL-SUB FROM 1 BY 1
               UNTIL WS-RENEWAL-SUB > 6
           MOVE WS-RPT-LINE TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD

           MOVE SPACES TO WS-RPT-LINE
           MOVE '  LOSSES' TO WS-RPT-LINE
           MOVE 11 TO WS-RPT-POS
           MOVE 'DECL' TO WS-RPT-LINE(WS-RPT-POS:4)
           MOVE WS-CL-DECLINED(WS-CL-SUB) TO WS-REPORT-LOSS
           PERFORM 4400-LOSS-COLUMN
           MOVE 'LAPS' TO WS-RPT-LINE(WS-RPT-POS:4)
           MOVE WS-CL-LAPSED(WS-CL-SUB) TO WS-REPORT-LOSS
           PERFORM 4400-LOSS-COLUMN
           MOVE 'CANC' TO WS-RPT-LINE(WS-RPT-POS:4)
           MOVE WS-CL-CANCELLED(WS-CL-SUB) TO WS-REPORT-LOSS
           PERFORM 4400-LOSS-COLUMN
           MOVE 'NREN' TO WS-RPT-LINE(WS-RPT-POS:4)
           MOVE WS-CL-NONRENEWED(WS-CL-SUB) TO WS-REPORT-LOSS
           PERFORM 4400-LOSS-COLUMN
           MOVE 'NORS' TO WS-RPT-LINE(WS-RPT-POS:4)
           MOVE WS-CL-NO-RESPONSE(WS-CL-SUB) TO WS-REPORT-LOSS
           PERFORM 4400-LOSS-COLUMN
           MOVE 'INFC' TO WS-RPT-LINE(WS-RPT-POS:4)
           MOVE WS-CL-IN-FORCE(WS-CL-SUB) TO WS-REPORT-LOSS
           PERFORM 4400-LOSS-COLUMN
           MOVE WS-RPT-LINE TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD.

      * Renewal n of a cohort is due once n years have run from the
      * cohort month; one not yet due stays blank.
       4300-RETENTION-COLUMN.
           COMPUTE WS-RPT-DUE =
              WS-RPT-COHORT-YEAR * 12 + WS-RPT-COHORT-MONTH - 1
              + WS-RENEWAL-SUB * 12
           IF WS-RPT-DUE NOT > WS-VAL-MONTH-INDEX
              AND WS-CL-INCEPTED(WS-CL-SUB) > 0
               COMPUTE WS-RPT-RATIO ROUNDED =
                  WS-CL-REACHED(WS-CL-SUB, WS-RENEWAL-SUB) * 100
                  / WS-CL-INCEPTED(WS-CL-SUB)
               MOVE WS-RPT-RATIO TO WS-REPORT-PCT
               MOVE WS-REPORT-PCT TO WS-RPT-LINE(WS-RPT-POS + 1:5)
           END-IF
           ADD 6 TO WS-RPT-POS.

       4400-LOSS-COLUMN.
           MOVE WS-REPORT-LOSS TO WS-RPT-LINE(WS-RPT-POS + 5:5)
           ADD 11 TO WS-RPT-POS.

      * The declines counted as losses, by the reason the customer
      * gave.
       4600-WRITE-REASONS.
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           MOVE 'DECLINED AT RENEWAL BY REASON'
               TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           IF WS-REASON-USED = 0
               MOVE '  NONE' TO PERSISTENCY-REPORT-RECORD
               WRITE PERSISTENCY-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-RN-SUB FROM 1 BY 1
             UNTIL WS-RN-SUB > WS-REASON-USED
               MOVE WS-RN-COUNT(WS-RN-SUB) TO WS-REPORT-COUNT
               MOVE SPACES TO PERSISTENCY-REPORT-RECORD
               STRING '  ' WS-RN-REASON(WS-RN-SUB) '   '
                      WS-REPORT-COUNT
                   DELIMITED BY SIZE INTO PERSISTENCY-REPORT-RECORD
               WRITE PERSISTENCY-REPORT-RECORD
           END-PERFORM.

       5000-CLOSE.
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD

           MOVE 'PERSISTENCY REPORT - CONTROL TOTALS'
               TO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD

           MOVE WS-TOT-ROOTS TO WS-REPORT-COUNT
           STRING 'NEW POLICIES FOLLOWED: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD

           MOVE WS-TOT-RENEWALS TO WS-REPORT-COUNT
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           STRING 'RENEWAL TERMS........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD

           MOVE WS-TOT-IN-FORCE TO WS-REPORT-COUNT
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           STRING 'STILL IN FORCE.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD

           MOVE WS-TOT-LOST TO WS-REPORT-COUNT
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           STRING 'LOST.................: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD

           MOVE WS-TOT-DECLINES TO WS-REPORT-COUNT
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           STRING 'DECLINE RECORDS READ.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD

           MOVE WS-CELL-USED TO WS-REPORT-COUNT
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           STRING 'REPORT CELLS.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD

           MOVE WS-TOT-DROPPED TO WS-REPORT-COUNT
           MOVE SPACES TO PERSISTENCY-REPORT-RECORD
           STRING 'TABLE OVERFLOWS......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PERSISTENCY-REPORT-RECORD
           WRITE PERSISTENCY-REPORT-RECORD

           IF WS-TOT-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE PARM-FILE
                 DECLINE-FILE
                 PERSISTENCY-REPORT-FILE.

      * The decline on file for WS-DC-LK-POLICY-NUM, subscript zero
      * if none.
       9200-FIND-DECLINE.
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
             UNTIL WS-DC-SUB > WS-DECLINE-USED
                OR WS-DC-POLICY-NUM(WS-DC-SUB) = WS-DC-LK-POLICY-NUM
               CONTINUE
           END-PERFORM
           IF WS-DC-SUB > WS-DECLINE-USED
               MOVE 0 TO WS-DC-SUB
           END-IF.

      * Find the cell, adding it on first sight.  A full table comes
      * back as subscript zero and fails the run.
       9300-FIND-CELL.
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
             UNTIL WS-CL-SUB > WS-CELL-USED
                OR (WS-CL-SECTION(WS-CL-SUB) = WS-LK-SECTION
                    AND WS-CL-COHORT(WS-CL-SUB) = WS-CH-COHORT
                    AND WS-CL-DIMENSION(WS-CL-SUB) = WS-LK-DIMENSION)
               CONTINUE
           END-PERFORM
           IF WS-CL-SUB > WS-CELL-USED
               IF WS-CELL-USED < 5000
                   ADD 1 TO WS-CELL-USED
                   MOVE WS-CELL-USED TO WS-CL-SUB
                   MOVE WS-LK-SECTION TO WS-CL-SECTION(WS-CL-SUB)
                   MOVE WS-CH-COHORT TO WS-CL-COHORT(WS-CL-SUB)
                   MOVE WS-LK-DIMENSION TO WS-CL-DIMENSION(WS-CL-SUB)
               ELSE
                   ADD 1 TO WS-TOT-DROPPED
                   MOVE 0 TO WS-CL-SUB
               END-IF
           END-IF.

      * One more decline lost for WS-CH-REASON.
       9400-COUNT-REASON.
           PERFORM VARYING WS-RN-SUB FROM 1 BY 1
             UNTIL WS-RN-SUB > WS-REASON-USED
                OR WS-RN-REASON(WS-RN-SUB) = WS-CH-REASON
               CONTINUE
           END-PERFORM
           IF WS-RN-SUB > WS-REASON-USED
               IF WS-REASON-USED < 100
                   ADD 1 TO WS-REASON-USED
                   MOVE WS-REASON-USED TO WS-RN-SUB
                   MOVE WS-CH-REASON TO WS-RN-REASON(WS-RN-SUB)
               ELSE
                   ADD 1 TO WS-TOT-DROPPED
                   MOVE 0 TO WS-RN-SUB
               END-IF
           END-IF
           IF WS-RN-SUB > 0
               ADD 1 TO WS-RN-COUNT(WS-RN-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGPERSR1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              COMPUTE RS-RECS-IN = WS-TOT-ROOTS + WS-TOT-DECLINES
              MOVE WS-CELL-USED TO RS-RECS-OUT
              MOVE WS-TOT-DROPPED TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE < 8
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
