       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGERASE1.
      *----------------------------------------------------------------*
      * Personal data erasure.  LGARCH01 retires expired policies but  *
      * the CUSTOMER row - name, address, phone, email - would stay    *
      * for ever.  This job pseudonymises the personal data of every   *
      * customer with no business with us for longer than the          *
      * retention period, keeping the customer number so the           *
      * financial history (premiums, payments, claims, complaints)     *
      * and the statistical fields stay whole and still add up:        *
      *                                                                *
      *   CUSTOMER     - name becomes ERASED; address, phone and       *
      *                  email are blanked; the postcode is cut back   *
      *                  to its outward code (district only); the      *
      *                  bureau reference, the vulnerability detail    *
      *                  and the letter format are cleared.  Credit    *
      *                  score and identity result are statistical     *
      *                  and stay.  ERASEDDATE marks it done.          *
      *   CONTACTLOG   - the free-text notes are cleared; the date,    *
      *                  channel and reason of each contact stay.      *
      *   DDMANDATE    - the bank details are deleted from BANKVAULT   *
      *                  and the masked copy on the mandate blanked.   *
      *                                                                *
      * A customer is only erased when nothing still needs them:       *
      *                                                                *
      *   LIVE - a policy still in force                               *
      *   CLAM - a claim not yet settled or closed                     *
      *   HOLD - a claim in litigation (a litigation hold)             *
      *   CMPL - a complaint not yet closed                            *
      *   DEBT - an instalment due and unpaid, or a debt still out     *
      *          with a collection agency                              *
      *                                                                *
      * Retention runs from the customer's last activity - the latest  *
      * of the customer record changing, a policy's expiry, a policy   *
      * change and a logged contact.                                   *
      *                                                                *
      * Erasure requests from the data protection officer come in on   *
      * ERSREQ and are taken first.  They go through the same checks   *
      * - a customer we still need is not erased, and the reason is    *
      * reported back - but do not wait out the retention period.      *
      *                                                                *
      * Every erasure, and every request whatever its outcome, goes on *
      * ERASURELOG as evidence: customer number, basis, outcome,       *
      * reason and when - never any of the data erased.                *
      *                                                                *
      * ERSPARM, when present, gives the retention period in years     *
      * (ten when absent) and a trial flag - 'Y' reports what would be *
      * erased and changes nothing.                                    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO ERSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL REQUEST-FILE ASSIGN TO ERSREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT ERASURE-REPORT-FILE ASSIGN TO ERSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Retention years and the trial flag - absent or blank takes
      * ten years and a live run.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 EP-RETENTION-YEARS    PIC X(2).
           05 EP-TRIAL-RUN          PIC X.
           05 FILLER                PIC X(77).

      * One erasure request per record from the data protection
      * officer - the customer and the officer's reference.
       FD  REQUEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-RECORD.
           05 EQ-CUSTOMER-NUM       PIC X(10).
           05 EQ-REQUEST-REF        PIC X(12).
           05 FILLER                PIC X(58).

       FD  ERASURE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ERASURE-REPORT-RECORD    PIC X(100).

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
           05 WS-REQUEST-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-REQ-EOF               PIC X VALUE 'N'.
       01  WS-SQL-EOF               PIC X VALUE 'N'.

      * Retention period and run mode.
       01  WS-RETENTION-YEARS       PIC 9(2) VALUE 10.
       01  WS-TRIAL-RUN             PIC X VALUE 'N'.
           88 WS-TRIAL                        VALUE 'Y'.

      * The customer in hand - how they came to be considered ('R'
      * retention sweep, 'D' data protection officer request), the
      * outcome ('E' erased, 'T' would be erased on a trial run,
      * 'B' blocked, 'N' not a customer, 'A' already erased) and,
      * when blocked, why.
       01  WS-ERASE-BASIS           PIC X.
           88 WS-BASIS-RETENTION              VALUE 'R'.
           88 WS-BASIS-REQUEST                VALUE 'D'.
       01  WS-ERASE-OUTCOME         PIC X.
       01  WS-BLOCK-REASON          PIC X(4).
       01  WS-OUTWARD-CODE          PIC X(8).

      * One report line per customer considered.
       01  WS-DETAIL-LINE.
           05 WS-DL-CUSTOMER-NUM    PIC 9(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-BASIS           PIC X(9).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-REQUEST-REF     PIC X(12).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-LAST-ACTIVITY   PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-OUTCOME         PIC X(40).
           05 FILLER                PIC X(11) VALUE SPACES.

       01  DB2-ERASE-FIELDS.
           05 DB2-CUTOFF-DATE       PIC X(10).
           05 DB2-RETENTION-SINT    PIC S9(4) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-ERASED-DATE       PIC X(10).
           05 DB2-LAST-ACTIVITY     PIC X(10).
           05 DB2-REQUEST-REF       PIC X(12).
           05 DB2-BASIS             PIC X.
           05 DB2-OUTCOME           PIC X.
           05 DB2-BLOCK-REASON      PIC X(4).
           05 DB2-COUNT-INT         PIC S9(9) COMP.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-REQUESTS       PIC 9(7) VALUE 0.
           05 WS-TOT-CANDIDATES     PIC 9(7) VALUE 0.
           05 WS-TOT-ERASED         PIC 9(7) VALUE 0.
           05 WS-TOT-BLOCKED        PIC 9(7) VALUE 0.
           05 WS-TOT-REJECTED       PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Customers not yet erased whose own record has not changed
      *    since the cut-off - the rest of their activity is checked
      *    one by one.
           EXEC SQL
             DECLARE ERASE-CSR CURSOR FOR
               SELECT CUSTOMERNUMBER
                 FROM CUSTOMER
                WHERE ERASEDDATE IS NULL
                  AND DATE(LASTCHANGED) < :DB2-CUTOFF-DATE
                ORDER BY CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-REQ-EOF = 'Y'
           PERFORM 2500-OPEN-SWEEP
           PERFORM 2600-FETCH-CANDIDATE THRU 2600-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN INPUT  PARM-FILE
                OUTPUT ERASURE-REPORT-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF EP-RETENTION-YEARS IS NUMERIC
                  AND EP-RETENTION-YEARS NOT = '00'
                   MOVE EP-RETENTION-YEARS TO WS-RETENTION-YEARS
               END-IF
               IF EP-TRIAL-RUN = 'Y'
                   MOVE 'Y' TO WS-TRIAL-RUN
               END-IF
           END-IF

      *    The cut-off is today less the retention period; DB2 keeps
      *    29 February honest.
           MOVE WS-RETENTION-YEARS TO DB2-RETENTION-SINT
           EXEC SQL
             SELECT CHAR(CURRENT DATE - :DB2-RETENTION-SINT YEARS, ISO)
               INTO :DB2-CUTOFF-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERASURE CUTOFF SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-REQ-EOF
               MOVE 'Y' TO WS-SQL-EOF
           END-IF

           MOVE 'PERSONAL DATA ERASURE' TO ERASURE-REPORT-RECORD
           IF WS-TRIAL
               MOVE ' - TRIAL RUN, NOTHING CHANGED'
                   TO ERASURE-REPORT-RECORD(22:30)
           END-IF
           WRITE ERASURE-REPORT-RECORD
           MOVE SPACES TO ERASURE-REPORT-RECORD
           STRING 'RETENTION ' WS-RETENTION-YEARS
                  ' YEARS - NO ACTIVITY SINCE ' DB2-CUTOFF-DATE
               DELIMITED BY SIZE INTO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD
           MOVE SPACES TO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD
           MOVE 'CUSTOMER    BASIS      REFERENCE     LAST ACTIV'
               TO ERASURE-REPORT-RECORD
           MOVE 'OUTCOME' TO ERASURE-REPORT-RECORD(50:7)
           WRITE ERASURE-REPORT-RECORD
           MOVE SPACES TO ERASURE-REPORT-RECORD

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               MOVE 'Y' TO WS-REQ-EOF
           END-IF.

      *----------------------------------------------------------------*
      * An erasure request from the data protection officer - the same *
      * checks as the sweep, without the wait for retention to run     *
      * out.  Every request is logged, whatever came of it.            *
      *----------------------------------------------------------------*
       2000-PROCESS-REQUEST.
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-REQUESTS
           MOVE 'D' TO WS-ERASE-BASIS
           MOVE EQ-REQUEST-REF TO DB2-REQUEST-REF
           MOVE SPACES TO WS-BLOCK-REASON
                          DB2-LAST-ACTIVITY

           IF EQ-CUSTOMER-NUM IS NOT NUMERIC
              OR EQ-CUSTOMER-NUM = ZEROS
               ADD 1 TO WS-TOT-REJECTED
               MOVE SPACES TO ERASURE-REPORT-RECORD
               STRING 'REQUEST ' EQ-REQUEST-REF
                      ' REJECTED - CUSTOMER NUMBER NOT VALID: '
                      EQ-CUSTOMER-NUM
                   DELIMITED BY SIZE INTO ERASURE-REPORT-RECORD
               WRITE ERASURE-REPORT-RECORD
               MOVE SPACES TO ERASURE-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF
           MOVE EQ-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT

           EXEC SQL
             SELECT COALESCE(CHAR(ERASEDDATE, ISO), ' ')
               INTO :DB2-ERASED-DATE
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF DB2-ERASED-DATE NOT = SPACES
                   MOVE 'A' TO WS-ERASE-OUTCOME
                   ADD 1 TO WS-TOT-REJECTED
               ELSE
                   PERFORM 2100-CONSIDER-CUSTOMER THRU 2100-EXIT
                   GO TO 2000-EXIT
               END-IF
             WHEN 100
               MOVE 'N' TO WS-ERASE-OUTCOME
               ADD 1 TO WS-TOT-REJECTED
             WHEN OTHER
               DISPLAY 'CUSTOMER SELECT SQLCODE: ' SQLCODE
                       ' CUSTOMER ' EQ-CUSTOMER-NUM
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2000-EXIT
           END-EVALUATE
           PERFORM 2800-REPORT-LINE
           PERFORM 2900-LOG-ERASURE
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One customer, from either route: last activity, the blocking   *
      * checks, then the erasure itself.  A sweep candidate active     *
      * since the cut-off is passed over quietly - their time has not  *
      * come yet.                                                      *
      *----------------------------------------------------------------*
       2100-CONSIDER-CUSTOMER.
           EXEC SQL
             SELECT CHAR(MAX(A.ACTIVITYDATE), ISO)
               INTO :DB2-LAST-ACTIVITY
               FROM (SELECT DATE(LASTCHANGED) AS ACTIVITYDATE
                       FROM CUSTOMER
                      WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                     UNION ALL
                     SELECT EXPIRYDATE
                       FROM POLICY
                      WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                     UNION ALL
                     SELECT DATE(CHANGEDTIMESTAMP)
                       FROM POLICYHIST
                      WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                     UNION ALL
                     SELECT DATE(CONTACTTS)
                       FROM CONTACTLOG
                      WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT) A
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'LAST ACTIVITY SQLCODE: ' SQLCODE
                       ' CUSTOMER ' DB2-CUSTOMERNUM-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2100-EXIT
           END-IF

           IF WS-BASIS-RETENTION
              AND DB2-LAST-ACTIVITY NOT < DB2-CUTOFF-DATE
               GO TO 2100-EXIT
           END-IF
           IF WS-BASIS-RETENTION
               ADD 1 TO WS-TOT-CANDIDATES
           END-IF

           PERFORM 2200-CHECK-BLOCKS THRU 2200-EXIT
           IF WS-BLOCK-REASON NOT = SPACES
               MOVE 'B' TO WS-ERASE-OUTCOME
               ADD 1 TO WS-TOT-BLOCKED
               PERFORM 2800-REPORT-LINE
               IF WS-BASIS-REQUEST
                   PERFORM 2900-LOG-ERASURE
               END-IF
               GO TO 2100-EXIT
           END-IF

           IF WS-TRIAL
               MOVE 'T' TO WS-ERASE-OUTCOME
               ADD 1 TO WS-TOT-ERASED
               PERFORM 2800-REPORT-LINE
               GO TO 2100-EXIT
           END-IF

           PERFORM 2300-ERASE-CUSTOMER THRU 2300-EXIT
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Anything we still need the customer for blocks the erasure;    *
      * the first found is the reason given.                           *
      *----------------------------------------------------------------*
       2200-CHECK-BLOCKS.
           MOVE SPACES TO WS-BLOCK-REASON

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COUNT-INT
               FROM POLICY
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND EXPIRYDATE    >= CURRENT DATE
           END-EXEC
           IF SQLCODE NOT = 0 OR DB2-COUNT-INT > 0
               MOVE 'LIVE' TO WS-BLOCK-REASON
               GO TO 2200-EXIT
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COUNT-INT
               FROM CLAIM
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND COALESCE(LITIGATIONSTATUS, ' ') NOT IN (' ', 'X')
           END-EXEC
           IF SQLCODE NOT = 0 OR DB2-COUNT-INT > 0
               MOVE 'HOLD' TO WS-BLOCK-REASON
               GO TO 2200-EXIT
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COUNT-INT
               FROM CLAIM
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND STATUS NOT IN ('S', 'C')
           END-EXEC
           IF SQLCODE NOT = 0 OR DB2-COUNT-INT > 0
               MOVE 'CLAM' TO WS-BLOCK-REASON
               GO TO 2200-EXIT
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COUNT-INT
               FROM COMPLAINT
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND STATUS NOT = 'C'
           END-EXEC
           IF SQLCODE NOT = 0 OR DB2-COUNT-INT > 0
               MOVE 'CMPL' TO WS-BLOCK-REASON
               GO TO 2200-EXIT
           END-IF

      *    Debt - an instalment fallen due and not paid, at the bank
      *    or out with an agency, or a placed debt not yet closed.
           EXEC SQL
             SELECT (SELECT COUNT(*)
                       FROM PAYSCHED S, POLICY P
                      WHERE P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                        AND S.POLICYNUMBER   = P.POLICYNUMBER
                        AND S.STATUS IN ('R', 'D', 'A')
                        AND S.DUEDATE       <= CURRENT DATE)
                  + (SELECT COUNT(*)
                       FROM DEBTPLACE
                      WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                        AND STATUS         = 'P')
               INTO :DB2-COUNT-INT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 OR DB2-COUNT-INT > 0
               MOVE 'DEBT' TO WS-BLOCK-REASON
           END-IF
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The erasure.  The postcode keeps its outward code so district  *
      * statistics still hold; everything that identifies the person   *
      * goes.  Nothing erased is written anywhere else first.          *
      *----------------------------------------------------------------*
       2300-ERASE-CUSTOMER.
           EXEC SQL
             SELECT COALESCE(POSTCODE, ' ')
               INTO :DB2-POSTCODE
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CUSTOMER POSTCODE SQLCODE: ' SQLCODE
                       ' CUSTOMER ' DB2-CUSTOMERNUM-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO WS-OUTWARD-CODE
           UNSTRING DB2-POSTCODE DELIMITED BY SPACE
               INTO WS-OUTWARD-CODE
           MOVE WS-OUTWARD-CODE TO DB2-POSTCODE
           MOVE SPACES TO WS-OUTWARD-CODE

           EXEC SQL
             UPDATE CUSTOMER
                SET CUSTOMERNAME    = 'ERASED',
                    CUSTOMERADDRESS = ' ',
                    POSTCODE        = :DB2-POSTCODE,
                    PHONE           = ' ',
                    EMAIL           = ' ',
                    CREDITREF       = NULL,
                    VULNERABLE      = 'N',
                    VULNCATEGORY    = NULL,
                    VULNREVIEWDATE  = NULL,
                    CORRFORMAT      = NULL,
                    ERASEDDATE      = CURRENT DATE
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CUSTOMER ERASE SQLCODE: ' SQLCODE
                       ' CUSTOMER ' DB2-CUSTOMERNUM-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO DB2-POSTCODE

           EXEC SQL
             UPDATE CONTACTLOG
                SET NOTE = NULL
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CONTACTLOG ERASE SQLCODE: ' SQLCODE
                       ' CUSTOMER ' DB2-CUSTOMERNUM-INT
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             DELETE FROM BANKVAULT
              WHERE BANKTOKEN IN
                    (SELECT BANKTOKEN
                       FROM DDMANDATE
                      WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'BANKVAULT ERASE SQLCODE: ' SQLCODE
                       ' CUSTOMER ' DB2-CUSTOMERNUM-INT
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             UPDATE DDMANDATE
                SET SORTCODE   = '******',
                    ACCOUNTNUM = '********',
                    BANKTOKEN  = NULL
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'DDMANDATE ERASE SQLCODE: ' SQLCODE
                       ' CUSTOMER ' DB2-CUSTOMERNUM-INT
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE 'E' TO WS-ERASE-OUTCOME
           ADD 1 TO WS-TOT-ERASED
           PERFORM 2800-REPORT-LINE
           PERFORM 2900-LOG-ERASURE
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The retention sweep.                                           *
      *----------------------------------------------------------------*
       2500-OPEN-SWEEP.
           IF WS-SQL-EOF = 'N'
               EXEC SQL
                 OPEN ERASE-CSR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERASE-CSR OPEN SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-SQL-EOF
               END-IF
           END-IF.

       2600-FETCH-CANDIDATE.
           EXEC SQL
             FETCH ERASE-CSR
              INTO :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'ERASE-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE ERASE-CSR
               END-EXEC
               GO TO 2600-EXIT
           END-IF
           MOVE 'R' TO WS-ERASE-BASIS
           MOVE SPACES TO DB2-REQUEST-REF
                          WS-BLOCK-REASON
           PERFORM 2100-CONSIDER-CUSTOMER THRU 2100-EXIT
           .
       2600-EXIT.
           EXIT.

       2800-REPORT-LINE.
           MOVE DB2-CUSTOMERNUM-INT TO WS-DL-CUSTOMER-NUM
           IF WS-BASIS-REQUEST
               MOVE 'REQUEST' TO WS-DL-BASIS
           ELSE
               MOVE 'RETENTION' TO WS-DL-BASIS
           END-IF
           MOVE DB2-REQUEST-REF TO WS-DL-REQUEST-REF
           MOVE DB2-LAST-ACTIVITY TO WS-DL-LAST-ACTIVITY
           EVALUATE WS-ERASE-OUTCOME
             WHEN 'E'
               MOVE 'ERASED' TO WS-DL-OUTCOME
             WHEN 'T'
               MOVE 'WOULD BE ERASED' TO WS-DL-OUTCOME
             WHEN 'N'
               MOVE 'NOT A CUSTOMER' TO WS-DL-OUTCOME
             WHEN 'A'
               MOVE 'ALREADY ERASED' TO WS-DL-OUTCOME
             WHEN OTHER
               EVALUATE WS-BLOCK-REASON
                 WHEN 'LIVE'
                   MOVE 'KEPT - POLICY STILL IN FORCE'
                       TO WS-DL-OUTCOME
                 WHEN 'HOLD'
                   MOVE 'KEPT - CLAIM IN LITIGATION'
                       TO WS-DL-OUTCOME
                 WHEN 'CLAM'
                   MOVE 'KEPT - CLAIM STILL OPEN'
                       TO WS-DL-OUTCOME
                 WHEN 'CMPL'
                   MOVE 'KEPT - COMPLAINT STILL OPEN'
                       TO WS-DL-OUTCOME
                 WHEN OTHER
                   MOVE 'KEPT - DEBT OUTSTANDING'
                       TO WS-DL-OUTCOME
               END-EVALUATE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD
           MOVE SPACES TO ERASURE-REPORT-RECORD.

      *----------------------------------------------------------------*
      * The evidence - who, on what basis, with what outcome and when. *
      * Never the data itself.                                         *
      *----------------------------------------------------------------*
       2900-LOG-ERASURE.
           MOVE WS-ERASE-BASIS   TO DB2-BASIS
           MOVE WS-ERASE-OUTCOME TO DB2-OUTCOME
           MOVE WS-BLOCK-REASON  TO DB2-BLOCK-REASON
           IF DB2-LAST-ACTIVITY = SPACES
               MOVE DB2-CUTOFF-DATE TO DB2-LAST-ACTIVITY
           END-IF
           EXEC SQL
             INSERT INTO ERASURELOG
                       ( ERASUREID,
                         CUSTOMERNUMBER,
                         BASIS,
                         REQUESTREF,
                         OUTCOME,
                         BLOCKREASON,
                         LASTACTIVITY,
                         RETENTIONYEARS,
                         LOGGEDTS )
                VALUES ( DEFAULT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-BASIS,
                         :DB2-REQUEST-REF,
                         :DB2-OUTCOME,
                         :DB2-BLOCK-REASON,
                         :DB2-LAST-ACTIVITY,
                         :DB2-RETENTION-SINT,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERASURELOG INSERT SQLCODE: ' SQLCODE
                       ' CUSTOMER ' DB2-CUSTOMERNUM-INT
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-CLOSE.
           MOVE SPACES TO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD
           MOVE 'PERSONAL DATA ERASURE - CONTROL TOTALS'
               TO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD
           MOVE SPACES TO ERASURE-REPORT-RECORD

           MOVE WS-TOT-REQUESTS TO WS-REPORT-COUNT
           STRING 'ERASURE REQUESTS READ.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD

           MOVE WS-TOT-CANDIDATES TO WS-REPORT-COUNT
           MOVE SPACES TO ERASURE-REPORT-RECORD
           STRING 'PAST RETENTION........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD

           MOVE WS-TOT-ERASED TO WS-REPORT-COUNT
           IF WS-TRIAL
               MOVE SPACES TO ERASURE-REPORT-RECORD
               STRING 'WOULD BE ERASED.......: ' WS-REPORT-COUNT
                   DELIMITED BY SIZE INTO ERASURE-REPORT-RECORD
           ELSE
               MOVE SPACES TO ERASURE-REPORT-RECORD
               STRING 'ERASED................: ' WS-REPORT-COUNT
                   DELIMITED BY SIZE INTO ERASURE-REPORT-RECORD
           END-IF
           WRITE ERASURE-REPORT-RECORD

           MOVE WS-TOT-BLOCKED TO WS-REPORT-COUNT
           MOVE SPACES TO ERASURE-REPORT-RECORD
           STRING 'KEPT - STILL NEEDED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD

           MOVE WS-TOT-REJECTED TO WS-REPORT-COUNT
           MOVE SPACES TO ERASURE-REPORT-RECORD
           STRING 'REQUESTS REJECTED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD

           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           MOVE SPACES TO ERASURE-REPORT-RECORD
           STRING 'ERRORS................: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ERASURE-REPORT-RECORD
           WRITE ERASURE-REPORT-RECORD

           IF WS-REQUEST-STATUS = '00' OR WS-REQUEST-STATUS = '05'
               CLOSE REQUEST-FILE
           END-IF
           IF WS-PARM-STATUS = '00'
               CLOSE PARM-FILE
           END-IF
           CLOSE ERASURE-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGERASE1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-CANDIDATES TO RS-RECS-IN
              ADD WS-TOT-REQUESTS TO RS-RECS-IN
              MOVE WS-TOT-ERASED TO RS-RECS-OUT
              MOVE WS-TOT-ERRORS TO RS-RECS-ERROR
              MOVE WS-TOT-BLOCKED TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
