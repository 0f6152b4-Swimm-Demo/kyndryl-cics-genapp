       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAMLMN1.
      *----------------------------------------------------------------*
      * Nightly anti-money-laundering monitor.  A premium paid in and  *
      * handed straight back as a refund is a known laundering route,  *
      * and the cancellation and return-premium paths queue refunds    *
      * on DISBURSE with no second look.  Run after the online day     *
      * and before the disbursement unload, this job examines every    *
      * open refund not yet looked at - a cancellation refund ('R'),   *
      * a BI return premium ('B') or a fleet vehicle return ('V') -    *
      * against four rules:                                            *
      *                                                                *
      *   ACCT - the refund goes somewhere other than the account the  *
      *          premium came from: paid to a third party (PAYEEID),   *
      *          premium taken by card on CARDPAY, a mandate held in   *
      *          another customer's name, or the mandate's account     *
      *          changed while the policy ran.                         *
      *   CXLQ - a cancellation within N days of inception on a        *
      *          policy whose premium is at or over the large-premium  *
      *          threshold.                                            *
      *   OVPY - more has been paid in on the policy than the premium  *
      *          plus the installment loading allows - an overpayment  *
      *          now coming back out.                                  *
      *   CYCL - the customer has cancelled K or more policies in the  *
      *          lookback months - repeated take-up and cancel.        *
      *                                                                *
      * A refund that trips any rule is held - DISBURSE status 'H',    *
      * which the payment run does not pay - and one case opened on    *
      * AMLCASE naming every rule it tripped.  The alert report goes   *
      * to the money-laundering reporting officer (MLRO).              *
      *                                                                *
      * The MLRO's decisions come back on AMLCLR, taken before the     *
      * night's scan:                                                  *
      *                                                                *
      *   C - cleared: the case closes and the refund goes back to     *
      *       'O' for the next payment run.                            *
      *   R - reported: the case is marked reported and the refund     *
      *       stays held until a later decision clears it.             *
      *                                                                *
      * A refund with a case, open or decided, is never raised again.  *
      *                                                                *
      * AMLPARM, when present, gives N (days, 30 when absent), the     *
      * large-premium threshold (5,000.00), K (3), the lookback in     *
      * months (12) and the overpayment allowance as a percentage of   *
      * the premium (20).                                              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO AMLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL CLEARANCE-FILE ASSIGN TO AMLCLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLEAR-STATUS.
           SELECT ALERT-REPORT-FILE ASSIGN TO AMLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Rule settings - any field absent, blank or zero takes its
      * default.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 AP-QUICK-CANCEL-DAYS  PIC X(3).
           05 AP-LARGE-PREMIUM      PIC X(9).
           05 AP-CYCLE-COUNT        PIC X(2).
           05 AP-CYCLE-MONTHS       PIC X(2).
           05 AP-OVERPAY-PCT        PIC X(3).
           05 FILLER                PIC X(61).

      * One MLRO decision per record - the case, the decision, who
      * made it and why.
       FD  CLEARANCE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CLEARANCE-RECORD.
           05 AC-CASE-ID            PIC X(9).
           05 AC-DECISION           PIC X.
              88 AC-CLEARED                   VALUE 'C'.
              88 AC-REPORTED                  VALUE 'R'.
           05 AC-DECIDED-BY         PIC X(8).
           05 AC-NOTE               PIC X(60).
           05 FILLER                PIC X(2).

       FD  ALERT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-REPORT-RECORD      PIC X(100).

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
           05 WS-CLEAR-STATUS       PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-CLEAR-EOF             PIC X VALUE 'N'.
       01  WS-SQL-EOF               PIC X VALUE 'N'.

      * Rule settings.
       01  WS-RULE-SETTINGS.
           05 WS-QUICK-CANCEL-DAYS  PIC 9(3) VALUE 30.
           05 WS-LARGE-PREMIUM      PIC 9(7)V99 VALUE 5000.00.
           05 WS-CYCLE-COUNT        PIC 9(2) VALUE 3.
           05 WS-CYCLE-MONTHS       PIC 9(2) VALUE 12.
           05 WS-OVERPAY-PCT        PIC 9(3) VALUE 20.

      * The rules the refund in hand has tripped, four characters
      * each, and how many.
       01  WS-RULES-HIT             PIC X(19).
       01  WS-RULE-PTR              PIC 9(2) COMP.
       01  WS-RULE-COUNT            PIC 9 VALUE 0.
       01  WS-OVERPAY-LIMIT         PIC S9(9)V99 COMP-3.

       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

      * One report line per alert raised.
       01  WS-ALERT-LINE.
           05 WS-AL-CASE-ID         PIC 9(9).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-DISB-ID         PIC 9(9).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-SOURCE          PIC X.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-CUSTOMER-NUM    PIC 9(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-POLICY-NUM      PIC 9(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-AMOUNT          PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-RULES           PIC X(19).
           05 FILLER                PIC X(20) VALUE SPACES.

       01  DB2-AML-FIELDS.
           05 DB2-DISBID-INT        PIC S9(9) COMP.
           05 DB2-SOURCE            PIC X.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-AMOUNT-DEC        PIC S9(7)V99 COMP-3.
           05 DB2-PAYEEID           PIC X(8).
           05 DB2-CREATED-DATE      PIC X(10).
           05 DB2-CASEID-INT        PIC S9(9) COMP.
           05 DB2-RULES             PIC X(19).
           05 DB2-DECIDED-BY        PIC X(8).
           05 DB2-NOTE              PIC X(60).
           05 DB2-COUNT-INT         PIC S9(9) COMP.
           05 DB2-CARD-INT          PIC S9(9) COMP.
           05 DB2-ACCOUNTS-INT      PIC S9(9) COMP.
           05 DB2-OTHERNAME-INT     PIC S9(9) COMP.
           05 DB2-DAYS-INT          PIC S9(9) COMP.
           05 DB2-MONTHS-SINT       PIC S9(4) COMP.
           05 DB2-PREMIUM-DEC       PIC S9(9)V99 COMP-3.
           05 DB2-PAID-DEC          PIC S9(9)V99 COMP-3.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-EXAMINED       PIC 9(7) VALUE 0.
           05 WS-TOT-ALERTS         PIC 9(7) VALUE 0.
           05 WS-TOT-HELD-AMT       PIC 9(9)V99 VALUE 0.
           05 WS-TOT-RULE-ACCT      PIC 9(7) VALUE 0.
           05 WS-TOT-RULE-CXLQ      PIC 9(7) VALUE 0.
           05 WS-TOT-RULE-OVPY      PIC 9(7) VALUE 0.
           05 WS-TOT-RULE-CYCL      PIC 9(7) VALUE 0.
           05 WS-TOT-DECISIONS      PIC 9(7) VALUE 0.
           05 WS-TOT-CLEARED        PIC 9(7) VALUE 0.
           05 WS-TOT-REPORTED       PIC 9(7) VALUE 0.
           05 WS-TOT-REJECTED       PIC 9(7) VALUE 0.
           05 WS-TOT-STILL-OPEN     PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Open refunds with no case yet - a refund already raised,
      *    whatever became of its case, is not raised again.
           EXEC SQL
             DECLARE REFUND-CSR CURSOR FOR
               SELECT D.DISBID, D.SOURCETYPE, D.POLICYNUMBER,
                      D.CUSTOMERNUMBER, D.AMOUNT,
                      COALESCE(D.PAYEEID, ' '),
                      CHAR(DATE(D.CREATEDDATE), ISO)
                 FROM DISBURSE D
                WHERE D.STATUS = 'O'
                  AND D.SOURCETYPE IN ('R', 'B', 'V')
                  AND NOT EXISTS
                      (SELECT 1
                         FROM AMLCASE A
                        WHERE A.DISBID = D.DISBID)
                ORDER BY D.DISBID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-APPLY-DECISION THRU 2000-EXIT
               UNTIL WS-CLEAR-EOF = 'Y'
           PERFORM 2500-OPEN-SCAN
           PERFORM 2600-FETCH-REFUND THRU 2600-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN INPUT  PARM-FILE
                OUTPUT ALERT-REPORT-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF AP-QUICK-CANCEL-DAYS IS NUMERIC
                  AND AP-QUICK-CANCEL-DAYS NOT = '000'
                   MOVE AP-QUICK-CANCEL-DAYS TO WS-QUICK-CANCEL-DAYS
               END-IF
               IF AP-LARGE-PREMIUM IS NUMERIC
                  AND AP-LARGE-PREMIUM NOT = '000000000'
                   MOVE AP-LARGE-PREMIUM TO WS-LARGE-PREMIUM
               END-IF
               IF AP-CYCLE-COUNT IS NUMERIC
                  AND AP-CYCLE-COUNT NOT = '00'
                   MOVE AP-CYCLE-COUNT TO WS-CYCLE-COUNT
               END-IF
               IF AP-CYCLE-MONTHS IS NUMERIC
                  AND AP-CYCLE-MONTHS NOT = '00'
                   MOVE AP-CYCLE-MONTHS TO WS-CYCLE-MONTHS
               END-IF
               IF AP-OVERPAY-PCT IS NUMERIC
                  AND AP-OVERPAY-PCT NOT = '000'
                   MOVE AP-OVERPAY-PCT TO WS-OVERPAY-PCT
               END-IF
           END-IF
           MOVE WS-CYCLE-MONTHS TO DB2-MONTHS-SINT

           MOVE 'AML MONITORING - ALERTS FOR THE MLRO'
               TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           MOVE WS-LARGE-PREMIUM TO WS-REPORT-AMOUNT
           STRING 'CXLQ ' WS-QUICK-CANCEL-DAYS ' DAYS, PREMIUM '
                  WS-REPORT-AMOUNT '  CYCL ' WS-CYCLE-COUNT
                  ' IN ' WS-CYCLE-MONTHS ' MONTHS  OVPY '
                  WS-OVERPAY-PCT '%'
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           OPEN INPUT CLEARANCE-FILE
           IF WS-CLEAR-STATUS NOT = '00'
               MOVE 'Y' TO WS-CLEAR-EOF
           ELSE
               MOVE 'MLRO DECISIONS APPLIED' TO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
               MOVE SPACES TO ALERT-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * One MLRO decision.  A case already closed, or not on file, is  *
      * refused and reported back - the refund it names stays as it    *
      * is.                                                            *
      *----------------------------------------------------------------*
       2000-APPLY-DECISION.
           READ CLEARANCE-FILE
               AT END MOVE 'Y' TO WS-CLEAR-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-DECISIONS

           IF AC-CASE-ID IS NOT NUMERIC
              OR AC-CASE-ID = ZEROS
              OR NOT (AC-CLEARED OR AC-REPORTED)
              OR AC-DECIDED-BY = SPACES
               ADD 1 TO WS-TOT-REJECTED
               STRING 'CASE ' AC-CASE-ID ' DECISION ' AC-DECISION
                      ' REFUSED - CASE, DECISION OR OFFICER NOT VALID'
                   DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
               MOVE SPACES TO ALERT-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF
           MOVE AC-CASE-ID    TO DB2-CASEID-INT
           MOVE AC-DECIDED-BY TO DB2-DECIDED-BY
           MOVE AC-NOTE       TO DB2-NOTE

      *    An open case may be cleared or reported; a reported case
      *    may only be cleared.
           IF AC-CLEARED
               EXEC SQL
                 UPDATE AMLCASE
                    SET STATUS    = 'C',
                        DECIDEDTS = CURRENT TIMESTAMP,
                        DECIDEDBY = :DB2-DECIDED-BY,
                        NOTE      = :DB2-NOTE
                  WHERE CASEID = :DB2-CASEID-INT
                    AND STATUS IN ('O', 'R')
               END-EXEC
           ELSE
               EXEC SQL
                 UPDATE AMLCASE
                    SET STATUS    = 'R',
                        DECIDEDTS = CURRENT TIMESTAMP,
                        DECIDEDBY = :DB2-DECIDED-BY,
                        NOTE      = :DB2-NOTE
                  WHERE CASEID = :DB2-CASEID-INT
                    AND STATUS = 'O'
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'AMLCASE DECISION SQLCODE: ' SQLCODE
                       ' CASE ' AC-CASE-ID
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2000-EXIT
           END-IF
           IF SQLCODE = 100 OR SQLERRD(3) = 0
               ADD 1 TO WS-TOT-REJECTED
               STRING 'CASE ' AC-CASE-ID ' DECISION ' AC-DECISION
                      ' REFUSED - CASE NOT ON FILE OR ALREADY DECIDED'
                   DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
               MOVE SPACES TO ALERT-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

           IF AC-REPORTED
               ADD 1 TO WS-TOT-REPORTED
               STRING 'CASE ' AC-CASE-ID ' REPORTED BY '
                      AC-DECIDED-BY ' - REFUND STAYS HELD'
                   DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
               MOVE SPACES TO ALERT-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

      *    Cleared - the refund is released to the next payment run.
           EXEC SQL
             UPDATE DISBURSE
                SET STATUS = 'O'
              WHERE STATUS = 'H'
                AND DISBID =
                    (SELECT DISBID
                       FROM AMLCASE
                      WHERE CASEID = :DB2-CASEID-INT)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'DISBURSE RELEASE SQLCODE: ' SQLCODE
                       ' CASE ' AC-CASE-ID
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-CLEARED
           STRING 'CASE ' AC-CASE-ID ' CLEARED BY '
                  AC-DECIDED-BY ' - REFUND RELEASED FOR PAYMENT'
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The night's scan of refunds not yet examined.                  *
      *----------------------------------------------------------------*
       2500-OPEN-SCAN.
           IF WS-CLEAR-STATUS = '00'
               MOVE SPACES TO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
           END-IF
           MOVE 'CASE       REFUND     S  CUSTOMER    POLICY'
               TO ALERT-REPORT-RECORD
           MOVE 'AMOUNT  RULES' TO ALERT-REPORT-RECORD(54:13)
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD

           EXEC SQL
             OPEN REFUND-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'REFUND-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF.

       2600-FETCH-REFUND.
           EXEC SQL
             FETCH REFUND-CSR
              INTO :DB2-DISBID-INT, :DB2-SOURCE, :DB2-POLICYNUM-INT,
                   :DB2-CUSTOMERNUM-INT, :DB2-AMOUNT-DEC,
                   :DB2-PAYEEID, :DB2-CREATED-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'REFUND-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE REFUND-CSR
               END-EXEC
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-TOT-EXAMINED
           MOVE SPACES TO WS-RULES-HIT
           MOVE 1 TO WS-RULE-PTR
           MOVE 0 TO WS-RULE-COUNT

           PERFORM 2100-RULE-ACCOUNT THRU 2100-EXIT
           PERFORM 2200-RULE-QUICK-CANCEL THRU 2200-EXIT
           PERFORM 2300-RULE-OVERPAYMENT THRU 2300-EXIT
           PERFORM 2400-RULE-CYCLES THRU 2400-EXIT

           IF WS-RULE-COUNT > 0
               PERFORM 2700-RAISE-CASE THRU 2700-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ACCT - money back out somewhere other than where it came in.   *
      * The bank pays a refund to the account on the policy's          *
      * mandate; a payee of its own, a premium taken by card, a        *
      * mandate in someone else's name or a mandate whose account      *
      * has changed all break the link.                                *
      *----------------------------------------------------------------*
       2100-RULE-ACCOUNT.
           IF DB2-PAYEEID NOT = SPACES
               GO TO 2100-HIT
           END-IF

           EXEC SQL
             SELECT (SELECT COUNT(*)
                       FROM CARDPAY
                      WHERE POLICYNUMBER = :DB2-POLICYNUM-INT),
                    (SELECT COUNT(DISTINCT SORTCODE CONCAT ACCOUNTNUM)
                       FROM DDMANDATE
                      WHERE POLICYNUMBER = :DB2-POLICYNUM-INT),
                    (SELECT COUNT(*)
                       FROM DDMANDATE
                      WHERE POLICYNUMBER    = :DB2-POLICYNUM-INT
                        AND CUSTOMERNUMBER <> :DB2-CUSTOMERNUM-INT)
               INTO :DB2-CARD-INT, :DB2-ACCOUNTS-INT,
                    :DB2-OTHERNAME-INT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ACCT RULE SQLCODE: ' SQLCODE
                       ' REFUND ' DB2-DISBID-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2100-EXIT
           END-IF
           IF DB2-CARD-INT = 0
              AND DB2-ACCOUNTS-INT < 2
              AND DB2-OTHERNAME-INT = 0
               GO TO 2100-EXIT
           END-IF
           .
       2100-HIT.
           STRING 'ACCT ' DELIMITED BY SIZE
               INTO WS-RULES-HIT WITH POINTER WS-RULE-PTR
           ADD 1 TO WS-RULE-COUNT
           ADD 1 TO WS-TOT-RULE-ACCT
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CXLQ - a large premium cancelled within N days of inception.   *
      * Only a cancellation refund can trip it.                        *
      *----------------------------------------------------------------*
       2200-RULE-QUICK-CANCEL.
           IF DB2-SOURCE NOT = 'R'
               GO TO 2200-EXIT
           END-IF
           MOVE WS-QUICK-CANCEL-DAYS TO DB2-DAYS-INT
           MOVE WS-LARGE-PREMIUM TO DB2-PREMIUM-DEC

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COUNT-INT
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND PAYMENT     >= :DB2-PREMIUM-DEC
                AND DAYS(DATE(:DB2-CREATED-DATE)) - DAYS(ISSUEDATE)
                    <= :DB2-DAYS-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CXLQ RULE SQLCODE: ' SQLCODE
                       ' REFUND ' DB2-DISBID-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2200-EXIT
           END-IF
           IF DB2-COUNT-INT > 0
               STRING 'CXLQ ' DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULE-PTR
               ADD 1 TO WS-RULE-COUNT
               ADD 1 TO WS-TOT-RULE-CXLQ
           END-IF
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * OVPY - more paid in than the premium, loaded for installments, *
      * could account for.  The allowance covers the installment and   *
      * card loadings; anything past it was paid over and is coming    *
      * back.                                                          *
      *----------------------------------------------------------------*
       2300-RULE-OVERPAYMENT.
           EXEC SQL
             SELECT P.PAYMENT,
                    (SELECT COALESCE(SUM(S.AMOUNT), 0)
                       FROM PAYSCHED S
                      WHERE S.POLICYNUMBER = P.POLICYNUMBER
                        AND S.STATUS       = 'P')
               INTO :DB2-PREMIUM-DEC, :DB2-PAID-DEC
               FROM POLICY P
              WHERE P.POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE = 100
               GO TO 2300-EXIT
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY 'OVPY RULE SQLCODE: ' SQLCODE
                       ' REFUND ' DB2-DISBID-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2300-EXIT
           END-IF
           COMPUTE WS-OVERPAY-LIMIT ROUNDED =
              DB2-PREMIUM-DEC * (100 + WS-OVERPAY-PCT) / 100
           IF DB2-PAID-DEC > WS-OVERPAY-LIMIT
               STRING 'OVPY ' DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULE-PTR
               ADD 1 TO WS-RULE-COUNT
               ADD 1 TO WS-TOT-RULE-OVPY
           END-IF
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CYCL - K or more cancellations by the customer in the          *
      * lookback months, this one included.                            *
      *----------------------------------------------------------------*
       2400-RULE-CYCLES.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COUNT-INT
               FROM POLICYHIST
              WHERE CUSTOMERNUMBER    = :DB2-CUSTOMERNUM-INT
                AND CHANGETYPE        = 'C'
                AND CHANGEDTIMESTAMP >=
                    CURRENT TIMESTAMP - :DB2-MONTHS-SINT MONTHS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CYCL RULE SQLCODE: ' SQLCODE
                       ' REFUND ' DB2-DISBID-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2400-EXIT
           END-IF
           IF DB2-COUNT-INT NOT < WS-CYCLE-COUNT
               STRING 'CYCL' DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULE-PTR
               ADD 1 TO WS-RULE-COUNT
               ADD 1 TO WS-TOT-RULE-CYCL
           END-IF
           .
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Hold the refund and open its case.  The hold only takes an     *
      * item still open - one the payment run has already taken is     *
      * past stopping here and is left alone.                          *
      *----------------------------------------------------------------*
       2700-RAISE-CASE.
           EXEC SQL
             UPDATE DISBURSE
                SET STATUS = 'H'
              WHERE DISBID = :DB2-DISBID-INT
                AND STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'DISBURSE HOLD SQLCODE: ' SQLCODE
                       ' REFUND ' DB2-DISBID-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2700-EXIT
           END-IF
           IF SQLCODE = 100 OR SQLERRD(3) = 0
               GO TO 2700-EXIT
           END-IF

           MOVE WS-RULES-HIT TO DB2-RULES
           EXEC SQL
             INSERT INTO AMLCASE
                       ( CASEID,
                         DISBID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         SOURCETYPE,
                         AMOUNT,
                         RULES,
                         STATUS,
                         RAISEDTS )
                VALUES ( DEFAULT,
                         :DB2-DISBID-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-POLICYNUM-INT,
                         :DB2-SOURCE,
                         :DB2-AMOUNT-DEC,
                         :DB2-RULES,
                         'O',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'AMLCASE INSERT SQLCODE: ' SQLCODE
                       ' REFUND ' DB2-DISBID-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 2700-EXIT
           END-IF
           EXEC SQL
             SET :DB2-CASEID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

           ADD 1 TO WS-TOT-ALERTS
           ADD DB2-AMOUNT-DEC TO WS-TOT-HELD-AMT
           MOVE DB2-CASEID-INT      TO WS-AL-CASE-ID
           MOVE DB2-DISBID-INT      TO WS-AL-DISB-ID
           MOVE DB2-SOURCE          TO WS-AL-SOURCE
           MOVE DB2-CUSTOMERNUM-INT TO WS-AL-CUSTOMER-NUM
           MOVE DB2-POLICYNUM-INT   TO WS-AL-POLICY-NUM
           MOVE DB2-AMOUNT-DEC      TO WS-AL-AMOUNT
           MOVE WS-RULES-HIT        TO WS-AL-RULES
           MOVE WS-ALERT-LINE TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           .
       2700-EXIT.
           EXIT.

       3000-CLOSE.
      *    Every case still awaiting a decision, however old - the
      *    MLRO's outstanding work.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COUNT-INT
               FROM AMLCASE
              WHERE STATUS = 'O'
           END-EXEC
           IF SQLCODE = 0
               MOVE DB2-COUNT-INT TO WS-TOT-STILL-OPEN
           ELSE
               DISPLAY 'AMLCASE OPEN COUNT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE 'AML MONITORING - CONTROL TOTALS'
               TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD

           MOVE WS-TOT-EXAMINED TO WS-REPORT-COUNT
           STRING 'REFUNDS EXAMINED......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-ALERTS TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING 'ALERTS RAISED - HELD..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-HELD-AMT TO WS-REPORT-AMOUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING 'AMOUNT HELD...........: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-RULE-ACCT TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING '  ACCT DIFFERENT ACCT.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-RULE-CXLQ TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING '  CXLQ QUICK CANCEL...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-RULE-OVPY TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING '  OVPY OVERPAYMENT....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-RULE-CYCL TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING '  CYCL ADD/CANCEL.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-DECISIONS TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING 'MLRO DECISIONS READ...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-CLEARED TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING 'CLEARED - RELEASED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-REPORTED TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING 'REPORTED - STILL HELD.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-REJECTED TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING 'DECISIONS REFUSED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-STILL-OPEN TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING 'CASES AWAITING MLRO...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING 'ERRORS................: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           IF WS-CLEAR-STATUS = '00' OR WS-CLEAR-STATUS = '05'
               CLOSE CLEARANCE-FILE
           END-IF
           IF WS-PARM-STATUS = '00'
               CLOSE PARM-FILE
           END-IF
           CLOSE ALERT-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGAMLMN1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-EXAMINED TO RS-RECS-IN
              ADD WS-TOT-DECISIONS TO RS-RECS-IN
              MOVE WS-TOT-ALERTS TO RS-RECS-OUT
              MOVE WS-TOT-ERRORS TO RS-RECS-ERROR
              MOVE WS-TOT-STILL-OPEN TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
