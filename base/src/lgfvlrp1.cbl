       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGFVLRP1.
      *----------------------------------------------------------------*
      * Annual product fair-value assessment.  The conduct regulator   *
      * expects each product's value to its customers evidenced once   *
      * a year, so for the year on FVPARM every product - policy type  *
      * and the customer group scheme it was written under (CUSTGROUP  *
      * on the COMMERCIAL row; the personal lines have none) - is      *
      * measured on what its customers got back against what they      *
      * paid:                                                          *
      *   claims frequency, acceptance rate and average settlement     *
      *   time off the CLAIM table, the loss ratio against the year's  *
      *   earned premium (EARNDET, LGERNPM1's monthly earning detail   *
      *   for the twelve months), the commission and fee take - broker *
      *   commission and administration fees off GLTRANS, installment  *
      *   fees off PAYSCHED - and the complaint rate off LGCMPDB1's    *
      *   COMPLAINT table.                                             *
      * The value thresholds are data on FVRULES, one record per       *
      * measure with an optional policy-type override, so product      *
      * governance can move a threshold without a recompile.  Any      *
      * product outside a threshold is written to FVGOVN, the referral *
      * list for the product governance committee, with the measure    *
      * that failed, and the job ends RC 4.                            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO FVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RULES-FILE ASSIGN TO FVRULES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT EARNING-DETAIL-FILE ASSIGN TO EARNDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNDET-STATUS.
           SELECT GL-TRANS-FILE ASSIGN TO GLTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.
           SELECT VALUE-REPORT-FILE ASSIGN TO FVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT GOVERNANCE-FILE ASSIGN TO FVGOVN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOVN-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The calendar year being assessed - by default the year
      * before the run.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 FV-YEAR               PIC 9(4).
           05 FILLER                PIC X(76).

      * One record per value threshold.  A blank policy type applies
      * to every product; a record for one type overrides it for
      * that type.  Measures:
      *   LRMN  lowest acceptable loss ratio, percent
      *   ACMN  lowest acceptable claims acceptance rate, percent
      *   STMX  longest acceptable average settlement, days
      *   TKMX  highest acceptable commission and fee take, percent
      *   CPMX  highest acceptable complaints per thousand policies
      *   MINP  fewest policies in force worth assessing
       FD  RULES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RULES-RECORD.
           05 FR-MEASURE            PIC X(4).
           05 FR-POLICY-TYPE        PIC X.
           05 FR-VALUE              PIC 9(5)V99.
           05 FILLER                PIC X(68).

      * LGERNPM1's earning detail - the year's twelve month-end
      * files concatenated.
       FD  EARNING-DETAIL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  EARNING-DETAIL-RECORD.
           05 ED-POLICY-NUM         PIC X(10).
           05 ED-POLICY-TYPE        PIC X.
           05 ED-MONTH-END          PIC 9(8).
           05 ED-EARNED-MONTH       PIC 9(7)V99.
           05 ED-UPR                PIC 9(7)V99.
           05 FILLER                PIC X(23).

      * The year's GLTRANS movements as LGGLPST1 reads them - only
      * the broker commission and administration fee rows are used.
       FD  GL-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-TRANS-RECORD.
           05 GT-TRAN-TYPE          PIC X.
              88 GT-COMMISSION          VALUE 'C'.
              88 GT-ADMIN-FEE           VALUE 'A'.
           05 GT-TRAN-DATE          PIC 9(8).
           05 GT-POLICY-NUM         PIC X(10).
           05 GT-BROKERID           PIC 9(9).
           05 GT-AMOUNT             PIC 9(9)V99.
           05 GT-CURRENCY           PIC X(3).
           05 FILLER                PIC X(18).

       FD  VALUE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  VALUE-REPORT-RECORD      PIC X(80).

      * The referral list for the product governance committee - one
      * line per measure a product failed.
       FD  GOVERNANCE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GOVERNANCE-RECORD        PIC X(80).

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
           05 WS-RULES-STATUS       PIC X(2).
           05 WS-EARNDET-STATUS     PIC X(2).
           05 WS-GLTRANS-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
           05 WS-GOVN-STATUS        PIC X(2).

       01  WS-EOF-FLAGS.
           05 WS-RULES-EOF          PIC X VALUE 'N'.
           05 WS-EARNDET-EOF        PIC X VALUE 'N'.
           05 WS-GLTRANS-EOF        PIC X VALUE 'N'.
           05 WS-SQL-EOF            PIC X VALUE 'N'.

       01  WS-RUN-OK                PIC X VALUE 'Y'.
       01  WS-YEAR                  PIC 9(4) VALUE 0.

      *----------------------------------------------------------------*
      * One entry per product - policy type and customer group.  The   *
      * measures are accumulated from each source in turn and assessed *
      * once everything is in.                                         *
      *----------------------------------------------------------------*
       01  WS-PRODUCT-TABLE.
           03 WS-PR-ENTRY OCCURS 200 TIMES.
              05 WS-PR-TYPE         PIC X.
              05 WS-PR-GROUP        PIC X(5).
              05 WS-PR-POLICIES     PIC 9(7) COMP-3.
              05 WS-PR-EARNED       PIC S9(11)V99 COMP-3.
              05 WS-PR-CLAIMS       PIC 9(7) COMP-3.
              05 WS-PR-INCURRED     PIC S9(11)V99 COMP-3.
              05 WS-PR-DECIDED      PIC 9(7) COMP-3.
              05 WS-PR-ACCEPTED     PIC 9(7) COMP-3.
              05 WS-PR-SETTLE-DAYS  PIC S9(9) COMP-3.
              05 WS-PR-COMMISSION   PIC S9(11)V99 COMP-3.
              05 WS-PR-INST-FEES    PIC S9(11)V99 COMP-3.
              05 WS-PR-ADMIN-FEES   PIC S9(11)V99 COMP-3.
              05 WS-PR-COMPLAINTS   PIC 9(7) COMP-3.
              05 WS-PR-REFERRED     PIC X.
       01  WS-PRODUCT-USED          PIC 9(3) VALUE 0.
       01  WS-PR-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-LK-TYPE               PIC X.
       01  WS-LK-GROUP              PIC X(5).

      * The value thresholds off FVRULES.
       01  WS-RULE-TABLE.
           03 WS-RU-ENTRY OCCURS 50 TIMES.
              05 WS-RU-MEASURE      PIC X(4).
              05 WS-RU-TYPE         PIC X.
              05 WS-RU-VALUE        PIC 9(5)V99.
       01  WS-RULE-USED             PIC 9(3) VALUE 0.
       01  WS-RU-SUB                PIC S9(4) COMP VALUE 0.

      * Threshold lookup - the caller sets the measure and its
      * compiled-in default; a rule for every type replaces the
      * default and one for this product's type replaces both.
       01  WS-TH-FIELDS.
           05 WS-TH-MEASURE         PIC X(4).
           05 WS-TH-VALUE           PIC 9(5)V99.
           05 WS-TH-SOURCE          PIC X.

      * The product's measures, worked out in 4000-ASSESS-PRODUCT.
       01  WS-MEASURES.
           05 WS-MX-FREQUENCY       PIC S9(5)V99 COMP-3.
           05 WS-MX-ACCEPT          PIC S9(5)V99 COMP-3.
           05 WS-MX-SETTLE          PIC S9(5)V99 COMP-3.
           05 WS-MX-LOSS-RATIO      PIC S9(5)V99 COMP-3.
           05 WS-MX-TAKE            PIC S9(5)V99 COMP-3.
           05 WS-MX-COMPLAINT       PIC S9(5)V99 COMP-3.
           05 WS-MX-PAID-IN         PIC S9(11)V99 COMP-3.
           05 WS-MX-CHARGES         PIC S9(11)V99 COMP-3.
           05 WS-MX-MIN-POLICIES    PIC 9(5)V99.

      * Policy to product, for the file-driven sources.  The last
      * policy looked up is kept - EARNDET and GLTRANS both carry a
      * policy's rows together.
       01  WS-LOOKUP-FIELDS.
           05 WS-LK-POLICY-NUM      PIC X(10).
           05 WS-LK-POLICY-NUMERIC  PIC 9(10).
           05 WS-LK-LAST-POLICY     PIC X(10) VALUE SPACES.
           05 WS-LK-LAST-TYPE       PIC X.
           05 WS-LK-LAST-GROUP      PIC X(5).

       01  DB2-FV-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-YEAR-SINT         PIC S9(4) COMP.
           05 DB2-YEAR-START        PIC X(10).
           05 DB2-YEAR-END          PIC X(10).
           05 DB2-POLICYTYPE        PIC X.
           05 DB2-CUSTGROUP         PIC X(5).
           05 DB2-COUNT-INT         PIC S9(9) COMP.
           05 DB2-DECIDED-INT       PIC S9(9) COMP.
           05 DB2-ACCEPTED-INT      PIC S9(9) COMP.
           05 DB2-DAYS-INT          PIC S9(9) COMP.
           05 DB2-AMOUNT-DEC        PIC S9(11)V99 COMP-3.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-EARNDET        PIC 9(7) VALUE 0.
           05 WS-TOT-GLTRANS        PIC 9(7) VALUE 0.
           05 WS-TOT-UNMATCHED      PIC 9(7) VALUE 0.
           05 WS-TOT-ASSESSED       PIC 9(7) VALUE 0.
           05 WS-TOT-TOO-SMALL      PIC 9(7) VALUE 0.
           05 WS-TOT-REFERRED       PIC 9(7) VALUE 0.
           05 WS-TOT-REFERRALS      PIC 9(7) VALUE 0.
           05 WS-TOT-DROPPED        PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMT1           PIC -,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-PCT            PIC -ZZZZ9.99.
       01  WS-REPORT-LIMIT          PIC ZZZZ9.99.
       01  WS-RPT-LABEL             PIC X(34).
       01  WS-RPT-AMOUNT            PIC S9(11)V99 COMP-3.
       01  WS-RPT-RATIO             PIC S9(5)V99 COMP-3.
       01  WS-PRODUCT-NAME          PIC X(20).
       01  WS-REFER-REASON          PIC X(24).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Policies on cover at any time in the year.
           EXEC SQL
             DECLARE FVPOL-CSR CURSOR FOR
               SELECT P.POLICYTYPE, COALESCE(C.CUSTGROUP, ' '),
                      COUNT(*)
                 FROM POLICY P
                 LEFT OUTER JOIN COMMERCIAL C
                   ON C.POLICYNUMBER = P.POLICYNUMBER
                WHERE P.ISSUEDATE  <= :DB2-YEAR-END
                  AND P.EXPIRYDATE >= :DB2-YEAR-START
                GROUP BY P.POLICYTYPE, COALESCE(C.CUSTGROUP, ' ')
           END-EXEC.

      *    Claims notified in the year and what they cost, and the
      *    claims decided in the year - settled with a payment
      *    counts as accepted, closed with nothing paid as declined -
      *    with the days each took from notification.  Claims filed
      *    before the notified date was kept fall back on the loss
      *    date.
           EXEC SQL
             DECLARE FVCLM-CSR CURSOR FOR
               SELECT P.POLICYTYPE, COALESCE(C.CUSTGROUP, ' '),
                      SUM(CASE WHEN YEAR(L.LOSSDATE) = :DB2-YEAR-SINT
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN YEAR(L.LOSSDATE) = :DB2-YEAR-SINT
                               THEN COALESCE(L.PAIDTOTAL, 0)
                                  + COALESCE(L.RESERVEAMOUNT, 0)
                                  - COALESCE(L.RECOVEREDTOTAL, 0)
                                  + COALESCE(L.LEGALPAIDTOTAL, 0)
                               ELSE 0 END),
                      SUM(CASE WHEN YEAR(L.CLOSEDDATE) = :DB2-YEAR-SINT
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN YEAR(L.CLOSEDDATE) = :DB2-YEAR-SINT
                                AND (L.STATUS = 'S'
                                     OR COALESCE(L.PAIDTOTAL, 0) > 0)
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN YEAR(L.CLOSEDDATE) = :DB2-YEAR-SINT
                               THEN DAYS(L.CLOSEDDATE)
                                  - DAYS(COALESCE(L.NOTIFIEDDATE,
                                                  L.LOSSDATE))
                               ELSE 0 END)
                 FROM CLAIM L
                 JOIN POLICY P
                   ON P.POLICYNUMBER = L.POLICYNUMBER
                 LEFT OUTER JOIN COMMERCIAL C
                   ON C.POLICYNUMBER = P.POLICYNUMBER
                WHERE YEAR(L.LOSSDATE)   = :DB2-YEAR-SINT
                   OR YEAR(L.CLOSEDDATE) = :DB2-YEAR-SINT
                GROUP BY P.POLICYTYPE, COALESCE(C.CUSTGROUP, ' ')
           END-EXEC.

      *    Installment fees on the policies written in the year - what
      *    the payment schedule collects over the premium.
           EXEC SQL
             DECLARE FVINS-CSR CURSOR FOR
               SELECT P.POLICYTYPE, COALESCE(C.CUSTGROUP, ' '),
                      SUM(S.SCHEDTOTAL - P.PAYMENT)
                 FROM POLICY P
                 JOIN (SELECT POLICYNUMBER, SUM(AMOUNT) AS SCHEDTOTAL
                         FROM PAYSCHED
                        GROUP BY POLICYNUMBER) S
                   ON S.POLICYNUMBER = P.POLICYNUMBER
                 LEFT OUTER JOIN COMMERCIAL C
                   ON C.POLICYNUMBER = P.POLICYNUMBER
                WHERE YEAR(P.ISSUEDATE) = :DB2-YEAR-SINT
                GROUP BY P.POLICYTYPE, COALESCE(C.CUSTGROUP, ' ')
           END-EXEC.

      *    Complaints opened in the year against a policy.
           EXEC SQL
             DECLARE FVCMP-CSR CURSOR FOR
               SELECT P.POLICYTYPE, COALESCE(C.CUSTGROUP, ' '),
                      COUNT(*)
                 FROM COMPLAINT K
                 JOIN POLICY P
                   ON P.POLICYNUMBER = K.POLICYNUMBER
                 LEFT OUTER JOIN COMMERCIAL C
                   ON C.POLICYNUMBER = P.POLICYNUMBER
                WHERE YEAR(K.OPENEDDATE) = :DB2-YEAR-SINT
                GROUP BY P.POLICYTYPE, COALESCE(C.CUSTGROUP, ' ')
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           IF WS-RUN-OK = 'Y'
               PERFORM 2000-LOAD-POLICIES
               PERFORM 2200-LOAD-CLAIMS
               PERFORM 2400-LOAD-INSTALLMENT-FEES
               PERFORM 2600-LOAD-COMPLAINTS
               PERFORM 3000-LOAD-EARNED THRU 3000-EXIT
                   UNTIL WS-EARNDET-EOF = 'Y'
               PERFORM 3200-LOAD-CHARGES THRU 3200-EXIT
                   UNTIL WS-GLTRANS-EOF = 'Y'
               PERFORM 4000-ASSESS-PRODUCT THRU 4000-EXIT
                   VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PRODUCT-USED
           END-IF
           PERFORM 5000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           INITIALIZE WS-PRODUCT-TABLE

           OPEN INPUT  PARM-FILE
                INPUT  RULES-FILE
                INPUT  EARNING-DETAIL-FILE
                INPUT  GL-TRANS-FILE
                OUTPUT VALUE-REPORT-FILE
                OUTPUT GOVERNANCE-FILE

           COMPUTE WS-YEAR = WS-RS-RUN-DATE / 10000 - 1
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FV-YEAR NUMERIC AND FV-YEAR > 0
                           MOVE FV-YEAR TO WS-YEAR
                       END-IF
               END-READ
           END-IF
           MOVE WS-YEAR TO DB2-YEAR-SINT
           MOVE SPACES TO DB2-YEAR-START DB2-YEAR-END
           STRING WS-YEAR '-01-01' DELIMITED BY SIZE
               INTO DB2-YEAR-START
           STRING WS-YEAR '-12-31' DELIMITED BY SIZE
               INTO DB2-YEAR-END

      *    No rules file leaves every threshold at its default.
           IF WS-RULES-STATUS = '00'
               PERFORM 1100-LOAD-RULE THRU 1100-EXIT
                   UNTIL WS-RULES-EOF = 'Y'
           END-IF

           IF WS-EARNDET-STATUS NOT = '00'
               DISPLAY 'EARNDET OPEN ERROR: ' WS-EARNDET-STATUS
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF WS-GLTRANS-STATUS NOT = '00'
               DISPLAY 'GLTRANS OPEN ERROR: ' WS-GLTRANS-STATUS
               MOVE 'N' TO WS-RUN-OK
           END-IF

           MOVE 'PRODUCT FAIR-VALUE ASSESSMENT' TO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING 'YEAR ' WS-YEAR DELIMITED BY SIZE
               INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE 'PRODUCTS REFERRED TO PRODUCT GOVERNANCE'
               TO GOVERNANCE-RECORD
           WRITE GOVERNANCE-RECORD
           MOVE SPACES TO GOVERNANCE-RECORD
           STRING 'YEAR ' WS-YEAR DELIMITED BY SIZE
               INTO GOVERNANCE-RECORD
           WRITE GOVERNANCE-RECORD

           IF WS-RUN-OK = 'N'
               MOVE 8 TO RETURN-CODE
               MOVE 'INPUT MISSING - NO ASSESSMENT MADE'
                   TO VALUE-REPORT-RECORD
               WRITE VALUE-REPORT-RECORD
           END-IF.

       1100-LOAD-RULE.
           READ RULES-FILE
               AT END MOVE 'Y' TO WS-RULES-EOF
               GO TO 1100-EXIT
           END-READ
           IF FR-VALUE NOT NUMERIC
               DISPLAY 'FVRULES VALUE NOT NUMERIC: ' FR-MEASURE
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           IF WS-RULE-USED NOT < 50
               ADD 1 TO WS-TOT-DROPPED
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-RULE-USED
           MOVE FR-MEASURE     TO WS-RU-MEASURE(WS-RULE-USED)
           MOVE FR-POLICY-TYPE TO WS-RU-TYPE(WS-RULE-USED)
           MOVE FR-VALUE       TO WS-RU-VALUE(WS-RULE-USED)
           .
       1100-EXIT.
           EXIT.

       2000-LOAD-POLICIES.
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN FVPOL-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FVPOL CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF
           PERFORM 2100-FETCH-POLICIES THRU 2100-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           EXEC SQL
             CLOSE FVPOL-CSR
           END-EXEC.

       2100-FETCH-POLICIES.
           EXEC SQL
             FETCH FVPOL-CSR
              INTO :DB2-POLICYTYPE, :DB2-CUSTGROUP, :DB2-COUNT-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FVPOL FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF
           MOVE DB2-POLICYTYPE TO WS-LK-TYPE
           MOVE DB2-CUSTGROUP TO WS-LK-GROUP
           PERFORM 9300-FIND-PRODUCT
           IF WS-PR-SUB > 0
               ADD DB2-COUNT-INT TO WS-PR-POLICIES(WS-PR-SUB)
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-LOAD-CLAIMS.
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN FVCLM-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FVCLM CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF
           PERFORM 2300-FETCH-CLAIMS THRU 2300-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           EXEC SQL
             CLOSE FVCLM-CSR
           END-EXEC.

       2300-FETCH-CLAIMS.
           EXEC SQL
             FETCH FVCLM-CSR
              INTO :DB2-POLICYTYPE, :DB2-CUSTGROUP, :DB2-COUNT-INT,
                   :DB2-AMOUNT-DEC, :DB2-DECIDED-INT,
                   :DB2-ACCEPTED-INT, :DB2-DAYS-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FVCLM FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2300-EXIT
           END-IF
           MOVE DB2-POLICYTYPE TO WS-LK-TYPE
           MOVE DB2-CUSTGROUP TO WS-LK-GROUP
           PERFORM 9300-FIND-PRODUCT
           IF WS-PR-SUB > 0
               ADD DB2-COUNT-INT    TO WS-PR-CLAIMS(WS-PR-SUB)
               ADD DB2-AMOUNT-DEC   TO WS-PR-INCURRED(WS-PR-SUB)
               ADD DB2-DECIDED-INT  TO WS-PR-DECIDED(WS-PR-SUB)
               ADD DB2-ACCEPTED-INT TO WS-PR-ACCEPTED(WS-PR-SUB)
               ADD DB2-DAYS-INT     TO WS-PR-SETTLE-DAYS(WS-PR-SUB)
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-LOAD-INSTALLMENT-FEES.
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN FVINS-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FVINS CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF
           PERFORM 2500-FETCH-INSTALLMENT-FEES THRU 2500-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           EXEC SQL
             CLOSE FVINS-CSR
           END-EXEC.

       2500-FETCH-INSTALLMENT-FEES.
           EXEC SQL
             FETCH FVINS-CSR
              INTO :DB2-POLICYTYPE, :DB2-CUSTGROUP, :DB2-AMOUNT-DEC
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FVINS FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2500-EXIT
           END-IF
           MOVE DB2-POLICYTYPE TO WS-LK-TYPE
           MOVE DB2-CUSTGROUP TO WS-LK-GROUP
           PERFORM 9300-FIND-PRODUCT
           IF WS-PR-SUB > 0
               ADD DB2-AMOUNT-DEC TO WS-PR-INST-FEES(WS-PR-SUB)
           END-IF
           .
       2500-EXIT.
           EXIT.

       2600-LOAD-COMPLAINTS.
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN FVCMP-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FVCMP CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF
           PERFORM 2700-FETCH-COMPLAINTS THRU 2700-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           EXEC SQL
             CLOSE FVCMP-CSR
           END-EXEC.

       2700-FETCH-COMPLAINTS.
           EXEC SQL
             FETCH FVCMP-CSR
              INTO :DB2-POLICYTYPE, :DB2-CUSTGROUP, :DB2-COUNT-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FVCMP FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2700-EXIT
           END-IF
           MOVE DB2-POLICYTYPE TO WS-LK-TYPE
           MOVE DB2-CUSTGROUP TO WS-LK-GROUP
           PERFORM 9300-FIND-PRODUCT
           IF WS-PR-SUB > 0
               ADD DB2-COUNT-INT TO WS-PR-COMPLAINTS(WS-PR-SUB)
           END-IF
           .
       2700-EXIT.
           EXIT.

      * Premium earned in the year's twelve months.
       3000-LOAD-EARNED.
           READ EARNING-DETAIL-FILE
               AT END MOVE 'Y' TO WS-EARNDET-EOF
               GO TO 3000-EXIT
           END-READ
           IF ED-MONTH-END(1:4) NOT = WS-YEAR
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-TOT-EARNDET
           MOVE ED-POLICY-NUM TO WS-LK-POLICY-NUM
           MOVE ED-POLICY-TYPE TO WS-LK-TYPE
           PERFORM 9200-PRODUCT-FOR-POLICY THRU 9200-EXIT
           PERFORM 9300-FIND-PRODUCT
           IF WS-PR-SUB > 0
               ADD ED-EARNED-MONTH TO WS-PR-EARNED(WS-PR-SUB)
           END-IF
           .
       3000-EXIT.
           EXIT.

      * Broker commission and administration fees charged in the
      * year.
       3200-LOAD-CHARGES.
           READ GL-TRANS-FILE
               AT END MOVE 'Y' TO WS-GLTRANS-EOF
               GO TO 3200-EXIT
           END-READ
           IF NOT GT-COMMISSION AND NOT GT-ADMIN-FEE
               GO TO 3200-EXIT
           END-IF
           IF GT-TRAN-DATE(1:4) NOT = WS-YEAR
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-TOT-GLTRANS
           MOVE GT-POLICY-NUM TO WS-LK-POLICY-NUM
           MOVE SPACE TO WS-LK-TYPE
           PERFORM 9200-PRODUCT-FOR-POLICY THRU 9200-EXIT
           PERFORM 9300-FIND-PRODUCT
           IF WS-PR-SUB = 0
               GO TO 3200-EXIT
           END-IF
           IF GT-COMMISSION
               ADD GT-AMOUNT TO WS-PR-COMMISSION(WS-PR-SUB)
           ELSE
               ADD GT-AMOUNT TO WS-PR-ADMIN-FEES(WS-PR-SUB)
           END-IF
           .
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One product's measures against the value thresholds.  A        *
      * product with too few policies in force to say anything about   *
      * is reported but not assessed.  Each measure is only tested     *
      * where it has something to stand on - no claims decided, no     *
      * acceptance rate.                                               *
      *----------------------------------------------------------------*
       4000-ASSESS-PRODUCT.
           MOVE 'N' TO WS-PR-REFERRED(WS-PR-SUB)
           MOVE SPACES TO WS-PRODUCT-NAME
           IF WS-PR-GROUP(WS-PR-SUB) = SPACES
               STRING 'TYPE ' WS-PR-TYPE(WS-PR-SUB) ' NO SCHEME'
                   DELIMITED BY SIZE INTO WS-PRODUCT-NAME
           ELSE
               STRING 'TYPE ' WS-PR-TYPE(WS-PR-SUB) ' SCHEME '
                      WS-PR-GROUP(WS-PR-SUB)
                   DELIMITED BY SIZE INTO WS-PRODUCT-NAME
           END-IF

           INITIALIZE WS-MEASURES
           IF WS-PR-POLICIES(WS-PR-SUB) > 0
               COMPUTE WS-MX-FREQUENCY ROUNDED =
                  WS-PR-CLAIMS(WS-PR-SUB) * 100
                  / WS-PR-POLICIES(WS-PR-SUB)
                  ON SIZE ERROR MOVE 99999.99 TO WS-MX-FREQUENCY
               END-COMPUTE
               COMPUTE WS-MX-COMPLAINT ROUNDED =
                  WS-PR-COMPLAINTS(WS-PR-SUB) * 1000
                  / WS-PR-POLICIES(WS-PR-SUB)
                  ON SIZE ERROR MOVE 99999.99 TO WS-MX-COMPLAINT
               END-COMPUTE
           END-IF
           IF WS-PR-DECIDED(WS-PR-SUB) > 0
               COMPUTE WS-MX-ACCEPT ROUNDED =
                  WS-PR-ACCEPTED(WS-PR-SUB) * 100
                  / WS-PR-DECIDED(WS-PR-SUB)
               COMPUTE WS-MX-SETTLE ROUNDED =
                  WS-PR-SETTLE-DAYS(WS-PR-SUB)
                  / WS-PR-DECIDED(WS-PR-SUB)
                  ON SIZE ERROR MOVE 99999.99 TO WS-MX-SETTLE
               END-COMPUTE
           END-IF
           IF WS-PR-EARNED(WS-PR-SUB) > 0
               COMPUTE WS-MX-LOSS-RATIO ROUNDED =
                  WS-PR-INCURRED(WS-PR-SUB) * 100
                  / WS-PR-EARNED(WS-PR-SUB)
                  ON SIZE ERROR MOVE 99999.99 TO WS-MX-LOSS-RATIO
               END-COMPUTE
           END-IF

      *    The take is the share of everything the customers paid -
      *    premium earned and the fees on top - that went on broker
      *    commission and fees rather than cover.
           COMPUTE WS-MX-CHARGES =
              WS-PR-COMMISSION(WS-PR-SUB) + WS-PR-INST-FEES(WS-PR-SUB)
              + WS-PR-ADMIN-FEES(WS-PR-SUB)
           COMPUTE WS-MX-PAID-IN =
              WS-PR-EARNED(WS-PR-SUB) + WS-PR-INST-FEES(WS-PR-SUB)
              + WS-PR-ADMIN-FEES(WS-PR-SUB)
           IF WS-MX-PAID-IN > 0
               COMPUTE WS-MX-TAKE ROUNDED =
                  WS-MX-CHARGES * 100 / WS-MX-PAID-IN
                  ON SIZE ERROR MOVE 99999.99 TO WS-MX-TAKE
               END-COMPUTE
           END-IF

           PERFORM 4200-WRITE-PRODUCT

           MOVE 'MINP' TO WS-TH-MEASURE
           MOVE 25 TO WS-TH-VALUE
           PERFORM 9400-THRESHOLD
           MOVE WS-TH-VALUE TO WS-MX-MIN-POLICIES
           IF WS-PR-POLICIES(WS-PR-SUB) < WS-MX-MIN-POLICIES
               ADD 1 TO WS-TOT-TOO-SMALL
               MOVE '  TOO FEW POLICIES IN FORCE TO ASSESS'
                   TO VALUE-REPORT-RECORD
               WRITE VALUE-REPORT-RECORD
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-TOT-ASSESSED

           IF WS-PR-EARNED(WS-PR-SUB) > 0
               MOVE 'LRMN' TO WS-TH-MEASURE
               MOVE 40 TO WS-TH-VALUE
               PERFORM 9400-THRESHOLD
               IF WS-MX-LOSS-RATIO < WS-TH-VALUE
                   MOVE 'LOSS RATIO BELOW' TO WS-REFER-REASON
                   MOVE WS-MX-LOSS-RATIO TO WS-RPT-RATIO
                   PERFORM 4100-REFER
               END-IF
           END-IF

           IF WS-PR-DECIDED(WS-PR-SUB) > 0
               MOVE 'ACMN' TO WS-TH-MEASURE
               MOVE 80 TO WS-TH-VALUE
               PERFORM 9400-THRESHOLD
               IF WS-MX-ACCEPT < WS-TH-VALUE
                   MOVE 'ACCEPTANCE RATE BELOW' TO WS-REFER-REASON
                   MOVE WS-MX-ACCEPT TO WS-RPT-RATIO
                   PERFORM 4100-REFER
               END-IF
               MOVE 'STMX' TO WS-TH-MEASURE
               MOVE 60 TO WS-TH-VALUE
               PERFORM 9400-THRESHOLD
               IF WS-MX-SETTLE > WS-TH-VALUE
                   MOVE 'SETTLEMENT DAYS OVER' TO WS-REFER-REASON
                   MOVE WS-MX-SETTLE TO WS-RPT-RATIO
                   PERFORM 4100-REFER
               END-IF
           END-IF

           IF WS-MX-PAID-IN > 0
               MOVE 'TKMX' TO WS-TH-MEASURE
               MOVE 35 TO WS-TH-VALUE
               PERFORM 9400-THRESHOLD
               IF WS-MX-TAKE > WS-TH-VALUE
                   MOVE 'COMMISSION/FEES OVER' TO WS-REFER-REASON
                   MOVE WS-MX-TAKE TO WS-RPT-RATIO
                   PERFORM 4100-REFER
               END-IF
           END-IF

           MOVE 'CPMX' TO WS-TH-MEASURE
           MOVE 10 TO WS-TH-VALUE
           PERFORM 9400-THRESHOLD
           IF WS-MX-COMPLAINT > WS-TH-VALUE
               MOVE 'COMPLAINTS/1000 OVER' TO WS-REFER-REASON
               MOVE WS-MX-COMPLAINT TO WS-RPT-RATIO
               PERFORM 4100-REFER
           END-IF

           IF WS-PR-REFERRED(WS-PR-SUB) = 'Y'
               ADD 1 TO WS-TOT-REFERRED
               MOVE '  VALUE: REFERRED TO PRODUCT GOVERNANCE'
                   TO VALUE-REPORT-RECORD
           ELSE
               MOVE '  VALUE: WITHIN ALL THRESHOLDS'
                   TO VALUE-REPORT-RECORD
           END-IF
           WRITE VALUE-REPORT-RECORD
           .
       4000-EXIT.
           EXIT.

      * One failed measure - onto the report under the product and
      * onto the committee's referral list.
       4100-REFER.
           MOVE 'Y' TO WS-PR-REFERRED(WS-PR-SUB)
           ADD 1 TO WS-TOT-REFERRALS
           MOVE WS-RPT-RATIO TO WS-REPORT-PCT
           MOVE WS-TH-VALUE TO WS-REPORT-LIMIT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING '  ** ' WS-REFER-REASON ' ' WS-REPORT-LIMIT
                  ' AT ' WS-REPORT-PCT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD
           MOVE SPACES TO GOVERNANCE-RECORD
           STRING WS-PRODUCT-NAME ' ' WS-REFER-REASON ' '
                  WS-REPORT-LIMIT ' AT ' WS-REPORT-PCT
               DELIMITED BY SIZE INTO GOVERNANCE-RECORD
           WRITE GOVERNANCE-RECORD.

       4200-WRITE-PRODUCT.
           MOVE SPACES TO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD
           MOVE WS-PRODUCT-NAME TO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE 'POLICIES IN FORCE' TO WS-RPT-LABEL
           MOVE WS-PR-POLICIES(WS-PR-SUB) TO WS-REPORT-COUNT
           PERFORM 4400-LINE-COUNT
           MOVE 'EARNED PREMIUM' TO WS-RPT-LABEL
           MOVE WS-PR-EARNED(WS-PR-SUB) TO WS-RPT-AMOUNT
           PERFORM 4300-LINE-AMOUNT

           MOVE 'CLAIMS NOTIFIED' TO WS-RPT-LABEL
           MOVE WS-PR-CLAIMS(WS-PR-SUB) TO WS-REPORT-COUNT
           PERFORM 4400-LINE-COUNT
           MOVE 'CLAIMS FREQUENCY PER 100 POLICIES' TO WS-RPT-LABEL
           MOVE WS-MX-FREQUENCY TO WS-RPT-RATIO
           PERFORM 4500-LINE-RATIO
           MOVE 'CLAIMS DECIDED' TO WS-RPT-LABEL
           MOVE WS-PR-DECIDED(WS-PR-SUB) TO WS-REPORT-COUNT
           PERFORM 4400-LINE-COUNT
           MOVE 'CLAIMS ACCEPTANCE RATE PCT' TO WS-RPT-LABEL
           MOVE WS-MX-ACCEPT TO WS-RPT-RATIO
           PERFORM 4500-LINE-RATIO
           MOVE 'AVERAGE SETTLEMENT DAYS' TO WS-RPT-LABEL
           MOVE WS-MX-SETTLE TO WS-RPT-RATIO
           PERFORM 4500-LINE-RATIO
           MOVE 'CLAIMS INCURRED' TO WS-RPT-LABEL
           MOVE WS-PR-INCURRED(WS-PR-SUB) TO WS-RPT-AMOUNT
           PERFORM 4300-LINE-AMOUNT
           MOVE 'LOSS RATIO PCT' TO WS-RPT-LABEL
           MOVE WS-MX-LOSS-RATIO TO WS-RPT-RATIO
           PERFORM 4500-LINE-RATIO

           MOVE 'BROKER COMMISSION' TO WS-RPT-LABEL
           MOVE WS-PR-COMMISSION(WS-PR-SUB) TO WS-RPT-AMOUNT
           PERFORM 4300-LINE-AMOUNT
           MOVE 'INSTALLMENT FEES' TO WS-RPT-LABEL
           MOVE WS-PR-INST-FEES(WS-PR-SUB) TO WS-RPT-AMOUNT
           PERFORM 4300-LINE-AMOUNT
           MOVE 'ADMINISTRATION FEES' TO WS-RPT-LABEL
           MOVE WS-PR-ADMIN-FEES(WS-PR-SUB) TO WS-RPT-AMOUNT
           PERFORM 4300-LINE-AMOUNT
           MOVE 'COMMISSION AND FEE TAKE PCT' TO WS-RPT-LABEL
           MOVE WS-MX-TAKE TO WS-RPT-RATIO
           PERFORM 4500-LINE-RATIO

           MOVE 'COMPLAINTS' TO WS-RPT-LABEL
           MOVE WS-PR-COMPLAINTS(WS-PR-SUB) TO WS-REPORT-COUNT
           PERFORM 4400-LINE-COUNT
           MOVE 'COMPLAINTS PER 1000 POLICIES' TO WS-RPT-LABEL
           MOVE WS-MX-COMPLAINT TO WS-RPT-RATIO
           PERFORM 4500-LINE-RATIO.

       4300-LINE-AMOUNT.
           MOVE WS-RPT-AMOUNT TO WS-REPORT-AMT1
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING '  ' WS-RPT-LABEL WS-REPORT-AMT1
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD.

       4400-LINE-COUNT.
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING '  ' WS-RPT-LABEL '         ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD.

       4500-LINE-RATIO.
           MOVE WS-RPT-RATIO TO WS-REPORT-PCT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING '  ' WS-RPT-LABEL '       ' WS-REPORT-PCT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD.

       5000-CLOSE.
           MOVE SPACES TO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE 'FAIR-VALUE ASSESSMENT - CONTROL TOTALS'
               TO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD
           MOVE SPACES TO VALUE-REPORT-RECORD

           MOVE WS-PRODUCT-USED TO WS-REPORT-COUNT
           STRING 'PRODUCTS............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE WS-TOT-ASSESSED TO WS-REPORT-COUNT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING 'ASSESSED............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE WS-TOT-TOO-SMALL TO WS-REPORT-COUNT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING 'TOO SMALL TO ASSESS.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE WS-TOT-REFERRED TO WS-REPORT-COUNT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING 'REFERRED............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE WS-TOT-REFERRALS TO WS-REPORT-COUNT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING 'MEASURES FAILED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE WS-TOT-EARNDET TO WS-REPORT-COUNT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING 'EARNING ROWS IN YEAR: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE WS-TOT-GLTRANS TO WS-REPORT-COUNT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING 'CHARGE ROWS IN YEAR.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE WS-TOT-UNMATCHED TO WS-REPORT-COUNT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING 'POLICY NOT ON FILE..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           MOVE WS-TOT-DROPPED TO WS-REPORT-COUNT
           MOVE SPACES TO VALUE-REPORT-RECORD
           STRING 'TABLE OVERFLOWS.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO VALUE-REPORT-RECORD
           WRITE VALUE-REPORT-RECORD

           IF WS-TOT-REFERRED = 0
               MOVE 'NO PRODUCT REFERRED' TO GOVERNANCE-RECORD
               WRITE GOVERNANCE-RECORD
           END-IF

           IF WS-TOT-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TOT-REFERRED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE PARM-FILE
                 RULES-FILE
                 EARNING-DETAIL-FILE
                 GL-TRANS-FILE
                 VALUE-REPORT-FILE
                 GOVERNANCE-FILE.

      *----------------------------------------------------------------*
      * The product a policy belongs to - its type and the customer    *
      * group on its COMMERCIAL row.  A type the caller already knows  *
      * other than commercial has no group to look up.  A policy no    *
      * longer on file (archived) keeps the type the caller gave, or   *
      * '?' when there is none.                                        *
      *----------------------------------------------------------------*
       9200-PRODUCT-FOR-POLICY.
           IF WS-LK-POLICY-NUM = WS-LK-LAST-POLICY
               MOVE WS-LK-LAST-TYPE TO WS-LK-TYPE
               MOVE WS-LK-LAST-GROUP TO WS-LK-GROUP
               GO TO 9200-EXIT
           END-IF

           MOVE SPACES TO WS-LK-GROUP
           IF WS-LK-TYPE NOT = SPACE AND WS-LK-TYPE NOT = 'C'
               GO TO 9200-SAVE
           END-IF

           MOVE 0 TO DB2-POLICYNUM-INT
           IF WS-LK-POLICY-NUM NUMERIC
               MOVE WS-LK-POLICY-NUM TO WS-LK-POLICY-NUMERIC
               MOVE WS-LK-POLICY-NUMERIC TO DB2-POLICYNUM-INT
           END-IF

           EXEC SQL
             SELECT P.POLICYTYPE, COALESCE(C.CUSTGROUP, ' ')
               INTO :DB2-POLICYTYPE, :DB2-CUSTGROUP
               FROM POLICY P
               LEFT OUTER JOIN COMMERCIAL C
                 ON C.POLICYNUMBER = P.POLICYNUMBER
              WHERE P.POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-POLICYTYPE TO WS-LK-TYPE
               MOVE DB2-CUSTGROUP TO WS-LK-GROUP
             WHEN 100
               ADD 1 TO WS-TOT-UNMATCHED
               IF WS-LK-TYPE = SPACE
                   MOVE '?' TO WS-LK-TYPE
               END-IF
             WHEN OTHER
               DISPLAY 'POLICY SELECT SQLCODE: ' SQLCODE
                       ' POLICY ' WS-LK-POLICY-NUM
               MOVE 8 TO RETURN-CODE
               IF WS-LK-TYPE = SPACE
                   MOVE '?' TO WS-LK-TYPE
               END-IF
           END-EVALUATE.

       9200-SAVE.
           MOVE WS-LK-POLICY-NUM TO WS-LK-LAST-POLICY
           MOVE WS-LK-TYPE TO WS-LK-LAST-TYPE
           MOVE WS-LK-GROUP TO WS-LK-LAST-GROUP.

       9200-EXIT.
           EXIT.

      * Find the product's entry, adding it on first sight.  A full
      * table comes back as subscript zero and fails the run.
       9300-FIND-PRODUCT.
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
             UNTIL WS-PR-SUB > WS-PRODUCT-USED
                OR (WS-PR-TYPE(WS-PR-SUB) = WS-LK-TYPE
                    AND WS-PR-GROUP(WS-PR-SUB) = WS-LK-GROUP)
               CONTINUE
           END-PERFORM
           IF WS-PR-SUB > WS-PRODUCT-USED
               IF WS-PRODUCT-USED < 200
                   ADD 1 TO WS-PRODUCT-USED
                   MOVE WS-PRODUCT-USED TO WS-PR-SUB
                   MOVE WS-LK-TYPE TO WS-PR-TYPE(WS-PR-SUB)
                   MOVE WS-LK-GROUP TO WS-PR-GROUP(WS-PR-SUB)
               ELSE
                   ADD 1 TO WS-TOT-DROPPED
                   MOVE 0 TO WS-PR-SUB
               END-IF
           END-IF.

      * The threshold for WS-TH-MEASURE on the current product.
       9400-THRESHOLD.
           MOVE SPACE TO WS-TH-SOURCE
           PERFORM VARYING WS-RU-SUB FROM 1 BY 1
             UNTIL WS-RU-SUB > WS-RULE-USED
               IF WS-RU-MEASURE(WS-RU-SUB) = WS-TH-MEASURE
                   IF WS-RU-TYPE(WS-RU-SUB) = WS-PR-TYPE(WS-PR-SUB)
                       MOVE WS-RU-VALUE(WS-RU-SUB) TO WS-TH-VALUE
                       MOVE 'T' TO WS-TH-SOURCE
                   END-IF
                   IF WS-RU-TYPE(WS-RU-SUB) = SPACE
                      AND WS-TH-SOURCE NOT = 'T'
                       MOVE WS-RU-VALUE(WS-RU-SUB) TO WS-TH-VALUE
                       MOVE 'G' TO WS-TH-SOURCE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGFVLRP1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              COMPUTE RS-RECS-IN = WS-TOT-EARNDET + WS-TOT-GLTRANS
              MOVE WS-PRODUCT-USED TO RS-RECS-OUT
              MOVE WS-TOT-UNMATCHED TO RS-RECS-ERROR
              MOVE WS-TOT-REFERRED TO RS-RECS-SUSPENSE
              IF RETURN-CODE < 8
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
