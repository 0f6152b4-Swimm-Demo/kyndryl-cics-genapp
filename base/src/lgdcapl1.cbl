       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDCAPL1.
      *----------------------------------------------------------------*
      * Monthly debt collection agency placement.  When LGLAPDR1       *
      * lapses a commercial policy for non-payment the installments    *
      * that fell due before the lapse are earned premium still owed,  *
      * and until now they sat on the receivables ledger with nobody   *
      * chasing them.  This job places every lapsed policy whose       *
      * unpaid earned balance is at least WS-MIN-BALANCE with an       *
      * external agency: one DEBTPLACE row per debt, the policy's      *
      * unpaid rows moved to 'A' (at agency) under that DEBTID so the  *
      * bank collections and card arrears leave them alone, and one    *
      * placement record per debt to the agency.  Debts are shared     *
      * round the agencies named on the DCAPARM record in turn.        *
      * LGDCARS1 posts what the agencies send back.  The run ends      *
      * with the aged report of everything still out with each         *
      * agency that credit control works from.                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DCAPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO DCAPLACE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLACE-STATUS.
           SELECT PLACE-REPORT-FILE ASSIGN TO DCAPLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record: the smallest balance worth placing and the codes
      * of up to five agencies taking placements this month.  With
      * no agency named nothing can be placed and the job fails.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 PR-MIN-BALANCE        PIC 9(5)V99.
           05 PR-AGENCY             PIC X(4) OCCURS 5 TIMES.
           05 FILLER                PIC X(53).

      * One record per debt placed, in the layout the agencies take.
      * PL-DEBT-ID is the reference the agency quotes back on every
      * return.
       FD  PLACEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 220 CHARACTERS.
       01  PLACEMENT-RECORD.
           05 PL-DEBT-ID            PIC 9(9).
           05 PL-AGENCY             PIC X(4).
           05 PL-POLICY-NUM         PIC 9(10).
           05 PL-CUSTOMER-NUM       PIC 9(10).
           05 PL-NAME               PIC X(40).
           05 PL-ADDRESS            PIC X(80).
           05 PL-POSTCODE           PIC X(8).
           05 PL-PHONE              PIC X(15).
           05 PL-LAPSE-DATE         PIC X(10).
           05 PL-OLDEST-DUE         PIC X(10).
           05 PL-BALANCE            PIC 9(7)V99.
           05 FILLER                PIC X(15).

       FD  PLACE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PLACE-REPORT-RECORD      PIC X(80).

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of job, one record per execution.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY LGRUNST.

      * Shared interface register - see LGIFREG.  Opened EXTEND only
      * at end of job, one record per file sent or received.
       FD  IFACE-REG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY LGIFREG.

       WORKING-STORAGE SECTION.

      * Run-statistics capture - see LGRUNST.
       01  WS-RUNSTATS-STATUS       PIC X(2).
       01  WS-RS-START-TIME         PIC 9(6) VALUE 0.
       01  WS-RS-RUN-DATE           PIC 9(8) VALUE 0.

      * Interface register capture - see LGIFREG.
       01  WS-IFREG-STATUS          PIC X(2).
       01  WS-FILE-STATUS.
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-PLACE-STATUS       PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-DEBT-EOF              PIC X VALUE 'N'.
       01  WS-AGED-EOF              PIC X VALUE 'N'.
       01  WS-RUN-DATE-ISO          PIC X(10).

      * Below this a placement costs more in agency fees than it
      * brings back.  DCAPARM overrides it.
       01  WS-MIN-BALANCE           PIC 9(5)V99 VALUE 50.00.

      * The agencies taking placements, dealt debts in turn.
       01  WS-AGENCY-TABLE.
           05 WS-AG-CODE            PIC X(4) OCCURS 5 TIMES.
       01  WS-AGENCY-USED           PIC S9(4) COMP VALUE 0.
       01  WS-AGENCY-NEXT           PIC S9(4) COMP VALUE 0.
       01  WS-PARM-SUB              PIC S9(4) COMP VALUE 0.

      * Aged report - one line per agency, balance outstanding by
      * days since placement.
       01  WS-AGED-FIELDS.
           05 WS-AGED-AGENCY        PIC X(4) VALUE SPACES.
           05 WS-AGED-COUNT         PIC 9(7) VALUE 0.
           05 WS-AGED-BAND          PIC 9(9)V99 OCCURS 4 TIMES.
           05 WS-AGED-TOTAL         PIC 9(9)V99 VALUE 0.
           05 WS-AGED-SUB           PIC S9(4) COMP VALUE 0.
       01  WS-GRAND-FIELDS.
           05 WS-GRAND-COUNT        PIC 9(7) VALUE 0.
           05 WS-GRAND-BAND         PIC 9(9)V99 OCCURS 4 TIMES.
           05 WS-GRAND-TOTAL        PIC 9(9)V99 VALUE 0.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-CANDIDATES     PIC 9(7) VALUE 0.
           05 WS-TOT-PLACED         PIC 9(7) VALUE 0.
           05 WS-TOT-PLACED-AMT     PIC 9(9)V99 VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-POLICY            PIC 9(10).
       01  WS-AGED-LINE.
           05 WS-AL-AGENCY          PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-AL-COUNT           PIC ZZZ,ZZ9.
           05 WS-AL-BAND            PIC ZZZ,ZZZ,ZZ9 OCCURS 4 TIMES.
           05 WS-AL-TOTAL           PIC ZZZ,ZZZ,ZZ9.

       01  DB2-DEBT-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-DEBTID-INT        PIC S9(9) COMP.
           05 DB2-LAPSE-DATE        PIC X(10).
           05 DB2-OLDEST-DUE        PIC X(10).
           05 DB2-BALANCE-DEC       PIC S9(7)V99 COMP-3.
           05 DB2-MIN-BALANCE-DEC   PIC S9(7)V99 COMP-3.
           05 DB2-AGENCY            PIC X(4).
           05 DB2-NAME              PIC X(40).
           05 DB2-ADDRESS           PIC X(80).
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-PHONE             PIC X(15).
           05 DB2-AGE-DAYS-INT      PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Lapsed commercial policies - still lapsed, so a policy
      *    reinstated since is left alone - with earned premium owed
      *    and not already placed.  Only installments due on or
      *    before the lapse date were earned; the 'L' row's expiry is
      *    the lapse date.
           EXEC SQL
             DECLARE DEBT-CSR CURSOR FOR
               SELECT H.POLICYNUMBER, H.CUSTOMERNUMBER,
                      CHAR(H.EXPIRYDATE, ISO),
                      CHAR(MIN(S.DUEDATE), ISO),
                      SUM(S.AMOUNT)
                 FROM POLICYHIST H, PAYSCHED S, COMMERCIAL C
                WHERE H.CHANGETYPE   = 'L'
                  AND H.CANCELMETHOD = 'F'
                  AND C.PolicyNumber = H.POLICYNUMBER
                  AND C.Status       = 8
                  AND S.POLICYNUMBER = H.POLICYNUMBER
                  AND S.STATUS IN ('R', 'D')
                  AND S.DUEDATE     <= H.EXPIRYDATE
                  AND NOT EXISTS
                      (SELECT 1
                         FROM DEBTPLACE D
                        WHERE D.POLICYNUMBER = H.POLICYNUMBER)
                GROUP BY H.POLICYNUMBER, H.CUSTOMERNUMBER,
                         H.EXPIRYDATE
               HAVING SUM(S.AMOUNT) >= :DB2-MIN-BALANCE-DEC
                ORDER BY H.POLICYNUMBER
           END-EXEC.

      *    Everything still out with an agency, by agency.
           EXEC SQL
             DECLARE AGED-CSR CURSOR FOR
               SELECT AGENCY,
                      PLACEDAMT - RECOVEREDAMT,
                      DAYS(CURRENT DATE) - DAYS(PLACEDDATE)
                 FROM DEBTPLACE
                WHERE STATUS = 'P'
                ORDER BY AGENCY
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PLACE-DEBT THRU 2000-EXIT
               UNTIL WS-DEBT-EOF = 'Y'
           PERFORM 2900-CLOSE-DEBTS
           PERFORM 4000-AGED-REPORT THRU 4000-EXIT
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           MOVE WS-RS-RUN-DATE(1:4) TO WS-RUN-DATE-ISO(1:4)
           MOVE '-'                 TO WS-RUN-DATE-ISO(5:1)
           MOVE WS-RS-RUN-DATE(5:2) TO WS-RUN-DATE-ISO(6:2)
           MOVE '-'                 TO WS-RUN-DATE-ISO(8:1)
           MOVE WS-RS-RUN-DATE(7:2) TO WS-RUN-DATE-ISO(9:2)

           OPEN OUTPUT PLACEMENT-FILE
                OUTPUT PLACE-REPORT-FILE
           PERFORM 1100-READ-PARM

           MOVE SPACES TO PLACE-REPORT-RECORD
           STRING 'DEBT COLLECTION AGENCY PLACEMENT - RUN DATE '
                  WS-RUN-DATE-ISO
               DELIMITED BY SIZE INTO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD
           MOVE SPACES TO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD

           IF WS-AGENCY-USED = 0
               MOVE 'NO AGENCY ON DCAPARM - NOTHING PLACED'
                 TO PLACE-REPORT-RECORD
               WRITE PLACE-REPORT-RECORD
               MOVE 'Y' TO WS-DEBT-EOF
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-MIN-BALANCE TO DB2-MIN-BALANCE-DEC
               EXEC SQL
                 OPEN DEBT-CSR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'DEBT CURSOR OPEN SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-DEBT-EOF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PR-MIN-BALANCE NUMERIC
                          AND PR-MIN-BALANCE > 0
                           MOVE PR-MIN-BALANCE TO WS-MIN-BALANCE
                       END-IF
                       PERFORM 1150-LOAD-AGENCY
                           VARYING WS-PARM-SUB FROM 1 BY 1
                           UNTIL WS-PARM-SUB > 5
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1150-LOAD-AGENCY.
           IF PR-AGENCY(WS-PARM-SUB) NOT = SPACES
               ADD 1 TO WS-AGENCY-USED
               MOVE PR-AGENCY(WS-PARM-SUB)
                 TO WS-AG-CODE(WS-AGENCY-USED)
           END-IF.

      * Each debt is filed on DEBTPLACE before its placement record
      * goes out, so a rerun finds it placed and never sends the
      * same debt twice.
       2000-PLACE-DEBT.
           EXEC SQL
             FETCH DEBT-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-LAPSE-DATE, :DB2-OLDEST-DUE,
                   :DB2-BALANCE-DEC
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-DEBT-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'DEBT FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-CANDIDATES
           MOVE DB2-POLICYNUM-INT TO WS-RPT-POLICY

           EXEC SQL
             SELECT COALESCE(CUSTOMERNAME, ' '),
                    COALESCE(CUSTOMERADDRESS, ' '),
                    COALESCE(POSTCODE, ' '),
                    COALESCE(PHONE, ' ')
               INTO :DB2-NAME, :DB2-ADDRESS,
                    :DB2-POSTCODE, :DB2-PHONE
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-TOT-ERRORS
               MOVE SPACES TO PLACE-REPORT-RECORD
               STRING 'NO CUSTOMER - NOT PLACED: POLICY '
                      WS-RPT-POLICY
                   DELIMITED BY SIZE INTO PLACE-REPORT-RECORD
               WRITE PLACE-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-AGENCY-NEXT
           IF WS-AGENCY-NEXT > WS-AGENCY-USED
               MOVE 1 TO WS-AGENCY-NEXT
           END-IF
           MOVE WS-AG-CODE(WS-AGENCY-NEXT) TO DB2-AGENCY

           EXEC SQL
             INSERT INTO DEBTPLACE
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         AGENCY,
                         PLACEDDATE,
                         PLACEDAMT,
                         RECOVEREDAMT,
                         WRITEOFFAMT,
                         STATUS         )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-AGENCY,
                         :WS-RUN-DATE-ISO,
                         :DB2-BALANCE-DEC,
                         0,
                         0,
                         'P'             )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEBTPLACE INSERT SQLCODE: ' SQLCODE
                       ' POLICY ' WS-RPT-POLICY
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           EXEC SQL
             SET :DB2-DEBTID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

           EXEC SQL
             UPDATE PAYSCHED
                SET STATUS = 'A',
                    DEBTID = :DB2-DEBTID-INT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS IN ('R', 'D')
                AND DUEDATE     <= :DB2-LAPSE-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PAYSCHED PLACE SQLCODE: ' SQLCODE
                       ' POLICY ' WS-RPT-POLICY
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO PLACEMENT-RECORD
           MOVE DB2-DEBTID-INT      TO PL-DEBT-ID
           MOVE DB2-AGENCY          TO PL-AGENCY
           MOVE DB2-POLICYNUM-INT   TO PL-POLICY-NUM
           MOVE DB2-CUSTOMERNUM-INT TO PL-CUSTOMER-NUM
           MOVE DB2-NAME            TO PL-NAME
           MOVE DB2-ADDRESS         TO PL-ADDRESS
           MOVE DB2-POSTCODE        TO PL-POSTCODE
           MOVE DB2-PHONE           TO PL-PHONE
           MOVE DB2-LAPSE-DATE      TO PL-LAPSE-DATE
           MOVE DB2-OLDEST-DUE      TO PL-OLDEST-DUE
           MOVE DB2-BALANCE-DEC     TO PL-BALANCE
           WRITE PLACEMENT-RECORD

           ADD 1 TO WS-TOT-PLACED
           ADD DB2-BALANCE-DEC TO WS-TOT-PLACED-AMT
           MOVE DB2-BALANCE-DEC TO WS-REPORT-AMOUNT
           MOVE SPACES TO PLACE-REPORT-RECORD
           STRING 'PLACED: POLICY ' WS-RPT-POLICY
                  ' WITH ' DB2-AGENCY
                  ' ' WS-REPORT-AMOUNT
                  ' LAPSED ' DB2-LAPSE-DATE
               DELIMITED BY SIZE INTO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD
           .
       2000-EXIT.
           EXIT.

       2900-CLOSE-DEBTS.
           IF WS-AGENCY-USED > 0
               EXEC SQL
                 CLOSE DEBT-CSR
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * Aged report of placed debt by agency - balance still out       *
      * (placed less recovered) by days since placement: under 31,     *
      * 31-90, 91-180 and over 180.                                    *
      *----------------------------------------------------------------*
       4000-AGED-REPORT.
           MOVE SPACES TO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD
           MOVE SPACES TO PLACE-REPORT-RECORD
           STRING 'PLACED DEBT OUTSTANDING BY AGENCY - '
                  'DAYS SINCE PLACEMENT'
               DELIMITED BY SIZE INTO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD
           MOVE SPACES TO PLACE-REPORT-RECORD
           STRING 'AGCY    DEBTS       0-30      31-90     91-180'
                  '       181+      TOTAL'
               DELIMITED BY SIZE INTO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD

           INITIALIZE WS-AGED-FIELDS WS-GRAND-FIELDS
           EXEC SQL
             OPEN AGED-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'AGED CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           PERFORM 4100-AGE-ONE-DEBT THRU 4100-EXIT
               UNTIL WS-AGED-EOF = 'Y'

           EXEC SQL
             CLOSE AGED-CSR
           END-EXEC

           IF WS-AGED-AGENCY NOT = SPACES
               PERFORM 4200-WRITE-AGENCY-LINE
           END-IF

           MOVE 'TOTAL'        TO WS-AL-AGENCY
           MOVE WS-GRAND-COUNT TO WS-AL-COUNT
           PERFORM VARYING WS-AGED-SUB FROM 1 BY 1
             UNTIL WS-AGED-SUB > 4
               MOVE WS-GRAND-BAND(WS-AGED-SUB)
                 TO WS-AL-BAND(WS-AGED-SUB)
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-AL-TOTAL
           MOVE WS-AGED-LINE   TO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD
           .
       4000-EXIT.
           EXIT.

       4100-AGE-ONE-DEBT.
           EXEC SQL
             FETCH AGED-CSR
              INTO :DB2-AGENCY, :DB2-BALANCE-DEC,
                   :DB2-AGE-DAYS-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-AGED-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'AGED FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 4100-EXIT
           END-IF

           IF DB2-AGENCY NOT = WS-AGED-AGENCY
               IF WS-AGED-AGENCY NOT = SPACES
                   PERFORM 4200-WRITE-AGENCY-LINE
               END-IF
               INITIALIZE WS-AGED-FIELDS
               MOVE DB2-AGENCY TO WS-AGED-AGENCY
           END-IF

           EVALUATE TRUE
             WHEN DB2-AGE-DAYS-INT < 31
               MOVE 1 TO WS-AGED-SUB
             WHEN DB2-AGE-DAYS-INT < 91
               MOVE 2 TO WS-AGED-SUB
             WHEN DB2-AGE-DAYS-INT < 181
               MOVE 3 TO WS-AGED-SUB
             WHEN OTHER
               MOVE 4 TO WS-AGED-SUB
           END-EVALUATE

           ADD 1 TO WS-AGED-COUNT WS-GRAND-COUNT
           ADD DB2-BALANCE-DEC TO WS-AGED-BAND(WS-AGED-SUB)
                                  WS-GRAND-BAND(WS-AGED-SUB)
                                  WS-AGED-TOTAL
                                  WS-GRAND-TOTAL
           .
       4100-EXIT.
           EXIT.

       4200-WRITE-AGENCY-LINE.
           MOVE WS-AGED-AGENCY TO WS-AL-AGENCY
           MOVE WS-AGED-COUNT  TO WS-AL-COUNT
           PERFORM VARYING WS-AGED-SUB FROM 1 BY 1
             UNTIL WS-AGED-SUB > 4
               MOVE WS-AGED-BAND(WS-AGED-SUB)
                 TO WS-AL-BAND(WS-AGED-SUB)
           END-PERFORM
           MOVE WS-AGED-TOTAL TO WS-AL-TOTAL
           MOVE WS-AGED-LINE  TO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD.

       3000-CLOSE.
           MOVE SPACES TO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD

           MOVE 'AGENCY PLACEMENT - CONTROL TOTALS'
               TO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD

           MOVE WS-TOT-CANDIDATES TO WS-REPORT-COUNT
           MOVE SPACES TO PLACE-REPORT-RECORD
           STRING 'DEBTS FOUND.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD

           MOVE WS-TOT-PLACED TO WS-REPORT-COUNT
           MOVE SPACES TO PLACE-REPORT-RECORD
           STRING 'DEBTS PLACED........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD

           MOVE WS-TOT-PLACED-AMT TO WS-REPORT-AMOUNT
           MOVE SPACES TO PLACE-REPORT-RECORD
           STRING 'AMOUNT PLACED.......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD

           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           MOVE SPACES TO PLACE-REPORT-RECORD
           STRING 'NOT PLACED..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PLACE-REPORT-RECORD
           WRITE PLACE-REPORT-RECORD

           CLOSE PLACEMENT-FILE
                 PLACE-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGDCAPL1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-CANDIDATES TO RS-RECS-IN
              MOVE WS-TOT-PLACED TO RS-RECS-OUT
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

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the placement file  *
      * this run cut for the agencies, hashed on the balances placed;  *
      * LGDCARS1's return registers against it.                        *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'DCAPLACE' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGDCAPL1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-PLACED TO IR-RECORD-COUNT
              MOVE WS-TOT-PLACED-AMT TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
