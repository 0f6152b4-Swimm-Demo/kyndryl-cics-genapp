       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGWPBON1.
      *----------------------------------------------------------------*
      * Year-end with-profits reversionary bonus declaration.  The    *
      * actuaries declare one reversionary bonus rate for the year;   *
      * this job adds it to every in-force with-profits endowment     *
      * (CA-E-W-PRO set - the ENDOWMENT row's WITHPROFITS flag) that  *
      * has not matured, been surrendered or become a death claim.    *
      * The bonus is compound: the declared percentage of the sum     *
      * assured plus the bonuses already attaching, to the whole      *
      * pound.  The running total is kept on ENDOWMENT.BONUSTOTAL,    *
      * which the maturity run, the surrender quote and the death     *
      * claim all add to the sum assured; each year's addition is    *
      * also filed on ENDBONUS, the policy's bonus history, and a     *
      * policy with an ENDBONUS row for the year already is skipped   *
      * - a rerun never adds the same year's bonus twice.  Each       *
      * policy bonused writes a notice on BONNOT for LGCORR1 to put   *
      * into the customer's envelope.  BONPARM carries the bonus      *
      * year and the declared rate and is mandatory: without it       *
      * nothing is applied and the job ends return code 8.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO BONPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BONUS-NOTICE-FILE ASSIGN TO BONNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT BONUS-REPORT-FILE ASSIGN TO BONRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The declaration: the bonus year and the reversionary rate as
      * a percentage, e.g. 2026 and 0275 for 2.75%.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 BP-BONUS-YEAR         PIC 9(4).
           05 BP-BONUS-RATE         PIC 9(2)V99.
           05 FILLER                PIC X(72).

      * One bonus notice per policy bonused, read by LGCORR1.
       FD  BONUS-NOTICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  BONUS-NOTICE-RECORD.
           05 BN-POLICY-NUM         PIC X(10).
           05 BN-CUSTOMER-NUM       PIC X(10).
           05 BN-BONUS-YEAR         PIC 9(4).
           05 BN-BONUS-RATE         PIC 9(2)V99.
           05 BN-BONUS-ADDED        PIC 9(8).
           05 BN-BONUS-TOTAL        PIC 9(8).
           05 BN-SUM-ASSURED        PIC 9(8).
           05 FILLER                PIC X(8).

       FD  BONUS-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BONUS-REPORT-RECORD      PIC X(80).

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
           05 WS-NOTICE-STATUS      PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-BONUS-YEAR            PIC 9(4) VALUE 0.
       01  WS-BONUS-RATE            PIC 9(2)V99 VALUE 0.
       01  WS-REPORT-RATE           PIC Z9.99.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-BONUSED        PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.
           05 WS-TOT-BONUS          PIC 9(11) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  DB2-BONUS-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-SUMASSURED-INT    PIC S9(9) COMP.
           05 DB2-BONUSTOTAL-INT    PIC S9(9) COMP.
           05 DB2-BONUS-INT         PIC S9(9) COMP.
           05 DB2-BONUSYEAR-SINT    PIC S9(4) COMP.
           05 DB2-RATE-DEC          PIC S9(2)V99 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    In-force with-profits endowments not yet bonused for the
      *    year being declared.
           EXEC SQL
             DECLARE BONUS-CSR CURSOR FOR
               SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                      E.SUMASSURED, COALESCE(E.BONUSTOTAL, 0)
                 FROM POLICY P, ENDOWMENT E
                WHERE P.POLICYNUMBER = E.POLICYNUMBER
                  AND P.POLICYTYPE   = 'E'
                  AND P.EXPIRYDATE  >= CURRENT DATE
                  AND E.WITHPROFITS  = 'Y'
                  AND COALESCE(E.MATURED, 'N')     <> 'Y'
                  AND COALESCE(E.SURRENDERED, 'N') <> 'Y'
                  AND COALESCE(E.DECEASED, 'N')    <> 'Y'
                  AND NOT EXISTS
                      (SELECT 1 FROM ENDBONUS B
                        WHERE B.POLICYNUMBER = E.POLICYNUMBER
                          AND B.BONUSYEAR    = :DB2-BONUSYEAR-SINT)
                ORDER BY P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT THRU 1000-EXIT
           PERFORM 2000-PROCESS THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN OUTPUT BONUS-NOTICE-FILE
                OUTPUT BONUS-REPORT-FILE

           PERFORM 1100-READ-DECLARATION
           IF WS-SQL-EOF = 'Y'
               GO TO 1000-EXIT
           END-IF

           MOVE WS-BONUS-YEAR TO DB2-BONUSYEAR-SINT
           MOVE WS-BONUS-RATE TO DB2-RATE-DEC
           MOVE WS-BONUS-RATE TO WS-REPORT-RATE
           MOVE SPACES TO BONUS-REPORT-RECORD
           STRING 'WITH-PROFITS BONUS DECLARATION - YEAR '
                  WS-BONUS-YEAR ' RATE ' WS-REPORT-RATE '%'
               DELIMITED BY SIZE INTO BONUS-REPORT-RECORD
           WRITE BONUS-REPORT-RECORD
           MOVE SPACES TO BONUS-REPORT-RECORD
           WRITE BONUS-REPORT-RECORD

           EXEC SQL
             OPEN BONUS-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       1000-EXIT.
           EXIT.

      * No declaration, or one that isn't a year and a rate, stops
      * the run before anything is touched - a bonus applied at the
      * wrong rate would have to be unpicked policy by policy.
       1100-READ-DECLARATION.
           MOVE 'Y' TO WS-SQL-EOF
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BP-BONUS-YEAR NUMERIC
                          AND BP-BONUS-RATE NUMERIC
                          AND BP-BONUS-YEAR > 0
                          AND BP-BONUS-RATE > 0
                           MOVE BP-BONUS-YEAR TO WS-BONUS-YEAR
                           MOVE BP-BONUS-RATE TO WS-BONUS-RATE
                           MOVE 'N' TO WS-SQL-EOF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-SQL-EOF = 'Y'
               DISPLAY 'BONPARM MISSING OR INVALID - NO BONUS APPLIED'
               MOVE 'BONPARM MISSING OR INVALID - NO BONUS APPLIED'
                   TO BONUS-REPORT-RECORD
               WRITE BONUS-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESS.
           EXEC SQL
             FETCH BONUS-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-SUMASSURED-INT, :DB2-BONUSTOTAL-INT
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

      *    Compound reversionary bonus - the rate applies to the sum
      *    assured and to the bonuses already attaching.
           COMPUTE DB2-BONUS-INT ROUNDED =
              (DB2-SUMASSURED-INT + DB2-BONUSTOTAL-INT)
              * WS-BONUS-RATE / 100
           ADD DB2-BONUS-INT TO DB2-BONUSTOTAL-INT

      *    The history row goes first: it is what stops a rerun, so
      *    a policy whose history can't be written is left unbonused
      *    for the rerun to pick up.
           EXEC SQL
             INSERT INTO ENDBONUS
                       ( POLICYNUMBER,
                         BONUSYEAR,
                         BONUSRATE,
                         BONUSAMOUNT,
                         BONUSTOTAL,
                         DECLAREDDATE )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-BONUSYEAR-SINT,
                         :DB2-RATE-DEC,
                         :DB2-BONUS-INT,
                         :DB2-BONUSTOTAL-INT,
                         CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ENDBONUS INSERT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               ADD 1 TO WS-TOT-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           EXEC SQL
             UPDATE ENDOWMENT
                SET BONUSTOTAL = :DB2-BONUSTOTAL-INT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ENDOWMENT UPDATE SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               ADD 1 TO WS-TOT-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO BONUS-NOTICE-RECORD
           MOVE DB2-POLICYNUM-INT   TO BN-POLICY-NUM
           MOVE DB2-CUSTOMERNUM-INT TO BN-CUSTOMER-NUM
           MOVE WS-BONUS-YEAR       TO BN-BONUS-YEAR
           MOVE WS-BONUS-RATE       TO BN-BONUS-RATE
           MOVE DB2-BONUS-INT       TO BN-BONUS-ADDED
           MOVE DB2-BONUSTOTAL-INT  TO BN-BONUS-TOTAL
           MOVE DB2-SUMASSURED-INT  TO BN-SUM-ASSURED
           WRITE BONUS-NOTICE-RECORD

           ADD 1 TO WS-TOT-BONUSED
           ADD DB2-BONUS-INT TO WS-TOT-BONUS
           .
       2000-EXIT.
           EXIT.

       3000-CLOSE.
           IF WS-BONUS-YEAR > 0
               EXEC SQL
                 CLOSE BONUS-CSR
               END-EXEC
           END-IF

           MOVE SPACES TO BONUS-REPORT-RECORD
           MOVE 'BONUS DECLARATION RUN - CONTROL TOTALS'
               TO BONUS-REPORT-RECORD
           WRITE BONUS-REPORT-RECORD

           MOVE SPACES TO BONUS-REPORT-RECORD
           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           STRING 'POLICIES READ.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO BONUS-REPORT-RECORD
           WRITE BONUS-REPORT-RECORD

           MOVE SPACES TO BONUS-REPORT-RECORD
           MOVE WS-TOT-BONUSED TO WS-REPORT-COUNT
           STRING 'POLICIES BONUSED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO BONUS-REPORT-RECORD
           WRITE BONUS-REPORT-RECORD

           MOVE SPACES TO BONUS-REPORT-RECORD
           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           STRING 'UPDATE ERRORS.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO BONUS-REPORT-RECORD
           WRITE BONUS-REPORT-RECORD

           MOVE SPACES TO BONUS-REPORT-RECORD
           MOVE WS-TOT-BONUS TO WS-REPORT-AMOUNT
           STRING 'BONUS DECLARED......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO BONUS-REPORT-RECORD
           WRITE BONUS-REPORT-RECORD

           CLOSE BONUS-NOTICE-FILE
                 BONUS-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGWPBON1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-BONUSED TO RS-RECS-OUT
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
