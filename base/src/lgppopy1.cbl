       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPPOPY1.
      *----------------------------------------------------------------*
      * Periodic payment order run.  Daily, ahead of the LGCLPAY1     *
      * bank file: every active ('A') order on PPOSCHED whose next    *
      * instalment has fallen due is queued on DISBURSE as source     *
      * 'T', the injured third party (claim and claimant sequence)    *
      * as payee.  The instalment is paid off the claimant's damages  *
      * reserve and the claim's reserve - neither below zero - and    *
      * onto their paid totals, and the order's next due date steps   *
      * on by its frequency.  An order whose next date passes its     *
      * last date is ended ('E').  One instalment per order per run:  *
      * an order several instalments behind catches up one a day,     *
      * and shows on the report until it has.                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPO-REPORT-FILE ASSIGN TO PPORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPO-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  PPO-REPORT-RECORD        PIC X(100).

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
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-PPO-ERROR             PIC X VALUE 'N'.
       01  WS-PPO-SAVEPOINT         PIC X VALUE 'N'.
       01  WS-PPO-MONTHS            PIC S9(4) COMP.
       01  WS-PPO-OUTCOME           PIC X(8).
       01  WS-PPO-SEQ               PIC 9(3).
       01  WS-RUN-DATE-ISO          PIC X(10).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-DUE            PIC 9(7) VALUE 0.
           05 WS-TOT-QUEUED         PIC 9(7) VALUE 0.
           05 WS-TOT-AMOUNT         PIC 9(11)V99 VALUE 0.
           05 WS-TOT-ENDED          PIC 9(7) VALUE 0.
           05 WS-TOT-BEHIND         PIC 9(7) VALUE 0.
           05 WS-TOT-ERROR          PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-HEADING-1.
           05 FILLER                PIC X(60)
                VALUE 'PERIODIC PAYMENT ORDERS - INSTALMENTS QUEUED'.
           05 FILLER                PIC X(40) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER                PIC X(40)
                VALUE '    PPO ID      CLAIM TPC   INSTALMENT F'.
           05 FILLER                PIC X(60)
                VALUE ' DUE DATE   NEXT DUE   OUTCOME'.

       01  WS-DETAIL-LINE.
           05 DL-PPO-ID             PIC Z(9)9.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-CLAIM              PIC Z(9)9.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-TP-SEQ             PIC ZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-FREQ               PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-DUE-DATE           PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-NEXT-DATE          PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-OUTCOME            PIC X(8).
           05 FILLER                PIC X(26) VALUE SPACES.

       01  DB2-PPO-FIELDS.
           05 DB2-PPOID-INT         PIC S9(9) COMP.
           05 DB2-CLAIMNUM-INT      PIC S9(9) COMP.
           05 DB2-TP-SEQ-SINT       PIC S9(4) COMP.
           05 DB2-AMOUNT-DEC        PIC S9(7)V99 COMP-3.
           05 DB2-FREQUENCY         PIC X.
           05 DB2-DUE-DATE          PIC X(10).
           05 DB2-END-DATE          PIC X(10).
           05 DB2-END-IND           PIC S9(4) COMP.
           05 DB2-NEXT-DATE         PIC X(10).
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-PAYEE-ID          PIC X(8).
           05 DB2-NEW-STATUS        PIC X.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every active order with an instalment due today or earlier,
      * with the claim's keys for the DISBURSE row.
           EXEC SQL
             DECLARE PPODUE-CSR CURSOR FOR
               SELECT P.PPOID, P.CLAIMNUMBER, P.CLAIMANTSEQ,
                      P.AMOUNT, P.FREQUENCY,
                      CHAR(P.NEXTDUEDATE, ISO),
                      CHAR(P.ENDDATE, ISO),
                      C.POLICYNUMBER, C.CUSTOMERNUMBER
                 FROM PPOSCHED P, CLAIM C
                WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                  AND P.STATUS      = 'A'
                  AND P.NEXTDUEDATE <= CURRENT DATE
                ORDER BY P.PPOID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2000-EXIT
               UNTIL WS-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           MOVE WS-RS-RUN-DATE(1:4) TO WS-RUN-DATE-ISO(1:4).
           MOVE '-'                 TO WS-RUN-DATE-ISO(5:1).
           MOVE WS-RS-RUN-DATE(5:2) TO WS-RUN-DATE-ISO(6:2).
           MOVE '-'                 TO WS-RUN-DATE-ISO(8:1).
           MOVE WS-RS-RUN-DATE(7:2) TO WS-RUN-DATE-ISO(9:2).

           OPEN OUTPUT PPO-REPORT-FILE
           WRITE PPO-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD FROM WS-HEADING-2

           EXEC SQL
             OPEN PPODUE-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PPO CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESS.
           EXEC SQL
             FETCH PPODUE-CSR
              INTO :DB2-PPOID-INT, :DB2-CLAIMNUM-INT,
                   :DB2-TP-SEQ-SINT, :DB2-AMOUNT-DEC,
                   :DB2-FREQUENCY, :DB2-DUE-DATE,
                   :DB2-END-DATE:DB2-END-IND,
                   :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'PPO FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOT-DUE
           MOVE 'N' TO WS-PPO-ERROR
           PERFORM 2100-NEXT-DUE-DATE
           PERFORM 2200-QUEUE-INSTALMENT THRU 2200-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE DB2-PPOID-INT       TO DL-PPO-ID
           MOVE DB2-CLAIMNUM-INT    TO DL-CLAIM
           MOVE DB2-TP-SEQ-SINT     TO DL-TP-SEQ
           MOVE DB2-AMOUNT-DEC      TO DL-AMOUNT
           MOVE DB2-FREQUENCY       TO DL-FREQ
           MOVE DB2-DUE-DATE        TO DL-DUE-DATE
           MOVE DB2-NEXT-DATE       TO DL-NEXT-DATE
           MOVE WS-PPO-OUTCOME      TO DL-OUTCOME
           WRITE PPO-REPORT-RECORD FROM WS-DETAIL-LINE
           .
       2000-EXIT.
           EXIT.

      * The next due date is the one just paid stepped on by the
      * frequency; past the last date (if the order has one) the
      * order ends with this instalment.
       2100-NEXT-DUE-DATE.
           EVALUATE DB2-FREQUENCY
             WHEN 'Q'
               MOVE 3 TO WS-PPO-MONTHS
             WHEN 'A'
               MOVE 12 TO WS-PPO-MONTHS
             WHEN OTHER
               MOVE 1 TO WS-PPO-MONTHS
           END-EVALUATE

           EXEC SQL
             SELECT CHAR(DATE(:DB2-DUE-DATE)
                         + :WS-PPO-MONTHS MONTHS, ISO)
               INTO :DB2-NEXT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PPO NEXT DATE SQLCODE: ' SQLCODE
                       ' PPO ' DB2-PPOID-INT
               MOVE 'Y' TO WS-PPO-ERROR
           END-IF

           MOVE 'A' TO DB2-NEW-STATUS
           IF DB2-END-IND = 0
              AND DB2-NEXT-DATE > DB2-END-DATE
               MOVE 'E' TO DB2-NEW-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Queues the instalment and moves every position it touches.    *
      * An order that fails anywhere is reported and left due, so the *
      * next run offers it again - each order is its own savepoint,   *
      * and a failure part-way backs out whatever of it was already   *
      * written (the DISBURSE row above all) before moving on.        *
      *----------------------------------------------------------------*
       2200-QUEUE-INSTALMENT.
           MOVE 'N' TO WS-PPO-SAVEPOINT
           IF WS-PPO-ERROR = 'Y'
               GO TO 2290-FAILED
           END-IF

           EXEC SQL
             SAVEPOINT PPO_ORDER ON ROLLBACK RETAIN CURSORS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PPO SAVEPOINT SQLCODE: ' SQLCODE
                       ' PPO ' DB2-PPOID-INT
               GO TO 2290-FAILED
           END-IF
           MOVE 'Y' TO WS-PPO-SAVEPOINT

      *    The payee is the claimant - 'TP' and its sequence on the
      *    claim the DISBURSE row already carries.
           MOVE DB2-TP-SEQ-SINT TO WS-PPO-SEQ
           MOVE SPACES TO DB2-PAYEE-ID
           STRING 'TP' WS-PPO-SEQ
               DELIMITED BY SIZE INTO DB2-PAYEE-ID

           EXEC SQL
             INSERT INTO DISBURSE
                       ( DISBID,
                         SOURCETYPE,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         CLAIMNUMBER,
                         AMOUNT,
                         STATUS,
                         REJECTCOUNT,
                         PAYEEID,
                         CREATEDDATE )
                VALUES ( DEFAULT,
                         'T',
                         :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-CLAIMNUM-INT,
                         :DB2-AMOUNT-DEC,
                         'O',
                         0,
                         :DB2-PAYEE-ID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DISBURSE INSERT SQLCODE: ' SQLCODE
                       ' PPO ' DB2-PPOID-INT
               GO TO 2290-FAILED
           END-IF

           EXEC SQL
             UPDATE PPOSCHED
                SET NEXTDUEDATE  = :DB2-NEXT-DATE,
                    PAIDTOTAL    = PAIDTOTAL + :DB2-AMOUNT-DEC,
                    LASTPAIDDATE = :DB2-DUE-DATE,
                    STATUS       = :DB2-NEW-STATUS
              WHERE PPOID = :DB2-PPOID-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PPOSCHED UPDATE SQLCODE: ' SQLCODE
                       ' PPO ' DB2-PPOID-INT
               GO TO 2290-FAILED
           END-IF

           EXEC SQL
             UPDATE TPCLAIMANT
                SET DAMAGESPAID    = DAMAGESPAID + :DB2-AMOUNT-DEC,
                    DAMAGESRESERVE =
                        CASE WHEN DAMAGESRESERVE > :DB2-AMOUNT-DEC
                             THEN DAMAGESRESERVE - :DB2-AMOUNT-DEC
                             ELSE 0 END,
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND CLAIMANTSEQ = :DB2-TP-SEQ-SINT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'TPCLAIMANT UPDATE SQLCODE: ' SQLCODE
                       ' PPO ' DB2-PPOID-INT
               GO TO 2290-FAILED
           END-IF

           EXEC SQL
             UPDATE CLAIM
                SET PAIDTOTAL     = PAIDTOTAL + :DB2-AMOUNT-DEC,
                    RESERVEAMOUNT =
                        CASE WHEN RESERVEAMOUNT > :DB2-AMOUNT-DEC
                             THEN RESERVEAMOUNT - :DB2-AMOUNT-DEC
                             ELSE 0 END,
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CLAIM UPDATE SQLCODE: ' SQLCODE
                       ' PPO ' DB2-PPOID-INT
               GO TO 2290-FAILED
           END-IF

           ADD 1 TO WS-TOT-QUEUED
           ADD DB2-AMOUNT-DEC TO WS-TOT-AMOUNT
           IF DB2-NEW-STATUS = 'E'
               ADD 1 TO WS-TOT-ENDED
               MOVE 'ENDED   ' TO WS-PPO-OUTCOME
           ELSE
               IF DB2-NEXT-DATE NOT > WS-RUN-DATE-ISO
                   ADD 1 TO WS-TOT-BEHIND
                   MOVE 'BEHIND  ' TO WS-PPO-OUTCOME
               ELSE
                   MOVE 'QUEUED  ' TO WS-PPO-OUTCOME
               END-IF
           END-IF
           GO TO 2200-EXIT.

       2290-FAILED.
           IF WS-PPO-SAVEPOINT = 'Y'
               EXEC SQL
                 ROLLBACK TO SAVEPOINT PPO_ORDER
               END-EXEC
      *        Could not undo just this order - undo the whole run
      *        rather than leave a paid instalment showing as due.
               IF SQLCODE NOT = 0
                   DISPLAY 'PPO ROLLBACK SQLCODE: ' SQLCODE
                           ' PPO ' DB2-PPOID-INT
                           ' - RUN BACKED OUT'
                   EXEC SQL
                     ROLLBACK
                   END-EXEC
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-IF
           MOVE 8 TO RETURN-CODE
           ADD 1 TO WS-TOT-ERROR
           MOVE 'FAILED  ' TO WS-PPO-OUTCOME
           MOVE SPACES TO DB2-NEXT-DATE.

       2200-EXIT.
           EXIT.

       3000-CLOSE.
           EXEC SQL
             CLOSE PPODUE-CSR
           END-EXEC

           MOVE SPACES TO PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD

           MOVE 'PERIODIC PAYMENT ORDERS - CONTROL TOTALS'
               TO PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD

           MOVE WS-TOT-DUE TO WS-REPORT-COUNT
           MOVE SPACES TO PPO-REPORT-RECORD
           STRING 'ORDERS DUE..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD

           MOVE WS-TOT-QUEUED TO WS-REPORT-COUNT
           MOVE SPACES TO PPO-REPORT-RECORD
           STRING 'INSTALMENTS QUEUED..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD

           MOVE WS-TOT-AMOUNT TO WS-REPORT-AMOUNT
           MOVE SPACES TO PPO-REPORT-RECORD
           STRING 'AMOUNT QUEUED.......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD

           MOVE WS-TOT-ENDED TO WS-REPORT-COUNT
           MOVE SPACES TO PPO-REPORT-RECORD
           STRING 'ORDERS ENDED........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD

           MOVE WS-TOT-BEHIND TO WS-REPORT-COUNT
           MOVE SPACES TO PPO-REPORT-RECORD
           STRING 'STILL BEHIND........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD

           MOVE WS-TOT-ERROR TO WS-REPORT-COUNT
           MOVE SPACES TO PPO-REPORT-RECORD
           STRING 'FAILED..............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PPO-REPORT-RECORD
           WRITE PPO-REPORT-RECORD

           CLOSE PPO-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGPPOPY1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-DUE TO RS-RECS-IN
              MOVE WS-TOT-QUEUED TO RS-RECS-OUT
              MOVE WS-TOT-ERROR TO RS-RECS-ERROR
              MOVE WS-TOT-BEHIND TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
