       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCRDST1.
      *----------------------------------------------------------------*
      * Card acquirer settlement.  Card payments taken online          *
      * ('29KCRD') are filed on CARDPAY as taken ('T') the moment the  *
      * acquirer authorises them; the acquirer's daily settlement file *
      * says which of them it actually paid over.  Each settlement     *
      * line is matched on our payment reference (the CARDPAYID the    *
      * acquirer was given), auth code and amount, and the CARDPAY     *
      * row goes to 'S'.  A chargeback line marks the payment 'C' and  *
      * reopens every installment it paid as refused ('R'), so the     *
      * aging/lapse chain chases the money again exactly as it would   *
      * a refused direct debit.  Settlement lines with no taken        *
      * payment behind them, and payments taken more than              *
      * WS-SETTLE-LAG-DAYS ago that the acquirer has still not         *
      * settled, are both reported - either fails the job.             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO CARDSTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT PARM-FILE ASSIGN TO CRDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SETTLE-REPORT-FILE ASSIGN TO CRDSTRPT
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
      * One line per settled payment or chargeback, as the acquirer
      * supplies them.  ST-PAYMENT-REF is the reference we gave the
      * acquirer when the payment was taken; no card details are on
      * the file.
       FD  SETTLEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  SETTLEMENT-RECORD.
           05 ST-LINE-TYPE          PIC X.
              88 ST-SETTLED             VALUE 'S'.
              88 ST-CHARGEBACK          VALUE 'C'.
           05 ST-PAYMENT-REF        PIC 9(9).
           05 ST-AUTH-CODE          PIC X(6).
           05 ST-AMOUNT             PIC 9(7)V99.
           05 ST-SETTLE-DATE        PIC 9(8).
           05 ST-REASON-CODE        PIC X(4).
           05 FILLER                PIC X(3).

      * One optional record: how many days the acquirer is given to
      * settle a payment before it is reported as unsettled.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 PR-SETTLE-LAG-DAYS    PIC 9(3).
           05 FILLER                PIC X(77).

       FD  SETTLE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SETTLE-REPORT-RECORD     PIC X(80).

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
       01  WS-IFR-FIELDS.
           05 WS-IFR-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-SETTLE-STATUS      PIC X(2).
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-SETTLE-DATE-ISO       PIC X(10).

      * Acquirers normally settle the next working day; three days
      * covers a weekend.  The CRDPARM control file overrides it.
       01  WS-SETTLE-LAG-DAYS       PIC 9(3) VALUE 003.

       01  WS-RPT-REF               PIC 9(9).
       01  WS-RPT-POLICY            PIC 9(10).
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-SETTLED        PIC 9(7) VALUE 0.
           05 WS-TOT-CHARGEBACK     PIC 9(7) VALUE 0.
           05 WS-TOT-REOPENED       PIC 9(7) VALUE 0.
           05 WS-TOT-UNMATCHED      PIC 9(7) VALUE 0.
           05 WS-TOT-UNSETTLED      PIC 9(7) VALUE 0.
           05 WS-TOT-SETTLED-AMT    PIC 9(9)V99 VALUE 0.
           05 WS-TOT-CHARGEBACK-AMT PIC 9(9)V99 VALUE 0.

       01  DB2-SETTLE-FIELDS.
           05 DB2-CARDPAYID-INT     PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-AMOUNT-DEC        PIC S9(7)V99 COMP-3.
           05 DB2-LAG-DAYS-INT      PIC S9(9) COMP.
           05 DB2-TAKEN-DATE        PIC X(10).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Payments taken and still not settled once the acquirer's
      *    allowance has run out.
           EXEC SQL
             DECLARE UNSETTLED-CSR CURSOR FOR
               SELECT CARDPAYID, POLICYNUMBER, AMOUNT, TAKENDATE
                 FROM CARDPAY
                WHERE STATUS = 'T'
                  AND TAKENDATE < CURRENT DATE - :DB2-LAG-DAYS-INT DAYS
                ORDER BY TAKENDATE, CARDPAYID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2000-EXIT
               UNTIL WS-EOF = 'Y'
           PERFORM 2500-REPORT-UNSETTLED THRU 2500-EXIT
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           OPEN INPUT  SETTLEMENT-FILE
                OUTPUT SETTLE-REPORT-FILE
           IF WS-SETTLE-STATUS NOT = '00'
               DISPLAY 'CARDSTL OPEN ERROR: ' WS-SETTLE-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 1100-READ-PARM.

      * A missing or unreadable parm file keeps the compiled-in
      * default - the settlement must post whatever happens to the
      * override.
       1100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PR-SETTLE-LAG-DAYS NUMERIC
                          AND PR-SETTLE-LAG-DAYS > 0
                           MOVE PR-SETTLE-LAG-DAYS
                             TO WS-SETTLE-LAG-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       2000-PROCESS.
           READ SETTLEMENT-FILE
               AT END MOVE 'Y' TO WS-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-READ
           IF ST-AMOUNT NUMERIC
              ADD ST-AMOUNT TO WS-IFR-HASH
           END-IF
           MOVE ST-PAYMENT-REF TO DB2-CARDPAYID-INT
           MOVE ST-AMOUNT      TO DB2-AMOUNT-DEC
           MOVE ST-PAYMENT-REF TO WS-RPT-REF
           MOVE ST-AMOUNT      TO WS-REPORT-AMOUNT
           MOVE SPACES TO WS-SETTLE-DATE-ISO
           IF ST-SETTLE-DATE NOT = 0
               MOVE ST-SETTLE-DATE(1:4) TO WS-SETTLE-DATE-ISO(1:4)
               MOVE '-'                 TO WS-SETTLE-DATE-ISO(5:1)
               MOVE ST-SETTLE-DATE(5:2) TO WS-SETTLE-DATE-ISO(6:2)
               MOVE '-'                 TO WS-SETTLE-DATE-ISO(8:1)
               MOVE ST-SETTLE-DATE(7:2) TO WS-SETTLE-DATE-ISO(9:2)
           END-IF
           EVALUATE TRUE
             WHEN ST-SETTLED
               PERFORM 2100-POST-SETTLEMENT THRU 2100-EXIT
             WHEN ST-CHARGEBACK
               PERFORM 2200-POST-CHARGEBACK THRU 2200-EXIT
             WHEN OTHER
               PERFORM 2900-REPORT-UNMATCHED
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.

      * A settlement pairs with the taken payment of the same
      * reference, auth code and amount - anything that differs is
      * a break for the card team, never a best guess.
       2100-POST-SETTLEMENT.
           EXEC SQL
             UPDATE CARDPAY
                SET STATUS      = 'S',
                    SETTLEDDATE = :WS-SETTLE-DATE-ISO
              WHERE CARDPAYID = :DB2-CARDPAYID-INT
                AND AUTHCODE  = :ST-AUTH-CODE
                AND AMOUNT    = :DB2-AMOUNT-DEC
                AND STATUS    = 'T'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0 AND SQLERRD(3) > 0
               ADD 1 TO WS-TOT-SETTLED
               ADD ST-AMOUNT TO WS-TOT-SETTLED-AMT
             WHEN SQLCODE = 100 OR SQLERRD(3) = 0
               PERFORM 2900-REPORT-UNMATCHED
             WHEN OTHER
               DISPLAY 'CARDPAY SETTLE SQLCODE: ' SQLCODE
                       ' REF ' WS-RPT-REF
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

      * A chargeback takes back a payment whether or not it had
      * settled yet.  The installments it paid - each carries its
      * CARDPAYID - go back to refused, with the paid date cleared,
      * so the arrears are owed again.
       2200-POST-CHARGEBACK.
           EXEC SQL
             UPDATE CARDPAY
                SET STATUS         = 'C',
                    CHARGEBACKDATE = :WS-SETTLE-DATE-ISO,
                    CBREASON       = :ST-REASON-CODE
              WHERE CARDPAYID = :DB2-CARDPAYID-INT
                AND AUTHCODE  = :ST-AUTH-CODE
                AND STATUS IN ('T', 'S')
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0 AND SQLERRD(3) > 0
               CONTINUE
             WHEN SQLCODE = 100 OR SQLERRD(3) = 0
               PERFORM 2900-REPORT-UNMATCHED
               GO TO 2200-EXIT
             WHEN OTHER
               DISPLAY 'CARDPAY CHARGEBACK SQLCODE: ' SQLCODE
                       ' REF ' WS-RPT-REF
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-EVALUATE

           ADD 1 TO WS-TOT-CHARGEBACK
           ADD ST-AMOUNT TO WS-TOT-CHARGEBACK-AMT

           EXEC SQL
             UPDATE PAYSCHED
                SET STATUS   = 'R',
                    PAIDDATE = NULL
              WHERE CARDPAYID = :DB2-CARDPAYID-INT
                AND STATUS    = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'PAYSCHED REOPEN SQLCODE: ' SQLCODE
                       ' REF ' WS-RPT-REF
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           IF SQLCODE = 0
               ADD SQLERRD(3) TO WS-TOT-REOPENED
           END-IF

           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'CHARGEBACK: REF ' WS-RPT-REF
                  ' ' WS-REPORT-AMOUNT
                  ' REASON ' ST-REASON-CODE
                  ' - INSTALLMENTS REOPENED'
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The book side of the match - payments we took that the         *
      * acquirer has not paid over inside the allowance.               *
      *----------------------------------------------------------------*
       2500-REPORT-UNSETTLED.
           MOVE WS-SETTLE-LAG-DAYS TO DB2-LAG-DAYS-INT
           EXEC SQL
             OPEN UNSETTLED-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'UNSETTLED OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF

           MOVE 'N' TO WS-SQL-EOF
           PERFORM 2510-FETCH-UNSETTLED THRU 2510-EXIT
               UNTIL WS-SQL-EOF = 'Y'

           EXEC SQL
             CLOSE UNSETTLED-CSR
           END-EXEC
           .
       2500-EXIT.
           EXIT.

       2510-FETCH-UNSETTLED.
           EXEC SQL
             FETCH UNSETTLED-CSR
              INTO :DB2-CARDPAYID-INT, :DB2-POLICYNUM-INT,
                   :DB2-AMOUNT-DEC, :DB2-TAKEN-DATE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-SQL-EOF
               GO TO 2510-EXIT
             WHEN OTHER
               DISPLAY 'UNSETTLED FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
               GO TO 2510-EXIT
           END-EVALUATE

           ADD 1 TO WS-TOT-UNSETTLED
           MOVE DB2-CARDPAYID-INT TO WS-RPT-REF
           MOVE DB2-POLICYNUM-INT TO WS-RPT-POLICY
           MOVE DB2-AMOUNT-DEC    TO WS-REPORT-AMOUNT
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'NOT SETTLED: REF ' WS-RPT-REF
                  ' POLICY ' WS-RPT-POLICY
                  ' ' WS-REPORT-AMOUNT
                  ' TAKEN ' DB2-TAKEN-DATE
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD
           .
       2510-EXIT.
           EXIT.

      * The acquirer's side of a break - a line that pairs with no
      * payment we took.
       2900-REPORT-UNMATCHED.
           ADD 1 TO WS-TOT-UNMATCHED
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'UNMATCHED ' ST-LINE-TYPE ': REF ' WS-RPT-REF
                  ' AUTH ' ST-AUTH-CODE
                  ' ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD.

       3000-CLOSE.
           MOVE SPACES TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE 'CARD ACQUIRER SETTLEMENT - CONTROL TOTALS'
               TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'LINES READ..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE WS-TOT-SETTLED TO WS-REPORT-COUNT
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'SETTLED.............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE WS-TOT-SETTLED-AMT TO WS-REPORT-AMOUNT
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'SETTLED AMOUNT......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE WS-TOT-CHARGEBACK TO WS-REPORT-COUNT
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'CHARGEBACKS.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE WS-TOT-CHARGEBACK-AMT TO WS-REPORT-AMOUNT
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'CHARGEBACK AMOUNT...: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE WS-TOT-REOPENED TO WS-REPORT-COUNT
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'INSTALLMENTS REOPEN.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE WS-TOT-UNMATCHED TO WS-REPORT-COUNT
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'UNMATCHED LINES.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE WS-TOT-UNSETTLED TO WS-REPORT-COUNT
           MOVE SPACES TO SETTLE-REPORT-RECORD
           STRING 'NOT SETTLED.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           IF WS-TOT-UNMATCHED > 0 OR WS-TOT-UNSETTLED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE SETTLEMENT-FILE
                 SETTLE-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGCRDST1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              COMPUTE RS-RECS-OUT = WS-TOT-SETTLED + WS-TOT-CHARGEBACK
              MOVE WS-TOT-UNMATCHED TO RS-RECS-ERROR
              MOVE WS-TOT-UNSETTLED TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the acquirer's      *
      * settlement file this run took in; the payments it settles were *
      * taken online, so it answers no file of ours.                   *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'CARDSTL' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGCRDST1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-READ TO IR-RECORD-COUNT
              MOVE WS-IFR-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-SETTLE-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-TOT-READ = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
