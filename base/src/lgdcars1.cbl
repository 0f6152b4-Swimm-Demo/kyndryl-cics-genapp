       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDCARS1.
      *----------------------------------------------------------------*
      * Debt collection agency returns.  The agencies LGDCAPL1 places  *
      * lapsed-policy debts with send back one record per recovery     *
      * and one per closure, quoting our DEBTID.  A recovery pays off  *
      * the debt's 'A' installments oldest due first - the row the     *
      * money runs out on is split the way LGCOLRS1 splits a           *
      * part-paid collection - and adds to the DEBTPLACE row's         *
      * recovered amount.  A closure ends the placement; whatever is   *
      * still owed then is uncollectable and is written off at once,   *
      * as is a residue left after a recovery that is too small to     *
      * be worth chasing (WS-SMALL-BALANCE).  A write-off moves the    *
      * installments to 'W', records the amount on DEBTPLACE and       *
      * goes to finance as a 'W' GLTRANS movement on DCAGLTR for       *
      * LGGLPST1 to post to bad debt.  A return for a debt that isn't  *
      * out with the agency that sent it is reported and skipped.      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO DCARETN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT PARM-FILE ASSIGN TO DCARPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-MOVEMENT-FILE ASSIGN TO DCAGLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLTR-STATUS.
           SELECT RETURN-REPORT-FILE ASSIGN TO DCARSRPT
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
      * One record per recovery or closure, as the agencies return
      * them.  A closure carries the agency's reason; 'PF' (paid in
      * full) is only accepted once the recoveries have cleared the
      * balance - any other reason writes off what is left.
       FD  RETURN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RETURN-RECORD.
           05 RT-DEBT-ID            PIC 9(9).
           05 RT-AGENCY             PIC X(4).
           05 RT-TYPE               PIC X.
              88 RT-RECOVERY            VALUE 'R'.
              88 RT-CLOSURE             VALUE 'C'.
           05 RT-DATE               PIC 9(8).
           05 RT-AMOUNT             PIC 9(7)V99.
           05 RT-CLOSE-REASON       PIC X(2).
              88 RT-PAID-IN-FULL        VALUE 'PF'.
           05 FILLER                PIC X(7).

      * One optional record: the largest residue written off after a
      * recovery without waiting for the agency to close the debt.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 PR-SMALL-BALANCE      PIC 9(3)V99.
           05 FILLER                PIC X(75).

      * Movements in the GLTRANS layout LGGLPST1 reads, merged into
      * the night's GLTRANS stream with the others.
       FD  GL-MOVEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-MOVEMENT-RECORD.
           05 GT-TRAN-TYPE          PIC X.
              88 GT-BAD-DEBT            VALUE 'W'.
           05 GT-TRAN-DATE          PIC 9(8).
           05 GT-POLICY-NUM         PIC X(10).
           05 GT-BROKERID           PIC 9(9).
           05 GT-AMOUNT             PIC 9(9)V99.
           05 GT-CURRENCY           PIC X(3).
           05 FILLER                PIC X(18).

       FD  RETURN-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-REPORT-RECORD     PIC X(80).

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
           05 WS-RETURN-STATUS      PIC X(2).
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-GLTR-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-ALLOC-EOF             PIC X VALUE 'N'.
       01  WS-RETURN-DATE-ISO       PIC X(10).
       01  WS-RETURN-DATE           PIC 9(8).

      * A residue this small after a recovery is written off rather
      * than left with the agency.  DCARPARM overrides it.
       01  WS-SMALL-BALANCE         PIC 9(3)V99 VALUE 10.00.

       01  WS-DEBT-FIELDS.
           05 WS-BALANCE            PIC S9(7)V99.
           05 WS-ALLOC-REMAIN       PIC S9(7)V99.
           05 WS-OVER-RECOVERED     PIC S9(7)V99.
           05 WS-CLOSE-REASON       PIC X(2).

       01  WS-RPT-DEBT              PIC 9(9).
       01  WS-RPT-POLICY            PIC 9(10).
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-RECOVERIES     PIC 9(7) VALUE 0.
           05 WS-TOT-RECOVERED-AMT  PIC 9(9)V99 VALUE 0.
           05 WS-TOT-CLOSURES       PIC 9(7) VALUE 0.
           05 WS-TOT-CLEARED        PIC 9(7) VALUE 0.
           05 WS-TOT-WRITE-OFFS     PIC 9(7) VALUE 0.
           05 WS-TOT-WRITE-OFF-AMT  PIC 9(9)V99 VALUE 0.
           05 WS-TOT-OVER-AMT       PIC 9(9)V99 VALUE 0.
           05 WS-TOT-REJECTED       PIC 9(7) VALUE 0.

       01  DB2-RETURN-FIELDS.
           05 DB2-DEBTID-INT        PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-AGENCY            PIC X(4).
           05 DB2-STATUS            PIC X.
           05 DB2-PLACED-DEC        PIC S9(7)V99 COMP-3.
           05 DB2-RECOVERED-DEC     PIC S9(7)V99 COMP-3.
           05 DB2-AMOUNT-DEC        PIC S9(7)V99 COMP-3.
           05 DB2-WRITEOFF-DEC      PIC S9(7)V99 COMP-3.
           05 DB2-INST-NUM-SINT     PIC S9(4) COMP.
           05 DB2-INST-AMT-DEC      PIC S9(7)V99 COMP-3.
           05 DB2-PAID-AMT-DEC      PIC S9(7)V99 COMP-3.
           05 DB2-SPLIT-NUM-SINT    PIC S9(4) COMP.
           05 DB2-BROKERID-INT      PIC S9(9) COMP.
           05 WS-DUE-DATE-ISO       PIC X(10).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    The debt's installments still at the agency, in the order
      *    a recovery pays them off.
           EXEC SQL
             DECLARE PLACED-CSR CURSOR FOR
               SELECT INSTALLMENTNUM, CHAR(DUEDATE, ISO), AMOUNT
                 FROM PAYSCHED
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                  AND DEBTID       = :DB2-DEBTID-INT
                  AND STATUS       = 'A'
                ORDER BY DUEDATE, INSTALLMENTNUM
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
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           OPEN INPUT  RETURN-FILE
                OUTPUT GL-MOVEMENT-FILE
                OUTPUT RETURN-REPORT-FILE
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'DCARETN OPEN ERROR: ' WS-RETURN-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 1100-READ-PARM.

      * A missing or unreadable parm file keeps the compiled-in
      * default - the returns must post whatever happens to the
      * override.
       1100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PR-SMALL-BALANCE NUMERIC
                           MOVE PR-SMALL-BALANCE TO WS-SMALL-BALANCE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       2000-PROCESS.
           READ RETURN-FILE
               AT END MOVE 'Y' TO WS-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-READ
           IF RT-AMOUNT NUMERIC
              ADD RT-AMOUNT TO WS-IFR-HASH
           END-IF
           MOVE RT-DEBT-ID TO DB2-DEBTID-INT
           MOVE RT-DEBT-ID TO WS-RPT-DEBT

           MOVE RT-DATE TO WS-RETURN-DATE
           IF RT-DATE NOT NUMERIC OR RT-DATE = 0
               MOVE WS-RS-RUN-DATE TO WS-RETURN-DATE
           END-IF
           MOVE WS-RETURN-DATE(1:4) TO WS-RETURN-DATE-ISO(1:4)
           MOVE '-'                 TO WS-RETURN-DATE-ISO(5:1)
           MOVE WS-RETURN-DATE(5:2) TO WS-RETURN-DATE-ISO(6:2)
           MOVE '-'                 TO WS-RETURN-DATE-ISO(8:1)
           MOVE WS-RETURN-DATE(7:2) TO WS-RETURN-DATE-ISO(9:2)

           EXEC SQL
             SELECT D.POLICYNUMBER, D.AGENCY, D.STATUS,
                    D.PLACEDAMT, D.RECOVEREDAMT,
                    COALESCE(P.BROKERID, 0)
               INTO :DB2-POLICYNUM-INT, :DB2-AGENCY, :DB2-STATUS,
                    :DB2-PLACED-DEC, :DB2-RECOVERED-DEC,
                    :DB2-BROKERID-INT
               FROM DEBTPLACE D
               LEFT OUTER JOIN POLICY P
                 ON P.POLICYNUMBER = D.POLICYNUMBER
              WHERE D.DEBTID = :DB2-DEBTID-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               CONTINUE
             WHEN SQLCODE = 100
               PERFORM 2900-REJECT-RETURN
               GO TO 2000-EXIT
             WHEN OTHER
               DISPLAY 'DEBTPLACE SELECT SQLCODE: ' SQLCODE
                       ' DEBT ' WS-RPT-DEBT
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-EVALUATE

           IF DB2-AGENCY NOT = RT-AGENCY OR DB2-STATUS NOT = 'P'
               PERFORM 2900-REJECT-RETURN
               GO TO 2000-EXIT
           END-IF

           MOVE DB2-POLICYNUM-INT TO WS-RPT-POLICY
           COMPUTE WS-BALANCE = DB2-PLACED-DEC - DB2-RECOVERED-DEC

           EVALUATE TRUE
             WHEN RT-RECOVERY
               PERFORM 2100-POST-RECOVERY THRU 2100-EXIT
             WHEN RT-CLOSURE
               PERFORM 2300-POST-CLOSURE THRU 2300-EXIT
             WHEN OTHER
               PERFORM 2900-REJECT-RETURN
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.

      * The recovery pays the placed installments off in due-date
      * order.  More than the balance is reported for refund, never
      * posted against another debt.
       2100-POST-RECOVERY.
           IF RT-AMOUNT NOT NUMERIC OR RT-AMOUNT = 0
               PERFORM 2900-REJECT-RETURN
               GO TO 2100-EXIT
           END-IF

           MOVE RT-AMOUNT TO WS-ALLOC-REMAIN
           MOVE 0 TO WS-OVER-RECOVERED
           IF WS-ALLOC-REMAIN > WS-BALANCE
               COMPUTE WS-OVER-RECOVERED =
                  WS-ALLOC-REMAIN - WS-BALANCE
               MOVE WS-BALANCE TO WS-ALLOC-REMAIN
           END-IF
           MOVE WS-ALLOC-REMAIN TO DB2-AMOUNT-DEC

           EXEC SQL
             OPEN PLACED-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PLACED CURSOR OPEN SQLCODE: ' SQLCODE
                       ' DEBT ' WS-RPT-DEBT
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-ALLOC-EOF
           PERFORM 2150-PAY-PLACED-ROW THRU 2150-EXIT
               UNTIL WS-ALLOC-EOF = 'Y'
                  OR WS-ALLOC-REMAIN NOT GREATER THAN 0
           EXEC SQL
             CLOSE PLACED-CSR
           END-EXEC

           EXEC SQL
             UPDATE DEBTPLACE
                SET RECOVEREDAMT = RECOVEREDAMT + :DB2-AMOUNT-DEC
              WHERE DEBTID = :DB2-DEBTID-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEBTPLACE RECOVERY SQLCODE: ' SQLCODE
                       ' DEBT ' WS-RPT-DEBT
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-TOT-RECOVERIES
           ADD DB2-AMOUNT-DEC TO WS-TOT-RECOVERED-AMT
           SUBTRACT DB2-AMOUNT-DEC FROM WS-BALANCE
           MOVE DB2-AMOUNT-DEC TO WS-REPORT-AMOUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'RECOVERED: DEBT ' WS-RPT-DEBT
                  ' POLICY ' WS-RPT-POLICY
                  ' ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           IF WS-OVER-RECOVERED > 0
               ADD WS-OVER-RECOVERED TO WS-TOT-OVER-AMT
               MOVE WS-OVER-RECOVERED TO WS-REPORT-AMOUNT
               MOVE SPACES TO RETURN-REPORT-RECORD
               STRING 'OVER-RECOVERED - REFUND DUE: DEBT '
                      WS-RPT-DEBT ' ' WS-REPORT-AMOUNT
                   DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
               WRITE RETURN-REPORT-RECORD
           END-IF

           EVALUATE TRUE
             WHEN WS-BALANCE NOT GREATER THAN 0
               MOVE 'PF' TO WS-CLOSE-REASON
               PERFORM 2400-CLEAR-DEBT
             WHEN WS-BALANCE NOT GREATER THAN WS-SMALL-BALANCE
               MOVE 'SB' TO WS-CLOSE-REASON
               PERFORM 2500-WRITE-OFF THRU 2500-EXIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

       2150-PAY-PLACED-ROW.
           EXEC SQL
             FETCH PLACED-CSR
              INTO :DB2-INST-NUM-SINT, :WS-DUE-DATE-ISO,
                   :DB2-INST-AMT-DEC
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ALLOC-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'PLACED FETCH SQLCODE: ' SQLCODE
                          ' DEBT ' WS-RPT-DEBT
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2150-EXIT
           END-IF

           IF DB2-INST-AMT-DEC NOT GREATER THAN WS-ALLOC-REMAIN
               EXEC SQL
                 UPDATE PAYSCHED
                    SET STATUS   = 'P',
                        PAIDDATE = :WS-RETURN-DATE-ISO
                  WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                    AND INSTALLMENTNUM = :DB2-INST-NUM-SINT
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'PAYSCHED RECOVERY SQLCODE: ' SQLCODE
                           ' DEBT ' WS-RPT-DEBT
                   MOVE 8 TO RETURN-CODE
               END-IF
               SUBTRACT DB2-INST-AMT-DEC FROM WS-ALLOC-REMAIN
               GO TO 2150-EXIT
           END-IF

           PERFORM 2200-SPLIT-PART-PAID THRU 2200-EXIT
           .
       2150-EXIT.
           EXIT.

      * The recovery runs out part-way through this installment - the
      * placed row keeps the balance and a paid row is split off for
      * the part recovered, under the next installment number.
       2200-SPLIT-PART-PAID.
           MOVE WS-ALLOC-REMAIN TO DB2-PAID-AMT-DEC
           COMPUTE DB2-INST-AMT-DEC =
              DB2-INST-AMT-DEC - DB2-PAID-AMT-DEC

           EXEC SQL
             SELECT COALESCE(MAX(INSTALLMENTNUM), 0) + 1
               INTO :DB2-SPLIT-NUM-SINT
               FROM PAYSCHED
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SPLIT MAX SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF

           EXEC SQL
             UPDATE PAYSCHED
                SET AMOUNT = :DB2-INST-AMT-DEC
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND INSTALLMENTNUM = :DB2-INST-NUM-SINT
                AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SPLIT UPDATE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF

           EXEC SQL
             INSERT INTO PAYSCHED
                       ( POLICYNUMBER,
                         INSTALLMENTNUM,
                         DUEDATE,
                         AMOUNT,
                         STATUS,
                         PAIDDATE,
                         DEBTID         )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-SPLIT-NUM-SINT,
                         :WS-DUE-DATE-ISO,
                         :DB2-PAID-AMT-DEC,
                         'P',
                         :WS-RETURN-DATE-ISO,
                         :DB2-DEBTID-INT )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SPLIT INSERT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF

           MOVE 0 TO WS-ALLOC-REMAIN
           .
       2200-EXIT.
           EXIT.

      * A closure ends the placement.  Nothing owed closes it as
      * recovered; anything still owed is written off - except that
      * an agency claiming paid in full against a balance we still
      * show is a break to be looked into, not a write-off.
       2300-POST-CLOSURE.
           ADD 1 TO WS-TOT-CLOSURES
           MOVE RT-CLOSE-REASON TO WS-CLOSE-REASON
           EVALUATE TRUE
             WHEN WS-BALANCE NOT GREATER THAN 0
               PERFORM 2400-CLEAR-DEBT
             WHEN RT-PAID-IN-FULL
               PERFORM 2900-REJECT-RETURN
             WHEN OTHER
               PERFORM 2500-WRITE-OFF THRU 2500-EXIT
           END-EVALUATE
           .
       2300-EXIT.
           EXIT.

       2400-CLEAR-DEBT.
           EXEC SQL
             UPDATE DEBTPLACE
                SET STATUS      = 'R',
                    CLOSEDDATE  = :WS-RETURN-DATE-ISO,
                    CLOSEREASON = :WS-CLOSE-REASON
              WHERE DEBTID = :DB2-DEBTID-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEBTPLACE CLEAR SQLCODE: ' SQLCODE
                       ' DEBT ' WS-RPT-DEBT
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOT-CLEARED
               MOVE SPACES TO RETURN-REPORT-RECORD
               STRING 'CLEARED: DEBT ' WS-RPT-DEBT
                      ' POLICY ' WS-RPT-POLICY
                   DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
               WRITE RETURN-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * Writes off what is still owed on the debt: its installments    *
      * still at the agency go to 'W', DEBTPLACE records the amount    *
      * and the reason, and the bad debt goes to the ledger.           *
      *----------------------------------------------------------------*
       2500-WRITE-OFF.
           MOVE WS-BALANCE TO DB2-WRITEOFF-DEC

           EXEC SQL
             UPDATE PAYSCHED
                SET STATUS = 'W'
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND DEBTID       = :DB2-DEBTID-INT
                AND STATUS       = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'PAYSCHED WRITE-OFF SQLCODE: ' SQLCODE
                       ' DEBT ' WS-RPT-DEBT
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF

           EXEC SQL
             UPDATE DEBTPLACE
                SET STATUS      = 'W',
                    WRITEOFFAMT = :DB2-WRITEOFF-DEC,
                    CLOSEDDATE  = :WS-RETURN-DATE-ISO,
                    CLOSEREASON = :WS-CLOSE-REASON
              WHERE DEBTID = :DB2-DEBTID-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEBTPLACE WRITE-OFF SQLCODE: ' SQLCODE
                       ' DEBT ' WS-RPT-DEBT
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO GL-MOVEMENT-RECORD
           MOVE 'W' TO GT-TRAN-TYPE
           MOVE WS-RETURN-DATE TO GT-TRAN-DATE
           MOVE DB2-POLICYNUM-INT TO GT-POLICY-NUM
           MOVE DB2-BROKERID-INT TO GT-BROKERID
           MOVE DB2-WRITEOFF-DEC TO GT-AMOUNT
           WRITE GL-MOVEMENT-RECORD

           ADD 1 TO WS-TOT-WRITE-OFFS
           ADD DB2-WRITEOFF-DEC TO WS-TOT-WRITE-OFF-AMT
           MOVE DB2-WRITEOFF-DEC TO WS-REPORT-AMOUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'WRITTEN OFF: DEBT ' WS-RPT-DEBT
                  ' POLICY ' WS-RPT-POLICY
                  ' ' WS-REPORT-AMOUNT
                  ' REASON ' WS-CLOSE-REASON
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           .
       2500-EXIT.
           EXIT.

       2900-REJECT-RETURN.
           ADD 1 TO WS-TOT-REJECTED
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'REJECTED: DEBT ' WS-RPT-DEBT
                  ' AGENCY ' RT-AGENCY
                  ' TYPE ' RT-TYPE
                  ' REASON ' RT-CLOSE-REASON
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.

       3000-CLOSE.
           MOVE SPACES TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE 'AGENCY RETURNS - CONTROL TOTALS'
               TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'RETURNS READ........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-TOT-RECOVERIES TO WS-REPORT-COUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'RECOVERIES POSTED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-TOT-RECOVERED-AMT TO WS-REPORT-AMOUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'AMOUNT RECOVERED....: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-TOT-CLOSURES TO WS-REPORT-COUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'CLOSURES............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-TOT-CLEARED TO WS-REPORT-COUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'DEBTS CLEARED.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-TOT-WRITE-OFFS TO WS-REPORT-COUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'DEBTS WRITTEN OFF...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-TOT-WRITE-OFF-AMT TO WS-REPORT-AMOUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'AMOUNT WRITTEN OFF..: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-TOT-OVER-AMT TO WS-REPORT-AMOUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'OVER-RECOVERED......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-TOT-REJECTED TO WS-REPORT-COUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'RETURNS REJECTED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           CLOSE RETURN-FILE
                 GL-MOVEMENT-FILE
                 RETURN-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGDCARS1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              COMPUTE RS-RECS-OUT =
                 WS-TOT-RECOVERIES + WS-TOT-CLOSURES
              MOVE WS-TOT-REJECTED TO RS-RECS-ERROR
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
      * Interface register - see LGIFREG.  Records the agencies'       *
      * return this run took in, and the placement file it answers.    *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'DCARETN' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGDCARS1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-READ TO IR-RECORD-COUNT
              MOVE WS-IFR-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-RETURN-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-TOT-READ = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 'DCAPLACE' TO IR-ACK-FOR
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
