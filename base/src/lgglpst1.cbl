           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 'C'/'L' termination rows P730-FILE-CANCELLATION keeps on
      * POLICYHIST, broker commission from LGBRKCM1, and claim
      * salvage/subrogation recoveries from the CLAIMRECOVERY rows
      * the claim lifecycle files, the flood pool's ceded premium
      * and flood claim recoveries LGFLDBD1 writes each month, and
      * the amendment/cancellation administration fees LGAPDB01
      * files as 'F' rows on POLICYHIST, the uncollectable debt
      * LGDCARS1 writes off on agency returns, the monthly IBNR
      * reserve movements LGIBNRS1 strikes, and the IFRS 17 loss
      * component movements LGIFRMS1 measures on onerous groups each
      * quarter - one row per movement,
      * unloaded/merged upstream the same way the other batch
      * readers get their extracts.
       FD  GL-TRANS-FILE
              88 GT-REFUND              VALUE 'R'.
              88 GT-COMMISSION          VALUE 'C'.
              88 GT-RECOVERY            VALUE 'V'.
              88 GT-FLOOD-CEDED         VALUE 'F'.
              88 GT-FLOOD-RECOVERY      VALUE 'L'.
      *       Administration fee income is not premium and carries no
      *       premium tax, so it posts under its own type and rule.
              88 GT-ADMIN-FEE           VALUE 'A'.
      *       Lapsed-policy debt written off after agency collection.
              88 GT-BAD-DEBT            VALUE 'W'.
      *       IBNR reserve raised or released on the month's valuation.
              88 GT-IBNR-RAISED         VALUE 'I'.
              88 GT-IBNR-RELEASED       VALUE 'J'.
      *       IFRS 17 loss component raised or released on the
      *       quarter's onerous contract test.
              88 GT-LOSS-COMP-RAISED    VALUE 'O'.
              88 GT-LOSS-COMP-RELEASED  VALUE 'U'.
           05 GT-TRAN-DATE          PIC 9(8).
           05 GT-POLICY-NUM         PIC X(10).
           05 GT-BROKERID           PIC 9(9).
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
           05 WS-TRANS-STATUS       PIC X(2).
           05 WS-RULES-STATUS       PIC X(2).
           05 WS-TOT-NORATE         PIC 9(7) VALUE 0.
           05 WS-TOT-DEBITS         PIC 9(11)V99 VALUE 0.
           05 WS-TOT-CREDITS        PIC 9(11)V99 VALUE 0.
           05 WS-TOT-FLOOD-CEDED    PIC 9(11)V99 VALUE 0.
           05 WS-TOT-FLOOD-RECOV    PIC 9(11)V99 VALUE 0.
           05 WS-TOT-ADMIN-FEE      PIC 9(11)V99 VALUE 0.
           05 WS-TOT-BAD-DEBT       PIC 9(11)V99 VALUE 0.
           05 WS-TOT-IBNR-RAISED    PIC 9(11)V99 VALUE 0.
           05 WS-TOT-IBNR-RELEASED  PIC 9(11)V99 VALUE 0.
           05 WS-TOT-LC-RAISED      PIC 9(11)V99 VALUE 0.
           05 WS-TOT-LC-RELEASED    PIC 9(11)V99 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMT1           PIC ZZZ,ZZZ,ZZ9.99.
               UNTIL WS-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           MOVE 'C' TO WS-AC-WORK-DRCR
           PERFORM 2300-ADD-TO-ACCOUNT

      *    Finance reconcile the flood pool movements to the scheme's
      *    own statement, so they are totalled on their own.
           IF GT-FLOOD-CEDED
               ADD WS-BASE-AMOUNT TO WS-TOT-FLOOD-CEDED
           END-IF
           IF GT-FLOOD-RECOVERY
               ADD WS-BASE-AMOUNT TO WS-TOT-FLOOD-RECOV
           END-IF

      *    Fee income is reported apart from premium so the premium
      *    tax return can be tied out without it.
           IF GT-ADMIN-FEE
               ADD WS-BASE-AMOUNT TO WS-TOT-ADMIN-FEE
           END-IF

      *    Credit control watch the bad debt charge month on month.
           IF GT-BAD-DEBT
               ADD WS-BASE-AMOUNT TO WS-TOT-BAD-DEBT
           END-IF

      *    The IBNR movements tie back to the reserving report.
           IF GT-IBNR-RAISED
               ADD WS-BASE-AMOUNT TO WS-TOT-IBNR-RAISED
           END-IF
           IF GT-IBNR-RELEASED
               ADD WS-BASE-AMOUNT TO WS-TOT-IBNR-RELEASED
           END-IF

      *    The loss component movements tie back to the IFRS 17
      *    measurement report.
           IF GT-LOSS-COMP-RAISED
               ADD WS-BASE-AMOUNT TO WS-TOT-LC-RAISED
           END-IF
           IF GT-LOSS-COMP-RELEASED
               ADD WS-BASE-AMOUNT TO WS-TOT-LC-RELEASED
           END-IF

           ADD 1 TO WS-TOT-POSTED.

       2300-ADD-TO-ACCOUNT.
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE WS-TOT-FLOOD-CEDED TO WS-REPORT-AMT1
           STRING 'FLOOD POOL CEDED....: ' WS-REPORT-AMT1
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE WS-TOT-FLOOD-RECOV TO WS-REPORT-AMT1
           STRING 'FLOOD POOL RECOVERY.: ' WS-REPORT-AMT1
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE WS-TOT-ADMIN-FEE TO WS-REPORT-AMT1
           STRING 'ADMIN FEE INCOME....: ' WS-REPORT-AMT1
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE WS-TOT-BAD-DEBT TO WS-REPORT-AMT1
           STRING 'BAD DEBT WRITTEN OFF: ' WS-REPORT-AMT1
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE WS-TOT-IBNR-RAISED   TO WS-REPORT-AMT1
           MOVE WS-TOT-IBNR-RELEASED TO WS-REPORT-AMT2
           STRING 'IBNR RAISED/RELEASED: ' WS-REPORT-AMT1 ' '
                  WS-REPORT-AMT2
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE WS-TOT-LC-RAISED   TO WS-REPORT-AMT1
           MOVE WS-TOT-LC-RELEASED TO WS-REPORT-AMT2
           STRING 'LOSS COMP RAISED/REL: ' WS-REPORT-AMT1 ' '
                  WS-REPORT-AMT2
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE WS-TOT-DEBITS  TO WS-REPORT-AMT1
           MOVE WS-TOT-CREDITS TO WS-REPORT-AMT2
           STRING 'TOTAL DR / TOTAL CR.: ' WS-REPORT-AMT1 ' '
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the file this run   *
      * cut for transmission with its controls.                        *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'GLPOST' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGGLPST1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              COMPUTE IR-RECORD-COUNT = WS-TOT-POSTED * 2
              MOVE WS-TOT-DEBITS TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
