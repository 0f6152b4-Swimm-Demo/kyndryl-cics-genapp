       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBRKPC1.
      *----------------------------------------------------------------*
      * Annual broker profit commission.  Once a year, for the         *
      * underwriting year on PCPARM, each broker with profit terms on  *
      * the broker master (BROKER - see LGBMAREA) is paid a share of   *
      * the margin by which their book ran under the threshold loss    *
      * ratio.  The book is the broker's policies incepting in the     *
      * year (BROKEXT gives the broker, EARNEXT the inception and      *
      * premium); earned premium is premium written less refunds less  *
      * the UPR still held at the valuation month (that month's        *
      * EARNDET), and incurred claims are those on the same policies   *
      * (CLAIMEXT).  A loss-making year leaves a deficit which, where  *
      * the terms carry deficits forward, is set against the next      *
      * profitable year before anything is paid.  PCHIST carries the   *
      * deficits and the years settled from run to run - a year is     *
      * only ever settled once.  The commission goes to LGBRKLG1 as an *
      * 'S' movement on PCMOVE, concatenated onto BRKMOVE for the next *
      * ledger cycle; PCSTMT is the statement showing each broker the  *
      * calculation.                                                   *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BROKER-EXTRACT-FILE ASSIGN TO BROKEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BROKEXT-STATUS.
           SELECT EARNING-EXTRACT ASSIGN TO EARNEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNEXT-STATUS.
           SELECT EARNING-DETAIL-FILE ASSIGN TO EARNDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNDET-STATUS.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO CLAIMEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT HISTORY-IN-FILE ASSIGN TO PCHISTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT HISTORY-OUT-FILE ASSIGN TO PCHISTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-STATUS.
           SELECT LEDGER-MOVE-FILE ASSIGN TO PCMOVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO PCSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The underwriting year being settled and the month it is
      * valued at - by default the December after the year, when
      * its policies have earned out.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 PC-UW-YEAR            PIC 9(4).
           05 PC-VAL-MONTH          PIC 9(6).
           05 FILLER                PIC X(70).

      * BROKEXT as LGBRKCM1 reads it - one row per policy.
       FD  BROKER-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BROKER-EXTRACT-RECORD.
           05 BX-POLICY-NUM         PIC X(10).
           05 BX-BROKERID           PIC 9(9).
           05 BX-BROKERSREF         PIC X(15).
           05 BX-PAYMENT            PIC 9(7)V99.
           05 BX-ORG-ID             PIC X(5).
           05 FILLER                PIC X(34).

      * EARNEXT as LGERNPM1 reads it.
       FD  EARNING-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EARNING-RECORD.
           05 EA-POLICY-NUM         PIC X(10).
           05 EA-POLICY-TYPE        PIC X.
           05 EA-ISSUE-DATE         PIC 9(8).
           05 EA-EXPIRY-DATE        PIC 9(8).
           05 EA-PAYMENT            PIC 9(7)V99.
           05 EA-CANCEL-DATE        PIC 9(8).
           05 EA-REFUND-AMOUNT      PIC 9(7)V99.
           05 FILLER                PIC X(27).

      * LGERNPM1's earning detail for the valuation month.
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

      * LGCLMEX1's claim extract, with LGEXTCTL header and trailer.
       FD  CLAIM-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  CLAIM-EXTRACT-RECORD.
           05 LC-CLAIM-NUM          PIC X(10).
           05 LC-POLICY-NUM         PIC X(10).
           05 LC-CUSTOMER-NUM       PIC X(10).
           05 LC-STATUS             PIC X.
           05 LC-PERIL-CODE         PIC X(10).
           05 LC-EST-AMOUNT         PIC 9(7)V99.
           05 LC-RESERVE            PIC 9(7)V99.
           05 LC-PAID               PIC 9(7)V99.
           05 LC-RECOVERED          PIC 9(7)V99.
           05 LC-EVENT-ID           PIC X(8).
           05 LC-LOSS-DATE          PIC 9(8).
           05 LC-LEGAL-PAID         PIC 9(7)V99.
           05 LC-INJURY-FLAG        PIC X.
           05 FILLER                PIC X(7).

      * One row per broker per underwriting year settled - the
      * deficit left to carry and the commission paid.
       FD  HISTORY-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  HISTORY-IN-RECORD.
           05 HI-BROKERID           PIC 9(9).
           05 HI-UW-YEAR            PIC 9(4).
           05 HI-DEFICIT-CF         PIC 9(9)V99.
           05 HI-COMMISSION         PIC 9(9)V99.
           05 FILLER                PIC X(5).

       FD  HISTORY-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  HISTORY-OUT-RECORD.
           05 HO-BROKERID           PIC 9(9).
           05 HO-UW-YEAR            PIC 9(4).
           05 HO-DEFICIT-CF         PIC 9(9)V99.
           05 HO-COMMISSION         PIC 9(9)V99.
           05 FILLER                PIC X(5).

      * BRKMOVE-format movements for LGBRKLG1 - 'S' profit commission.
       FD  LEDGER-MOVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  LEDGER-MOVE-RECORD.
           05 MV-BROKERID           PIC 9(9).
           05 MV-MOVE-TYPE          PIC X.
           05 MV-AMOUNT             PIC 9(9)V99.
           05 MV-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(11).

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-RECORD         PIC X(80).

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
           05 WS-BROKEXT-STATUS     PIC X(2).
           05 WS-EARNEXT-STATUS     PIC X(2).
           05 WS-EARNDET-STATUS     PIC X(2).
           05 WS-CLAIM-STATUS       PIC X(2).
           05 WS-HISTIN-STATUS      PIC X(2).
           05 WS-HISTOUT-STATUS     PIC X(2).
           05 WS-MOVE-STATUS        PIC X(2).
           05 WS-STMT-STATUS        PIC X(2).

       01  WS-EOF-FLAGS.
           05 WS-TERMS-EOF          PIC X VALUE 'N'.
           05 WS-BROKEXT-EOF        PIC X VALUE 'N'.
           05 WS-EARNEXT-EOF        PIC X VALUE 'N'.
           05 WS-EARNDET-EOF        PIC X VALUE 'N'.
           05 WS-CLAIM-EOF          PIC X VALUE 'N'.
           05 WS-HISTIN-EOF         PIC X VALUE 'N'.

       01  WS-RUN-OK                PIC X VALUE 'Y'.
       01  WS-UW-YEAR               PIC 9(4) VALUE 0.
       01  WS-VAL-MONTH             PIC 9(6) VALUE 0.
       01  FILLER REDEFINES WS-VAL-MONTH.
           05 WS-VM-YEAR            PIC 9(4).
           05 WS-VM-MONTH           PIC 9(2).

      *----------------------------------------------------------------*
      * Brokers with profit terms, and their year's book.  Terms are   *
      * fractions as the master holds them (0.650 = 65%).  The         *
      * deficit brought forward is the one left by the latest year     *
      * settled before this one.                                       *
      *----------------------------------------------------------------*
       01  WS-BROKER-TABLE.
           03 WS-BK-ENTRY OCCURS 500 TIMES.
              05 WS-BK-BROKERID     PIC 9(9).
              05 WS-BK-NAME         PIC X(40).
              05 WS-BK-THRESHOLD    PIC 9V999.
              05 WS-BK-SHARE        PIC 9V999.
              05 WS-BK-CARRY-FWD    PIC X.
              05 WS-BK-POLICIES     PIC 9(7) COMP-3.
              05 WS-BK-WRITTEN      PIC S9(11)V99 COMP-3.
              05 WS-BK-UPR          PIC S9(11)V99 COMP-3.
              05 WS-BK-INCURRED     PIC S9(11)V99 COMP-3.
              05 WS-BK-DEFICIT-BF   PIC S9(11)V99 COMP-3.
              05 WS-BK-BF-YEAR      PIC 9(4).
              05 WS-BK-SETTLED      PIC X.
       01  WS-BROKER-USED           PIC 9(3) VALUE 0.
       01  WS-BK-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-LK-BROKERID           PIC 9(9).

      * The year's policies, each pointing at its broker.  BROKEXT
      * loads the broker; EARNEXT marks the ones incepting in the
      * underwriting year.
       01  WS-POLICY-TABLE.
           03 WS-PL-ENTRY OCCURS 5000 TIMES.
              05 WS-PL-POLICY-NUM   PIC X(10).
              05 WS-PL-BK-SUB       PIC S9(4) COMP.
              05 WS-PL-IN-YEAR      PIC X.
       01  WS-POLICY-USED           PIC 9(4) VALUE 0.
       01  WS-PL-SUB                PIC S9(5) COMP VALUE 0.
       01  WS-LK-POLICY-NUM         PIC X(10).

       01  DB2-TERMS-FIELDS.
           05 DB2-BROKERID-INT      PIC S9(9) COMP.
           05 DB2-BROKERNAME        PIC X(40).
           05 DB2-PCTHRESH-DEC      PIC S9V999 COMP-3.
           05 DB2-PCSHARE-DEC       PIC S9V999 COMP-3.
           05 DB2-PCCARRYFWD        PIC X.

      * The calculation, broker by broker - see 3100-SETTLE-BROKER.
       01  WS-CALC-FIELDS.
           05 WS-CA-EARNED          PIC S9(11)V99 COMP-3.
           05 WS-CA-LOSS-RATIO      PIC S9(5)V99 COMP-3.
           05 WS-CA-ALLOWANCE       PIC S9(11)V99 COMP-3.
           05 WS-CA-RESULT          PIC S9(11)V99 COMP-3.
           05 WS-CA-NET             PIC S9(11)V99 COMP-3.
           05 WS-CA-COMMISSION      PIC S9(11)V99 COMP-3.
           05 WS-CA-DEFICIT-CF      PIC S9(11)V99 COMP-3.
           05 WS-CA-PCT             PIC S9(5)V99 COMP-3.

       01  WS-CLAIM-INCURRED        PIC S9(9)V99.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-BROKERS        PIC 9(7) VALUE 0.
           05 WS-TOT-POLICIES       PIC 9(7) VALUE 0.
           05 WS-TOT-IN-YEAR        PIC 9(7) VALUE 0.
           05 WS-TOT-CLAIMS         PIC 9(7) VALUE 0.
           05 WS-TOT-PAID           PIC 9(7) VALUE 0.
           05 WS-TOT-DEFICITS       PIC 9(7) VALUE 0.
           05 WS-TOT-ALREADY        PIC 9(7) VALUE 0.
           05 WS-TOT-DROPPED        PIC 9(7) VALUE 0.
           05 WS-TOT-COMMISSION     PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-BROKERID       PIC Z(8)9.
       01  WS-REPORT-AMT1           PIC -,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-PCT            PIC ZZZ9.99.
       01  WS-STMT-LABEL            PIC X(34).
       01  WS-STMT-AMOUNT           PIC S9(11)V99 COMP-3.

      * Extract control state for CLAIMEXT - see LGEXTCTL.
       01  WS-XCA-FIELDS.
           03 WS-XCA-FIRST             PIC X VALUE 'Y'.
           03 WS-XCA-SKIP              PIC X VALUE 'N'.
           03 WS-XCA-TRAILER-SEEN      PIC X VALUE 'N'.
           03 WS-XCA-COUNT             PIC 9(9) VALUE 0.
           03 WS-XCA-HASH              PIC 9(13)V99 VALUE 0.

           COPY LGEXTCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every broker with a profit share on the master, active or
      * not - a broker who stopped trading is still owed on the
      * years they wrote.
           EXEC SQL
             DECLARE TERMS-CSR CURSOR FOR
               SELECT BROKERID, BROKERNAME, PCTHRESHOLD, PCSHARE,
                      PCCARRYFWD
                 FROM BROKER
                WHERE PCSHARE > 0
                ORDER BY BROKERID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           IF WS-RUN-OK = 'Y'
               PERFORM 1200-LOAD-TERMS THRU 1200-EXIT
                   UNTIL WS-TERMS-EOF = 'Y'
               PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT
                   UNTIL WS-HISTIN-EOF = 'Y'
               PERFORM 2000-LOAD-BROKER-POLICY THRU 2000-EXIT
                   UNTIL WS-BROKEXT-EOF = 'Y'
               PERFORM 2200-LOAD-WRITTEN THRU 2200-EXIT
                   UNTIL WS-EARNEXT-EOF = 'Y'
               PERFORM 2400-LOAD-UNEARNED THRU 2400-EXIT
                   UNTIL WS-EARNDET-EOF = 'Y'
               PERFORM 2600-LOAD-CLAIM THRU 2600-EXIT
                   UNTIL WS-CLAIM-EOF = 'Y'
               PERFORM 9150-VERIFY-TRAILER
               PERFORM 3100-SETTLE-BROKER THRU 3100-EXIT
                   VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BROKER-USED
           END-IF
           PERFORM 5000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           INITIALIZE WS-BROKER-TABLE

           OPEN INPUT  PARM-FILE
                INPUT  BROKER-EXTRACT-FILE
                INPUT  EARNING-EXTRACT
                INPUT  EARNING-DETAIL-FILE
                INPUT  CLAIM-EXTRACT-FILE
                INPUT  HISTORY-IN-FILE
                OUTPUT HISTORY-OUT-FILE
                OUTPUT LEDGER-MOVE-FILE
                OUTPUT STATEMENT-FILE

           MOVE 'BROKER PROFIT COMMISSION STATEMENT' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'PCPARM OPEN ERROR: ' WS-PARM-STATUS
               MOVE 'N' TO WS-RUN-OK
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PCPARM IS EMPTY - NO UNDERWRITING YEAR'
                       MOVE 'N' TO WS-RUN-OK
                   NOT AT END
                       IF PC-UW-YEAR NUMERIC AND PC-UW-YEAR > 0
                           MOVE PC-UW-YEAR TO WS-UW-YEAR
                       ELSE
                           DISPLAY 'PCPARM UNDERWRITING YEAR INVALID'
                           MOVE 'N' TO WS-RUN-OK
                       END-IF
                       IF PC-VAL-MONTH NUMERIC AND PC-VAL-MONTH > 0
                           MOVE PC-VAL-MONTH TO WS-VAL-MONTH
                       END-IF
               END-READ
           END-IF

           IF WS-RUN-OK = 'Y' AND WS-VAL-MONTH = 0
               COMPUTE WS-VM-YEAR = WS-UW-YEAR + 1
               MOVE 12 TO WS-VM-MONTH
           END-IF

           IF WS-BROKEXT-STATUS NOT = '00'
               DISPLAY 'BROKEXT OPEN ERROR: ' WS-BROKEXT-STATUS
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF WS-EARNEXT-STATUS NOT = '00'
               DISPLAY 'EARNEXT OPEN ERROR: ' WS-EARNEXT-STATUS
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF WS-CLAIM-STATUS NOT = '00'
               DISPLAY 'CLAIMEXT OPEN ERROR: ' WS-CLAIM-STATUS
               MOVE 'N' TO WS-RUN-OK
           END-IF

      *    No EARNDET means nothing is still unearned; no history
      *    means the first year settled.
           IF WS-EARNDET-STATUS NOT = '00'
               MOVE 'Y' TO WS-EARNDET-EOF
           END-IF
           IF WS-HISTIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-HISTIN-EOF
           END-IF

           IF WS-RUN-OK = 'N'
               MOVE 8 TO RETURN-CODE
               MOVE 'PARAMETERS OR INPUT REJECTED - NOTHING SETTLED'
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           ELSE
               MOVE SPACES TO STATEMENT-RECORD
               STRING 'UNDERWRITING YEAR ' WS-UW-YEAR
                      '  VALUED AT ' WS-VAL-MONTH
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               EXEC SQL
                 OPEN TERMS-CSR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'TERMS CURSOR OPEN SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-TERMS-EOF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1200-LOAD-TERMS.
           EXEC SQL
             FETCH TERMS-CSR
              INTO :DB2-BROKERID-INT, :DB2-BROKERNAME,
                   :DB2-PCTHRESH-DEC, :DB2-PCSHARE-DEC,
                   :DB2-PCCARRYFWD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-TERMS-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'TERMS FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE TERMS-CSR
               END-EXEC
               GO TO 1200-EXIT
           END-IF

           IF WS-BROKER-USED NOT < 500
               ADD 1 TO WS-TOT-DROPPED
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-BROKER-USED
           MOVE WS-BROKER-USED TO WS-BK-SUB
           MOVE DB2-BROKERID-INT TO WS-BK-BROKERID(WS-BK-SUB)
           MOVE DB2-BROKERNAME   TO WS-BK-NAME(WS-BK-SUB)
           MOVE DB2-PCTHRESH-DEC TO WS-BK-THRESHOLD(WS-BK-SUB)
           MOVE DB2-PCSHARE-DEC  TO WS-BK-SHARE(WS-BK-SUB)
           MOVE DB2-PCCARRYFWD   TO WS-BK-CARRY-FWD(WS-BK-SUB)
           MOVE 'N' TO WS-BK-SETTLED(WS-BK-SUB)
           .
       1200-EXIT.
           EXIT.

      * History goes straight back out - this run only adds to it.
      * The latest earlier year gives the deficit brought forward;
      * this year already on file means it has been settled.
       1500-LOAD-HISTORY.
           READ HISTORY-IN-FILE
               AT END MOVE 'Y' TO WS-HISTIN-EOF
               GO TO 1500-EXIT
           END-READ
           MOVE HISTORY-IN-RECORD TO HISTORY-OUT-RECORD
           WRITE HISTORY-OUT-RECORD

           MOVE HI-BROKERID TO WS-LK-BROKERID
           PERFORM 9300-FIND-BROKER
           IF WS-BK-SUB = 0
               GO TO 1500-EXIT
           END-IF
           IF HI-UW-YEAR = WS-UW-YEAR
               MOVE 'Y' TO WS-BK-SETTLED(WS-BK-SUB)
           END-IF
           IF HI-UW-YEAR < WS-UW-YEAR
              AND HI-UW-YEAR > WS-BK-BF-YEAR(WS-BK-SUB)
               MOVE HI-UW-YEAR TO WS-BK-BF-YEAR(WS-BK-SUB)
               MOVE HI-DEFICIT-CF TO WS-BK-DEFICIT-BF(WS-BK-SUB)
           END-IF
           .
       1500-EXIT.
           EXIT.

      * Only policies placed by a broker with profit terms are kept.
       2000-LOAD-BROKER-POLICY.
           READ BROKER-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-BROKEXT-EOF
               GO TO 2000-EXIT
           END-READ
           MOVE BX-BROKERID TO WS-LK-BROKERID
           PERFORM 9300-FIND-BROKER
           IF WS-BK-SUB = 0
               GO TO 2000-EXIT
           END-IF
           IF WS-POLICY-USED NOT < 5000
               ADD 1 TO WS-TOT-DROPPED
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-POLICY-USED
           ADD 1 TO WS-TOT-POLICIES
           MOVE BX-POLICY-NUM TO WS-PL-POLICY-NUM(WS-POLICY-USED)
           MOVE WS-BK-SUB TO WS-PL-BK-SUB(WS-POLICY-USED)
           MOVE 'N' TO WS-PL-IN-YEAR(WS-POLICY-USED)
           .
       2000-EXIT.
           EXIT.

      * Premium written on the year's policies, less refunds.
       2200-LOAD-WRITTEN.
           READ EARNING-EXTRACT
               AT END MOVE 'Y' TO WS-EARNEXT-EOF
               GO TO 2200-EXIT
           END-READ
           IF EA-ISSUE-DATE(1:4) NOT = WS-UW-YEAR
               GO TO 2200-EXIT
           END-IF
           MOVE EA-POLICY-NUM TO WS-LK-POLICY-NUM
           PERFORM 9400-FIND-POLICY
           IF WS-PL-SUB = 0
               GO TO 2200-EXIT
           END-IF
           MOVE 'Y' TO WS-PL-IN-YEAR(WS-PL-SUB)
           ADD 1 TO WS-TOT-IN-YEAR
           MOVE WS-PL-BK-SUB(WS-PL-SUB) TO WS-BK-SUB
           ADD 1 TO WS-BK-POLICIES(WS-BK-SUB)
           ADD EA-PAYMENT TO WS-BK-WRITTEN(WS-BK-SUB)
           IF EA-CANCEL-DATE NUMERIC AND EA-CANCEL-DATE > 0
               SUBTRACT EA-REFUND-AMOUNT FROM WS-BK-WRITTEN(WS-BK-SUB)
           END-IF
           .
       2200-EXIT.
           EXIT.

      * Premium still unearned at the valuation month.
       2400-LOAD-UNEARNED.
           READ EARNING-DETAIL-FILE
               AT END MOVE 'Y' TO WS-EARNDET-EOF
               GO TO 2400-EXIT
           END-READ
           IF ED-MONTH-END(1:6) NOT = WS-VAL-MONTH
               GO TO 2400-EXIT
           END-IF
           MOVE ED-POLICY-NUM TO WS-LK-POLICY-NUM
           PERFORM 9400-FIND-POLICY
           IF WS-PL-SUB = 0
               GO TO 2400-EXIT
           END-IF
           IF WS-PL-IN-YEAR(WS-PL-SUB) NOT = 'Y'
               GO TO 2400-EXIT
           END-IF
           MOVE WS-PL-BK-SUB(WS-PL-SUB) TO WS-BK-SUB
           ADD ED-UPR TO WS-BK-UPR(WS-BK-SUB)
           .
       2400-EXIT.
           EXIT.

      * Claims incurred on the year's policies, net of recoveries
      * with legal defence costs - the incurred LGSOLVR1 returns.
       2600-LOAD-CLAIM.
           READ CLAIM-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CLAIM-EOF
               GO TO 2600-EXIT
           END-READ
           PERFORM 9100-CHECK-CONTROL THRU 9100-CHECK-EXIT
           IF WS-XCA-SKIP = 'Y'
               GO TO 2600-EXIT
           END-IF
           MOVE LC-POLICY-NUM TO WS-LK-POLICY-NUM
           PERFORM 9400-FIND-POLICY
           IF WS-PL-SUB = 0
               GO TO 2600-EXIT
           END-IF
           IF WS-PL-IN-YEAR(WS-PL-SUB) NOT = 'Y'
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-TOT-CLAIMS

           IF LC-RECOVERED > LC-PAID + LC-RESERVE
               MOVE 0 TO WS-CLAIM-INCURRED
           ELSE
               COMPUTE WS-CLAIM-INCURRED =
                  LC-PAID + LC-RESERVE - LC-RECOVERED
           END-IF
           IF LC-LEGAL-PAID NUMERIC
               ADD LC-LEGAL-PAID TO WS-CLAIM-INCURRED
           END-IF
           MOVE WS-PL-BK-SUB(WS-PL-SUB) TO WS-BK-SUB
           ADD WS-CLAIM-INCURRED TO WS-BK-INCURRED(WS-BK-SUB)
           .
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The calculation for one broker.  The allowance is the claims   *
      * the threshold loss ratio would allow on the earned premium;    *
      * what the book came in under it is the underwriting result.     *
      * Any deficit brought forward is set against the result first.   *
      * A positive net result pays the share; a negative one pays      *
      * nothing and, where the terms carry deficits, is carried to     *
      * the next year.  A year already settled is reported and left.   *
      *----------------------------------------------------------------*
       3100-SETTLE-BROKER.
           IF WS-BK-SETTLED(WS-BK-SUB) = 'Y'
               ADD 1 TO WS-TOT-ALREADY
               MOVE WS-BK-BROKERID(WS-BK-SUB) TO WS-REPORT-BROKERID
               MOVE SPACES TO STATEMENT-RECORD
               STRING 'BROKER ' WS-REPORT-BROKERID ' YEAR '
                      WS-UW-YEAR ' ALREADY SETTLED - NOT REPEATED'
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               GO TO 3100-EXIT
           END-IF
           IF WS-BK-POLICIES(WS-BK-SUB) = 0
              AND WS-BK-DEFICIT-BF(WS-BK-SUB) = 0
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-TOT-BROKERS

           IF WS-BK-CARRY-FWD(WS-BK-SUB) NOT = 'Y'
               MOVE 0 TO WS-BK-DEFICIT-BF(WS-BK-SUB)
           END-IF

           COMPUTE WS-CA-EARNED =
              WS-BK-WRITTEN(WS-BK-SUB) - WS-BK-UPR(WS-BK-SUB)
           MOVE 0 TO WS-CA-LOSS-RATIO
           IF WS-CA-EARNED > 0
               COMPUTE WS-CA-LOSS-RATIO ROUNDED =
                  WS-BK-INCURRED(WS-BK-SUB) * 100 / WS-CA-EARNED
                  ON SIZE ERROR
                     MOVE 99999.99 TO WS-CA-LOSS-RATIO
               END-COMPUTE
           END-IF
           COMPUTE WS-CA-ALLOWANCE ROUNDED =
              WS-CA-EARNED * WS-BK-THRESHOLD(WS-BK-SUB)
           COMPUTE WS-CA-RESULT =
              WS-CA-ALLOWANCE - WS-BK-INCURRED(WS-BK-SUB)
           COMPUTE WS-CA-NET =
              WS-CA-RESULT - WS-BK-DEFICIT-BF(WS-BK-SUB)

           IF WS-CA-NET > 0
               COMPUTE WS-CA-COMMISSION ROUNDED =
                  WS-CA-NET * WS-BK-SHARE(WS-BK-SUB)
               MOVE 0 TO WS-CA-DEFICIT-CF
           ELSE
               MOVE 0 TO WS-CA-COMMISSION
               IF WS-BK-CARRY-FWD(WS-BK-SUB) = 'Y'
                   COMPUTE WS-CA-DEFICIT-CF = 0 - WS-CA-NET
                   ADD 1 TO WS-TOT-DEFICITS
               ELSE
                   MOVE 0 TO WS-CA-DEFICIT-CF
               END-IF
           END-IF

           PERFORM 3200-WRITE-STATEMENT

           IF WS-CA-COMMISSION > 0
               MOVE SPACES TO LEDGER-MOVE-RECORD
               MOVE WS-BK-BROKERID(WS-BK-SUB) TO MV-BROKERID
               MOVE 'S' TO MV-MOVE-TYPE
               MOVE WS-CA-COMMISSION TO MV-AMOUNT
               MOVE WS-RS-RUN-DATE TO MV-RUN-DATE
               WRITE LEDGER-MOVE-RECORD
               ADD 1 TO WS-TOT-PAID
               ADD WS-CA-COMMISSION TO WS-TOT-COMMISSION
           END-IF

           MOVE SPACES TO HISTORY-OUT-RECORD
           MOVE WS-BK-BROKERID(WS-BK-SUB) TO HO-BROKERID
           MOVE WS-UW-YEAR TO HO-UW-YEAR
           MOVE WS-CA-DEFICIT-CF TO HO-DEFICIT-CF
           MOVE WS-CA-COMMISSION TO HO-COMMISSION
           WRITE HISTORY-OUT-RECORD
           .
       3100-EXIT.
           EXIT.

       3200-WRITE-STATEMENT.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-BK-BROKERID(WS-BK-SUB) TO WS-REPORT-BROKERID
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'BROKER ' WS-REPORT-BROKERID '  '
                  WS-BK-NAME(WS-BK-SUB)
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'POLICIES INCEPTING IN YEAR' TO WS-STMT-LABEL
           MOVE WS-BK-POLICIES(WS-BK-SUB) TO WS-REPORT-COUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING '  ' WS-STMT-LABEL '          ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'PREMIUM WRITTEN LESS REFUNDS' TO WS-STMT-LABEL
           MOVE WS-BK-WRITTEN(WS-BK-SUB) TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT
           MOVE 'LESS UNEARNED AT VALUATION' TO WS-STMT-LABEL
           MOVE WS-BK-UPR(WS-BK-SUB) TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT
           MOVE 'EARNED PREMIUM' TO WS-STMT-LABEL
           MOVE WS-CA-EARNED TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT
           MOVE 'CLAIMS INCURRED' TO WS-STMT-LABEL
           MOVE WS-BK-INCURRED(WS-BK-SUB) TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT

           MOVE 'LOSS RATIO PCT' TO WS-STMT-LABEL
           MOVE WS-CA-LOSS-RATIO TO WS-CA-PCT
           PERFORM 3400-STATEMENT-PCT
           MOVE 'THRESHOLD LOSS RATIO PCT' TO WS-STMT-LABEL
           COMPUTE WS-CA-PCT = WS-BK-THRESHOLD(WS-BK-SUB) * 100
           PERFORM 3400-STATEMENT-PCT

           MOVE 'CLAIMS ALLOWED AT THRESHOLD' TO WS-STMT-LABEL
           MOVE WS-CA-ALLOWANCE TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT
           MOVE 'UNDERWRITING RESULT' TO WS-STMT-LABEL
           MOVE WS-CA-RESULT TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT
           MOVE 'DEFICIT BROUGHT FORWARD' TO WS-STMT-LABEL
           MOVE WS-BK-DEFICIT-BF(WS-BK-SUB) TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT
           MOVE 'RESULT AFTER DEFICIT' TO WS-STMT-LABEL
           MOVE WS-CA-NET TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT

           MOVE 'PROFIT SHARE PCT' TO WS-STMT-LABEL
           COMPUTE WS-CA-PCT = WS-BK-SHARE(WS-BK-SUB) * 100
           PERFORM 3400-STATEMENT-PCT

           MOVE 'PROFIT COMMISSION PAYABLE' TO WS-STMT-LABEL
           MOVE WS-CA-COMMISSION TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT
           MOVE 'DEFICIT CARRIED FORWARD' TO WS-STMT-LABEL
           MOVE WS-CA-DEFICIT-CF TO WS-STMT-AMOUNT
           PERFORM 3300-STATEMENT-AMOUNT.

       3300-STATEMENT-AMOUNT.
           MOVE WS-STMT-AMOUNT TO WS-REPORT-AMT1
           MOVE SPACES TO STATEMENT-RECORD
           STRING '  ' WS-STMT-LABEL WS-REPORT-AMT1
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       3400-STATEMENT-PCT.
           MOVE WS-CA-PCT TO WS-REPORT-PCT
           MOVE SPACES TO STATEMENT-RECORD
           STRING '  ' WS-STMT-LABEL '          ' WS-REPORT-PCT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       5000-CLOSE.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'PROFIT COMMISSION RUN - CONTROL TOTALS'
               TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD

           MOVE WS-TOT-POLICIES TO WS-REPORT-COUNT
           STRING 'POLICIES ON TERMS...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-TOT-IN-YEAR TO WS-REPORT-COUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'INCEPTING IN YEAR...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-TOT-CLAIMS TO WS-REPORT-COUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'CLAIMS ON THE YEAR..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-TOT-BROKERS TO WS-REPORT-COUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'BROKERS SETTLED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-TOT-PAID TO WS-REPORT-COUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'COMMISSIONS PAYABLE.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-TOT-COMMISSION TO WS-REPORT-AMT1
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'COMMISSION TOTAL....: ' WS-REPORT-AMT1
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD

           MOVE WS-TOT-DEFICITS TO WS-REPORT-COUNT
           STRING 'DEFICITS CARRIED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-TOT-ALREADY TO WS-REPORT-COUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'ALREADY SETTLED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-TOT-DROPPED TO WS-REPORT-COUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'TABLE OVERFLOWS.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           IF WS-TOT-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE PARM-FILE
                 BROKER-EXTRACT-FILE
                 EARNING-EXTRACT
                 EARNING-DETAIL-FILE
                 CLAIM-EXTRACT-FILE
                 HISTORY-IN-FILE
                 HISTORY-OUT-FILE
                 LEDGER-MOVE-FILE
                 STATEMENT-FILE.

      *----------------------------------------------------------------*
      * Extract control validation for CLAIMEXT - see LGEXTCTL.        *
      *----------------------------------------------------------------*
       9100-CHECK-CONTROL.
           MOVE 'N' TO WS-XCA-SKIP.
           MOVE CLAIM-EXTRACT-RECORD(1:34)
             TO EXTRACT-CONTROL-RECORD(1:34).

           IF WS-XCA-FIRST = 'Y'
              MOVE 'N' TO WS-XCA-FIRST
              IF XC-IS-HEADER
                 MOVE 'Y' TO WS-XCA-SKIP
                 GO TO 9100-CHECK-EXIT
              ELSE
                 DISPLAY 'CLAIMEXT HAS NO HEADER RECORD - REJECTED'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           IF XC-IS-TRAILER
              MOVE 'Y' TO WS-XCA-SKIP
              MOVE 'Y' TO WS-XCA-TRAILER-SEEN
              IF XC-RECORD-COUNT NOT = WS-XCA-COUNT
                 OR XC-HASH-TOTAL NOT = WS-XCA-HASH
                 DISPLAY 'CLAIMEXT TRAILER DOES NOT BALANCE'
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO 9100-CHECK-EXIT
           END-IF.

           ADD 1 TO WS-XCA-COUNT.
           ADD LC-PAID TO WS-XCA-HASH.
           ADD LC-RESERVE TO WS-XCA-HASH.
           ADD LC-RECOVERED TO WS-XCA-HASH.

       9100-CHECK-EXIT.
           EXIT.

       9150-VERIFY-TRAILER.
           IF WS-XCA-TRAILER-SEEN NOT = 'Y'
              DISPLAY 'CLAIMEXT ENDED WITHOUT ITS TRAILER'
                      ' - TRUNCATED'
              MOVE 8 TO RETURN-CODE
           END-IF.
           EXIT.

      * Table lookups - a miss comes back as subscript zero.
       9300-FIND-BROKER.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
             UNTIL WS-BK-SUB > WS-BROKER-USED
                OR WS-BK-BROKERID(WS-BK-SUB) = WS-LK-BROKERID
               CONTINUE
           END-PERFORM
           IF WS-BK-SUB > WS-BROKER-USED
               MOVE 0 TO WS-BK-SUB
           END-IF.

       9400-FIND-POLICY.
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
             UNTIL WS-PL-SUB > WS-POLICY-USED
                OR WS-PL-POLICY-NUM(WS-PL-SUB) = WS-LK-POLICY-NUM
               CONTINUE
           END-PERFORM
           IF WS-PL-SUB > WS-POLICY-USED
               MOVE 0 TO WS-PL-SUB
           END-IF.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGBRKPC1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              COMPUTE RS-RECS-IN = WS-TOT-POLICIES + WS-TOT-CLAIMS
              MOVE WS-TOT-PAID TO RS-RECS-OUT
              MOVE WS-TOT-DROPPED TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
