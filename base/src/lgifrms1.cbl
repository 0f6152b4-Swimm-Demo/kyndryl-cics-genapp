       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIFRMS1.
      *----------------------------------------------------------------*
      * Quarterly IFRS 17 measurement and onerous contract test.       *
      * Runs behind the LGSNPCK1 gate against the quarter-end month's  *
      * retained snapshot set, checking the set's MANIFEST against     *
      * SNAPPARM the way LGSOLVR1 does.  Each policy is measured in    *
      * the group LGAPDB01 filed it under at bind (IFRSCONTRACT -      *
      * portfolio, annual cohort, profitability group): LGERNPM1's     *
      * earned premium for the quarter's three EARNDET months and the  *
      * unearned premium at quarter end give the liability for         *
      * remaining coverage, and CLAIMEXT gives the claims incurred to  *
      * date.  A group is onerous when the claims expected on its      *
      * unexpired cover - its UPR at the worse of its pricing ELR and  *
      * its own loss ratio to date - exceed that UPR; the excess is    *
      * the loss component.  IFRSHIST carries each group's cumulative  *
      * earned premium and loss component from quarter to quarter, so  *
      * the movement goes to the ledger as an 'O' (raised) or 'U'      *
      * (released) row on IFRSGLTR for LGGLPST1 to post.  IFRSDET      *
      * traces every policy and claim to the group it was measured     *
      * in; IFRSRPT is the measurement report.                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SNAPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT EARNING-DETAIL-FILE ASSIGN TO EARNDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNDET-STATUS.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO CLAIMEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT HISTORY-IN-FILE ASSIGN TO IFRSHSTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT HISTORY-OUT-FILE ASSIGN TO IFRSHSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-STATUS.
           SELECT TRACE-FILE ASSIGN TO IFRSDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACE-STATUS.
           SELECT GL-MOVEMENT-FILE ASSIGN TO IFRSGLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLTR-STATUS.
           SELECT IFRS-REPORT-FILE ASSIGN TO IFRSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The quarter-end period - the same SNAPPARM the gate reads.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 PR-PERIOD             PIC 9(6).
           05 FILLER                PIC X(74).

      * The snapshot set's manifest - see LGUNLEX1.
       FD  MANIFEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  MANIFEST-RECORD.
           05 MF-RUN-DATE           PIC 9(8).
           05 MF-COMMEXT-COUNT      PIC 9(9).
           05 MF-BROKEXT-COUNT      PIC 9(9).
           05 MF-CUSTEXT-COUNT      PIC 9(9).
           05 MF-POLEXT-COUNT       PIC 9(9).
           05 MF-PREMEXT-COUNT      PIC 9(9).
           05 MF-CMFIL-COUNT        PIC 9(9).
           05 MF-POLEXP-COUNT       PIC 9(9).
           05 MF-PAYMENT-TOTAL      PIC 9(13)V99.
           05 MF-PERIOD             PIC 9(6).
           05 FILLER                PIC X(28).

      * LGERNPM1's per-policy month-end earning detail.
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

      * Each group's position at the last quarter end - its earned
      * premium to date and the loss component carried.
       FD  HISTORY-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  HISTORY-IN-RECORD.
           05 HI-GROUP-KEY          PIC X(6).
           05 HI-PERIOD             PIC 9(6).
           05 HI-EARNED-CUM         PIC S9(11)V99.
           05 HI-INCURRED           PIC S9(11)V99.
           05 HI-LOSS-COMP          PIC S9(11)V99.
           05 FILLER                PIC X(9).

       FD  HISTORY-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  HISTORY-OUT-RECORD.
           05 HO-GROUP-KEY          PIC X(6).
           05 HO-PERIOD             PIC 9(6).
           05 HO-EARNED-CUM         PIC S9(11)V99.
           05 HO-INCURRED           PIC S9(11)V99.
           05 HO-LOSS-COMP          PIC S9(11)V99.
           05 FILLER                PIC X(9).

      * Policy-level trace - one 'E' row per EARNDET month measured
      * and one 'C' row per claim, each carrying the group it was
      * measured in, so every group figure can be taken back to the
      * contracts behind it.
       FD  TRACE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TRACE-RECORD.
           05 TD-RECORD-TYPE        PIC X.
              88 TD-EARNING             VALUE 'E'.
              88 TD-CLAIM               VALUE 'C'.
           05 TD-PERIOD             PIC 9(6).
           05 TD-POLICY-NUM         PIC X(10).
           05 TD-GROUP-KEY          PIC X(6).
           05 TD-CLAIM-NUM          PIC X(10).
           05 TD-MONTH-END          PIC 9(8).
           05 TD-EARNED             PIC 9(7)V99.
           05 TD-UPR                PIC 9(7)V99.
           05 TD-INCURRED           PIC S9(9)V99.
           05 TD-ELR                PIC 9(3)V99.
           05 FILLER                PIC X(5).

      * GLTRANS-format loss component movements, concatenated into
      * the night's GLTRANS stream with the others.
       FD  GL-MOVEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-MOVEMENT-RECORD.
           05 GT-TRAN-TYPE          PIC X.
              88 GT-LOSS-COMP-RAISED    VALUE 'O'.
              88 GT-LOSS-COMP-RELEASED  VALUE 'U'.
           05 GT-TRAN-DATE          PIC 9(8).
           05 GT-POLICY-NUM         PIC X(10).
           05 GT-BROKERID           PIC 9(9).
           05 GT-AMOUNT             PIC 9(9)V99.
           05 GT-CURRENCY           PIC X(3).
           05 FILLER                PIC X(18).

       FD  IFRS-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IFRS-REPORT-RECORD       PIC X(80).

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of run.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY LGRUNST.

       WORKING-STORAGE SECTION.
       01  WS-RUNSTATS-STATUS       PIC X(2).
       01  WS-RS-START-TIME         PIC 9(6) VALUE 0.
       01  WS-RS-RUN-DATE           PIC 9(8) VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-MANIFEST-STATUS    PIC X(2).
           05 WS-EARNDET-STATUS     PIC X(2).
           05 WS-CLAIM-STATUS       PIC X(2).
           05 WS-HISTIN-STATUS      PIC X(2).
           05 WS-HISTOUT-STATUS     PIC X(2).
           05 WS-TRACE-STATUS       PIC X(2).
           05 WS-GLTR-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF-FLAGS.
           05 WS-EARNDET-EOF        PIC X VALUE 'N'.
           05 WS-CLAIM-EOF          PIC X VALUE 'N'.
           05 WS-HISTIN-EOF         PIC X VALUE 'N'.

      * The quarter being measured.  Nothing is measured unless the
      * period is a quarter end and the snapshot set is for it.
       01  WS-PERIOD-OK             PIC X VALUE 'Y'.
       01  WS-QTR-END               PIC 9(6) VALUE 0.
       01  FILLER REDEFINES WS-QTR-END.
           05 WS-QE-YEAR            PIC 9(4).
           05 WS-QE-MONTH           PIC 9(2).
              88 WS-QE-QUARTER-END      VALUES 03 06 09 12.
       01  WS-QTR-START             PIC 9(6) VALUE 0.
       01  WS-WORK-PERIOD           PIC 9(6).

      *----------------------------------------------------------------*
      * The groups measured - IFRSCONTRACT's portfolio (policy type),  *
      * cohort (issue year) and profitability group ('O' onerous at    *
      * inception, 'N' no significant possibility of becoming onerous, *
      * 'R' remaining).  A policy with no IFRSCONTRACT row - bound     *
      * before grouping began, or a claim on a policy no longer on     *
      * file - is measured in its type's cohort-0000 group 'U' and     *
      * counted, so the quarter still totals and the gap is seen.      *
      * The ELR is UPR-weighted across the group's policies.           *
      *----------------------------------------------------------------*
       01  WS-GROUP-TABLE.
           03 WS-GR-ENTRY OCCURS 500 TIMES.
              05 WS-GR-KEY          PIC X(6).
              05 WS-GR-EARNED-QTR   PIC S9(13)V99 COMP-3.
              05 WS-GR-EARNED-CUM   PIC S9(13)V99 COMP-3.
              05 WS-GR-UPR          PIC S9(13)V99 COMP-3.
              05 WS-GR-ELR-WEIGHT   PIC S9(15)V99 COMP-3.
              05 WS-GR-INCURRED     PIC S9(13)V99 COMP-3.
              05 WS-GR-PRIOR-LC     PIC S9(13)V99 COMP-3.
              05 WS-GR-LOSS-COMP    PIC S9(13)V99 COMP-3.
              05 WS-GR-POLICIES     PIC 9(7) COMP-3.
       01  WS-GROUP-USED            PIC 9(3) VALUE 0.
       01  WS-GR-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-GR-FOUND              PIC X VALUE 'N'.

       01  WS-GROUP-KEY.
           05 WS-GK-PORTFOLIO       PIC X.
           05 WS-GK-COHORT          PIC 9(4).
           05 WS-GK-PROFGROUP       PIC X.
              88 WS-GK-UNASSIGNED       VALUE 'U'.

      * The last policy looked up - EARNDET carries a policy's months
      * together, so most rows are answered without going to DB2.
       01  WS-LOOKUP-FIELDS.
           05 WS-LK-POLICY-NUM      PIC X(10).
           05 WS-LK-POLICY-TYPE     PIC X.
           05 WS-LK-LAST-POLICY     PIC X(10) VALUE SPACES.
           05 WS-LK-LAST-KEY        PIC X(6).
           05 WS-LK-LAST-ELR        PIC 9(3)V99.
           05 WS-LK-ELR             PIC 9(3)V99.
           05 WS-LK-POLICY-NUMERIC  PIC 9(10).

       01  DB2-IFRS-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-PORTFOLIO         PIC X.
           05 DB2-COHORT-SINT       PIC S9(4) COMP.
           05 DB2-PROFGROUP         PIC X.
           05 DB2-ELR-DEC           PIC S9(3)V99 COMP-3.

       01  WS-CLAIM-INCURRED        PIC S9(9)V99.

      * The onerous test - see 3100-MEASURE-GROUP.
       01  WS-TEST-FIELDS.
           05 WS-TS-ELR             PIC S9(5)V99 COMP-3.
           05 WS-TS-ACTUAL-LR       PIC S9(5)V99 COMP-3.
           05 WS-TS-EXPECTED-LR     PIC S9(5)V99 COMP-3.
           05 WS-TS-FUTURE-CLAIMS   PIC S9(13)V99 COMP-3.
           05 WS-TS-MOVEMENT        PIC S9(13)V99 COMP-3.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-EARNDET        PIC 9(7) VALUE 0.
           05 WS-TOT-CLAIMS         PIC 9(7) VALUE 0.
           05 WS-TOT-UNASSIGNED     PIC 9(7) VALUE 0.
           05 WS-TOT-GROUPS         PIC 9(7) VALUE 0.
           05 WS-TOT-ONEROUS        PIC 9(7) VALUE 0.
           05 WS-TOT-MOVEMENTS      PIC 9(7) VALUE 0.
           05 WS-TOT-TRACE          PIC 9(7) VALUE 0.
           05 WS-TOT-DROPPED        PIC 9(7) VALUE 0.
           05 WS-TOT-LC-RAISED      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-LC-RELEASED    PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-LOSS-COMP      PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMT1           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-AMT2           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-AMT3           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-AMT4           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-PCT            PIC ZZZ9.99.

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

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           IF WS-PERIOD-OK = 'Y'
               PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT
                   UNTIL WS-HISTIN-EOF = 'Y'
               PERFORM 2000-LOAD-EARNED THRU 2000-EXIT
                   UNTIL WS-EARNDET-EOF = 'Y'
               PERFORM 2500-LOAD-CLAIM THRU 2500-EXIT
                   UNTIL WS-CLAIM-EOF = 'Y'
               PERFORM 9150-VERIFY-TRAILER
               PERFORM 3000-MEASURE
           END-IF
           PERFORM 5000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

      *----------------------------------------------------------------*
      * Opens everything and settles the quarter, as LGSOLVR1 does -   *
      * the measurement is only made for a quarter-end month and only  *
      * off that month's set.                                          *
      *----------------------------------------------------------------*
       1000-INIT.
           INITIALIZE WS-GROUP-TABLE

           OPEN INPUT  PARM-FILE
                INPUT  MANIFEST-FILE
                INPUT  EARNING-DETAIL-FILE
                INPUT  CLAIM-EXTRACT-FILE
                INPUT  HISTORY-IN-FILE
                OUTPUT HISTORY-OUT-FILE
                OUTPUT TRACE-FILE
                OUTPUT GL-MOVEMENT-FILE
                OUTPUT IFRS-REPORT-FILE

           MOVE 'IFRS 17 QUARTERLY MEASUREMENT - ONEROUS CONTRACT TEST'
               TO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'SNAPPARM OPEN ERROR: ' WS-PARM-STATUS
               MOVE 'N' TO WS-PERIOD-OK
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'SNAPPARM IS EMPTY - NO PERIOD'
                       MOVE 'N' TO WS-PERIOD-OK
                   NOT AT END
                       MOVE PR-PERIOD TO WS-QTR-END
               END-READ
           END-IF

           IF WS-PERIOD-OK = 'Y' AND NOT WS-QE-QUARTER-END
               DISPLAY 'PERIOD ' WS-QTR-END ' IS NOT A QUARTER END'
               MOVE 'N' TO WS-PERIOD-OK
           END-IF

           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'MANIFEST OPEN ERROR: ' WS-MANIFEST-STATUS
               MOVE 'N' TO WS-PERIOD-OK
           ELSE
               READ MANIFEST-FILE
                   AT END
                       DISPLAY 'MANIFEST IS EMPTY - NO SNAPSHOT'
                       MOVE 'N' TO WS-PERIOD-OK
                   NOT AT END
                       IF MF-PERIOD NOT = WS-QTR-END
                          DISPLAY 'SNAPSHOT IS FOR PERIOD ' MF-PERIOD
                                  ' NOT ' WS-QTR-END
                          MOVE 'N' TO WS-PERIOD-OK
                       END-IF
               END-READ
           END-IF

           IF WS-EARNDET-STATUS NOT = '00'
               DISPLAY 'EARNDET OPEN ERROR: ' WS-EARNDET-STATUS
               MOVE 'N' TO WS-PERIOD-OK
           END-IF
           IF WS-CLAIM-STATUS NOT = '00'
               DISPLAY 'CLAIMEXT OPEN ERROR: ' WS-CLAIM-STATUS
               MOVE 'N' TO WS-PERIOD-OK
           END-IF

      *    The first quarter measured has no history.
           IF WS-HISTIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-HISTIN-EOF
           END-IF

           IF WS-PERIOD-OK = 'N'
               MOVE 8 TO RETURN-CODE
               MOVE 'PERIOD OR SNAPSHOT REJECTED - NOTHING MEASURED'
                   TO IFRS-REPORT-RECORD
               WRITE IFRS-REPORT-RECORD
           ELSE
               COMPUTE WS-QTR-START = WS-QTR-END - 2
               MOVE SPACES TO IFRS-REPORT-RECORD
               STRING 'QUARTER ' WS-QTR-START ' TO ' WS-QTR-END
                      '  SNAPSHOT CUT ' MF-RUN-DATE
                   DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
               WRITE IFRS-REPORT-RECORD
           END-IF.

      * Last quarter's positions seed the table, so a group whose
      * cover has all run off is still measured and its loss
      * component released.
       1500-LOAD-HISTORY.
           READ HISTORY-IN-FILE
               AT END MOVE 'Y' TO WS-HISTIN-EOF
               GO TO 1500-EXIT
           END-READ
           MOVE HI-GROUP-KEY TO WS-GROUP-KEY
           PERFORM 9300-FIND-GROUP
           IF WS-GR-SUB = 0
               GO TO 1500-EXIT
           END-IF
           ADD HI-EARNED-CUM TO WS-GR-EARNED-CUM(WS-GR-SUB)
           ADD HI-LOSS-COMP  TO WS-GR-PRIOR-LC(WS-GR-SUB)
           .
       1500-EXIT.
           EXIT.

      * Earned premium over the quarter's three months, and the UPR -
      * the liability for remaining coverage - at quarter end.
       2000-LOAD-EARNED.
           READ EARNING-DETAIL-FILE
               AT END MOVE 'Y' TO WS-EARNDET-EOF
               GO TO 2000-EXIT
           END-READ
           MOVE ED-MONTH-END(1:6) TO WS-WORK-PERIOD
           IF WS-WORK-PERIOD < WS-QTR-START
              OR WS-WORK-PERIOD > WS-QTR-END
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-EARNDET

           MOVE ED-POLICY-NUM TO WS-LK-POLICY-NUM
           MOVE ED-POLICY-TYPE TO WS-LK-POLICY-TYPE
           PERFORM 9200-GROUP-FOR-POLICY THRU 9200-EXIT
           PERFORM 9300-FIND-GROUP
           IF WS-GR-SUB = 0
               GO TO 2000-EXIT
           END-IF

           ADD ED-EARNED-MONTH TO WS-GR-EARNED-QTR(WS-GR-SUB)
           IF WS-WORK-PERIOD = WS-QTR-END
               ADD ED-UPR TO WS-GR-UPR(WS-GR-SUB)
               COMPUTE WS-GR-ELR-WEIGHT(WS-GR-SUB) =
                  WS-GR-ELR-WEIGHT(WS-GR-SUB) + ED-UPR * WS-LK-ELR
               ADD 1 TO WS-GR-POLICIES(WS-GR-SUB)
           END-IF

           MOVE SPACES TO TRACE-RECORD
           MOVE 'E' TO TD-RECORD-TYPE
           MOVE WS-QTR-END TO TD-PERIOD
           MOVE ED-POLICY-NUM TO TD-POLICY-NUM
           MOVE WS-GROUP-KEY TO TD-GROUP-KEY
           MOVE ED-MONTH-END TO TD-MONTH-END
           MOVE ED-EARNED-MONTH TO TD-EARNED
           MOVE ED-UPR TO TD-UPR
           MOVE 0 TO TD-INCURRED
           MOVE WS-LK-ELR TO TD-ELR
           WRITE TRACE-RECORD
           ADD 1 TO WS-TOT-TRACE
           .
       2000-EXIT.
           EXIT.

      * Claims incurred to date, net of recoveries with legal defence
      * costs - the same incurred LGSOLVR1 returns.  CLAIMEXT is
      * cumulative, so the group total is incurred since inception.
       2500-LOAD-CLAIM.
           READ CLAIM-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CLAIM-EOF
               GO TO 2500-EXIT
           END-READ
           PERFORM 9100-CHECK-CONTROL THRU 9100-CHECK-EXIT
           IF WS-XCA-SKIP = 'Y'
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-TOT-CLAIMS

           MOVE LC-POLICY-NUM TO WS-LK-POLICY-NUM
           MOVE SPACE TO WS-LK-POLICY-TYPE
           PERFORM 9200-GROUP-FOR-POLICY THRU 9200-EXIT
           PERFORM 9300-FIND-GROUP
           IF WS-GR-SUB = 0
               GO TO 2500-EXIT
           END-IF

           IF LC-RECOVERED > LC-PAID + LC-RESERVE
               MOVE 0 TO WS-CLAIM-INCURRED
           ELSE
               COMPUTE WS-CLAIM-INCURRED =
                  LC-PAID + LC-RESERVE - LC-RECOVERED
           END-IF
           IF LC-LEGAL-PAID NUMERIC
               ADD LC-LEGAL-PAID TO WS-CLAIM-INCURRED
           END-IF
           ADD WS-CLAIM-INCURRED TO WS-GR-INCURRED(WS-GR-SUB)

           MOVE SPACES TO TRACE-RECORD
           MOVE 'C' TO TD-RECORD-TYPE
           MOVE WS-QTR-END TO TD-PERIOD
           MOVE LC-POLICY-NUM TO TD-POLICY-NUM
           MOVE WS-GROUP-KEY TO TD-GROUP-KEY
           MOVE LC-CLAIM-NUM TO TD-CLAIM-NUM
           MOVE LC-LOSS-DATE TO TD-MONTH-END
           MOVE 0 TO TD-EARNED
           MOVE 0 TO TD-UPR
           MOVE WS-CLAIM-INCURRED TO TD-INCURRED
           MOVE WS-LK-ELR TO TD-ELR
           WRITE TRACE-RECORD
           ADD 1 TO WS-TOT-TRACE
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Measures every group and reports it.                           *
      *----------------------------------------------------------------*
       3000-MEASURE.
           MOVE SPACES TO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'GROUP       EARNED QTR             UPR'
                  '        INCURRED       LOSS COMP  LR PCT'
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           PERFORM 3100-MEASURE-GROUP THRU 3100-EXIT
               VARYING WS-GR-SUB FROM 1 BY 1
               UNTIL WS-GR-SUB > WS-GROUP-USED

           MOVE SPACES TO IFRS-REPORT-RECORD
           MOVE '* ONEROUS - LOSS COMPONENT HELD' TO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD.

      *----------------------------------------------------------------*
      * The onerous test for one group.  Under the premium allocation  *
      * approach the liability for remaining coverage is the UPR; the  *
      * fulfilment cash flows on that cover are the claims expected    *
      * on it, at the worse of the group's pricing ELR and the loss    *
      * ratio it has actually run at (incurred to date over earned to  *
      * date).  Where they exceed the UPR the group is onerous and     *
      * the excess is its loss component; otherwise the component is   *
      * nil.  The change on last quarter is what goes to the ledger.   *
      *----------------------------------------------------------------*
       3100-MEASURE-GROUP.
           ADD 1 TO WS-TOT-GROUPS
           ADD WS-GR-EARNED-QTR(WS-GR-SUB)
               TO WS-GR-EARNED-CUM(WS-GR-SUB)

           MOVE 0 TO WS-TS-ELR
           IF WS-GR-UPR(WS-GR-SUB) > 0
               COMPUTE WS-TS-ELR ROUNDED =
                  WS-GR-ELR-WEIGHT(WS-GR-SUB) / WS-GR-UPR(WS-GR-SUB)
           END-IF
           MOVE 0 TO WS-TS-ACTUAL-LR
           IF WS-GR-EARNED-CUM(WS-GR-SUB) > 0
               COMPUTE WS-TS-ACTUAL-LR ROUNDED =
                  WS-GR-INCURRED(WS-GR-SUB) * 100
                  / WS-GR-EARNED-CUM(WS-GR-SUB)
                  ON SIZE ERROR
                     MOVE 99999.99 TO WS-TS-ACTUAL-LR
               END-COMPUTE
           END-IF
           IF WS-TS-ACTUAL-LR > WS-TS-ELR
               MOVE WS-TS-ACTUAL-LR TO WS-TS-EXPECTED-LR
           ELSE
               MOVE WS-TS-ELR TO WS-TS-EXPECTED-LR
           END-IF

           COMPUTE WS-TS-FUTURE-CLAIMS ROUNDED =
              WS-GR-UPR(WS-GR-SUB) * WS-TS-EXPECTED-LR / 100
           IF WS-TS-FUTURE-CLAIMS > WS-GR-UPR(WS-GR-SUB)
               COMPUTE WS-GR-LOSS-COMP(WS-GR-SUB) =
                  WS-TS-FUTURE-CLAIMS - WS-GR-UPR(WS-GR-SUB)
               ADD 1 TO WS-TOT-ONEROUS
           ELSE
               MOVE 0 TO WS-GR-LOSS-COMP(WS-GR-SUB)
           END-IF
           ADD WS-GR-LOSS-COMP(WS-GR-SUB) TO WS-TOT-LOSS-COMP

           MOVE WS-GR-EARNED-QTR(WS-GR-SUB) TO WS-REPORT-AMT1
           MOVE WS-GR-UPR(WS-GR-SUB) TO WS-REPORT-AMT2
           MOVE WS-GR-INCURRED(WS-GR-SUB) TO WS-REPORT-AMT3
           MOVE WS-GR-LOSS-COMP(WS-GR-SUB) TO WS-REPORT-AMT4
           MOVE WS-TS-ACTUAL-LR TO WS-REPORT-PCT
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING WS-GR-KEY(WS-GR-SUB) ' ' WS-REPORT-AMT1
                  WS-REPORT-AMT2 WS-REPORT-AMT3 WS-REPORT-AMT4
                  ' ' WS-REPORT-PCT
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           IF WS-GR-LOSS-COMP(WS-GR-SUB) > 0
               MOVE '*' TO IFRS-REPORT-RECORD(77:1)
           END-IF
           WRITE IFRS-REPORT-RECORD

      *    This quarter's position becomes next quarter's base.
           MOVE SPACES TO HISTORY-OUT-RECORD
           MOVE WS-GR-KEY(WS-GR-SUB) TO HO-GROUP-KEY
           MOVE WS-QTR-END TO HO-PERIOD
           MOVE WS-GR-EARNED-CUM(WS-GR-SUB) TO HO-EARNED-CUM
           MOVE WS-GR-INCURRED(WS-GR-SUB) TO HO-INCURRED
           MOVE WS-GR-LOSS-COMP(WS-GR-SUB) TO HO-LOSS-COMP
           WRITE HISTORY-OUT-RECORD

           COMPUTE WS-TS-MOVEMENT =
              WS-GR-LOSS-COMP(WS-GR-SUB) - WS-GR-PRIOR-LC(WS-GR-SUB)
           IF WS-TS-MOVEMENT = 0
               GO TO 3100-EXIT
           END-IF

           MOVE SPACES TO GL-MOVEMENT-RECORD
           IF WS-TS-MOVEMENT > 0
               MOVE 'O' TO GT-TRAN-TYPE
               MOVE WS-TS-MOVEMENT TO GT-AMOUNT
               ADD WS-TS-MOVEMENT TO WS-TOT-LC-RAISED
           ELSE
               MOVE 'U' TO GT-TRAN-TYPE
               COMPUTE GT-AMOUNT = 0 - WS-TS-MOVEMENT
               SUBTRACT WS-TS-MOVEMENT FROM WS-TOT-LC-RELEASED
           END-IF
           MOVE WS-RS-RUN-DATE TO GT-TRAN-DATE
           STRING 'LC' WS-GR-KEY(WS-GR-SUB)
               DELIMITED BY SIZE INTO GT-POLICY-NUM
           MOVE 0 TO GT-BROKERID
           WRITE GL-MOVEMENT-RECORD
           ADD 1 TO WS-TOT-MOVEMENTS
           .
       3100-EXIT.
           EXIT.

       5000-CLOSE.
           MOVE SPACES TO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE 'IFRS 17 MEASUREMENT - CONTROL TOTALS'
               TO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-EARNDET TO WS-REPORT-COUNT
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'EARNED ROWS IN QTR..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-CLAIMS TO WS-REPORT-COUNT
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'CLAIMS READ.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-UNASSIGNED TO WS-REPORT-COUNT
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'UNGROUPED ROWS......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-GROUPS TO WS-REPORT-COUNT
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'GROUPS MEASURED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-ONEROUS TO WS-REPORT-COUNT
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'GROUPS ONEROUS......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-LOSS-COMP TO WS-REPORT-AMT1
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'LOSS COMPONENT HELD.: ' WS-REPORT-AMT1
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-LC-RAISED TO WS-REPORT-AMT1
           MOVE WS-TOT-LC-RELEASED TO WS-REPORT-AMT2
           STRING 'LC RAISED/RELEASED..: ' WS-REPORT-AMT1 ' '
                  WS-REPORT-AMT2
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-MOVEMENTS TO WS-REPORT-COUNT
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'GL MOVEMENTS WRITTEN: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-TRACE TO WS-REPORT-COUNT
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'TRACE ROWS WRITTEN..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           MOVE WS-TOT-DROPPED TO WS-REPORT-COUNT
           MOVE SPACES TO IFRS-REPORT-RECORD
           STRING 'TABLE OVERFLOWS.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO IFRS-REPORT-RECORD
           WRITE IFRS-REPORT-RECORD

           IF WS-TOT-UNASSIGNED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE PARM-FILE
                 MANIFEST-FILE
                 EARNING-DETAIL-FILE
                 CLAIM-EXTRACT-FILE
                 HISTORY-IN-FILE
                 HISTORY-OUT-FILE
                 TRACE-FILE
                 GL-MOVEMENT-FILE
                 IFRS-REPORT-FILE.

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

      *----------------------------------------------------------------*
      * The group a policy was filed in at bind.  No IFRSCONTRACT row  *
      * puts it in its type's unassigned group - see WS-GROUP-TABLE.   *
      * A claim's policy type is not on CLAIMEXT, so an ungrouped      *
      * claim's type is taken off POLICY, '?' if that is gone too.     *
      *----------------------------------------------------------------*
       9200-GROUP-FOR-POLICY.
           IF WS-LK-POLICY-NUM = WS-LK-LAST-POLICY
               MOVE WS-LK-LAST-KEY TO WS-GROUP-KEY
               MOVE WS-LK-LAST-ELR TO WS-LK-ELR
               IF WS-GK-UNASSIGNED
                   ADD 1 TO WS-TOT-UNASSIGNED
               END-IF
               GO TO 9200-EXIT
           END-IF

           MOVE 0 TO WS-LK-ELR
           MOVE 0 TO DB2-POLICYNUM-INT
           IF WS-LK-POLICY-NUM NUMERIC
               MOVE WS-LK-POLICY-NUM TO WS-LK-POLICY-NUMERIC
               MOVE WS-LK-POLICY-NUMERIC TO DB2-POLICYNUM-INT
           END-IF

           EXEC SQL
             SELECT PORTFOLIO, COHORT, PROFGROUP, EXPLOSSRATIO
               INTO :DB2-PORTFOLIO, :DB2-COHORT-SINT,
                    :DB2-PROFGROUP, :DB2-ELR-DEC
               FROM IFRSCONTRACT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-PORTFOLIO TO WS-GK-PORTFOLIO
               MOVE DB2-COHORT-SINT TO WS-GK-COHORT
               MOVE DB2-PROFGROUP TO WS-GK-PROFGROUP
               MOVE DB2-ELR-DEC TO WS-LK-ELR
             WHEN 100
               IF WS-LK-POLICY-TYPE = SPACE
                   EXEC SQL
                     SELECT POLICYTYPE
                       INTO :DB2-PORTFOLIO
                       FROM POLICY
                      WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                   END-EXEC
                   IF SQLCODE = 0
                       MOVE DB2-PORTFOLIO TO WS-LK-POLICY-TYPE
                   ELSE
                       MOVE '?' TO WS-LK-POLICY-TYPE
                   END-IF
               END-IF
               MOVE WS-LK-POLICY-TYPE TO WS-GK-PORTFOLIO
               MOVE 0 TO WS-GK-COHORT
               MOVE 'U' TO WS-GK-PROFGROUP
               ADD 1 TO WS-TOT-UNASSIGNED
             WHEN OTHER
               DISPLAY 'IFRSCONTRACT SELECT SQLCODE: ' SQLCODE
                       ' POLICY ' WS-LK-POLICY-NUM
               MOVE 8 TO RETURN-CODE
               MOVE '?' TO WS-GK-PORTFOLIO
               MOVE 0 TO WS-GK-COHORT
               MOVE 'U' TO WS-GK-PROFGROUP
               ADD 1 TO WS-TOT-UNASSIGNED
           END-EVALUATE

           MOVE WS-LK-POLICY-NUM TO WS-LK-LAST-POLICY
           MOVE WS-GROUP-KEY TO WS-LK-LAST-KEY
           MOVE WS-LK-ELR TO WS-LK-LAST-ELR
           .
       9200-EXIT.
           EXIT.

      * Finds WS-GROUP-KEY in the table, adding it if new.  WS-GR-SUB
      * comes back zero when the table is full.
       9300-FIND-GROUP.
           MOVE 'N' TO WS-GR-FOUND
           PERFORM VARYING WS-GR-SUB FROM 1 BY 1
             UNTIL WS-GR-SUB > WS-GROUP-USED OR WS-GR-FOUND = 'Y'
               IF WS-GR-KEY(WS-GR-SUB) = WS-GROUP-KEY
                  MOVE 'Y' TO WS-GR-FOUND
               END-IF
           END-PERFORM
           IF WS-GR-FOUND = 'Y'
               SUBTRACT 1 FROM WS-GR-SUB
           ELSE
               IF WS-GROUP-USED < 500
                   ADD 1 TO WS-GROUP-USED
                   MOVE WS-GROUP-USED TO WS-GR-SUB
                   MOVE WS-GROUP-KEY TO WS-GR-KEY(WS-GR-SUB)
               ELSE
                   ADD 1 TO WS-TOT-DROPPED
                   MOVE 0 TO WS-GR-SUB
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGIFRMS1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              COMPUTE RS-RECS-IN = WS-TOT-EARNDET + WS-TOT-CLAIMS
              MOVE WS-TOT-TRACE TO RS-RECS-OUT
              MOVE WS-TOT-UNASSIGNED TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
