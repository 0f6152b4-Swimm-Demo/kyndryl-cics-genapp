       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDLVRQ1.
      *----------------------------------------------------------------*
      * Nightly driving-licence check request to the licensing        *
      * authority.  P420-M-DRIVER-RATING prices every named driver on *
      * the licence years and conviction flag the caller asserts;     *
      * this job sends each of them to the authority to be checked,   *
      * at add and again at renewal.  Drivers on motor policies added *
      * since the previous run - policy numbers beyond the one held   *
      * on DLVHWMRK, the way LGCHDFD1 tells a new claim from an old   *
      * one - go out as 'N'; drivers on the motor policies LGRENEW1   *
      * offered renewal on (RENOFFR) go out as 'R', unless the        *
      * authority has answered for the driver within the last         *
      * WS-RECHECK-DAYS, so a policy offered on several nights is     *
      * checked once.  The request carries the standard LGEXTCTL      *
      * header and trailer; LGDLVRS1 matches the authority's answers  *
      * back against the declared details the next night.  The mark  *
      * moves only after the trailer is on the file.                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HWM-FILE ASSIGN TO DLVHWMRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.
           SELECT OPTIONAL OFFER-FILE ASSIGN TO RENOFFR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFER-STATUS.
           SELECT DLV-REQUEST-FILE ASSIGN TO DLVREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT REQUEST-REPORT-FILE ASSIGN TO DLVRQRPT
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
      * The previous run's position - one record.  A missing or empty
      * file is the first ever run: every named driver on the motor
      * book goes out, which is how the check is first seeded.
       FD  HWM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  HWM-RECORD.
           05 HW-LAST-POLICY        PIC 9(10).
           05 HW-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(22).

      * LGRENEW1's renewal offers - only the policy number is used;
      * a non-motor policy simply has no named drivers.
       FD  OFFER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OFFER-RECORD.
           05 RO-POLICY-NUM         PIC X(10).
           05 FILLER                PIC X(70).

      * One request per named driver.  The authority echoes policy
      * and driver sequence back on its answer as our reference.
       FD  DLV-REQUEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DLV-REQUEST-RECORD.
           05 DQ-REQUEST-TYPE       PIC X.
              88 DQ-AT-ADD              VALUE 'N'.
              88 DQ-AT-RENEWAL          VALUE 'R'.
           05 DQ-POLICY-NUM         PIC X(10).
           05 DQ-DRIVER-SEQ         PIC 9(2).
           05 DQ-DRIVER-NAME        PIC X(30).
           05 DQ-DATE-OF-BIRTH      PIC X(8).
           05 FILLER                PIC X(29).

       FD  REQUEST-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-REPORT-RECORD    PIC X(80).

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
           05 WS-HWM-STATUS         PIC X(2).
           05 WS-OFFER-STATUS       PIC X(2).
           05 WS-REQUEST-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-OFFER-EOF             PIC X VALUE 'N'.
       01  WS-RUN-DATE              PIC 9(8).

      * A driver the authority answered for this recently is not
      * re-sent at renewal.
       01  WS-RECHECK-DAYS          PIC S9(4) COMP VALUE +60.

       01  WS-HWM-FIELDS.
           05 WS-OLD-LAST-POLICY    PIC 9(10) VALUE 0.
           05 WS-NEW-LAST-POLICY    PIC 9(10) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-ADD            PIC 9(9) VALUE 0.
           05 WS-TOT-OFFERS         PIC 9(9) VALUE 0.
           05 WS-TOT-RENEWAL        PIC 9(9) VALUE 0.
           05 WS-CNT-REQUEST        PIC 9(9) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZZ,ZZ9.

      * Host variables - one named driver.
       01  DB2-DLV-FIELDS.
           05 DB2-LAST-POLICY-INT   PIC S9(9) COMP.
           05 DB2-OFFER-POLICY-INT  PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-DRV-SEQ-SINT      PIC S9(4) COMP.
           05 DB2-DRV-NAME          PIC X(30).
           05 DB2-DRV-DOB           PIC X(8).

           COPY LGEXTCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Named drivers on motor policies added since the last run.
           EXEC SQL
             DECLARE DLVADD-CSR CURSOR FOR
               SELECT D.POLICYNUMBER, D.DRIVERSEQ,
                      D.DRIVERNAME, D.DATEOFBIRTH
                 FROM MOTORDRV D, POLICY P
                WHERE P.POLICYNUMBER = D.POLICYNUMBER
                  AND P.POLICYTYPE = 'M'
                  AND D.POLICYNUMBER > :DB2-LAST-POLICY-INT
                ORDER BY D.POLICYNUMBER, D.DRIVERSEQ
           END-EXEC.

      * Named drivers on one policy offered renewal, less those the
      * authority has answered for recently.
           EXEC SQL
             DECLARE DLVREN-CSR CURSOR FOR
               SELECT D.POLICYNUMBER, D.DRIVERSEQ,
                      D.DRIVERNAME, D.DATEOFBIRTH
                 FROM MOTORDRV D
                WHERE D.POLICYNUMBER = :DB2-OFFER-POLICY-INT
                  AND (D.LICCHECKDATE IS NULL
                    OR D.LICCHECKDATE <
                       CURRENT DATE - :WS-RECHECK-DAYS DAYS)
                ORDER BY D.DRIVERSEQ
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-REQUEST-ADDS THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2500-REQUEST-RENEWALS THRU 2500-EXIT
               UNTIL WS-OFFER-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT HWM-FILE
           IF WS-HWM-STATUS = '00' OR WS-HWM-STATUS = '05'
               READ HWM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE HW-LAST-POLICY TO WS-OLD-LAST-POLICY
               END-READ
           END-IF
           CLOSE HWM-FILE
           MOVE WS-OLD-LAST-POLICY TO WS-NEW-LAST-POLICY
           MOVE WS-OLD-LAST-POLICY TO DB2-LAST-POLICY-INT

      *    No offer file on a night LGRENEW1 didn't run is no
      *    renewal requests, not a failure.
           OPEN INPUT OFFER-FILE
           IF WS-OFFER-STATUS NOT = '00'
               MOVE 'Y' TO WS-OFFER-EOF
           END-IF

           OPEN OUTPUT DLV-REQUEST-FILE
                OUTPUT REQUEST-REPORT-FILE

      *    The request opens with the standard header - see LGEXTCTL.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'HDR*' TO XC-RECORD-ID
           MOVE WS-RUN-DATE TO XC-RUN-DATE
           MOVE 'LGDLVRQ1' TO XC-SOURCE
           MOVE SPACES TO DLV-REQUEST-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO DLV-REQUEST-RECORD(1:34)
           WRITE DLV-REQUEST-RECORD

           EXEC SQL
             OPEN DLVADD-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DLVADD CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-REQUEST-ADDS.
           EXEC SQL
             FETCH DLVADD-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-DRV-SEQ-SINT,
                   :DB2-DRV-NAME, :DB2-DRV-DOB
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'DLVADD FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE DLVADD-CSR
               END-EXEC
               GO TO 2000-EXIT
           END-IF

           IF DB2-POLICYNUM-INT > WS-NEW-LAST-POLICY
               MOVE DB2-POLICYNUM-INT TO WS-NEW-LAST-POLICY
           END-IF

           MOVE SPACES TO DLV-REQUEST-RECORD
           MOVE 'N' TO DQ-REQUEST-TYPE
           ADD 1 TO WS-TOT-ADD
           PERFORM 2200-WRITE-REQUEST
           .
       2000-EXIT.
           EXIT.

       2200-WRITE-REQUEST.
           MOVE DB2-POLICYNUM-INT   TO DQ-POLICY-NUM
           MOVE DB2-DRV-SEQ-SINT    TO DQ-DRIVER-SEQ
           MOVE DB2-DRV-NAME        TO DQ-DRIVER-NAME
           MOVE DB2-DRV-DOB         TO DQ-DATE-OF-BIRTH
           WRITE DLV-REQUEST-RECORD
           ADD 1 TO WS-CNT-REQUEST.

       2500-REQUEST-RENEWALS.
           READ OFFER-FILE
               AT END MOVE 'Y' TO WS-OFFER-EOF
               GO TO 2500-EXIT
           END-READ

           IF RO-POLICY-NUM NOT NUMERIC
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-TOT-OFFERS
           MOVE RO-POLICY-NUM TO DB2-OFFER-POLICY-INT

           EXEC SQL
             OPEN DLVREN-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DLVREN CURSOR OPEN SQLCODE: ' SQLCODE
                       ' POLICY ' RO-POLICY-NUM
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF

           MOVE 'N' TO WS-SQL-EOF
           PERFORM 2600-REQUEST-RENEWAL-DRIVER THRU 2600-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           .
       2500-EXIT.
           EXIT.

       2600-REQUEST-RENEWAL-DRIVER.
           EXEC SQL
             FETCH DLVREN-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-DRV-SEQ-SINT,
                   :DB2-DRV-NAME, :DB2-DRV-DOB
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'DLVREN FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE DLVREN-CSR
               END-EXEC
               GO TO 2600-EXIT
           END-IF

           MOVE SPACES TO DLV-REQUEST-RECORD
           MOVE 'R' TO DQ-REQUEST-TYPE
           ADD 1 TO WS-TOT-RENEWAL
           PERFORM 2200-WRITE-REQUEST
           .
       2600-EXIT.
           EXIT.

       3000-CLOSE.
      *    The request closes with the standard trailer - count only.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'TRL*' TO XC-RECORD-ID
           MOVE WS-CNT-REQUEST TO XC-RECORD-COUNT
           MOVE 0 TO XC-HASH-TOTAL
           MOVE SPACES TO DLV-REQUEST-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO DLV-REQUEST-RECORD(1:34)
           WRITE DLV-REQUEST-RECORD

           PERFORM 3050-REWRITE-HWM
           PERFORM 3100-WRITE-REQUEST-REPORT
           CLOSE OFFER-FILE
                 DLV-REQUEST-FILE
                 REQUEST-REPORT-FILE.

      * The mark moves only after the trailer is safely out - same
      * contract as LGMIDFD1's MIDHWMRK.
       3050-REWRITE-HWM.
           IF RETURN-CODE = 0
               OPEN OUTPUT HWM-FILE
               MOVE SPACES TO HWM-RECORD
               MOVE WS-NEW-LAST-POLICY TO HW-LAST-POLICY
               MOVE WS-RUN-DATE TO HW-RUN-DATE
               WRITE HWM-RECORD
               CLOSE HWM-FILE
           END-IF.

       3100-WRITE-REQUEST-REPORT.
           MOVE 'DRIVING LICENCE CHECK REQUEST - CONTROL REPORT'
               TO REQUEST-REPORT-RECORD
           WRITE REQUEST-REPORT-RECORD

           MOVE SPACES TO REQUEST-REPORT-RECORD
           WRITE REQUEST-REPORT-RECORD

           MOVE WS-TOT-ADD TO WS-REPORT-COUNT
           MOVE SPACES TO REQUEST-REPORT-RECORD
           STRING 'DRIVERS AT ADD......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REQUEST-REPORT-RECORD
           WRITE REQUEST-REPORT-RECORD

           MOVE WS-TOT-OFFERS TO WS-REPORT-COUNT
           MOVE SPACES TO REQUEST-REPORT-RECORD
           STRING 'RENEWAL OFFERS READ.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REQUEST-REPORT-RECORD
           WRITE REQUEST-REPORT-RECORD

           MOVE WS-TOT-RENEWAL TO WS-REPORT-COUNT
           MOVE SPACES TO REQUEST-REPORT-RECORD
           STRING 'DRIVERS AT RENEWAL..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REQUEST-REPORT-RECORD
           WRITE REQUEST-REPORT-RECORD

           MOVE WS-CNT-REQUEST TO WS-REPORT-COUNT
           MOVE SPACES TO REQUEST-REPORT-RECORD
           STRING 'REQUESTS WRITTEN....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REQUEST-REPORT-RECORD
           WRITE REQUEST-REPORT-RECORD.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGDLVRQ1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              COMPUTE RS-RECS-IN = WS-TOT-ADD + WS-TOT-OFFERS
              MOVE WS-CNT-REQUEST TO RS-RECS-OUT
              MOVE 0 TO RS-RECS-ERROR
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
      * Interface register - see LGIFREG.  Records the file this run   *
      * cut for transmission with its controls; LGIFRRP1 chases the    *
      * counterparty's return against it.                              *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'DLVREQ' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGDLVRQ1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-CNT-REQUEST TO IR-RECORD-COUNT
              MOVE 0 TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
