       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGFLDBD1.
      *----------------------------------------------------------------*
      * Monthly flood pool bordereau and claims recovery file.        *
      * LGAPDB01 cedes the flood risk on a high flood-risk house to   *
      * the national flood pool at bind and files the cession on      *
      * FLOODCESSION with the property's band and the pool premium.   *
      * This job reports the month's cessions to the pool in its      *
      * fixed bordereau format, and claims back from the pool what we *
      * have paid on flood claims against ceded policies - each claim *
      * lost on or after its policy's cession date, for whatever has  *
      * been paid on it beyond what was already claimed back.  Each   *
      * amount claimed back is filed on FLOODRECOVERY, so a claim     *
      * paid in instalments is recovered instalment by instalment and *
      * a rerun never claims the same money twice.  Both sides go to  *
      * finance as GLTRANS movements on FLDGLTR - 'F' for premium     *
      * ceded, 'L' for flood recoveries due - for LGGLPST1 to post    *
      * under their own rules.  The month reported is the one before  *
      * the run date unless the FLDPARM record names another.         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO FLDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BORDEREAU-FILE ASSIGN TO FLDBORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BORD-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO FLDRECV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.
           SELECT GL-MOVEMENT-FILE ASSIGN TO FLDGLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLTR-STATUS.
           SELECT FLOOD-REPORT-FILE ASSIGN TO FLDBDRPT
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
      * One optional record: the period to report, YYYYMM - used to
      * rerun a past month.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 FP-PERIOD             PIC 9(6).
           05 FILLER                PIC X(74).

      * The pool's cession bordereau - one row per policy ceded in
      * the period, in the fixed format the scheme takes.
       FD  BORDEREAU-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  BORDEREAU-RECORD.
           05 FB-POLICY-NUM         PIC 9(10).
           05 FB-CESSION-DATE       PIC X(10).
           05 FB-BAND               PIC X.
           05 FB-POSTCODE           PIC X(8).
           05 FB-HOUSE-VALUE        PIC 9(9).
           05 FB-RISK-SCORE         PIC 9(3).
           05 FB-INCEPTION-DATE     PIC X(10).
           05 FB-EXPIRY-DATE        PIC X(10).
           05 FB-PREMIUM            PIC 9(5)V99.
           05 FILLER                PIC X(32).

      * The claims recovery file - one row per flood claim with
      * money due back from the pool this run.
       FD  RECOVERY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  RECOVERY-RECORD.
           05 FV-CLAIM-NUM          PIC 9(10).
           05 FV-POLICY-NUM         PIC 9(10).
           05 FV-LOSS-DATE          PIC X(10).
           05 FV-BAND               PIC X.
           05 FV-PAID-TO-DATE       PIC 9(7)V99.
           05 FV-PRIOR-RECOVERED    PIC 9(7)V99.
           05 FV-RECOVERY           PIC 9(7)V99.
           05 FILLER                PIC X(42).

      * Movements in the GLTRANS layout LGGLPST1 reads, merged into
      * the night's GLTRANS stream with the others.
       FD  GL-MOVEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-MOVEMENT-RECORD.
           05 GT-TRAN-TYPE          PIC X.
              88 GT-FLOOD-CEDED         VALUE 'F'.
              88 GT-FLOOD-RECOVERY      VALUE 'L'.
           05 GT-TRAN-DATE          PIC 9(8).
           05 GT-POLICY-NUM         PIC X(10).
           05 GT-BROKERID           PIC 9(9).
           05 GT-AMOUNT             PIC 9(9)V99.
           05 GT-CURRENCY           PIC X(3).
           05 FILLER                PIC X(18).

       FD  FLOOD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FLOOD-REPORT-RECORD      PIC X(80).

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
           05 WS-BORD-STATUS        PIC X(2).
           05 WS-RECV-STATUS        PIC X(2).
           05 WS-GLTR-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-CESS-EOF              PIC X VALUE 'N'.
       01  WS-RECV-EOF              PIC X VALUE 'N'.

      * The period reported and the first days of it and of the
      * month after, as the ISO dates the cursor compares against.
       01  WS-PERIOD                PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY        PIC 9(4).
           05 WS-PERIOD-MM          PIC 9(2).
       01  WS-NEXT-YYYY             PIC 9(4).
       01  WS-NEXT-MM               PIC 9(2).
       01  WS-PERIOD-START          PIC X(10).
       01  WS-PERIOD-END            PIC X(10).
       01  WS-RECOVERY              PIC 9(7)V99.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-CESSIONS       PIC 9(7) VALUE 0.
           05 WS-TOT-CEDED-PREM     PIC 9(9)V99 VALUE 0.
           05 WS-TOT-CLAIMS         PIC 9(7) VALUE 0.
           05 WS-TOT-RECOVERED      PIC 9(9)V99 VALUE 0.
           05 WS-TOT-MOVEMENTS      PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01  DB2-FLOOD-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CLAIMNUM-INT      PIC S9(9) COMP.
           05 DB2-CESSION-DATE      PIC X(10).
           05 DB2-BAND              PIC X.
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-VALUE-INT         PIC S9(9) COMP.
           05 DB2-SCORE-SINT        PIC S9(4) COMP.
           05 DB2-INCEPTION-DATE    PIC X(10).
           05 DB2-EXPIRY-DATE       PIC X(10).
           05 DB2-PREMIUM-DEC       PIC S9(5)V99 COMP-3.
           05 DB2-LOSS-DATE         PIC X(10).
           05 DB2-PAID-DEC          PIC S9(7)V99 COMP-3.
           05 DB2-RECOVERED-DEC     PIC S9(7)V99 COMP-3.
           05 DB2-RECOVERY-DEC      PIC S9(7)V99 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * The period's cessions, in the order they were bound.
           EXEC SQL
             DECLARE FLDCESS-CSR CURSOR FOR
               SELECT F.POLICYNUMBER, CHAR(F.CESSIONDATE, ISO),
                      F.COUNCILBAND, H.POSTCODE, F.HOUSEVALUE,
                      F.RISKSCORE,
                      CHAR(P.ISSUEDATE, ISO),
                      CHAR(P.EXPIRYDATE, ISO),
                      F.FLOODPREMIUM
                 FROM FLOODCESSION F, POLICY P, HOUSE H
                WHERE F.CESSIONDATE  >= :WS-PERIOD-START
                  AND F.CESSIONDATE  <  :WS-PERIOD-END
                  AND P.POLICYNUMBER  = F.POLICYNUMBER
                  AND H.POLICYNUMBER  = F.POLICYNUMBER
                ORDER BY F.CESSIONDATE, F.POLICYNUMBER
           END-EXEC.

      * Flood claims on ceded policies with more paid than has been
      * claimed back from the pool so far.
           EXEC SQL
             DECLARE FLDRECV-CSR CURSOR FOR
               SELECT C.CLAIMNUMBER, C.POLICYNUMBER,
                      CHAR(C.LOSSDATE, ISO), F.COUNCILBAND,
                      C.PAIDTOTAL,
                      COALESCE((SELECT SUM(R.AMOUNT)
                                  FROM FLOODRECOVERY R
                                 WHERE R.CLAIMNUMBER =
                                       C.CLAIMNUMBER), 0)
                 FROM CLAIM C, FLOODCESSION F
                WHERE F.POLICYNUMBER = C.POLICYNUMBER
                  AND F.STATUS       = 'A'
                  AND C.PERILCODE    = 'FLOOD'
                  AND C.LOSSDATE    >= F.CESSIONDATE
                  AND C.LOSSDATE     < :WS-PERIOD-END
                  AND C.PAIDTOTAL    >
                      COALESCE((SELECT SUM(R.AMOUNT)
                                  FROM FLOODRECOVERY R
                                 WHERE R.CLAIMNUMBER =
                                       C.CLAIMNUMBER), 0)
                ORDER BY C.CLAIMNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-CESSIONS THRU 2000-EXIT
               UNTIL WS-CESS-EOF = 'Y'
           PERFORM 2500-OPEN-RECOVERIES
           PERFORM 2600-PROCESS-RECOVERIES THRU 2600-EXIT
               UNTIL WS-RECV-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           PERFORM 1100-SET-PERIOD

           OPEN OUTPUT BORDEREAU-FILE
                OUTPUT RECOVERY-FILE
                OUTPUT GL-MOVEMENT-FILE
                OUTPUT FLOOD-REPORT-FILE

           MOVE SPACES TO FLOOD-REPORT-RECORD
           STRING 'FLOOD POOL BORDEREAU AND RECOVERIES - PERIOD '
                  WS-PERIOD
               DELIMITED BY SIZE INTO FLOOD-REPORT-RECORD
           WRITE FLOOD-REPORT-RECORD
           MOVE SPACES TO FLOOD-REPORT-RECORD
           WRITE FLOOD-REPORT-RECORD

           EXEC SQL
             OPEN FLDCESS-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FLDCESS CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-CESS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The month before the run date, unless FLDPARM names one.
       1100-SET-PERIOD.
           MOVE WS-RS-RUN-DATE(1:6) TO WS-PERIOD
           IF WS-PERIOD-MM = 1
               SUBTRACT 1 FROM WS-PERIOD-YYYY
               MOVE 12 TO WS-PERIOD-MM
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FP-PERIOD NUMERIC
                          AND FP-PERIOD(5:2) > '00'
                          AND FP-PERIOD(5:2) < '13'
                           MOVE FP-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           IF WS-PERIOD-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-PERIOD-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1
           END-IF

           MOVE SPACES TO WS-PERIOD-START WS-PERIOD-END
           STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-01'
               DELIMITED BY SIZE INTO WS-PERIOD-START
           STRING WS-NEXT-YYYY '-' WS-NEXT-MM '-01'
               DELIMITED BY SIZE INTO WS-PERIOD-END.

       2000-PROCESS-CESSIONS.
           EXEC SQL
             FETCH FLDCESS-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-CESSION-DATE,
                   :DB2-BAND, :DB2-POSTCODE, :DB2-VALUE-INT,
                   :DB2-SCORE-SINT,
                   :DB2-INCEPTION-DATE, :DB2-EXPIRY-DATE,
                   :DB2-PREMIUM-DEC
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-CESS-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FLDCESS FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO BORDEREAU-RECORD
           MOVE DB2-POLICYNUM-INT   TO FB-POLICY-NUM
           MOVE DB2-CESSION-DATE    TO FB-CESSION-DATE
           MOVE DB2-BAND            TO FB-BAND
           MOVE DB2-POSTCODE        TO FB-POSTCODE
           MOVE DB2-VALUE-INT       TO FB-HOUSE-VALUE
           MOVE DB2-SCORE-SINT      TO FB-RISK-SCORE
           MOVE DB2-INCEPTION-DATE  TO FB-INCEPTION-DATE
           MOVE DB2-EXPIRY-DATE     TO FB-EXPIRY-DATE
           MOVE DB2-PREMIUM-DEC     TO FB-PREMIUM
           WRITE BORDEREAU-RECORD
           ADD 1 TO WS-TOT-CESSIONS
           ADD DB2-PREMIUM-DEC TO WS-TOT-CEDED-PREM

      *    Premium ceded is booked on the day the cession was made.
           MOVE SPACES TO GL-MOVEMENT-RECORD
           MOVE 'F' TO GT-TRAN-TYPE
           MOVE DB2-CESSION-DATE(1:4) TO GT-TRAN-DATE(1:4)
           MOVE DB2-CESSION-DATE(6:2) TO GT-TRAN-DATE(5:2)
           MOVE DB2-CESSION-DATE(9:2) TO GT-TRAN-DATE(7:2)
           MOVE DB2-POLICYNUM-INT TO GT-POLICY-NUM
           MOVE 0 TO GT-BROKERID
           MOVE DB2-PREMIUM-DEC TO GT-AMOUNT
           WRITE GL-MOVEMENT-RECORD
           ADD 1 TO WS-TOT-MOVEMENTS
           .
       2000-EXIT.
           EXIT.

       2500-OPEN-RECOVERIES.
           EXEC SQL
             CLOSE FLDCESS-CSR
           END-EXEC
           EXEC SQL
             OPEN FLDRECV-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FLDRECV CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-RECV-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The recovery due is what has been paid on the claim less
      * what has already been claimed back; it is filed on
      * FLOODRECOVERY before it goes out, so the next run starts
      * from the new figure.
       2600-PROCESS-RECOVERIES.
           EXEC SQL
             FETCH FLDRECV-CSR
              INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
                   :DB2-LOSS-DATE, :DB2-BAND,
                   :DB2-PAID-DEC, :DB2-RECOVERED-DEC
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-RECV-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FLDRECV FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2600-EXIT
           END-IF

           COMPUTE DB2-RECOVERY-DEC =
              DB2-PAID-DEC - DB2-RECOVERED-DEC
           MOVE DB2-RECOVERY-DEC TO WS-RECOVERY

           EXEC SQL
             INSERT INTO FLOODRECOVERY
                       ( CLAIMNUMBER,
                         POLICYNUMBER,
                         PERIOD,
                         AMOUNT,
                         CLAIMEDDATE )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-POLICYNUM-INT,
                         :WS-PERIOD,
                         :DB2-RECOVERY-DEC,
                         CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FLOODRECOVERY INSERT SQLCODE: ' SQLCODE
                       ' CLAIM ' DB2-CLAIMNUM-INT
               MOVE 8 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF

           MOVE SPACES TO RECOVERY-RECORD
           MOVE DB2-CLAIMNUM-INT    TO FV-CLAIM-NUM
           MOVE DB2-POLICYNUM-INT   TO FV-POLICY-NUM
           MOVE DB2-LOSS-DATE       TO FV-LOSS-DATE
           MOVE DB2-BAND            TO FV-BAND
           MOVE DB2-PAID-DEC        TO FV-PAID-TO-DATE
           MOVE DB2-RECOVERED-DEC   TO FV-PRIOR-RECOVERED
           MOVE WS-RECOVERY         TO FV-RECOVERY
           WRITE RECOVERY-RECORD
           ADD 1 TO WS-TOT-CLAIMS
           ADD WS-RECOVERY TO WS-TOT-RECOVERED

           MOVE SPACES TO GL-MOVEMENT-RECORD
           MOVE 'L' TO GT-TRAN-TYPE
           MOVE WS-RS-RUN-DATE TO GT-TRAN-DATE
           MOVE DB2-POLICYNUM-INT TO GT-POLICY-NUM
           MOVE 0 TO GT-BROKERID
           MOVE WS-RECOVERY TO GT-AMOUNT
           WRITE GL-MOVEMENT-RECORD
           ADD 1 TO WS-TOT-MOVEMENTS
           .
       2600-EXIT.
           EXIT.

       3000-CLOSE.
           EXEC SQL
             CLOSE FLDRECV-CSR
           END-EXEC

           MOVE 'FLOOD POOL - CONTROL TOTALS'
               TO FLOOD-REPORT-RECORD
           WRITE FLOOD-REPORT-RECORD

           MOVE WS-TOT-CESSIONS TO WS-REPORT-COUNT
           MOVE SPACES TO FLOOD-REPORT-RECORD
           STRING 'POLICIES CEDED......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO FLOOD-REPORT-RECORD
           WRITE FLOOD-REPORT-RECORD

           MOVE WS-TOT-CEDED-PREM TO WS-REPORT-AMOUNT
           MOVE SPACES TO FLOOD-REPORT-RECORD
           STRING 'PREMIUM CEDED.......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO FLOOD-REPORT-RECORD
           WRITE FLOOD-REPORT-RECORD

           MOVE WS-TOT-CLAIMS TO WS-REPORT-COUNT
           MOVE SPACES TO FLOOD-REPORT-RECORD
           STRING 'CLAIMS RECOVERED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO FLOOD-REPORT-RECORD
           WRITE FLOOD-REPORT-RECORD

           MOVE WS-TOT-RECOVERED TO WS-REPORT-AMOUNT
           MOVE SPACES TO FLOOD-REPORT-RECORD
           STRING 'RECOVERIES DUE......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO FLOOD-REPORT-RECORD
           WRITE FLOOD-REPORT-RECORD

           MOVE WS-TOT-MOVEMENTS TO WS-REPORT-COUNT
           MOVE SPACES TO FLOOD-REPORT-RECORD
           STRING 'GL MOVEMENTS........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO FLOOD-REPORT-RECORD
           WRITE FLOOD-REPORT-RECORD

           CLOSE BORDEREAU-FILE
                 RECOVERY-FILE
                 GL-MOVEMENT-FILE
                 FLOOD-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGFLDBD1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-CESSIONS TO RS-RECS-IN
              ADD WS-TOT-CLAIMS TO RS-RECS-IN
              MOVE WS-TOT-MOVEMENTS TO RS-RECS-OUT
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
      * Interface register - see LGIFREG.  Records the two files       *
      * this run sent the flood pool - the bordereau, hashed on the    *
      * premium ceded, and the recovery claim, hashed on the amount    *
      * claimed back.  The pool answers neither with a file.           *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'FLDBORD' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGFLDBD1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-CESSIONS TO IR-RECORD-COUNT
              MOVE WS-TOT-CEDED-PREM TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'FLDRECV' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGFLDBD1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-CLAIMS TO IR-RECORD-COUNT
              MOVE WS-TOT-RECOVERED TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
