       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDLVRS1.
      *----------------------------------------------------------------*
      * Driving-licence check results - the return leg of LGDLVRQ1's  *
      * request to the licensing authority.  Each answer is laid      *
      * against the named driver as declared on MOTORDRV (the         *
      * CA-M-DRV-LICYRS and CA-M-DRV-CONVICT P420-M-DRIVER-RATING     *
      * priced on) and every mismatch goes to the underwriting        *
      * exception report: a licence that is not valid, licence years  *
      * overstated, and points or offences on a driver declared with  *
      * no conviction - the most common motor misrepresentation we    *
      * see.  A disqualified driver also lands on the underwriter     *
      * REFERRAL queue, the same '10IREF' worklist LGTELMS1 queues    *
      * onto, the first time the authority reports the                *
      * disqualification; it is not re-queued at every check while    *
      * it stands.  The authority's verdict, points and the check     *
      * date are kept on the MOTORDRV row, which is also how          *
      * LGDLVRQ1 knows not to re-send a driver checked recently.      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLV-RESPONSE-FILE ASSIGN TO DLVRESP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO DLVXRPT
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
      * One answer per driver requested, policy and driver sequence
      * echoed back from DLVREQ.  Licence years are counted by the
      * authority from the first full licence; points are those
      * currently live on the licence, offences the endorsable
      * convictions inside the authority's look-back.
       FD  DLV-RESPONSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DLV-RESPONSE-RECORD.
           05 DR-REQUEST-TYPE       PIC X.
           05 DR-POLICY-NUM         PIC X(10).
           05 DR-DRIVER-SEQ         PIC 9(2).
           05 DR-LICENCE-STATUS     PIC X.
              88 DR-LICENCE-VALID       VALUE 'V'.
              88 DR-DISQUALIFIED        VALUE 'D'.
              88 DR-REVOKED             VALUE 'R'.
              88 DR-EXPIRED             VALUE 'E'.
              88 DR-NOT-FOUND           VALUE 'N'.
           05 DR-LICENCE-YEARS      PIC 9(2).
           05 DR-POINTS             PIC 9(2).
           05 DR-OFFENCES           PIC 9(2).
           05 DR-DISQUAL-UNTIL      PIC X(8).
           05 FILLER                PIC X(52).

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCEPTION-REPORT-RECORD  PIC X(80).

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
           05 WS-RESPONSE-STATUS    PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-DRIVER-CLEAN          PIC X VALUE 'Y'.
       01  WS-DECL-YEARS            PIC 9(2).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-CLEAN          PIC 9(7) VALUE 0.
           05 WS-TOT-EXCEPTIONS     PIC 9(7) VALUE 0.
           05 WS-TOT-NOT-VALID      PIC 9(7) VALUE 0.
           05 WS-TOT-YEARS          PIC 9(7) VALUE 0.
           05 WS-TOT-CONVICTION     PIC 9(7) VALUE 0.
           05 WS-TOT-DISQUALIFIED   PIC 9(7) VALUE 0.
           05 WS-TOT-REFERRED       PIC 9(7) VALUE 0.
           05 WS-TOT-UNMATCHED      PIC 9(7) VALUE 0.
           05 WS-TOT-REJECTED       PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

       01  DB2-DLV-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-VALUE-INT         PIC S9(9) COMP.
           05 DB2-DRV-SEQ-SINT      PIC S9(4) COMP.
           05 DB2-DRV-NAME          PIC X(30).
           05 DB2-DECL-YEARS-SINT   PIC S9(4) COMP.
           05 DB2-DECL-CONVICT      PIC X.
           05 DB2-PRIOR-STATUS      PIC X.
           05 DB2-POINTS-SINT       PIC S9(4) COMP.
           05 WS-REFER-REASON       PIC X(50)
                VALUE 'NAMED DRIVER DISQUALIFIED'.

           EXEC SQL
               INCLUDE SQLCA
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
           OPEN INPUT  DLV-RESPONSE-FILE
                OUTPUT EXCEPTION-REPORT-FILE
           IF WS-RESPONSE-STATUS NOT = '00'
               DISPLAY 'DLVRESP OPEN ERROR: ' WS-RESPONSE-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE 'DRIVING LICENCE CHECK - UNDERWRITING EXCEPTIONS'
               TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       2000-PROCESS.
           READ DLV-RESPONSE-FILE
               AT END MOVE 'Y' TO WS-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-READ

           IF DR-POLICY-NUM NOT NUMERIC
              OR DR-DRIVER-SEQ NOT NUMERIC
              OR DR-LICENCE-YEARS NOT NUMERIC
              OR DR-POINTS NOT NUMERIC
              OR DR-OFFENCES NOT NUMERIC
               ADD 1 TO WS-TOT-REJECTED
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING 'REJECTED - BAD ANSWER RECORD: ' DR-POLICY-NUM
                      ' DRV ' DR-DRIVER-SEQ
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

           MOVE DR-POLICY-NUM TO DB2-POLICYNUM-INT
           MOVE DR-DRIVER-SEQ TO DB2-DRV-SEQ-SINT

      *    The driver as declared, with the policy's customer and
      *    vehicle value for any referral it raises.
           EXEC SQL
             SELECT D.DRIVERNAME, D.LICENCEYEARS, D.CONVICTION,
                    COALESCE(D.LICSTATUS, ' '),
                    P.CUSTOMERNUMBER, M.VALUE
               INTO :DB2-DRV-NAME, :DB2-DECL-YEARS-SINT,
                    :DB2-DECL-CONVICT, :DB2-PRIOR-STATUS,
                    :DB2-CUSTOMERNUM-INT, :DB2-VALUE-INT
               FROM MOTORDRV D, POLICY P, MOTOR M
              WHERE D.POLICYNUMBER = :DB2-POLICYNUM-INT
                AND D.DRIVERSEQ    = :DB2-DRV-SEQ-SINT
                AND P.POLICYNUMBER = D.POLICYNUMBER
                AND M.POLICYNUMBER = D.POLICYNUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                  DISPLAY 'MOTORDRV SELECT SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-TOT-UNMATCHED
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING 'NO NAMED DRIVER MATCHED: ' DR-POLICY-NUM
                      ' DRV ' DR-DRIVER-SEQ
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-COMPARE-DECLARED
           PERFORM 2200-UPDATE-DRIVER THRU 2200-EXIT

      *    Queued the first time the disqualification is reported.
           IF DR-DISQUALIFIED AND DB2-PRIOR-STATUS NOT = 'D'
               PERFORM 2300-QUEUE-REFERRAL
           END-IF
           .
       2000-EXIT.
           EXIT.

      * Each mismatch is its own exception line, so one driver can
      * show several.
       2100-COMPARE-DECLARED.
           MOVE 'Y' TO WS-DRIVER-CLEAN
           MOVE DB2-DECL-YEARS-SINT TO WS-DECL-YEARS

           EVALUATE TRUE
             WHEN DR-LICENCE-VALID
               CONTINUE
             WHEN DR-DISQUALIFIED
               MOVE 'N' TO WS-DRIVER-CLEAN
               ADD 1 TO WS-TOT-DISQUALIFIED
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING 'DISQUALIFIED UNTIL ' DR-DISQUAL-UNTIL ': '
                      DR-POLICY-NUM ' DRV ' DR-DRIVER-SEQ ' '
                      DB2-DRV-NAME
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
             WHEN OTHER
               MOVE 'N' TO WS-DRIVER-CLEAN
               ADD 1 TO WS-TOT-NOT-VALID
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING 'LICENCE NOT VALID (' DR-LICENCE-STATUS '): '
                      DR-POLICY-NUM ' DRV ' DR-DRIVER-SEQ ' '
                      DB2-DRV-NAME
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-EVALUATE

           IF DR-LICENCE-YEARS < WS-DECL-YEARS
               MOVE 'N' TO WS-DRIVER-CLEAN
               ADD 1 TO WS-TOT-YEARS
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING 'LICENCE YEARS DECLARED ' WS-DECL-YEARS
                      ' HELD ' DR-LICENCE-YEARS ': '
                      DR-POLICY-NUM ' DRV ' DR-DRIVER-SEQ ' '
                      DB2-DRV-NAME
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF

           IF (DR-POINTS > 0 OR DR-OFFENCES > 0)
              AND DB2-DECL-CONVICT NOT = 'Y'
               MOVE 'N' TO WS-DRIVER-CLEAN
               ADD 1 TO WS-TOT-CONVICTION
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING 'UNDECLARED CONVICTION PTS ' DR-POINTS
                      ' OFF ' DR-OFFENCES ': '
                      DR-POLICY-NUM ' DRV ' DR-DRIVER-SEQ ' '
                      DB2-DRV-NAME
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF

           IF WS-DRIVER-CLEAN = 'Y'
               ADD 1 TO WS-TOT-CLEAN
           ELSE
               ADD 1 TO WS-TOT-EXCEPTIONS
           END-IF.

       2200-UPDATE-DRIVER.
           MOVE DR-POINTS TO DB2-POINTS-SINT
           EXEC SQL
             UPDATE MOTORDRV
                SET LICSTATUS    = :DR-LICENCE-STATUS,
                    LICPOINTS    = :DB2-POINTS-SINT,
                    LICCHECKDATE = CURRENT DATE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND DRIVERSEQ    = :DB2-DRV-SEQ-SINT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'MOTORDRV UPDATE SQLCODE: ' SQLCODE
                       ' POLICY ' DR-POLICY-NUM ' DRV ' DR-DRIVER-SEQ
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       2200-EXIT.
           EXIT.

       2300-QUEUE-REFERRAL.
           EXEC SQL
             INSERT INTO REFERRAL
                       ( REFERRALID,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         RISKSCORE,
                         REASON,
                         SUMINSURED,
                         STATUS,
                         CREATEDDATE    )
                VALUES ( DEFAULT,
                         :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-POINTS-SINT,
                         :WS-REFER-REASON,
                         :DB2-VALUE-INT,
                         'O',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'REFERRAL INSERT SQLCODE: ' SQLCODE
                       ' POLICY ' DR-POLICY-NUM
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOT-REFERRED
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING 'REFERRED - DRIVER DISQUALIFIED: '
                      DR-POLICY-NUM ' DRV ' DR-DRIVER-SEQ
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF.

       3000-CLOSE.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE 'DRIVING LICENCE CHECK - CONTROL TOTALS'
               TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING 'ANSWERS READ........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-CLEAN TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING 'DRIVERS AS DECLARED.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-EXCEPTIONS TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING 'DRIVERS WITH EXCEPT.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-NOT-VALID TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING '  LICENCE NOT VALID.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-DISQUALIFIED TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING '  DISQUALIFIED......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-YEARS TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING '  YEARS OVERSTATED..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-CONVICTION TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING '  UNDECLARED CONVIC.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-REFERRED TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING 'REFERRED............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-UNMATCHED TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING 'NO DRIVER MATCHED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE WS-TOT-REJECTED TO WS-REPORT-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING 'RECORDS REJECTED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           CLOSE DLV-RESPONSE-FILE
                 EXCEPTION-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGDLVRS1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-CLEAN TO RS-RECS-OUT
              MOVE WS-TOT-REJECTED TO RS-RECS-ERROR
              MOVE WS-TOT-UNMATCHED TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the return this     *
      * run took in, and the outbound interface it answers.            *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'DLVRESP' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGDLVRS1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-READ TO IR-RECORD-COUNT
              MOVE 0 TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-RESPONSE-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-TOT-READ = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 'DLVREQ' TO IR-ACK-FOR
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
