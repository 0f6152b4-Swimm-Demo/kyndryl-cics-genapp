       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGTELMS1.
      *----------------------------------------------------------------*
      * Monthly telematics driving-score load.  The black-box          *
      * provider's file (TELEMFD) carries one record per fitted       *
      * vehicle per month, keyed on registration.  Each is matched to *
      * the in-force MOTOR row for that CA-M-REGNUMBER and rolled     *
      * into the driving score held beside the NCD level - a plain    *
      * average until three months are on file, then two parts the    *
      * score already held to one part the new month, so one bad      *
      * month moves it but does not define it.  LGRENEW1 bands the    *
      * renewal premium off the rolled score.  A score that falls     *
      * below the floor (compiled in, overridden by TELPARM) for the  *
      * first time lands on the underwriter REFERRAL queue the same   *
      * '10IREF' worklist commercial referrals are worked from; it is *
      * not re-queued every month it stays down.                      *
      * A month no later than the one already rolled in for the       *
      * vehicle is passed over and listed as already loaded, so a     *
      * reloaded TELEMFD or a restart after an abend does not count   *
      * the same month twice.                                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELEMATICS-FILE ASSIGN TO TELEMFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TELEM-STATUS.
           SELECT PARM-FILE ASSIGN TO TELPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TELEM-REPORT-FILE ASSIGN TO TELRPT
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
      * One record per vehicle per month - the provider's score is
      * 0-100, higher is safer.
       FD  TELEMATICS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TELEMATICS-RECORD.
           05 TF-REGNUMBER          PIC X(7).
           05 TF-PERIOD             PIC 9(6).
           05 TF-SCORE              PIC 9(3).
           05 TF-MILES              PIC 9(6).
           05 TF-DEVICE-ID          PIC X(15).
           05 FILLER                PIC X(43).

      * One optional record: the referral floor, a whole score.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 TP-SCORE-FLOOR        PIC 9(3).
           05 FILLER                PIC X(77).

       FD  TELEM-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TELEM-REPORT-RECORD      PIC X(80).

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

      * Interface register capture - see LGIFREG.  TELEMFD carries no
      * money; its hash is the miles driven.
       01  WS-IFREG-STATUS          PIC X(2).
       01  WS-IFR-FIELDS.
           05 WS-IFR-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-TELEM-STATUS       PIC X(2).
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-TELEM-OPEN            PIC X VALUE 'N'.
       01  WS-RUN-DATE-ISO          PIC X(10).

      * Rolling-score arithmetic - the weight the held score carries
      * against a new month once the average is established.
       01  WS-SCORE-FIELDS.
           05 WS-SCORE-FLOOR        PIC 9(3) VALUE 040.
           05 WS-ROLL-WEIGHT        PIC 9(2) VALUE 02.
           05 WS-OLD-WEIGHT         PIC 9(2).
           05 WS-NEW-SCORE          PIC 9(3).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-UPDATED        PIC 9(7) VALUE 0.
           05 WS-TOT-UNMATCHED      PIC 9(7) VALUE 0.
           05 WS-TOT-REJECTED       PIC 9(7) VALUE 0.
           05 WS-TOT-REFERRED       PIC 9(7) VALUE 0.
           05 WS-TOT-ALREADY        PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

       01  DB2-TELEM-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-VALUE-INT         PIC S9(9) COMP.
           05 DB2-SCORE-SINT        PIC S9(4) COMP.
           05 DB2-MONTHS-SINT       PIC S9(4) COMP.
           05 DB2-PERIOD-INT        PIC S9(9) COMP.
           05 DB2-HELD-PERIOD-INT   PIC S9(9) COMP.
           05 DB2-NEW-SCORE-SINT    PIC S9(4) COMP.
           05 WS-REFER-REASON       PIC X(50)
                VALUE 'TELEMATICS DRIVING SCORE BELOW FLOOR'.

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
           MOVE WS-RS-RUN-DATE(1:4) TO WS-RUN-DATE-ISO(1:4).
           MOVE '-'                 TO WS-RUN-DATE-ISO(5:1).
           MOVE WS-RS-RUN-DATE(5:2) TO WS-RUN-DATE-ISO(6:2).
           MOVE '-'                 TO WS-RUN-DATE-ISO(8:1).
           MOVE WS-RS-RUN-DATE(7:2) TO WS-RUN-DATE-ISO(9:2).

           PERFORM 1100-READ-PARM

           OPEN INPUT  TELEMATICS-FILE
                OUTPUT TELEM-REPORT-FILE
           IF WS-TELEM-STATUS NOT = '00'
               DISPLAY 'TELEMFD OPEN ERROR: ' WS-TELEM-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-TELEM-OPEN
           END-IF.

      * A missing or unreadable parm file keeps the compiled-in
      * floor - the load must never fail because the override
      * wasn't supplied.
       1100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TP-SCORE-FLOOR NUMERIC
                          AND TP-SCORE-FLOOR > 0
                           MOVE TP-SCORE-FLOOR TO WS-SCORE-FLOOR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       2000-PROCESS.
           READ TELEMATICS-FILE
               AT END MOVE 'Y' TO WS-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-READ
           IF TF-MILES NUMERIC
              ADD TF-MILES TO WS-IFR-HASH
           END-IF

           IF TF-SCORE NOT NUMERIC OR TF-SCORE > 100
              OR TF-REGNUMBER = SPACES
               ADD 1 TO WS-TOT-REJECTED
               MOVE SPACES TO TELEM-REPORT-RECORD
               STRING 'REJECTED - BAD SCORE RECORD: ' TF-REGNUMBER
                      ' ' TF-PERIOD
                   DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
               WRITE TELEM-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

      *    The in-force motor term for the registration - the latest
      *    one when a renewal has already bound the next term.
           EXEC SQL
             SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER, M.VALUE,
                    COALESCE(M.DRIVESCORE, 0),
                    COALESCE(M.SCOREMONTHS, 0),
                    COALESCE(M.SCOREPERIOD, 0)
               INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                    :DB2-VALUE-INT, :DB2-SCORE-SINT,
                    :DB2-MONTHS-SINT, :DB2-HELD-PERIOD-INT
               FROM MOTOR M, POLICY P
              WHERE M.REGNUMBER    = :TF-REGNUMBER
                AND P.POLICYNUMBER = M.POLICYNUMBER
                AND P.EXPIRYDATE  >= :WS-RUN-DATE-ISO
              ORDER BY P.POLICYNUMBER DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                  DISPLAY 'MOTOR SELECT SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-TOT-UNMATCHED
               MOVE SPACES TO TELEM-REPORT-RECORD
               STRING 'NO IN-FORCE MOTOR POLICY: ' TF-REGNUMBER
                      ' ' TF-PERIOD
                   DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
               WRITE TELEM-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

      *    A month already rolled in (or older) is not rolled again.
           IF TF-PERIOD NOT > DB2-HELD-PERIOD-INT
               ADD 1 TO WS-TOT-ALREADY
               MOVE SPACES TO TELEM-REPORT-RECORD
               STRING 'ALREADY LOADED: ' TF-REGNUMBER
                      ' ' TF-PERIOD
                   DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
               WRITE TELEM-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-ROLL-SCORE
           PERFORM 2200-UPDATE-MOTOR THRU 2200-EXIT

      *    Queued the month the score first crosses under the floor -
      *    a first month on file counts as crossing.
           IF WS-NEW-SCORE < WS-SCORE-FLOOR
              AND (DB2-MONTHS-SINT = 0
                OR DB2-SCORE-SINT NOT < WS-SCORE-FLOOR)
               PERFORM 2300-QUEUE-REFERRAL
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-ROLL-SCORE.
           IF DB2-MONTHS-SINT < WS-ROLL-WEIGHT
               MOVE DB2-MONTHS-SINT TO WS-OLD-WEIGHT
           ELSE
               MOVE WS-ROLL-WEIGHT TO WS-OLD-WEIGHT
           END-IF
           COMPUTE WS-NEW-SCORE ROUNDED =
              (DB2-SCORE-SINT * WS-OLD-WEIGHT + TF-SCORE)
              / (WS-OLD-WEIGHT + 1).

       2200-UPDATE-MOTOR.
           MOVE WS-NEW-SCORE TO DB2-NEW-SCORE-SINT
           MOVE TF-PERIOD    TO DB2-PERIOD-INT
           IF DB2-MONTHS-SINT < 99
               ADD 1 TO DB2-MONTHS-SINT
           END-IF
           EXEC SQL
             UPDATE MOTOR
                SET DRIVESCORE  = :DB2-NEW-SCORE-SINT,
                    SCOREMONTHS = :DB2-MONTHS-SINT,
                    SCOREPERIOD = :DB2-PERIOD-INT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'MOTOR SCORE UPDATE SQLCODE: ' SQLCODE
                       ' REG ' TF-REGNUMBER
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-TOT-UPDATED
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
                         :DB2-NEW-SCORE-SINT,
                         :WS-REFER-REASON,
                         :DB2-VALUE-INT,
                         'O',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'REFERRAL INSERT SQLCODE: ' SQLCODE
                       ' REG ' TF-REGNUMBER
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOT-REFERRED
               MOVE SPACES TO TELEM-REPORT-RECORD
               STRING 'REFERRED - SCORE ' WS-NEW-SCORE
                      ' BELOW FLOOR: ' TF-REGNUMBER
                   DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
               WRITE TELEM-REPORT-RECORD
           END-IF.

       3000-CLOSE.
           MOVE SPACES TO TELEM-REPORT-RECORD
           WRITE TELEM-REPORT-RECORD

           MOVE 'TELEMATICS SCORE LOAD - CONTROL TOTALS'
               TO TELEM-REPORT-RECORD
           WRITE TELEM-REPORT-RECORD

           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           MOVE SPACES TO TELEM-REPORT-RECORD
           STRING 'SCORE RECORDS READ..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
           WRITE TELEM-REPORT-RECORD

           MOVE WS-TOT-UPDATED TO WS-REPORT-COUNT
           MOVE SPACES TO TELEM-REPORT-RECORD
           STRING 'POLICIES UPDATED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
           WRITE TELEM-REPORT-RECORD

           MOVE WS-TOT-UNMATCHED TO WS-REPORT-COUNT
           MOVE SPACES TO TELEM-REPORT-RECORD
           STRING 'NO POLICY MATCHED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
           WRITE TELEM-REPORT-RECORD

           MOVE WS-TOT-REJECTED TO WS-REPORT-COUNT
           MOVE SPACES TO TELEM-REPORT-RECORD
           STRING 'RECORDS REJECTED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
           WRITE TELEM-REPORT-RECORD

           MOVE WS-TOT-REFERRED TO WS-REPORT-COUNT
           MOVE SPACES TO TELEM-REPORT-RECORD
           STRING 'REFERRED BELOW FLOOR: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
           WRITE TELEM-REPORT-RECORD

           MOVE WS-TOT-ALREADY TO WS-REPORT-COUNT
           MOVE SPACES TO TELEM-REPORT-RECORD
           STRING 'ALREADY LOADED......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO TELEM-REPORT-RECORD
           WRITE TELEM-REPORT-RECORD

           IF WS-TELEM-OPEN = 'Y'
               CLOSE TELEMATICS-FILE
           END-IF
           CLOSE TELEM-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGTELMS1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-UPDATED TO RS-RECS-OUT
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
      * Interface register - see LGIFREG.  Records the provider's file *
      * this run took in; it answers nothing of ours.                  *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'TELEMFD' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGTELMS1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-READ TO IR-RECORD-COUNT
              MOVE WS-IFR-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-TELEM-OPEN NOT = 'Y'
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
