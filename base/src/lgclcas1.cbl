       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCLCAS1.
      *----------------------------------------------------------------*
      * Daily claims caseload report.  One line per handler on the    *
      * CLMHANDLR master, team by team: open claim count (open, held  *
      * for review or reserved), outstanding reserve, and the claim   *
      * longest untouched - the open claim whose CLAIM row last       *
      * changed earliest - with its age in days.  A closing line      *
      * counts the open claims no handler owns, the ones FNOL         *
      * allocation or an absence could not place, so the team         *
      * leaders see them every morning rather than by chance.         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASELOAD-REPORT-FILE ASSIGN TO CASERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASELOAD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CASELOAD-REPORT-RECORD   PIC X(100).

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
       01  WS-RUN-DATE-ISO          PIC X(10).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-HANDLERS       PIC 9(7) VALUE 0.
           05 WS-TOT-ABSENT         PIC 9(7) VALUE 0.
           05 WS-TOT-OPEN           PIC 9(7) VALUE 0.
           05 WS-TOT-RESERVE        PIC 9(11)V99 VALUE 0.
           05 WS-TOT-UNOWNED        PIC 9(7) VALUE 0.
           05 WS-TOT-UNOWNED-RES    PIC 9(11)V99 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-HEADING-1.
           05 FILLER                PIC X(40)
                VALUE 'CLAIMS HANDLER CASELOAD - RUN DATE '.
           05 WS-H1-DATE            PIC X(10).
           05 FILLER                PIC X(50) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER                PIC X(40)
                VALUE 'TEAM  HANDLER  NAME                   A '.
           05 FILLER                PIC X(34)
                VALUE ' OPEN          RESERVE OLDEST CLM '.
           05 FILLER                PIC X(26)
                VALUE 'UNTOUCHED    DAYS'.

       01  WS-DETAIL-LINE.
           05 DL-TEAM               PIC X(5).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-HANDLER            PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-NAME               PIC X(22).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-AVAIL              PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-OPEN               PIC ZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-RESERVE            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-OLDEST-CLAIM       PIC Z(9)9.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-OLDEST-DATE        PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DL-OLDEST-DAYS        PIC ZZZZ9.
           05 FILLER                PIC X(8) VALUE SPACES.

       01  DB2-CASELOAD-FIELDS.
           05 DB2-HANDLERID         PIC X(8).
           05 DB2-HANDLERNAME       PIC X(30).
           05 DB2-TEAMCODE          PIC X(5).
           05 DB2-AVAILABILITY      PIC X.
           05 DB2-OPENCNT-INT       PIC S9(9) COMP.
           05 DB2-RESERVE-DEC       PIC S9(11)V99 COMP-3.
           05 DB2-OLD-CLAIM-INT     PIC S9(9) COMP.
           05 DB2-OLD-DATE          PIC X(10).
           05 DB2-OLD-DAYS-INT      PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every handler on the master, with or without open claims,
      * team by team.
           EXEC SQL
             DECLARE CASELOAD-CSR CURSOR FOR
               SELECT H.HANDLERID, H.HANDLERNAME, H.TEAMCODE,
                      H.AVAILABILITY,
                      COUNT(C.CLAIMNUMBER),
                      COALESCE(SUM(C.RESERVEAMOUNT), 0)
                 FROM CLMHANDLR H
                 LEFT OUTER JOIN CLAIM C
                   ON C.HANDLERID = H.HANDLERID
                  AND C.STATUS IN ('O', 'Q', 'R')
                GROUP BY H.TEAMCODE, H.HANDLERID, H.HANDLERNAME,
                         H.AVAILABILITY
                ORDER BY H.TEAMCODE, H.HANDLERID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2000-EXIT
               UNTIL WS-EOF = 'Y'
           PERFORM 2500-COUNT-UNOWNED
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           MOVE WS-RS-RUN-DATE(1:4) TO WS-RUN-DATE-ISO(1:4).
           MOVE '-'                 TO WS-RUN-DATE-ISO(5:1).
           MOVE WS-RS-RUN-DATE(5:2) TO WS-RUN-DATE-ISO(6:2).
           MOVE '-'                 TO WS-RUN-DATE-ISO(8:1).
           MOVE WS-RS-RUN-DATE(7:2) TO WS-RUN-DATE-ISO(9:2).

           OPEN OUTPUT CASELOAD-REPORT-FILE
           MOVE WS-RUN-DATE-ISO TO WS-H1-DATE
           WRITE CASELOAD-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD FROM WS-HEADING-2

           EXEC SQL
             OPEN CASELOAD-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CASELOAD CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESS.
           EXEC SQL
             FETCH CASELOAD-CSR
              INTO :DB2-HANDLERID, :DB2-HANDLERNAME,
                   :DB2-TEAMCODE, :DB2-AVAILABILITY,
                   :DB2-OPENCNT-INT, :DB2-RESERVE-DEC
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'CASELOAD FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOT-HANDLERS
           IF DB2-AVAILABILITY = 'X'
               ADD 1 TO WS-TOT-ABSENT
           END-IF
           ADD DB2-OPENCNT-INT TO WS-TOT-OPEN
           ADD DB2-RESERVE-DEC TO WS-TOT-RESERVE

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE DB2-TEAMCODE        TO DL-TEAM
           MOVE DB2-HANDLERID       TO DL-HANDLER
           MOVE DB2-HANDLERNAME     TO DL-NAME
           MOVE DB2-AVAILABILITY    TO DL-AVAIL
           MOVE DB2-OPENCNT-INT     TO DL-OPEN
           MOVE DB2-RESERVE-DEC     TO DL-RESERVE
           IF DB2-OPENCNT-INT > 0
               PERFORM 2100-FIND-OLDEST
           END-IF
           WRITE CASELOAD-REPORT-RECORD FROM WS-DETAIL-LINE
           .
       2000-EXIT.
           EXIT.

      * The handler's open claim longest without any change to its
      * CLAIM row - every lifecycle step stamps LASTCHANGED, so this
      * is the claim nobody has worked for longest.
       2100-FIND-OLDEST.
           EXEC SQL
             SELECT CLAIMNUMBER,
                    CHAR(DATE(LASTCHANGED), ISO),
                    DAYS(CURRENT DATE) - DAYS(LASTCHANGED)
               INTO :DB2-OLD-CLAIM-INT, :DB2-OLD-DATE,
                    :DB2-OLD-DAYS-INT
               FROM CLAIM
              WHERE HANDLERID = :DB2-HANDLERID
                AND STATUS IN ('O', 'Q', 'R')
              ORDER BY LASTCHANGED, CLAIMNUMBER
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               MOVE DB2-OLD-CLAIM-INT TO DL-OLDEST-CLAIM
               MOVE DB2-OLD-DATE      TO DL-OLDEST-DATE
               MOVE DB2-OLD-DAYS-INT  TO DL-OLDEST-DAYS
           ELSE
               DISPLAY 'OLDEST CLAIM SQLCODE: ' SQLCODE
           END-IF.

      * Open claims with no owner at all.
       2500-COUNT-UNOWNED.
           MOVE 0 TO DB2-OPENCNT-INT
           MOVE 0 TO DB2-RESERVE-DEC
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(RESERVEAMOUNT), 0)
               INTO :DB2-OPENCNT-INT, :DB2-RESERVE-DEC
               FROM CLAIM
              WHERE HANDLERID IS NULL
                AND STATUS IN ('O', 'Q', 'R')
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'UNOWNED COUNT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE DB2-OPENCNT-INT TO WS-TOT-UNOWNED
               MOVE DB2-RESERVE-DEC TO WS-TOT-UNOWNED-RES
           END-IF.

       3000-CLOSE.
           EXEC SQL
             CLOSE CASELOAD-CSR
           END-EXEC

           MOVE SPACES TO CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD

           MOVE 'CASELOAD REPORT - CONTROL TOTALS'
               TO CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD

           MOVE WS-TOT-HANDLERS TO WS-REPORT-COUNT
           MOVE SPACES TO CASELOAD-REPORT-RECORD
           STRING 'HANDLERS............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD

           MOVE WS-TOT-ABSENT TO WS-REPORT-COUNT
           MOVE SPACES TO CASELOAD-REPORT-RECORD
           STRING '  ABSENT............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD

           MOVE WS-TOT-OPEN TO WS-REPORT-COUNT
           MOVE SPACES TO CASELOAD-REPORT-RECORD
           STRING 'OPEN CLAIMS OWNED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD

           MOVE WS-TOT-RESERVE TO WS-REPORT-AMOUNT
           MOVE SPACES TO CASELOAD-REPORT-RECORD
           STRING 'RESERVE OWNED.......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD

           MOVE WS-TOT-UNOWNED TO WS-REPORT-COUNT
           MOVE SPACES TO CASELOAD-REPORT-RECORD
           STRING 'OPEN CLAIMS UNOWNED.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD

           MOVE WS-TOT-UNOWNED-RES TO WS-REPORT-AMOUNT
           MOVE SPACES TO CASELOAD-REPORT-RECORD
           STRING 'RESERVE UNOWNED.....: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO CASELOAD-REPORT-RECORD
           WRITE CASELOAD-REPORT-RECORD

           CLOSE CASELOAD-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGCLCAS1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-HANDLERS TO RS-RECS-IN
              MOVE WS-TOT-HANDLERS TO RS-RECS-OUT
              MOVE 0 TO RS-RECS-ERROR
              MOVE WS-TOT-UNOWNED TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
