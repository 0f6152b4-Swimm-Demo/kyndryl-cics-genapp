       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCONRP1.
      *----------------------------------------------------------------*
      * Weekly customer contact volumes.  Every contact with a         *
      * customer - phone, email, branch, web or letter - is logged on  *
      * CONTACTLOG with a reason code (see LGCUAREA).  Run once a      *
      * week, this job counts the contacts logged in the seven days    *
      * ending on the week-ending date, one line per reason code       *
      * broken down by channel, so the service desk can see what the   *
      * customers are contacting about and how:                        *
      *                                                                *
      *   CODE  REASON  PHONE EMAIL BRANCH WEB LETTER OTHER TOTAL      *
      *                                                                *
      * with a total line for all reasons.  A reason or channel code   *
      * no longer recognised is still counted, under OTHER.            *
      *                                                                *
      * CRPARM, when present, gives the week-ending date (YYYYMMDD) in *
      * place of today - for re-running an earlier week.               *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CONTACT-REPORT-FILE ASSIGN TO CONRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The week-ending date - blank or absent runs for the week
      * ending today.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 CR-WEEK-END-DATE      PIC X(8).
           05 FILLER                PIC X(72).

       FD  CONTACT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CONTACT-REPORT-RECORD    PIC X(100).

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
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-SQL-EOF               PIC X VALUE 'N'.

       01  WS-WEEK-END-DATE         PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-WEEK-END-DATE.
           05 WS-WE-YEAR            PIC 9(4).
           05 WS-WE-MONTH           PIC 9(2).
           05 WS-WE-DAY             PIC 9(2).

      * Channel columns, in report order, with a sixth for any code
      * not in the list.
       01  WS-CHANNEL-CODES         PIC X(5) VALUE 'PEBWL'.
       01  WS-CHANNEL-SUB           PIC S9(4) COMP VALUE 0.
       01  WS-COL-SUB               PIC S9(4) COMP VALUE 0.

      * Counts for the reason code in hand, and for the whole week.
       01  WS-CURRENT-REASON        PIC X(4) VALUE SPACES.
       01  WS-REASON-COUNTS.
           05 WS-REASON-COUNT       PIC 9(7) OCCURS 7.
       01  WS-WEEK-COUNTS.
           05 WS-WEEK-COUNT         PIC 9(7) OCCURS 7.

      * One report line per reason code, and the total line.
       01  WS-DETAIL-LINE.
           05 WS-DL-REASON          PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-DESCRIPTION     PIC X(20).
           05 WS-DL-COLUMN          OCCURS 7.
              10 FILLER             PIC X(2).
              10 WS-DL-COUNT        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE SPACES.

       01  DB2-CR-FIELDS.
           05 DB2-WEEK-START-DATE   PIC X(10).
           05 DB2-WEEK-END-DATE     PIC X(10).
           05 DB2-REASON            PIC X(4).
           05 DB2-CHANNEL           PIC X.
           05 DB2-CONTACTS-INT      PIC S9(9) COMP.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-GROUPS         PIC 9(7) VALUE 0.
           05 WS-TOT-REASONS        PIC 9(7) VALUE 0.
           05 WS-TOT-CONTACTS       PIC 9(7) VALUE 0.
           05 WS-TOT-OTHER          PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Contacts logged in the week, counted by reason and channel.
           EXEC SQL
             DECLARE CONVOL-CSR CURSOR FOR
               SELECT COALESCE(REASON, ' '),
                      COALESCE(CHANNEL, ' '),
                      COUNT(*)
                 FROM CONTACTLOG
                WHERE DATE(CONTACTTS) BETWEEN :DB2-WEEK-START-DATE
                                          AND :DB2-WEEK-END-DATE
                GROUP BY COALESCE(REASON, ' '), COALESCE(CHANNEL, ' ')
                ORDER BY 1, 2
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-FETCH-GROUP THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           MOVE WS-RS-RUN-DATE TO WS-WEEK-END-DATE
           OPEN INPUT  PARM-FILE
                OUTPUT CONTACT-REPORT-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF CR-WEEK-END-DATE IS NUMERIC
                   MOVE CR-WEEK-END-DATE TO WS-WEEK-END-DATE
               END-IF
           END-IF

           INITIALIZE WS-REASON-COUNTS
                      WS-WEEK-COUNTS

           MOVE SPACES TO DB2-WEEK-END-DATE
           STRING WS-WE-YEAR '-' WS-WE-MONTH '-' WS-WE-DAY
               DELIMITED BY SIZE INTO DB2-WEEK-END-DATE

      *    The week is the seven days ending on the week-ending date.
           EXEC SQL
             SELECT CHAR(DATE(:DB2-WEEK-END-DATE) - 6 DAYS, ISO)
               INTO :DB2-WEEK-START-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'WEEK START DATE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE DB2-WEEK-END-DATE TO DB2-WEEK-START-DATE
           END-IF

           MOVE 'WEEKLY CUSTOMER CONTACT VOLUMES BY REASON'
               TO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD
           MOVE SPACES TO CONTACT-REPORT-RECORD
           STRING 'WEEK ' DB2-WEEK-START-DATE
                  ' TO ' DB2-WEEK-END-DATE
               DELIMITED BY SIZE INTO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD
           MOVE SPACES TO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD
           MOVE 'CODE  REASON'
               TO CONTACT-REPORT-RECORD
           MOVE '    PHONE    EMAIL   BRANCH      WEB   LETTER'
               TO CONTACT-REPORT-RECORD(27:45)
           MOVE '    OTHER    TOTAL'
               TO CONTACT-REPORT-RECORD(72:18)
           WRITE CONTACT-REPORT-RECORD

           EXEC SQL
             OPEN CONVOL-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CONVOL CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF.

      *----------------------------------------------------------------*
      * One reason/channel count.  A change of reason code writes the  *
      * line for the reason before it.                                 *
      *----------------------------------------------------------------*
       2000-FETCH-GROUP.
           EXEC SQL
             FETCH CONVOL-CSR
              INTO :DB2-REASON, :DB2-CHANNEL, :DB2-CONTACTS-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'CONVOL FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE CONVOL-CSR
               END-EXEC
               IF WS-TOT-GROUPS > 0
                  PERFORM 2100-WRITE-REASON
               END-IF
               GO TO 2000-EXIT
           END-IF

           IF WS-TOT-GROUPS > 0
              AND DB2-REASON NOT = WS-CURRENT-REASON
               PERFORM 2100-WRITE-REASON
           END-IF
           ADD 1 TO WS-TOT-GROUPS
           MOVE DB2-REASON TO WS-CURRENT-REASON

           MOVE 6 TO WS-COL-SUB
           PERFORM VARYING WS-CHANNEL-SUB FROM 1 BY 1
                   UNTIL WS-CHANNEL-SUB > 5
               IF DB2-CHANNEL = WS-CHANNEL-CODES(WS-CHANNEL-SUB:1)
                   MOVE WS-CHANNEL-SUB TO WS-COL-SUB
               END-IF
           END-PERFORM

           ADD DB2-CONTACTS-INT TO WS-REASON-COUNT(WS-COL-SUB)
                                   WS-REASON-COUNT(7)
                                   WS-WEEK-COUNT(WS-COL-SUB)
                                   WS-WEEK-COUNT(7)
                                   WS-TOT-CONTACTS
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The line for one reason code, counts by channel and in total.  *
      *----------------------------------------------------------------*
       2100-WRITE-REASON.
           ADD 1 TO WS-TOT-REASONS
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CURRENT-REASON TO WS-DL-REASON
           EVALUATE WS-CURRENT-REASON
             WHEN 'CLAM'
               MOVE 'CLAIM'                TO WS-DL-DESCRIPTION
             WHEN 'BILL'
               MOVE 'BILLING / PAYMENT'    TO WS-DL-DESCRIPTION
             WHEN 'RENW'
               MOVE 'RENEWAL'              TO WS-DL-DESCRIPTION
             WHEN 'CHNG'
               MOVE 'CHANGE OF DETAILS'    TO WS-DL-DESCRIPTION
             WHEN 'CANC'
               MOVE 'CANCELLATION'         TO WS-DL-DESCRIPTION
             WHEN 'DOCS'
               MOVE 'DOCUMENTS'            TO WS-DL-DESCRIPTION
             WHEN 'COMP'
               MOVE 'COMPLAINT'            TO WS-DL-DESCRIPTION
             WHEN 'QUOT'
               MOVE 'QUOTATION'            TO WS-DL-DESCRIPTION
             WHEN 'GENQ'
               MOVE 'GENERAL ENQUIRY'      TO WS-DL-DESCRIPTION
             WHEN OTHER
               MOVE 'OTHER'                TO WS-DL-DESCRIPTION
               ADD WS-REASON-COUNT(7)      TO WS-TOT-OTHER
           END-EVALUATE
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 7
               MOVE WS-REASON-COUNT(WS-COL-SUB)
                 TO WS-DL-COUNT(WS-COL-SUB)
           END-PERFORM
           MOVE WS-DETAIL-LINE TO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD
           INITIALIZE WS-REASON-COUNTS.

       3000-CLOSE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ALL'                TO WS-DL-REASON
           MOVE 'ALL REASONS'        TO WS-DL-DESCRIPTION
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 7
               MOVE WS-WEEK-COUNT(WS-COL-SUB)
                 TO WS-DL-COUNT(WS-COL-SUB)
           END-PERFORM
           MOVE SPACES TO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD
           MOVE WS-DETAIL-LINE TO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD

           MOVE SPACES TO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD
           MOVE 'CUSTOMER CONTACT VOLUMES - CONTROL TOTALS'
               TO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD
           MOVE SPACES TO CONTACT-REPORT-RECORD

           MOVE WS-TOT-CONTACTS TO WS-REPORT-COUNT
           STRING 'CONTACTS LOGGED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD

           MOVE WS-TOT-REASONS TO WS-REPORT-COUNT
           MOVE SPACES TO CONTACT-REPORT-RECORD
           STRING 'REASON CODES USED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD

           MOVE WS-WEEK-COUNT(6) TO WS-REPORT-COUNT
           MOVE SPACES TO CONTACT-REPORT-RECORD
           STRING 'UNKNOWN CHANNEL.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD

           MOVE WS-TOT-OTHER TO WS-REPORT-COUNT
           MOVE SPACES TO CONTACT-REPORT-RECORD
           STRING 'UNKNOWN REASON......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CONTACT-REPORT-RECORD
           WRITE CONTACT-REPORT-RECORD

           CLOSE PARM-FILE
                 CONTACT-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGCONRP1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-CONTACTS TO RS-RECS-IN
              MOVE WS-TOT-REASONS TO RS-RECS-OUT
              MOVE WS-TOT-OTHER TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
