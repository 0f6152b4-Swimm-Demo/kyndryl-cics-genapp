       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIFRRP1.
      *----------------------------------------------------------------*
      * Interface transmission register - morning report.  Every job   *
      * that sends a file out of the building or takes one in appends  *
      * a register record to IFREGSTR as it finishes (see LGIFREG).    *
      * This job reads the register back over the last                 *
      * WS-LOOKBACK-DAYS and reports, for the morning:                 *
      *   - every file sent or received since yesterday, with its      *
      *     count and hash total, so a transfer query can be answered  *
      *     from the report instead of the job logs;                   *
      *   - every outbound file the counterparty has not answered      *
      *     inside its window - a bank result, bureau acknowledgement  *
      *     or remittance that should be back by now and is not;       *
      *   - every inbound file expected on a schedule that has not     *
      *     arrived inside its window (or arrived empty, or failed     *
      *     its controls).                                             *
      * A return is laid against the send it answers by the date the   *
      * return quotes, where it carries one, and otherwise against     *
      * the oldest send still unanswered on or before the day it came  *
      * in.                                                            *
      *                                                                *
      * The windows are held in WS-EXPECT-VALUES below; IFEXPECT, when *
      * present, overrides an interface's windows or adds a new one    *
      * without a recompile.  Anything to chase fails the job, the     *
      * same way the acknowledgement matchers do, so it surfaces with  *
      * the morning schedule.                                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.
           SELECT OPTIONAL EXPECT-FILE ASSIGN TO IFEXPECT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPECT-STATUS.
           SELECT REGISTER-REPORT-FILE ASSIGN TO IFRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared interface register - see LGIFREG.
       FD  IFACE-REG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY LGIFREG.

      * Window overrides - one record per interface.  A window left
      * blank keeps its default; zero switches that check off.
       FD  EXPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPECT-RECORD.
           05 IX-INTERFACE          PIC X(8).
           05 IX-DIRECTION          PIC X.
      *       Outbound - days the counterparty has to answer.
           05 IX-ACK-DAYS           PIC X(3).
      *       Inbound - longest gap allowed between arrivals.
           05 IX-ARRIVE-DAYS        PIC X(3).
           05 FILLER                PIC X(65).

       FD  REGISTER-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  REGISTER-REPORT-RECORD   PIC X(100).

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
           05 WS-IFREG-STATUS       PIC X(2).
           05 WS-EXPECT-STATUS      PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-REG-EOF               PIC X VALUE 'N'.
       01  WS-EXPECT-EOF            PIC X VALUE 'N'.
       01  WS-FOUND                 PIC X VALUE 'N'.

      * Register history older than this is not read - it must cover
      * the longest acknowledgement window with room to spare.
       01  WS-LOOKBACK-DAYS         PIC 9(3) VALUE 060.

       01  WS-DATE-FIELDS.
           05 WS-TODAY-LILIAN       PIC 9(9).
           05 WS-FROM-LILIAN        PIC 9(9).
           05 WS-SINCE-DATE         PIC 9(8).
           05 WS-ROW-LILIAN         PIC 9(9).
           05 WS-AGE-DAYS           PIC S9(5) COMP.

      *----------------------------------------------------------------*
      * Default windows, one entry per interface - DD name, direction, *
      * days an outbound file's answer is due within (0 = the          *
      * counterparty sends nothing back), longest gap between arrivals *
      * of an inbound file (0 = it comes when it comes, not chased).   *
      * A bank or bureau return also answers the outbound file it      *
      * belongs to, so its late arrival shows on both lists.           *
      *----------------------------------------------------------------*
       01  WS-EXPECT-DEFAULTS.
           03 WS-EXPECT-VALUES.
              05 FILLER PIC X(15) VALUE 'DDCOLL  O005000'.
              05 FILLER PIC X(15) VALUE 'DISBOUT O003000'.
              05 FILLER PIC X(15) VALUE 'MIDFEED O003000'.
              05 FILLER PIC X(15) VALUE 'CHDFEED O003000'.
              05 FILLER PIC X(15) VALUE 'DLVREQ  O005000'.
              05 FILLER PIC X(15) VALUE 'CARRBORDO030000'.
              05 FILLER PIC X(15) VALUE 'GLPOST  O000000'.
              05 FILLER PIC X(15) VALUE 'PRNSTRM O000000'.
              05 FILLER PIC X(15) VALUE 'ALTPRNT O000000'.
              05 FILLER PIC X(15) VALUE 'DWDELTA O000000'.
              05 FILLER PIC X(15) VALUE 'BQRESP  O000000'.
              05 FILLER PIC X(15) VALUE 'DDMSETUPO005000'.
              05 FILLER PIC X(15) VALUE 'DCAPLACEO035000'.
              05 FILLER PIC X(15) VALUE 'FLDBORD O000000'.
              05 FILLER PIC X(15) VALUE 'FLDRECV O000000'.
              05 FILLER PIC X(15) VALUE 'RIPROF  O000000'.
              05 FILLER PIC X(15) VALUE 'CEGRETN O000000'.
              05 FILLER PIC X(15) VALUE 'SOLVRET O000000'.
              05 FILLER PIC X(15) VALUE 'BANKRET I000003'.
              05 FILLER PIC X(15) VALUE 'DSBRET  I000003'.
              05 FILLER PIC X(15) VALUE 'MIDACK  I000003'.
              05 FILLER PIC X(15) VALUE 'CHDACK  I000003'.
              05 FILLER PIC X(15) VALUE 'DLVRESP I000005'.
              05 FILLER PIC X(15) VALUE 'BANKSTMTI000003'.
              05 FILLER PIC X(15) VALUE 'QUOTEREQI000000'.
              05 FILLER PIC X(15) VALUE 'PFSETTLEI000000'.
              05 FILLER PIC X(15) VALUE 'COINSREMI000000'.
              05 FILLER PIC X(15) VALUE 'DDMACK  I000003'.
              05 FILLER PIC X(15) VALUE 'DDMCANC I000005'.
              05 FILLER PIC X(15) VALUE 'DCARETN I000035'.
              05 FILLER PIC X(15) VALUE 'CARDSTL I000003'.
              05 FILLER PIC X(15) VALUE 'SUPINV  I000003'.
              05 FILLER PIC X(15) VALUE 'TELEMFD I000035'.
           03 WS-EXPECT-DEF-TABLE REDEFINES WS-EXPECT-VALUES.
              05 WS-ED-ENTRY OCCURS 33 TIMES.
                 07 WS-ED-INTERFACE    PIC X(8).
                 07 WS-ED-DIRECTION    PIC X.
                 07 WS-ED-ACK-DAYS     PIC 9(3).
                 07 WS-ED-ARRIVE-DAYS  PIC 9(3).
       01  WS-ED-COUNT              PIC 9(2) VALUE 33.

      * The windows in force - the defaults, then IFEXPECT on top.
       01  WS-EXPECT-TABLE.
           03 WS-EX-ENTRY OCCURS 60 TIMES.
              05 WS-EX-INTERFACE    PIC X(8).
              05 WS-EX-DIRECTION    PIC X.
              05 WS-EX-ACK-DAYS     PIC 9(3).
              05 WS-EX-ARRIVE-DAYS  PIC 9(3).
              05 WS-EX-LAST-DATE    PIC 9(8).
              05 WS-EX-LAST-STATUS  PIC X.
       01  WS-EX-USED               PIC 9(2) VALUE 0.
       01  WS-EX-SUB                PIC S9(4) COMP VALUE 0.

      * The register over the lookback, in the order it was written -
      * which is the order the files went and came.
       01  WS-REG-TABLE.
           03 WS-RG-ENTRY OCCURS 2000 TIMES.
              05 WS-RG-INTERFACE    PIC X(8).
              05 WS-RG-DIRECTION    PIC X.
              05 WS-RG-PROGRAM      PIC X(8).
              05 WS-RG-RUN-DATE     PIC 9(8).
              05 WS-RG-FILE-DATE    PIC 9(8).
              05 WS-RG-COUNT        PIC 9(9).
              05 WS-RG-HASH         PIC 9(13)V99.
              05 WS-RG-STATUS       PIC X.
              05 WS-RG-ACK-FOR      PIC X(8).
              05 WS-RG-ACK-FILE-DATE PIC 9(8).
              05 WS-RG-ANSWERED-ON  PIC 9(8).
       01  WS-RG-USED               PIC 9(4) VALUE 0.
       01  WS-RG-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-SEND-SUB              PIC S9(4) COMP VALUE 0.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-KEPT           PIC 9(7) VALUE 0.
           05 WS-TOT-DROPPED        PIC 9(7) VALUE 0.
           05 WS-TOT-RECENT         PIC 9(7) VALUE 0.
           05 WS-TOT-MATCHED        PIC 9(7) VALUE 0.
           05 WS-TOT-UNANSWERED     PIC 9(7) VALUE 0.
           05 WS-TOT-NOT-ARRIVED    PIC 9(7) VALUE 0.
           05 WS-TOT-NOT-SENT       PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-STATUS-TEXT           PIC X(10).

      * One line per register record since yesterday.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-INTERFACE       PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-DIRECTION       PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-PROGRAM         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-FILE-DATE       PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-HASH            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS          PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-ANSWER          PIC X(16).

      * One line per file to chase.
       01  WS-CHASE-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-INTERFACE       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-PROGRAM         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-DATE            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-AGE             PIC ZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-WINDOW          PIC ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-TEXT            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 1200-LOAD-EXPECT THRU 1200-EXIT
               UNTIL WS-EXPECT-EOF = 'Y'
           PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
               UNTIL WS-REG-EOF = 'Y'
           PERFORM 2500-MATCH-RETURN THRU 2500-EXIT
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-USED
           PERFORM 3000-REPORT-RECENT
           PERFORM 4000-REPORT-UNANSWERED
           PERFORM 5000-REPORT-NOT-ARRIVED
           PERFORM 6000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           COMPUTE WS-TODAY-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-RS-RUN-DATE)
           COMPUTE WS-FROM-LILIAN = WS-TODAY-LILIAN - WS-LOOKBACK-DAYS
           COMPUTE WS-SINCE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-LILIAN - 1)

           PERFORM VARYING WS-EX-SUB FROM 1 BY 1
             UNTIL WS-EX-SUB > WS-ED-COUNT
               MOVE WS-ED-INTERFACE(WS-EX-SUB)
                 TO WS-EX-INTERFACE(WS-EX-SUB)
               MOVE WS-ED-DIRECTION(WS-EX-SUB)
                 TO WS-EX-DIRECTION(WS-EX-SUB)
               MOVE WS-ED-ACK-DAYS(WS-EX-SUB)
                 TO WS-EX-ACK-DAYS(WS-EX-SUB)
               MOVE WS-ED-ARRIVE-DAYS(WS-EX-SUB)
                 TO WS-EX-ARRIVE-DAYS(WS-EX-SUB)
               MOVE 0   TO WS-EX-LAST-DATE(WS-EX-SUB)
               MOVE SPACE TO WS-EX-LAST-STATUS(WS-EX-SUB)
           END-PERFORM
           MOVE WS-ED-COUNT TO WS-EX-USED

           OPEN INPUT  IFACE-REG-FILE
                INPUT  EXPECT-FILE
                OUTPUT REGISTER-REPORT-FILE
           IF WS-IFREG-STATUS NOT = '00'
               DISPLAY 'IFREGSTR OPEN ERROR: ' WS-IFREG-STATUS
               MOVE 'Y' TO WS-REG-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-EXPECT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EXPECT-EOF
           END-IF

           MOVE 'INTERFACE TRANSMISSION REGISTER - MORNING REPORT'
               TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING 'RUN DATE ' WS-RS-RUN-DATE
                  '  REGISTER READ BACK ' WS-LOOKBACK-DAYS ' DAYS'
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.

      * An override replaces the windows of the interface it names, or
      * adds the interface when it is not one of the defaults.
       1200-LOAD-EXPECT.
           READ EXPECT-FILE
               AT END MOVE 'Y' TO WS-EXPECT-EOF
               GO TO 1200-EXIT
           END-READ
           IF IX-INTERFACE = SPACES
               GO TO 1200-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-EX-SUB FROM 1 BY 1
             UNTIL WS-EX-SUB > WS-EX-USED OR WS-FOUND = 'Y'
               IF WS-EX-INTERFACE(WS-EX-SUB) = IX-INTERFACE
                  MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-EX-SUB
           ELSE
               IF WS-EX-USED NOT < 60
                   DISPLAY 'IFEXPECT TABLE FULL - IGNORED: '
                           IX-INTERFACE
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-EX-USED
               MOVE WS-EX-USED TO WS-EX-SUB
               MOVE IX-INTERFACE TO WS-EX-INTERFACE(WS-EX-SUB)
               MOVE 0 TO WS-EX-ACK-DAYS(WS-EX-SUB)
               MOVE 0 TO WS-EX-ARRIVE-DAYS(WS-EX-SUB)
               MOVE 0 TO WS-EX-LAST-DATE(WS-EX-SUB)
               MOVE SPACE TO WS-EX-LAST-STATUS(WS-EX-SUB)
           END-IF

           IF IX-DIRECTION = 'O' OR IX-DIRECTION = 'I'
               MOVE IX-DIRECTION TO WS-EX-DIRECTION(WS-EX-SUB)
           END-IF
           IF IX-ACK-DAYS IS NUMERIC
               MOVE IX-ACK-DAYS TO WS-EX-ACK-DAYS(WS-EX-SUB)
           END-IF
           IF IX-ARRIVE-DAYS IS NUMERIC
               MOVE IX-ARRIVE-DAYS TO WS-EX-ARRIVE-DAYS(WS-EX-SUB)
           END-IF
           .
       1200-EXIT.
           EXIT.

      * Only the lookback is kept.  The latest arrival of each inbound
      * interface is noted on the way past, for the not-arrived list.
       2000-LOAD-REGISTER.
           READ IFACE-REG-FILE
               AT END MOVE 'Y' TO WS-REG-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-READ
           IF IR-RUN-DATE IS NOT NUMERIC
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-ROW-LILIAN =
              FUNCTION INTEGER-OF-DATE(IR-RUN-DATE)
           IF WS-ROW-LILIAN < WS-FROM-LILIAN
               GO TO 2000-EXIT
           END-IF

           IF IR-INBOUND
               PERFORM 2100-NOTE-ARRIVAL
           END-IF

           IF WS-RG-USED NOT < 2000
               ADD 1 TO WS-TOT-DROPPED
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-RG-USED
           ADD 1 TO WS-TOT-KEPT
           MOVE WS-RG-USED       TO WS-RG-SUB
           MOVE IR-INTERFACE     TO WS-RG-INTERFACE(WS-RG-SUB)
           MOVE IR-DIRECTION     TO WS-RG-DIRECTION(WS-RG-SUB)
           MOVE IR-PROGRAM       TO WS-RG-PROGRAM(WS-RG-SUB)
           MOVE IR-RUN-DATE      TO WS-RG-RUN-DATE(WS-RG-SUB)
           MOVE IR-FILE-DATE     TO WS-RG-FILE-DATE(WS-RG-SUB)
           MOVE IR-RECORD-COUNT  TO WS-RG-COUNT(WS-RG-SUB)
           MOVE IR-HASH-TOTAL    TO WS-RG-HASH(WS-RG-SUB)
           MOVE IR-STATUS        TO WS-RG-STATUS(WS-RG-SUB)
           MOVE IR-ACK-FOR       TO WS-RG-ACK-FOR(WS-RG-SUB)
           MOVE IR-ACK-FILE-DATE TO WS-RG-ACK-FILE-DATE(WS-RG-SUB)
           MOVE 0                TO WS-RG-ANSWERED-ON(WS-RG-SUB)
           .
       2000-EXIT.
           EXIT.

      * The latest record of the interface wins whatever it says - an
      * empty or failed file after a good one still needs chasing.
       2100-NOTE-ARRIVAL.
           PERFORM VARYING WS-EX-SUB FROM 1 BY 1
             UNTIL WS-EX-SUB > WS-EX-USED
               IF WS-EX-INTERFACE(WS-EX-SUB) = IR-INTERFACE
                  IF IR-RECEIVED
                     MOVE IR-RUN-DATE TO WS-EX-LAST-DATE(WS-EX-SUB)
                  END-IF
                  MOVE IR-STATUS TO WS-EX-LAST-STATUS(WS-EX-SUB)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * A return received is laid against the send it answers: the     *
      * send cut on the date the return quotes when it quotes one,     *
      * otherwise the oldest send of that interface not yet answered   *
      * that went on or before the day the return came in.             *
      *----------------------------------------------------------------*
       2500-MATCH-RETURN.
           IF WS-RG-DIRECTION(WS-RG-SUB) NOT = 'I'
              OR WS-RG-STATUS(WS-RG-SUB) NOT = 'R'
              OR WS-RG-ACK-FOR(WS-RG-SUB) = SPACES
               GO TO 2500-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND
           IF WS-RG-ACK-FILE-DATE(WS-RG-SUB) > 0
               PERFORM VARYING WS-SEND-SUB FROM 1 BY 1
                 UNTIL WS-SEND-SUB > WS-RG-USED OR WS-FOUND = 'Y'
                   IF WS-RG-DIRECTION(WS-SEND-SUB) = 'O'
                      AND WS-RG-STATUS(WS-SEND-SUB) = 'S'
                      AND WS-RG-ANSWERED-ON(WS-SEND-SUB) = 0
                      AND WS-RG-INTERFACE(WS-SEND-SUB)
                          = WS-RG-ACK-FOR(WS-RG-SUB)
                      AND WS-RG-FILE-DATE(WS-SEND-SUB)
                          = WS-RG-ACK-FILE-DATE(WS-RG-SUB)
                      MOVE 'Y' TO WS-FOUND
                      MOVE WS-RG-RUN-DATE(WS-RG-SUB)
                        TO WS-RG-ANSWERED-ON(WS-SEND-SUB)
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-SEND-SUB FROM 1 BY 1
             UNTIL WS-SEND-SUB > WS-RG-USED OR WS-FOUND = 'Y'
               IF WS-RG-DIRECTION(WS-SEND-SUB) = 'O'
                  AND WS-RG-STATUS(WS-SEND-SUB) = 'S'
                  AND WS-RG-ANSWERED-ON(WS-SEND-SUB) = 0
                  AND WS-RG-INTERFACE(WS-SEND-SUB)
                      = WS-RG-ACK-FOR(WS-RG-SUB)
                  AND WS-RG-RUN-DATE(WS-SEND-SUB)
                      NOT > WS-RG-RUN-DATE(WS-RG-SUB)
                  MOVE 'Y' TO WS-FOUND
                  MOVE WS-RG-RUN-DATE(WS-RG-SUB)
                    TO WS-RG-ANSWERED-ON(WS-SEND-SUB)
               END-IF
           END-PERFORM

           IF WS-FOUND = 'Y'
               ADD 1 TO WS-TOT-MATCHED
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Everything sent or received since yesterday.  A send that was  *
      * withheld, or a file in that would not open or balance, is      *
      * counted to chase as well as listed.                            *
      *----------------------------------------------------------------*
       3000-REPORT-RECENT.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING 'FILES SENT AND RECEIVED SINCE ' WS-SINCE-DATE
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING '  FILE     DIR PROGRAM   FILE DATE     RECORDS  '
                  '          HASH TOTAL  STATUS      ANSWERED'
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-USED

           IF WS-TOT-RECENT = 0
               MOVE '  NO FILES REGISTERED' TO REGISTER-REPORT-RECORD
               WRITE REGISTER-REPORT-RECORD
           END-IF.

       3100-WRITE-DETAIL.
           IF WS-RG-RUN-DATE(WS-RG-SUB) < WS-SINCE-DATE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-TOT-RECENT

           EVALUATE WS-RG-STATUS(WS-RG-SUB)
             WHEN 'S' MOVE 'SENT'       TO WS-STATUS-TEXT
             WHEN 'W' MOVE 'WITHHELD'   TO WS-STATUS-TEXT
             WHEN 'R' MOVE 'RECEIVED'   TO WS-STATUS-TEXT
             WHEN 'E' MOVE 'EMPTY'      TO WS-STATUS-TEXT
             WHEN 'F' MOVE 'FAILED'     TO WS-STATUS-TEXT
             WHEN OTHER MOVE 'UNKNOWN'  TO WS-STATUS-TEXT
           END-EVALUATE
           IF WS-RG-STATUS(WS-RG-SUB) = 'W'
              OR WS-RG-STATUS(WS-RG-SUB) = 'F'
               ADD 1 TO WS-TOT-NOT-SENT
           END-IF

           MOVE WS-RG-INTERFACE(WS-RG-SUB) TO WS-DL-INTERFACE
           IF WS-RG-DIRECTION(WS-RG-SUB) = 'O'
               MOVE 'OUT' TO WS-DL-DIRECTION
           ELSE
               MOVE 'IN'  TO WS-DL-DIRECTION
           END-IF
           MOVE WS-RG-PROGRAM(WS-RG-SUB)   TO WS-DL-PROGRAM
           MOVE WS-RG-FILE-DATE(WS-RG-SUB) TO WS-DL-FILE-DATE
           MOVE WS-RG-COUNT(WS-RG-SUB)     TO WS-DL-COUNT
           MOVE WS-RG-HASH(WS-RG-SUB)      TO WS-DL-HASH
           MOVE WS-STATUS-TEXT             TO WS-DL-STATUS
           MOVE SPACES                     TO WS-DL-ANSWER
           IF WS-RG-ANSWERED-ON(WS-RG-SUB) > 0
               STRING 'ON ' WS-RG-ANSWERED-ON(WS-RG-SUB)
                   DELIMITED BY SIZE INTO WS-DL-ANSWER
           END-IF
           IF WS-RG-ACK-FOR(WS-RG-SUB) NOT = SPACES
               STRING 'FOR ' WS-RG-ACK-FOR(WS-RG-SUB)
                   DELIMITED BY SIZE INTO WS-DL-ANSWER
           END-IF
           MOVE WS-DETAIL-LINE TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Outbound files past their window with nothing back for them.   *
      *----------------------------------------------------------------*
       4000-REPORT-UNANSWERED.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD
           MOVE 'OUTBOUND FILES WITH NO ACKNOWLEDGEMENT INSIDE WINDOW'
               TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING '  FILE      PROGRAM   SENT      DAYS  WIN  DETAIL'
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           PERFORM 4100-CHECK-SEND THRU 4100-EXIT
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-USED

           IF WS-TOT-UNANSWERED = 0
               MOVE '  NONE' TO REGISTER-REPORT-RECORD
               WRITE REGISTER-REPORT-RECORD
           END-IF.

       4100-CHECK-SEND.
           IF WS-RG-DIRECTION(WS-RG-SUB) NOT = 'O'
              OR WS-RG-STATUS(WS-RG-SUB) NOT = 'S'
              OR WS-RG-ANSWERED-ON(WS-RG-SUB) > 0
               GO TO 4100-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-EX-SUB FROM 1 BY 1
             UNTIL WS-EX-SUB > WS-EX-USED OR WS-FOUND = 'Y'
               IF WS-EX-INTERFACE(WS-EX-SUB)
                  = WS-RG-INTERFACE(WS-RG-SUB)
                  MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               GO TO 4100-EXIT
           END-IF
           SUBTRACT 1 FROM WS-EX-SUB
           IF WS-EX-ACK-DAYS(WS-EX-SUB) = 0
               GO TO 4100-EXIT
           END-IF

           COMPUTE WS-ROW-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-RG-RUN-DATE(WS-RG-SUB))
           COMPUTE WS-AGE-DAYS = WS-TODAY-LILIAN - WS-ROW-LILIAN
           IF WS-AGE-DAYS NOT > WS-EX-ACK-DAYS(WS-EX-SUB)
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO WS-TOT-UNANSWERED
           MOVE WS-RG-INTERFACE(WS-RG-SUB) TO WS-CL-INTERFACE
           MOVE WS-RG-PROGRAM(WS-RG-SUB)   TO WS-CL-PROGRAM
           MOVE WS-RG-RUN-DATE(WS-RG-SUB)  TO WS-CL-DATE
           MOVE WS-AGE-DAYS                TO WS-CL-AGE
           MOVE WS-EX-ACK-DAYS(WS-EX-SUB)  TO WS-CL-WINDOW
           MOVE 'NO ACKNOWLEDGEMENT RECEIVED' TO WS-CL-TEXT
           MOVE WS-CHASE-LINE TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Inbound files expected on a schedule whose last good arrival   *
      * is older than the window allows - or that never came in the    *
      * lookback at all.                                               *
      *----------------------------------------------------------------*
       5000-REPORT-NOT-ARRIVED.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD
           MOVE 'EXPECTED INBOUND FILES NOT ARRIVED INSIDE WINDOW'
               TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING '  FILE      LATEST    RECEIVED  DAYS  WIN  DETAIL'
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           PERFORM 5100-CHECK-ARRIVAL THRU 5100-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-USED

           IF WS-TOT-NOT-ARRIVED = 0
               MOVE '  NONE' TO REGISTER-REPORT-RECORD
               WRITE REGISTER-REPORT-RECORD
           END-IF.

       5100-CHECK-ARRIVAL.
           IF WS-EX-DIRECTION(WS-EX-SUB) NOT = 'I'
              OR WS-EX-ARRIVE-DAYS(WS-EX-SUB) = 0
               GO TO 5100-EXIT
           END-IF

           IF WS-EX-LAST-DATE(WS-EX-SUB) > 0
               COMPUTE WS-ROW-LILIAN =
                  FUNCTION INTEGER-OF-DATE(WS-EX-LAST-DATE(WS-EX-SUB))
               COMPUTE WS-AGE-DAYS = WS-TODAY-LILIAN - WS-ROW-LILIAN
               IF WS-AGE-DAYS NOT > WS-EX-ARRIVE-DAYS(WS-EX-SUB)
                  AND WS-EX-LAST-STATUS(WS-EX-SUB) NOT = 'F'
                   GO TO 5100-EXIT
               END-IF
           ELSE
               MOVE WS-LOOKBACK-DAYS TO WS-AGE-DAYS
           END-IF

           ADD 1 TO WS-TOT-NOT-ARRIVED
           MOVE WS-EX-INTERFACE(WS-EX-SUB) TO WS-CL-INTERFACE
           EVALUATE WS-EX-LAST-STATUS(WS-EX-SUB)
             WHEN 'E' MOVE 'EMPTY'    TO WS-CL-PROGRAM
             WHEN 'F' MOVE 'FAILED'   TO WS-CL-PROGRAM
             WHEN 'R' MOVE 'OK'       TO WS-CL-PROGRAM
             WHEN OTHER MOVE 'NO RUN' TO WS-CL-PROGRAM
           END-EVALUATE
           IF WS-EX-LAST-DATE(WS-EX-SUB) > 0
               MOVE WS-EX-LAST-DATE(WS-EX-SUB) TO WS-CL-DATE
           ELSE
               MOVE 'NONE' TO WS-CL-DATE
           END-IF
           MOVE WS-AGE-DAYS                  TO WS-CL-AGE
           MOVE WS-EX-ARRIVE-DAYS(WS-EX-SUB) TO WS-CL-WINDOW
           EVALUATE TRUE
             WHEN WS-EX-LAST-STATUS(WS-EX-SUB) = 'F'
               MOVE 'LATEST FILE FAILED - NOT LOADED' TO WS-CL-TEXT
             WHEN WS-EX-LAST-DATE(WS-EX-SUB) = 0
               MOVE 'NOTHING RECEIVED IN THE LOOKBACK' TO WS-CL-TEXT
             WHEN OTHER
               MOVE 'OVERDUE' TO WS-CL-TEXT
           END-EVALUATE
           MOVE WS-CHASE-LINE TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.
       5100-EXIT.
           EXIT.

       6000-CLOSE.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           MOVE WS-TOT-KEPT TO WS-REPORT-COUNT
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING 'REGISTER RECORDS....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           MOVE WS-TOT-MATCHED TO WS-REPORT-COUNT
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING 'RETURNS MATCHED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           MOVE WS-TOT-NOT-SENT TO WS-REPORT-COUNT
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING 'WITHHELD OR FAILED..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           MOVE WS-TOT-UNANSWERED TO WS-REPORT-COUNT
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING 'NOT ACKNOWLEDGED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           MOVE WS-TOT-NOT-ARRIVED TO WS-REPORT-COUNT
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING 'NOT ARRIVED.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           IF WS-TOT-DROPPED > 0
               MOVE WS-TOT-DROPPED TO WS-REPORT-COUNT
               MOVE SPACES TO REGISTER-REPORT-RECORD
               STRING 'NOT HELD (TABLE FULL): ' WS-REPORT-COUNT
                   DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
               WRITE REGISTER-REPORT-RECORD
               DISPLAY 'IFREGSTR LOOKBACK OVER 2000 RECORDS - '
                       WS-TOT-DROPPED ' NOT HELD'
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-TOT-UNANSWERED > 0
              OR WS-TOT-NOT-ARRIVED > 0
              OR WS-TOT-NOT-SENT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE IFACE-REG-FILE
                 EXPECT-FILE
                 REGISTER-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGIFRRP1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-RECENT TO RS-RECS-OUT
              COMPUTE RS-RECS-ERROR =
                 WS-TOT-UNANSWERED + WS-TOT-NOT-ARRIVED
                 + WS-TOT-NOT-SENT
              MOVE WS-TOT-DROPPED TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
