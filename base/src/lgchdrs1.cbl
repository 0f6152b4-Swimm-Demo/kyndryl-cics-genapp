       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCHDRS1.
      *----------------------------------------------------------------*
      * Claims-history database acknowledgement matching - the       *
      * return leg of LGCHDFD1's feed, built the same way LGMIDRS1   *
      * matches the motor registration feed.  The bureau             *
      * acknowledges each claim record accepted or rejected; this    *
      * job lays the acknowledgement file against the feed that went *
      * out and reports three exception classes: claims the bureau   *
      * rejected (with the bureau's reason), acknowledgements for    *
      * claims we never sent, and feed records the bureau never      *
      * acknowledged at all - a claim missing from the industry      *
      * record is one every other insurer quotes blind to.  Any      *
      * exception fails the job so the schedule surfaces it the same *
      * morning.                                                      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHD-FEED-FILE ASSIGN TO CHDFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CHD-ACK-FILE ASSIGN TO CHDACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO CHDRSRPT
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
      * The feed as LGCHDFD1 wrote it, controls and all.
       FD  CHD-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CHD-FEED-RECORD.
           05 CF-RECORD-TYPE        PIC X.
           05 CF-CLAIM-NUM          PIC X(10).
           05 CF-POLICY-NUM         PIC X(10).
           05 CF-LINE               PIC X.
           05 CF-SUBJECT-NAME       PIC X(30).
           05 CF-POSTCODE           PIC X(8).
           05 CF-REGNUMBER          PIC X(7).
           05 CF-LOSS-DATE          PIC 9(8).
           05 CF-PERIL              PIC X(10).
           05 CF-STATUS             PIC X.
           05 CF-INCURRED           PIC 9(7)V99.
           05 CF-INJURY             PIC X.
           05 FILLER                PIC X(4).

      * One acknowledgement per feed record, as the bureau returns
      * them.
       FD  CHD-ACK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  CHD-ACK-RECORD.
           05 AK-CLAIM-NUM          PIC X(10).
           05 AK-RECORD-TYPE        PIC X.
           05 AK-RESULT             PIC X.
              88 AK-ACCEPTED            VALUE 'A'.
              88 AK-REJECTED            VALUE 'J'.
           05 AK-REASON-CODE        PIC X(4).
           05 FILLER                PIC X(24).

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-REPORT-RECORD        PIC X(80).

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
       01  WS-IFR-FIELDS.
           05 WS-IFR-ACK-FILE-DATE  PIC 9(8) VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-FEED-STATUS        PIC X(2).
           05 WS-ACK-STATUS         PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-FEED-EOF              PIC X VALUE 'N'.
       01  WS-ACK-EOF               PIC X VALUE 'N'.

      * The feed loaded once, each record flagged as its ack arrives
      * - the same load-once/match-against-it shape LGRECON1 uses.
       01  WS-FEED-TABLE.
           03 WS-FD-ENTRY OCCURS 5000 TIMES.
              05 WS-FD-CLAIM-NUM    PIC X(10).
              05 WS-FD-TYPE         PIC X.
              05 WS-FD-ACKED        PIC X.
       01  WS-FEED-USED             PIC 9(4) VALUE 0.
       01  WS-FD-SUB                PIC S9(5) COMP VALUE 0.
       01  WS-FD-FOUND              PIC X VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-FEED           PIC 9(7) VALUE 0.
           05 WS-TOT-ACKS           PIC 9(7) VALUE 0.
           05 WS-TOT-ACCEPTED       PIC 9(7) VALUE 0.
           05 WS-TOT-REJECTED       PIC 9(7) VALUE 0.
           05 WS-TOT-UNKNOWN        PIC 9(7) VALUE 0.
           05 WS-TOT-UNACKED        PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

      * Extract control state for CHDFEED - see LGEXTCTL.
       01  WS-XCA-FIELDS.
           03 WS-XCA-FIRST             PIC X VALUE 'Y'.
           03 WS-XCA-SKIP              PIC X VALUE 'N'.
           03 WS-XCA-TRAILER-SEEN      PIC X VALUE 'N'.
           03 WS-XCA-COUNT             PIC 9(9) VALUE 0.
           03 WS-XCA-HASH              PIC 9(13)V99 VALUE 0.

           COPY LGEXTCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-LOAD-FEED THRU 2000-EXIT
               UNTIL WS-FEED-EOF = 'Y'
           PERFORM 2500-MATCH-ACKS THRU 2500-EXIT
               UNTIL WS-ACK-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           OPEN INPUT  CHD-FEED-FILE
                INPUT  CHD-ACK-FILE
                OUTPUT ACK-REPORT-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'CHDFEED OPEN ERROR: ' WS-FEED-STATUS
               MOVE 'Y' TO WS-FEED-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'CHDACK OPEN ERROR: ' WS-ACK-STATUS
               MOVE 'Y' TO WS-ACK-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-LOAD-FEED.
           READ CHD-FEED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF
               GO TO 2000-EXIT
           END-READ
           PERFORM 9100-CHECK-CONTROL THRU 9100-CHECK-EXIT
           IF WS-XCA-SKIP = 'Y'
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-FEED
           IF WS-FEED-USED < 5000
               ADD 1 TO WS-FEED-USED
               MOVE CF-CLAIM-NUM   TO WS-FD-CLAIM-NUM(WS-FEED-USED)
               MOVE CF-RECORD-TYPE TO WS-FD-TYPE(WS-FEED-USED)
               MOVE 'N'            TO WS-FD-ACKED(WS-FEED-USED)
           END-IF
           .
       2000-EXIT.
           EXIT.

       2500-MATCH-ACKS.
           READ CHD-ACK-FILE
               AT END MOVE 'Y' TO WS-ACK-EOF
               GO TO 2500-EXIT
           END-READ
           ADD 1 TO WS-TOT-ACKS

           MOVE 'N' TO WS-FD-FOUND
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
             UNTIL WS-FD-SUB > WS-FEED-USED OR WS-FD-FOUND = 'Y'
               IF WS-FD-CLAIM-NUM(WS-FD-SUB) = AK-CLAIM-NUM
                  AND WS-FD-TYPE(WS-FD-SUB) = AK-RECORD-TYPE
                  AND WS-FD-ACKED(WS-FD-SUB) = 'N'
                  MOVE 'Y' TO WS-FD-FOUND
                  MOVE 'Y' TO WS-FD-ACKED(WS-FD-SUB)
               END-IF
           END-PERFORM

           IF WS-FD-FOUND = 'N'
               ADD 1 TO WS-TOT-UNKNOWN
               MOVE SPACES TO ACK-REPORT-RECORD
               STRING 'ACK FOR RECORD NEVER SENT: ' AK-CLAIM-NUM
                      ' TYPE ' AK-RECORD-TYPE
                   DELIMITED BY SIZE INTO ACK-REPORT-RECORD
               WRITE ACK-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF

           IF AK-REJECTED
               ADD 1 TO WS-TOT-REJECTED
               MOVE SPACES TO ACK-REPORT-RECORD
               STRING 'REJECTED BY BUREAU: ' AK-CLAIM-NUM
                      ' TYPE ' AK-RECORD-TYPE
                      ' REASON ' AK-REASON-CODE
                   DELIMITED BY SIZE INTO ACK-REPORT-RECORD
               WRITE ACK-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOT-ACCEPTED
           END-IF
           .
       2500-EXIT.
           EXIT.

       3000-CLOSE.
           PERFORM 9150-VERIFY-TRAILER
           PERFORM 3050-REPORT-UNACKED
           PERFORM 3100-WRITE-ACK-REPORT
           CLOSE CHD-FEED-FILE
                 CHD-ACK-FILE
                 ACK-REPORT-FILE.

       3050-REPORT-UNACKED.
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
             UNTIL WS-FD-SUB > WS-FEED-USED
               IF WS-FD-ACKED(WS-FD-SUB) = 'N'
                  ADD 1 TO WS-TOT-UNACKED
                  MOVE SPACES TO ACK-REPORT-RECORD
                  STRING 'NEVER ACKNOWLEDGED: '
                         WS-FD-CLAIM-NUM(WS-FD-SUB)
                         ' TYPE ' WS-FD-TYPE(WS-FD-SUB)
                      DELIMITED BY SIZE INTO ACK-REPORT-RECORD
                  WRITE ACK-REPORT-RECORD
                  MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

       3100-WRITE-ACK-REPORT.
           MOVE SPACES TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD

           MOVE 'CLAIMS HISTORY ACK MATCHING - CONTROL TOTALS'
               TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD

           MOVE WS-TOT-FEED TO WS-REPORT-COUNT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'FEED RECORDS........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD

           MOVE WS-TOT-ACKS TO WS-REPORT-COUNT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'ACKS READ...........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD

           MOVE WS-TOT-ACCEPTED TO WS-REPORT-COUNT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'ACCEPTED............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD

           MOVE WS-TOT-REJECTED TO WS-REPORT-COUNT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'REJECTED............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD

           MOVE WS-TOT-UNKNOWN TO WS-REPORT-COUNT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'ACKS NEVER SENT.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD

           MOVE WS-TOT-UNACKED TO WS-REPORT-COUNT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'NEVER ACKNOWLEDGED..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD.

      *----------------------------------------------------------------*
      * Extract control validation for CHDFEED - see LGEXTCTL.        *
      *----------------------------------------------------------------*
       9100-CHECK-CONTROL.
           MOVE 'N' TO WS-XCA-SKIP.
           MOVE CHD-FEED-RECORD(1:34)
             TO EXTRACT-CONTROL-RECORD(1:34).

           IF WS-XCA-FIRST = 'Y'
              MOVE 'N' TO WS-XCA-FIRST
              IF XC-IS-HEADER
                 MOVE 'Y' TO WS-XCA-SKIP
                 MOVE XC-RUN-DATE TO WS-IFR-ACK-FILE-DATE
                 GO TO 9100-CHECK-EXIT
              ELSE
                 DISPLAY 'CHDFEED HAS NO HEADER RECORD - REJECTED'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           IF XC-IS-TRAILER
              MOVE 'Y' TO WS-XCA-SKIP
              MOVE 'Y' TO WS-XCA-TRAILER-SEEN
              IF XC-RECORD-COUNT NOT = WS-XCA-COUNT
                 OR XC-HASH-TOTAL NOT = WS-XCA-HASH
                 DISPLAY 'CHDFEED TRAILER DOES NOT BALANCE'
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO 9100-CHECK-EXIT
           END-IF.

           ADD 1 TO WS-XCA-COUNT.
           ADD CF-INCURRED TO WS-XCA-HASH.

       9100-CHECK-EXIT.
           EXIT.

       9150-VERIFY-TRAILER.
           IF WS-XCA-TRAILER-SEEN NOT = 'Y'
              DISPLAY 'CHDFEED ENDED WITHOUT ITS TRAILER'
                      ' - TRUNCATED'
              MOVE 8 TO RETURN-CODE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGCHDRS1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-ACKS TO RS-RECS-IN
              MOVE WS-TOT-ACCEPTED TO RS-RECS-OUT
              COMPUTE RS-RECS-ERROR =
                 WS-TOT-REJECTED + WS-TOT-UNKNOWN + WS-TOT-UNACKED
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
      * Interface register - see LGIFREG.  Records the return this     *
      * run took in, and the outbound interface it answers.            *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'CHDACK' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGCHDRS1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-ACKS TO IR-RECORD-COUNT
              MOVE 0 TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-ACK-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-TOT-ACKS = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 'CHDFEED' TO IR-ACK-FOR
              MOVE WS-IFR-ACK-FILE-DATE TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
