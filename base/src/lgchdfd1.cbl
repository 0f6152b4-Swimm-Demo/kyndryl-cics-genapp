       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCHDFD1.
      *----------------------------------------------------------------*
      * Nightly industry claims-history database feed.  Every house  *
      * and motor claim opened or changed since the previous run goes *
      * to the claims-history bureau in its fixed format, so that the *
      * industry record other insurers check at quote - and that we   *
      * check ourselves on add through LGCHDREF - carries our losses. *
      * Driven off CLAIM.LASTCHANGED exactly the way LGMIDFD1 drives   *
      * the motor registration feed: everything after the high-water  *
      * mark on CHDHWMRK goes out, as a new claim ('N') when its       *
      * number is beyond the highest one the previous run sent and as  *
      * an amendment ('A') otherwise - claim numbers are assigned in   *
      * ascending order, so the mark carries the last number as well  *
      * as the timestamp.  The mark is rewritten only after the        *
      * trailer is safely on the feed, so a rerun re-extracts the same *
      * window rather than losing one.  LGCHDRS1 matches the bureau's *
      * acknowledgement file back against the feed the next night.    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HWM-FILE ASSIGN TO CHDHWMRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.
           SELECT CHD-FEED-FILE ASSIGN TO CHDFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED-REPORT-FILE ASSIGN TO CHDFDRPT
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
      * file is the first ever run: every house and motor claim on
      * the book goes out as new, which is how the bureau is seeded.
       FD  HWM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  HWM-RECORD.
           05 HW-LAST-TIMESTAMP     PIC X(26).
           05 HW-RUN-DATE           PIC 9(8).
           05 HW-LAST-CLAIM         PIC 9(10).
           05 FILLER                PIC X(6).

      * The bureau's fixed record - one per claim-level change, with
      * the standard LGEXTCTL header/trailer controls.  The trailer
      * hash is the sum of CF-INCURRED.
       FD  CHD-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CHD-FEED-RECORD.
           05 CF-RECORD-TYPE        PIC X.
              88 CF-NEW-CLAIM           VALUE 'N'.
              88 CF-AMENDMENT           VALUE 'A'.
           05 CF-CLAIM-NUM          PIC X(10).
           05 CF-POLICY-NUM         PIC X(10).
           05 CF-LINE               PIC X.
              88 CF-HOUSE               VALUE 'H'.
              88 CF-MOTOR               VALUE 'M'.
           05 CF-SUBJECT-NAME       PIC X(30).
           05 CF-POSTCODE           PIC X(8).
           05 CF-REGNUMBER          PIC X(7).
           05 CF-LOSS-DATE          PIC 9(8).
           05 CF-PERIL              PIC X(10).
           05 CF-STATUS             PIC X.
           05 CF-INCURRED           PIC 9(7)V99.
           05 CF-INJURY             PIC X.
           05 FILLER                PIC X(4).

       FD  FEED-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FEED-REPORT-RECORD       PIC X(80).

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
           05 WS-FEED-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-RUN-DATE              PIC 9(8).

       01  WS-HWM-FIELDS.
           05 WS-OLD-HWM            PIC X(26)
                VALUE '0001-01-01-00.00.00.000000'.
           05 WS-NEW-HWM            PIC X(26) VALUE SPACES.
           05 WS-OLD-LAST-CLAIM     PIC 9(10) VALUE 0.
           05 WS-NEW-LAST-CLAIM     PIC 9(10) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-NEW            PIC 9(9) VALUE 0.
           05 WS-TOT-AMENDED        PIC 9(9) VALUE 0.
           05 WS-TOT-HOUSE          PIC 9(9) VALUE 0.
           05 WS-TOT-MOTOR          PIC 9(9) VALUE 0.
           05 WS-CNT-FEED           PIC 9(9) VALUE 0.
           05 WS-HASH-INCURRED      PIC 9(13)V99 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Host variables - one row of the cursor.
       01  DB2-CHD-FIELDS.
           05 DB2-CLAIMNUM-INT      PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-POLICYTYPE        PIC X.
           05 DB2-LOSS-DATE         PIC X(10).
           05 DB2-PERIL             PIC X(10).
           05 DB2-STATUS            PIC X.
           05 DB2-INCURRED          PIC S9(7)V99 COMP-3.
           05 DB2-INJURY            PIC X.
           05 DB2-LASTCHANGED       PIC X(26).
           05 DB2-CUSTNAME          PIC X(40).
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-REGNUMBER         PIC X(7).
       01  DB2-NULL-INDICATORS.
           05 IND-INJURY            PIC S9(4) COMP.
           05 IND-REGNUMBER         PIC S9(4) COMP.

           COPY LGEXTCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * The window's changed house and motor claims, the insured
      * subject joined on from CUSTOMER and the registration from
      * MOTOR where the line has one.
           EXEC SQL
             DECLARE CHDDELTA-CSR CURSOR FOR
               SELECT C.CLAIMNUMBER, C.POLICYNUMBER, P.POLICYTYPE,
                      CHAR(C.LOSSDATE, ISO), C.PERILCODE, C.STATUS,
                      COALESCE(C.PAIDTOTAL, 0)
                        + COALESCE(C.RESERVEAMOUNT, 0),
                      C.INJURYFLAG, CHAR(C.LASTCHANGED),
                      U.CUSTOMERNAME, U.POSTCODE, M.REGNUMBER
                 FROM CLAIM C
                 JOIN POLICY P
                   ON P.POLICYNUMBER = C.POLICYNUMBER
                 JOIN CUSTOMER U
                   ON U.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                 LEFT OUTER JOIN MOTOR M
                   ON M.POLICYNUMBER = C.POLICYNUMBER
                WHERE P.POLICYTYPE IN ('H', 'M')
                  AND CHAR(C.LASTCHANGED) > :WS-OLD-HWM
                ORDER BY C.LASTCHANGED
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-FEED-CHANGES THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
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
                       MOVE HW-LAST-TIMESTAMP TO WS-OLD-HWM
                       MOVE HW-LAST-CLAIM TO WS-OLD-LAST-CLAIM
               END-READ
           END-IF
           CLOSE HWM-FILE
           MOVE WS-OLD-LAST-CLAIM TO WS-NEW-LAST-CLAIM

           OPEN OUTPUT CHD-FEED-FILE
                OUTPUT FEED-REPORT-FILE

      *    The feed opens with the standard header - see LGEXTCTL.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'HDR*' TO XC-RECORD-ID
           MOVE WS-RUN-DATE TO XC-RUN-DATE
           MOVE 'LGCHDFD1' TO XC-SOURCE
           MOVE SPACES TO CHD-FEED-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO CHD-FEED-RECORD(1:34)
           WRITE CHD-FEED-RECORD

           EXEC SQL
             OPEN CHDDELTA-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CHDDELTA CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-FEED-CHANGES.
           EXEC SQL
             FETCH CHDDELTA-CSR
              INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
                   :DB2-POLICYTYPE, :DB2-LOSS-DATE,
                   :DB2-PERIL, :DB2-STATUS, :DB2-INCURRED,
                   :DB2-INJURY:IND-INJURY, :DB2-LASTCHANGED,
                   :DB2-CUSTNAME, :DB2-POSTCODE,
                   :DB2-REGNUMBER:IND-REGNUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'CHDDELTA FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE CHDDELTA-CSR
               END-EXEC
               GO TO 2000-EXIT
           END-IF

           IF IND-INJURY < 0
               MOVE 'N' TO DB2-INJURY
           END-IF
           IF IND-REGNUMBER < 0
               MOVE SPACES TO DB2-REGNUMBER
           END-IF
           IF DB2-LASTCHANGED > WS-NEW-HWM
               MOVE DB2-LASTCHANGED TO WS-NEW-HWM
           END-IF

           PERFORM 2100-CLASSIFY-AND-WRITE
           .
       2000-EXIT.
           EXIT.

      * A claim number beyond the last one the previous run sent is
      * a claim the bureau has never seen; anything else is a change
      * to one it already holds.
       2100-CLASSIFY-AND-WRITE.
           MOVE SPACES TO CHD-FEED-RECORD
           IF DB2-CLAIMNUM-INT > WS-OLD-LAST-CLAIM
               MOVE 'N' TO CF-RECORD-TYPE
               ADD 1 TO WS-TOT-NEW
           ELSE
               MOVE 'A' TO CF-RECORD-TYPE
               ADD 1 TO WS-TOT-AMENDED
           END-IF
           IF DB2-CLAIMNUM-INT > WS-NEW-LAST-CLAIM
               MOVE DB2-CLAIMNUM-INT TO WS-NEW-LAST-CLAIM
           END-IF
           IF DB2-POLICYTYPE = 'H'
               ADD 1 TO WS-TOT-HOUSE
           ELSE
               ADD 1 TO WS-TOT-MOTOR
           END-IF
           PERFORM 2200-WRITE-FEED-RECORD.

       2200-WRITE-FEED-RECORD.
           MOVE DB2-CLAIMNUM-INT    TO CF-CLAIM-NUM
           MOVE DB2-POLICYNUM-INT   TO CF-POLICY-NUM
           MOVE DB2-POLICYTYPE      TO CF-LINE
           MOVE DB2-CUSTNAME        TO CF-SUBJECT-NAME
           MOVE DB2-POSTCODE        TO CF-POSTCODE
           MOVE DB2-REGNUMBER       TO CF-REGNUMBER
           MOVE DB2-LOSS-DATE(1:4)  TO CF-LOSS-DATE(1:4)
           MOVE DB2-LOSS-DATE(6:2)  TO CF-LOSS-DATE(5:2)
           MOVE DB2-LOSS-DATE(9:2)  TO CF-LOSS-DATE(7:2)
           MOVE DB2-PERIL           TO CF-PERIL
           MOVE DB2-STATUS          TO CF-STATUS
           MOVE DB2-INCURRED        TO CF-INCURRED
           MOVE DB2-INJURY          TO CF-INJURY
           WRITE CHD-FEED-RECORD
           ADD 1 TO WS-CNT-FEED
           ADD CF-INCURRED TO WS-HASH-INCURRED.

       3000-CLOSE.
      *    The feed closes with the standard trailer - count, and the
      *    incurred amounts as the hash.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'TRL*' TO XC-RECORD-ID
           MOVE WS-CNT-FEED TO XC-RECORD-COUNT
           MOVE WS-HASH-INCURRED TO XC-HASH-TOTAL
           MOVE SPACES TO CHD-FEED-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO CHD-FEED-RECORD(1:34)
           WRITE CHD-FEED-RECORD

           PERFORM 3050-REWRITE-HWM
           PERFORM 3100-WRITE-FEED-REPORT
           CLOSE CHD-FEED-FILE
                 FEED-REPORT-FILE.

      * The mark moves only after the trailer is safely out - same
      * contract as LGMIDFD1's MIDHWMRK.
       3050-REWRITE-HWM.
           IF RETURN-CODE = 0
               IF WS-NEW-HWM = SPACES
                   MOVE WS-OLD-HWM TO WS-NEW-HWM
               END-IF
               OPEN OUTPUT HWM-FILE
               MOVE SPACES TO HWM-RECORD
               MOVE WS-NEW-HWM TO HW-LAST-TIMESTAMP
               MOVE WS-RUN-DATE TO HW-RUN-DATE
               MOVE WS-NEW-LAST-CLAIM TO HW-LAST-CLAIM
               WRITE HWM-RECORD
               CLOSE HWM-FILE
           END-IF.

       3100-WRITE-FEED-REPORT.
           MOVE 'CLAIMS HISTORY DATABASE FEED - CONTROL REPORT'
               TO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD

           MOVE SPACES TO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD

           MOVE WS-TOT-NEW TO WS-REPORT-COUNT
           MOVE SPACES TO FEED-REPORT-RECORD
           STRING 'NEW CLAIMS..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD

           MOVE WS-TOT-AMENDED TO WS-REPORT-COUNT
           MOVE SPACES TO FEED-REPORT-RECORD
           STRING 'AMENDMENTS..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD

           MOVE WS-TOT-HOUSE TO WS-REPORT-COUNT
           MOVE SPACES TO FEED-REPORT-RECORD
           STRING '  HOUSE.............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD

           MOVE WS-TOT-MOTOR TO WS-REPORT-COUNT
           MOVE SPACES TO FEED-REPORT-RECORD
           STRING '  MOTOR.............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD

           MOVE WS-CNT-FEED TO WS-REPORT-COUNT
           MOVE SPACES TO FEED-REPORT-RECORD
           STRING 'FEED RECORDS WRITTEN: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD

           MOVE WS-HASH-INCURRED TO WS-REPORT-AMOUNT
           MOVE SPACES TO FEED-REPORT-RECORD
           STRING 'INCURRED HASH TOTAL.: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGCHDFD1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-CNT-FEED TO RS-RECS-IN
              MOVE WS-CNT-FEED TO RS-RECS-OUT
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
              MOVE 'CHDFEED' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGCHDFD1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-CNT-FEED TO IR-RECORD-COUNT
              MOVE WS-HASH-INCURRED TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
