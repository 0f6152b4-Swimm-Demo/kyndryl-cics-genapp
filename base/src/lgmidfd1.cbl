      * is rewritten only after the trailer is safely on the feed,    *
      * so a rerun re-extracts the same window rather than losing     *
      * one.  LGMIDRS1 matches the bureau's acknowledgement file      *
      * back against the feed the next night.  A motor fleet is       *
      * reported vehicle by vehicle off FLEETVEH: a vehicle put on    *
      * cover (at bind, renewal or mid-term) goes out as new cover    *
      * from its on date, one taken off mid-term as a cancellation    *
      * at its off date, and a change to the fleet policy itself      *
      * (amendment or termination) is reported against every vehicle  *
      * then on cover.                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-EXP-OPENED            PIC X VALUE 'N'.
       01  WS-FLT-OPENED            PIC X VALUE 'N'.
       01  WS-RUN-DATE              PIC 9(8).

       01  WS-HWM-FIELDS.
           05 DB2-MODEL             PIC X(15).
           05 DB2-HIST-COUNT        PIC S9(9) COMP.
           05 DB2-TERM-COUNT        PIC S9(9) COMP.
           05 DB2-FLT-KIND          PIC X.
           05 DB2-FLT-STATUS        PIC X.
       01  DB2-NULL-INDICATORS.
           05 IND-ORGID             PIC S9(4) COMP.

                 FROM POLICY P, MOTOR M
                WHERE P.POLICYNUMBER = M.POLICYNUMBER
                  AND P.POLICYTYPE = 'M'
                  AND COALESCE(M.FLEET, 'N') <> 'Y'
                  AND CHAR(P.LASTCHANGED) > :WS-OLD-HWM
                ORDER BY P.LASTCHANGED
           END-EXEC.

      * The window's fleet changes - kind 'V' is a vehicle put on or
      * taken off cover, kind 'P' a vehicle on cover under a fleet
      * policy that itself changed.
           EXEC SQL
             DECLARE FLTDELTA-CSR CURSOR FOR
               SELECT 'V', P.POLICYNUMBER, F.ONDATE,
                      CASE WHEN F.STATUS = 'R' THEN F.OFFDATE
                           ELSE P.EXPIRYDATE END,
                      P.ORGID, CHAR(F.LASTCHANGED),
                      F.REGNUMBER, F.MAKE, F.MODEL, F.STATUS
                 FROM POLICY P, FLEETVEH F
                WHERE P.POLICYNUMBER = F.POLICYNUMBER
                  AND CHAR(F.LASTCHANGED) > :WS-OLD-HWM
               UNION ALL
               SELECT 'P', P.POLICYNUMBER, F.ONDATE, P.EXPIRYDATE,
                      P.ORGID, CHAR(P.LASTCHANGED),
                      F.REGNUMBER, F.MAKE, F.MODEL, F.STATUS
                 FROM POLICY P, FLEETVEH F
                WHERE P.POLICYNUMBER = F.POLICYNUMBER
                  AND F.STATUS = 'A'
                  AND CHAR(P.LASTCHANGED) > :WS-OLD-HWM
                ORDER BY 6
           END-EXEC.

      * Cover that ran out since the previous run - expiry never
      * touches LASTCHANGED, so it needs its own pass.
           EXEC SQL
                 FROM POLICY P, MOTOR M
                WHERE P.POLICYNUMBER = M.POLICYNUMBER
                  AND P.POLICYTYPE = 'M'
                  AND COALESCE(M.FLEET, 'N') <> 'Y'
                  AND P.EXPIRYDATE >= :WS-OLD-RUN-ISO
                  AND P.EXPIRYDATE < :WS-RUN-ISO
               UNION ALL
               SELECT P.POLICYNUMBER, F.ONDATE, P.EXPIRYDATE,
                      P.ORGID, CHAR(P.LASTCHANGED),
                      F.REGNUMBER, F.MAKE, F.MODEL
                 FROM POLICY P, FLEETVEH F
                WHERE P.POLICYNUMBER = F.POLICYNUMBER
                  AND F.STATUS = 'A'
                  AND P.EXPIRYDATE >= :WS-OLD-RUN-ISO
                  AND P.EXPIRYDATE < :WS-RUN-ISO
                ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INIT
           PERFORM 2000-FEED-CHANGES THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           MOVE 'N' TO WS-SQL-EOF
           PERFORM 2300-FEED-FLEET-CHANGES THRU 2300-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           IF WS-OLD-RUN-DATE > 0
               MOVE 'N' TO WS-SQL-EOF
               PERFORM 2500-FEED-EXPIRIES THRU 2500-EXIT
           END-IF
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
      * a latest history row of 'C'/'L' means cover was terminated;
      * anything else is an amendment of live cover.
       2100-CLASSIFY-AND-WRITE.
           PERFORM 2110-CLASSIFY-CHANGE
           PERFORM 2120-WRITE-CLASSIFIED.

       2110-CLASSIFY-CHANGE.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-HIST-COUNT
               IF SQLCODE NOT = 0
                   MOVE 0 TO DB2-TERM-COUNT
               END-IF
           END-IF.

       2120-WRITE-CLASSIFIED.
           MOVE SPACES TO MID-FEED-RECORD
           EVALUATE TRUE
             WHEN DB2-TERM-COUNT > 0
           WRITE MID-FEED-RECORD
           ADD 1 TO WS-CNT-FEED.

      * A fleet vehicle's own row changing is cover starting ('A') or
      * ending ('R') for that registration.  A fleet policy's change
      * is classified exactly as a single vehicle's and reported for
      * each vehicle on cover - except the policy's creation, which
      * its vehicles' own rows have already reported as new cover.
       2300-FEED-FLEET-CHANGES.
           IF WS-FLT-OPENED = 'N'
               MOVE 'Y' TO WS-FLT-OPENED
               EXEC SQL
                 OPEN FLTDELTA-CSR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'FLTDELTA CURSOR OPEN SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-SQL-EOF
                   MOVE 8 TO RETURN-CODE
                   GO TO 2300-EXIT
               END-IF
           END-IF

           EXEC SQL
             FETCH FLTDELTA-CSR
              INTO :DB2-FLT-KIND, :DB2-POLICYNUM-INT,
                   :DB2-ISSUE-DATE, :DB2-EXPIRY-DATE,
                   :DB2-ORGID:IND-ORGID, :DB2-LASTCHANGED,
                   :DB2-REGNUMBER, :DB2-MAKE, :DB2-MODEL,
                   :DB2-FLT-STATUS
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FLTDELTA FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE FLTDELTA-CSR
               END-EXEC
               GO TO 2300-EXIT
           END-IF

           IF IND-ORGID < 0
               MOVE SPACES TO DB2-ORGID
           END-IF
           IF DB2-LASTCHANGED > WS-NEW-HWM
               MOVE DB2-LASTCHANGED TO WS-NEW-HWM
           END-IF

           IF DB2-FLT-KIND = 'V'
               MOVE SPACES TO MID-FEED-RECORD
               IF DB2-FLT-STATUS = 'R'
                   MOVE 'C' TO MD-RECORD-TYPE
                   ADD 1 TO WS-TOT-CANCELLED
               ELSE
                   MOVE 'N' TO MD-RECORD-TYPE
                   ADD 1 TO WS-TOT-NEW
               END-IF
               PERFORM 2200-WRITE-FEED-RECORD
               GO TO 2300-EXIT
           END-IF

           PERFORM 2110-CLASSIFY-CHANGE
           IF DB2-HIST-COUNT > 0
               PERFORM 2120-WRITE-CLASSIFIED
           END-IF
           .
       2300-EXIT.
           EXIT.

       2500-FEED-EXPIRIES.
           IF WS-EXP-OPENED = 'N'
               MOVE 'Y' TO WS-EXP-OPENED
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
              MOVE 'MIDFEED' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGMIDFD1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-CNT-FEED TO IR-RECORD-COUNT
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
