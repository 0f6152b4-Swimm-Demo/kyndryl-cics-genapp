           SELECT AGING-REPORT-FILE ASSIGN TO QAGERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL RATE-BASIS-FILE ASSIGN TO RATESEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATESEQ-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
      * One record per queue: 'REFERRAL' or 'PENDING ', with its SLA
      * in working days.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  AGING-REPORT-RECORD      PIC X(80).

      * RATESEQ is the sequential unload of LGRATES; only its 'H'
      * business-calendar records are used here - see LGBUSCAL.
       FD  RATE-BASIS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
           COPY LGRATTBL.

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of job, one record per execution.
       FD  RUN-STATS-FILE
       01  WS-WORK-LILIAN           PIC 9(9).
       01  WS-WORK-NUM              PIC 9(8).

      * Business calendar - see LGBUSCAL.  Loaded once from the 'H'
      * records on RATESEQ; an item's age is the working days
      * since it was raised, on its organization's calendar, so a
      * weekend or a bank holiday never breaches an SLA.
       01  WS-ITEM-ORG              PIC X(5).
       01  WS-RATESEQ-STATUS        PIC X(2).
       01  WS-RATESEQ-EOF           PIC X VALUE 'N'.
       01  WS-CAL-SUB               PIC S9(4) COMP.
       01  WS-CAL-FOUND             PIC X.
           COPY LGBUSCAL.

      * Weekly decisions per underwriter - referral decisions and
      * pending-queue approvals/rejections together.
       01  WS-UW-TABLE.

           EXEC SQL
             DECLARE OPENREF-CSR CURSOR FOR
               SELECT R.REFERRALID, CHAR(R.CREATEDDATE),
                      COALESCE(P.ORGID, ' ')
                 FROM REFERRAL R
                 LEFT OUTER JOIN POLICY P
                   ON P.POLICYNUMBER = R.POLICYNUMBER
                WHERE R.STATUS = 'O'
                ORDER BY R.REFERRALID
           END-EXEC.

           EXEC SQL
             DECLARE OPENPND-CSR CURSOR FOR
               SELECT PENDINGID, CHAR(REQUESTEDDATE),
                      COALESCE(ORGID, ' ')
                 FROM PENDINGPOL
                WHERE STATUS = 'P'
                ORDER BY PENDINGID
           MOVE WS-WORK-NUM(5:2) TO WS-WEEK-AGO-ISO(6:2).
           MOVE '-'              TO WS-WEEK-AGO-ISO(8:1).
           MOVE WS-WORK-NUM(7:2) TO WS-WEEK-AGO-ISO(9:2).
           PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT

           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM 1100-READ-PARMS THRU 1100-EXIT
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Loads the business calendar off the LGRATES 'H' records.  A    *
      * later record for the same organization and day replaces the    *
      * earlier one, so the newest maintenance wins.  With no RATESEQ  *
      * the table stays empty and only weekends are closed.            *
      *----------------------------------------------------------------*
       1500-LOAD-CALENDAR.
           MOVE 0 TO BC-ENTRY-COUNT
           OPEN INPUT RATE-BASIS-FILE
           IF WS-RATESEQ-STATUS NOT = '00'
               DISPLAY 'RATESEQ NOT PRESENT - WEEKENDS-ONLY CALENDAR'
               CLOSE RATE-BASIS-FILE
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-READ-CALENDAR THRU 1510-EXIT
               UNTIL WS-RATESEQ-EOF = 'Y'
           CLOSE RATE-BASIS-FILE
           .
       1500-EXIT.
           EXIT.

       1510-READ-CALENDAR.
           READ RATE-BASIS-FILE
               AT END MOVE 'Y' TO WS-RATESEQ-EOF
               GO TO 1510-EXIT
           END-READ
           IF NOT RT-CAT-CALENDAR
               GO TO 1510-EXIT
           END-IF
           IF RT-ORG = LOW-VALUES
               MOVE SPACES TO RT-ORG
           END-IF
           MOVE 'N' TO WS-CAL-FOUND
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > BC-ENTRY-COUNT OR WS-CAL-FOUND = 'Y'
               IF BC-E-ORG(WS-CAL-SUB) = RT-ORG
                  AND BC-E-CODE(WS-CAL-SUB) = RT-CODE(1:8)
                  MOVE 'Y' TO WS-CAL-FOUND
                  SUBTRACT 1 FROM WS-CAL-SUB
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND = 'N'
               IF BC-ENTRY-COUNT NOT < 600
                   DISPLAY 'CALENDAR TABLE FULL - DROPPED ' RT-ORG
                           ' ' RT-CODE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1510-EXIT
               END-IF
               ADD 1 TO BC-ENTRY-COUNT
               MOVE BC-ENTRY-COUNT TO WS-CAL-SUB
           END-IF
           MOVE RT-ORG       TO BC-E-ORG(WS-CAL-SUB)
           MOVE RT-CODE(1:8) TO BC-E-CODE(WS-CAL-SUB)
           IF RT-FACTOR = 0
               MOVE 'N' TO BC-E-CLOSED(WS-CAL-SUB)
           ELSE
               MOVE 'Y' TO BC-E-CLOSED(WS-CAL-SUB)
           END-IF
           .
       1510-EXIT.
           EXIT.

       2000-AGE-REFERRALS.
           EXEC SQL
             FETCH OPENREF-CSR
              INTO :DB2-ITEM-ID-INT, :WS-CREATED, :WS-ITEM-ORG
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF

           EXEC SQL
             FETCH OPENPND-CSR
              INTO :DB2-ITEM-ID-INT, :WS-CREATED, :WS-ITEM-ORG
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
       2800-EXIT.
           EXIT.

      * Age in working days - the business days after the day the
      * item was raised up to today, on the item's organization's
      * calendar; a date the calendar cannot take falls back to the
      * plain day count.
       2900-COMPUTE-AGE.
           MOVE WS-CREATED(1:4) TO WS-ITEM-NUM(1:4)
           MOVE WS-CREATED(6:2) TO WS-ITEM-NUM(5:2)
           MOVE WS-CREATED(9:2) TO WS-ITEM-NUM(7:2)
           MOVE 'C'         TO BC-FUNCTION
           MOVE WS-ITEM-ORG TO BC-ORG-ID
           MOVE WS-ITEM-NUM TO BC-FROM-DATE
           MOVE WS-RUN-DATE TO BC-TO-DATE
           CALL 'LGBUSDAY' USING BUSINESS-CALENDAR-AREA
           IF BC-RETURN-CODE = '00'
               MOVE BC-DAYS TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-ITEM-LILIAN =
                  FUNCTION INTEGER-OF-DATE(WS-ITEM-NUM)
               COMPUTE WS-AGE-DAYS =
                  WS-RUN-DATE-LILIAN - WS-ITEM-LILIAN
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
