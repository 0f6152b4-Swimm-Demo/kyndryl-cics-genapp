       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBUSDAY.
      *----------------------------------------------------------------*
      * Business-day arithmetic off the shared calendar - see          *
      * LGBUSCAL.  Collection dates, SLA aging, complaint clocks,      *
      * diary due dates and renewal offer timing used to count plain   *
      * calendar days, each in its own way; every one of them now      *
      * CALLs this routine with the calendar it loaded from the        *
      * LGRATES 'H' records, so a bank holiday or a weekend means the  *
      * same thing to the collection run as to the complaint clock.    *
      * No file or region services are used here - the caller owns     *
      * the calendar and this program only reads it - so the batch     *
      * jobs and the online programs share the one copy.               *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CHK-DATE              PIC 9(8).
       01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
           05 WS-CHK-YYYY           PIC 9(4).
           05 WS-CHK-MM             PIC 9(2).
           05 WS-CHK-DD             PIC 9(2).
       01  WS-CHK-LILIAN            PIC 9(9).
       01  WS-FROM-LILIAN           PIC 9(9).
       01  WS-TO-LILIAN             PIC 9(9).

      * The day under test and what the calendar says about it.
       01  WS-DAY-FIELDS.
           05 WS-DAY-LILIAN         PIC 9(9).
           05 WS-DAY-DATE           PIC 9(8).
           05 WS-DAY-DATE-X REDEFINES WS-DAY-DATE
                                    PIC X(8).
           05 WS-DAY-CLOSED         PIC X.
           05 WS-DOW-WORK           PIC 9(9).
           05 WS-DOW-QUOT           PIC 9(9).
           05 WS-DOW                PIC 9.
           05 WS-WEEKDAY-CODE.
              10 FILLER             PIC X(7) VALUE 'WEEKDAY'.
              10 WS-WEEKDAY-NUM     PIC 9.

      * Entry search - one organization/code pair at a time.
       01  WS-FIND-ORG              PIC X(5).
       01  WS-FIND-CODE             PIC X(8).
       01  WS-E-SUB                 PIC S9(4) COMP.
       01  WS-E-LIMIT               PIC S9(4) COMP.

      * Stepping state for the roll/add/count loops.  Nobody closes
      * a whole year, so a run of closed days that long means the
      * calendar is wrong and the loop gives up rather than spin.
       01  WS-STEP                  PIC S9(1) COMP.
       01  WS-REMAINING             PIC 9(5) COMP.
       01  WS-CLOSED-RUN            PIC 9(5) COMP.
       01  WS-CLOSED-RUN-MAX        PIC 9(5) COMP VALUE 366.

       LINKAGE SECTION.
           COPY LGBUSCAL.

       PROCEDURE DIVISION USING BUSINESS-CALENDAR-AREA.
       0000-MAIN.
           MOVE '00' TO BC-RETURN-CODE
           MOVE 'N' TO BC-BUSINESS-DAY
           MOVE BC-FROM-DATE TO BC-RESULT-DATE
           MOVE BC-ENTRY-COUNT TO WS-E-LIMIT
           IF WS-E-LIMIT > 600
              MOVE 600 TO WS-E-LIMIT
           END-IF

           MOVE BC-FROM-DATE TO WS-CHK-DATE
           PERFORM 1000-VALIDATE-DATE THRU 1000-EXIT
           IF BC-RETURN-CODE NOT = '00'
              GO TO 0000-EXIT
           END-IF
           MOVE WS-CHK-LILIAN TO WS-FROM-LILIAN

           EVALUATE TRUE
             WHEN BC-FN-TEST
               PERFORM 2000-TEST-DAY
             WHEN BC-FN-ROLL
               PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
             WHEN BC-FN-ADD
               PERFORM 4000-ADD-DAYS THRU 4000-EXIT
             WHEN BC-FN-COUNT
               PERFORM 5000-COUNT-DAYS THRU 5000-EXIT
             WHEN OTHER
               MOVE '20' TO BC-RETURN-CODE
           END-EVALUATE.

       0000-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * A date must be a real YYYYMMDD the date arithmetic can take -  *
      * anything else comes back '10' with the result left alone.      *
      *----------------------------------------------------------------*
       1000-VALIDATE-DATE.
           IF WS-CHK-DATE NOT NUMERIC
              OR WS-CHK-YYYY < 1601
              OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
              OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
              MOVE '10' TO BC-RETURN-CODE
              GO TO 1000-EXIT
           END-IF
           COMPUTE WS-CHK-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
           IF WS-CHK-LILIAN = 0
              MOVE '10' TO BC-RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-TEST-DAY.
           MOVE WS-FROM-LILIAN TO WS-DAY-LILIAN
           PERFORM 8000-CHECK-DAY
           IF WS-DAY-CLOSED = 'N'
              MOVE 'Y' TO BC-BUSINESS-DAY
           END-IF.

      *----------------------------------------------------------------*
      * The date itself when it is a business day, otherwise the       *
      * first business day after it - where a due date that lands on   *
      * a holiday or a weekend is moved to.                            *
      *----------------------------------------------------------------*
       3000-ROLL-FORWARD.
           MOVE WS-FROM-LILIAN TO WS-DAY-LILIAN
           MOVE 0 TO WS-CLOSED-RUN
           PERFORM 8000-CHECK-DAY
           IF WS-DAY-CLOSED = 'N'
              MOVE 'Y' TO BC-BUSINESS-DAY
           END-IF
           PERFORM UNTIL WS-DAY-CLOSED = 'N'
                      OR WS-CLOSED-RUN > WS-CLOSED-RUN-MAX
               ADD 1 TO WS-DAY-LILIAN
               ADD 1 TO WS-CLOSED-RUN
               PERFORM 8000-CHECK-DAY
           END-PERFORM
           IF WS-DAY-CLOSED NOT = 'N'
              MOVE '30' TO BC-RETURN-CODE
              GO TO 3000-EXIT
           END-IF
           MOVE WS-DAY-DATE TO BC-RESULT-DATE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * BC-DAYS business days on from (or back from) the date - the    *
      * date itself never counts, so five business days from a         *
      * Friday is the following Friday.  Zero days is a roll.          *
      *----------------------------------------------------------------*
       4000-ADD-DAYS.
           IF BC-DAYS = 0
              PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
              GO TO 4000-EXIT
           END-IF
           IF BC-DAYS > 0
              MOVE 1 TO WS-STEP
              MOVE BC-DAYS TO WS-REMAINING
           ELSE
              MOVE -1 TO WS-STEP
              COMPUTE WS-REMAINING = 0 - BC-DAYS
           END-IF
           MOVE WS-FROM-LILIAN TO WS-DAY-LILIAN
           MOVE 0 TO WS-CLOSED-RUN
           PERFORM UNTIL WS-REMAINING = 0
                      OR WS-CLOSED-RUN > WS-CLOSED-RUN-MAX
               COMPUTE WS-DAY-LILIAN = WS-DAY-LILIAN + WS-STEP
               PERFORM 8000-CHECK-DAY
               IF WS-DAY-CLOSED = 'N'
                  SUBTRACT 1 FROM WS-REMAINING
                  MOVE 0 TO WS-CLOSED-RUN
               ELSE
                  ADD 1 TO WS-CLOSED-RUN
               END-IF
           END-PERFORM
           IF WS-REMAINING NOT = 0
              MOVE '30' TO BC-RETURN-CODE
              GO TO 4000-EXIT
           END-IF
           MOVE WS-DAY-DATE TO BC-RESULT-DATE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Working days elapsed - the business days after the from date   *
      * up to and including the to date, so an item raised on Friday   *
      * and looked at on Monday is one working day old.  A to date on  *
      * or before the from date counts nothing.                        *
      *----------------------------------------------------------------*
       5000-COUNT-DAYS.
           MOVE 0 TO BC-DAYS
           MOVE BC-TO-DATE TO WS-CHK-DATE
           PERFORM 1000-VALIDATE-DATE THRU 1000-EXIT
           IF BC-RETURN-CODE NOT = '00'
              GO TO 5000-EXIT
           END-IF
           MOVE WS-CHK-LILIAN TO WS-TO-LILIAN
           MOVE WS-FROM-LILIAN TO WS-DAY-LILIAN
           PERFORM UNTIL WS-DAY-LILIAN NOT < WS-TO-LILIAN
               ADD 1 TO WS-DAY-LILIAN
               PERFORM 8000-CHECK-DAY
               IF WS-DAY-CLOSED = 'N'
                  ADD 1 TO BC-DAYS
               END-IF
           END-PERFORM.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Is WS-DAY-LILIAN closed for BC-ORG-ID - the organization's     *
      * own dated entry, the shared dated entry, the organization's    *
      * weekday entry, the shared weekday entry, and failing all of    *
      * those the Saturday/Sunday weekend.  Day 1 of the integer date  *
      * calendar (1 January 1601) was a Monday.                        *
      *----------------------------------------------------------------*
       8000-CHECK-DAY.
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-LILIAN)
           COMPUTE WS-DOW-WORK = WS-DAY-LILIAN - 1
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DOW
           ADD 1 TO WS-DOW
           MOVE WS-DOW TO WS-WEEKDAY-NUM
           MOVE SPACE TO WS-DAY-CLOSED

           IF BC-ORG-ID NOT = SPACES
              MOVE BC-ORG-ID     TO WS-FIND-ORG
              MOVE WS-DAY-DATE-X TO WS-FIND-CODE
              PERFORM 8100-FIND-ENTRY
           END-IF
           IF WS-DAY-CLOSED = SPACE
              MOVE SPACES        TO WS-FIND-ORG
              MOVE WS-DAY-DATE-X TO WS-FIND-CODE
              PERFORM 8100-FIND-ENTRY
           END-IF
           IF WS-DAY-CLOSED = SPACE AND BC-ORG-ID NOT = SPACES
              MOVE BC-ORG-ID       TO WS-FIND-ORG
              MOVE WS-WEEKDAY-CODE TO WS-FIND-CODE
              PERFORM 8100-FIND-ENTRY
           END-IF
           IF WS-DAY-CLOSED = SPACE
              MOVE SPACES          TO WS-FIND-ORG
              MOVE WS-WEEKDAY-CODE TO WS-FIND-CODE
              PERFORM 8100-FIND-ENTRY
           END-IF
           IF WS-DAY-CLOSED = SPACE
              IF WS-DOW > 5
                 MOVE 'Y' TO WS-DAY-CLOSED
              ELSE
                 MOVE 'N' TO WS-DAY-CLOSED
              END-IF
           END-IF.

       8100-FIND-ENTRY.
           PERFORM VARYING WS-E-SUB FROM 1 BY 1
             UNTIL WS-E-SUB > WS-E-LIMIT OR WS-DAY-CLOSED NOT = SPACE
               IF BC-E-ORG(WS-E-SUB) = WS-FIND-ORG
                  AND BC-E-CODE(WS-E-SUB) = WS-FIND-CODE
                  IF BC-E-CLOSED(WS-E-SUB) = 'N'
                     MOVE 'N' TO WS-DAY-CLOSED
                  ELSE
                     MOVE 'Y' TO WS-DAY-CLOSED
                  END-IF
               END-IF
           END-PERFORM.
