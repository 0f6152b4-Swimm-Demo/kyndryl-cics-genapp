       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +28.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.
      *    Leading commarea span past the header (196), plus the
      *    complaint detail group itself (245).
           03 WS-COMPLAINT-LEN         PIC S9(4) COMP VALUE +441.

      *    Include copybook for defintion of customer details length
           EXEC SQL
       01  WS-VEL-TODAY-CYMD          PIC 9(8).
       01  WS-VEL-TODAY-ISO           PIC X(10).

      *----------------------------------------------------------------*
      * Business calendar - see LGBUSCAL.  The acknowledgement clock   *
      * runs in business days and the final response is rolled off a   *
      * closed day, both on the calendar of the organization the       *
      * policy is written under: its shared and own 'H' records are    *
      * browsed off LGRATES when a complaint opens.                    *
      *----------------------------------------------------------------*
       01  WS-CAL-FIELDS.
           03 WS-CAL-ORG-ID           PIC X(5).
           03 WS-CAL-RESP             PIC S9(8) COMP.
           03 WS-CAL-EOF              PIC X.
           03 WS-CAL-SUB              PIC S9(4) COMP.
           03 WS-CAL-FOUND            PIC X.
           03 WS-CAL-KEY.
              05 WS-CAL-KEY-CAT       PIC X.
              05 FILLER               PIC X(27).
           COPY LGBUSCAL.

       01  WS-SQL-GENERIC-RC          PIC X(2).

      *----------------------------------------------------------------*

           PERFORM P145-GET-TODAY-ISO.
           PERFORM P150-READ-CLOCK-LENGTHS.
           PERFORM P165-SET-CALENDAR-ORG.
           PERFORM P170-LOAD-CALENDAR THRU P170-EXIT.

      *    Acknowledgement due date - business days on the calendar,
      *    plain days only if the calendar cannot take the date.
           MOVE 'A'               TO BC-FUNCTION
           MOVE WS-CAL-ORG-ID     TO BC-ORG-ID
           MOVE WS-VEL-TODAY-CYMD TO BC-FROM-DATE
           MOVE WS-CMP-ACK-DAYS   TO BC-DAYS
           CALL 'LGBUSDAY' USING BUSINESS-CALENDAR-AREA
           IF BC-RETURN-CODE = '00'
              MOVE BC-RESULT-DATE TO WS-CMP-WORK-NUM
           ELSE
              COMPUTE WS-CMP-WORK-LILIAN =
                 FUNCTION INTEGER-OF-DATE(WS-VEL-TODAY-CYMD)
                 + WS-CMP-ACK-DAYS
              COMPUTE WS-CMP-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-CMP-WORK-LILIAN)
           END-IF.
           PERFORM P160-EDIT-WORK-DATE.
           MOVE WS-CMP-ACK-DUE TO CA-G-ACK-DUE.

      *    Final-response due date - the regulator counts this one in
      *    calendar weeks, so only a closed landing day moves, on to
      *    the next business day.
           COMPUTE WS-CMP-WORK-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-VEL-TODAY-CYMD)
              + WS-CMP-FIN-DAYS.
           COMPUTE WS-CMP-WORK-NUM =
              FUNCTION DATE-OF-INTEGER(WS-CMP-WORK-LILIAN).
           MOVE 'R'               TO BC-FUNCTION
           MOVE WS-CMP-WORK-NUM   TO BC-FROM-DATE
           CALL 'LGBUSDAY' USING BUSINESS-CALENDAR-AREA
           IF BC-RETURN-CODE = '00'
              MOVE BC-RESULT-DATE TO WS-CMP-WORK-NUM
           END-IF.
           PERFORM P160-EDIT-WORK-DATE.
           MOVE WS-CMP-ACK-DUE TO WS-CMP-FINAL-DUE.
           MOVE WS-CMP-FINAL-DUE TO CA-G-FINAL-DUE.
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * The organization whose calendar the clocks run on - the one    *
      * on the commarea, else the one the policy is written under;     *
      * blank (no policy, or a single-entity policy) takes the shared  *
      * calendar only.                                                 *
      *----------------------------------------------------------------*
       P165-SET-CALENDAR-ORG.
           MOVE CA-ORG-ID TO WS-CAL-ORG-ID
           IF WS-CAL-ORG-ID = SPACES OR LOW-VALUES
              MOVE SPACES TO WS-CAL-ORG-ID
              EXEC SQL
                SELECT COALESCE(ORGID, ' ')
                  INTO :WS-CAL-ORG-ID
                  FROM POLICY
                 WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-CAL-ORG-ID
              END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Browses the 'H' records off LGRATES into the calendar table,   *
      * keeping the shared ones and this organization's own.  A later  *
      * record for the same day replaces the earlier one.  With no     *
      * 'H' records the table stays empty and only weekends close.     *
      *----------------------------------------------------------------*
       P170-LOAD-CALENDAR.
           MOVE 0           TO BC-ENTRY-COUNT
           MOVE 'N'         TO WS-CAL-EOF
           MOVE LOW-VALUES  TO WS-CAL-KEY
           MOVE 'H'         TO WS-CAL-KEY-CAT
           EXEC CICS STARTBR FILE('LGRATES')
                     RIDFLD(WS-CAL-KEY)
                     GTEQ
                     RESP(WS-CAL-RESP)
           END-EXEC
           IF WS-CAL-RESP NOT = DFHRESP(NORMAL)
              GO TO P170-EXIT
           END-IF
           PERFORM P175-READ-CALENDAR THRU P175-EXIT
               UNTIL WS-CAL-EOF = 'Y'
           EXEC CICS ENDBR FILE('LGRATES') END-EXEC
           .
       P170-EXIT.
           EXIT.

       P175-READ-CALENDAR.
           EXEC CICS READNEXT FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-CAL-KEY)
                     RESP(WS-CAL-RESP)
           END-EXEC
           IF WS-CAL-RESP NOT = DFHRESP(NORMAL)
              OR NOT RT-CAT-CALENDAR
              MOVE 'Y' TO WS-CAL-EOF
              GO TO P175-EXIT
           END-IF
           IF RT-ORG = LOW-VALUES
              MOVE SPACES TO RT-ORG
           END-IF
           IF RT-ORG NOT = SPACES AND RT-ORG NOT = WS-CAL-ORG-ID
              GO TO P175-EXIT
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
                 MOVE 'Y' TO WS-CAL-EOF
                 GO TO P175-EXIT
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
       P175-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * YYYYMMDD work date to YYYY-MM-DD, landing in WS-CMP-ACK-DUE   *
      * for the caller to move on.                                     *
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGERRL01')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGERRL01')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
