       01  WS-SQL-EOF                  PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5) VALUE 0.

      * Business calendar - see LGBUSCAL.  Every 'H' record on
      * LGRATES is loaded, shared and per-organization alike, so a
      * due item can be tested against the calendar of whichever
      * organization its request was keyed for.
       01  WS-CAL-FIELDS.
           03 WS-CAL-RESP              PIC S9(8) COMP.
           03 WS-CAL-EOF               PIC X.
           03 WS-CAL-SUB               PIC S9(4) COMP.
           03 WS-CAL-FOUND             PIC X.
           03 WS-CAL-KEY.
              05 WS-CAL-KEY-CAT        PIC X.
              05 FILLER                PIC X(27).
           COPY LGBUSCAL.
           COPY LGRATTBL.

       01 DB2-DIARY-FIELDS.
           03 DB2-PENDID-INT           PIC S9(9) COMP.

       01  LGAPOL01                    PIC X(8)  VALUE 'LGAPOL01'.

      * Online system status - nothing is applied while the chain is
      * in inquiry-only mode.
       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  WS-SYSCTL-KEY               PIC X(8)  VALUE 'ONLINE'.
           COPY LGSYSCTL.

      * The commarea rebuilt from the diaried image and re-driven
      * through the normal chain on its effective date.
       01  COMM-AREA.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTASKN TO WS-TASKNUM.

      *    With the chain in inquiry-only mode every item would only
      *    be deferred - leave the diary pending for the next run.
           EXEC CICS READ FILE('LGSYSCTL')
                     INTO(LGSYSCTL-RECORD)
                     RIDFLD(WS-SYSCTL-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND SC-MODE-INQUIRY-ONLY
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
           MOVE WS-TODAY-CYMD(5:2) TO WS-TODAY-ISO(6:2)
           MOVE '-'                TO WS-TODAY-ISO(8:1)
           MOVE WS-TODAY-CYMD(7:2) TO WS-TODAY-ISO(9:2)
           PERFORM P050-LOAD-CALENDAR THRU P050-EXIT

           EXEC SQL
             OPEN DUE-CSR
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Browses the 'H' records off LGRATES into the calendar table.   *
      * A later record for the same organization and day replaces the  *
      * earlier one.  With no 'H' records only weekends are closed.    *
      *----------------------------------------------------------------*
       P050-LOAD-CALENDAR.
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
              GO TO P050-EXIT
           END-IF
           PERFORM P055-READ-CALENDAR THRU P055-EXIT
               UNTIL WS-CAL-EOF = 'Y'
           EXEC CICS ENDBR FILE('LGRATES') END-EXEC
           .
       P050-EXIT.
           EXIT.

       P055-READ-CALENDAR.
           EXEC CICS READNEXT FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-CAL-KEY)
                     RESP(WS-CAL-RESP)
           END-EXEC
           IF WS-CAL-RESP NOT = DFHRESP(NORMAL)
              OR NOT RT-CAT-CALENDAR
              MOVE 'Y' TO WS-CAL-EOF
              GO TO P055-EXIT
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
                 MOVE 'Y' TO WS-CAL-EOF
                 GO TO P055-EXIT
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
       P055-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       P100-APPLY-DUE-ITEM.
           EXEC SQL
           MOVE WS-VARY-CHAR(1:WS-IMAGE-LEN)
             TO COMM-AREA(1:WS-IMAGE-LEN).

      *    Nothing is applied on a day the organization is closed -
      *    the item stays pending and goes through on the next run
      *    that falls on one of its business days.
           MOVE 'T'           TO BC-FUNCTION
           MOVE CA-ORG-ID     TO BC-ORG-ID
           IF BC-ORG-ID = LOW-VALUES
              MOVE SPACES TO BC-ORG-ID
           END-IF
           MOVE WS-TODAY-CYMD TO BC-FROM-DATE
           CALL 'LGBUSDAY' USING BUSINESS-CALENDAR-AREA
           IF BC-RETURN-CODE = '00'
              AND NOT BC-IS-BUSINESS-DAY
              ADD 1 TO WS-HELD-COUNT
              GO TO P100-EXIT
           END-IF

           EXEC CICS LINK PROGRAM(LGAPOL01)
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
