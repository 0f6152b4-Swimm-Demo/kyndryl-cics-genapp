       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGERRL01.
      *----------------------------------------------------------------*
      * Central error log writer.  LINKed in place of LGSTSQ from the  *
      * error paths of the online programs, with the same message      *
      * commarea.  The message goes on to LGSTSQ unchanged, so the     *
      * GENAERRS queue and everything that reads it behave as they     *
      * always have; a copy is then cut as an LGERLOG record, with     *
      * the program, transaction, user and task that raised it and     *
      * the customer, policy, SQLCODE and return code picked out of    *
      * the text, and written to the LGER extrapartition queue.  The   *
      * TS queue goes at region restart; LGER's dataset does not, and  *
      * LGERRRP1 loads it into the ERRLOG table every day.  Best       *
      * effort, the same as LGEVTP01 - the caller is already on its    *
      * way out with an error and must never be failed by the log.     *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGERRL01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *    The log timestamp is taken to the millisecond - ABSTIME is
      *    a millisecond count, so the remainder over 1000 is the
      *    fraction FORMATTIME leaves off.
       01  ABS-TIME                    PIC S9(15) COMP-3 VALUE +0.
       01  WS-ABS-SECONDS              PIC S9(15) COMP-3 VALUE +0.
       01  WS-ABS-MILLI                PIC 9(3)  VALUE 0.
       01  WS-LOG-DATE                 PIC X(10) VALUE SPACES.
       01  WS-LOG-TIME                 PIC X(8)  VALUE SPACES.

       01  WS-MSG-LEN                  PIC S9(4) COMP.
       01  WS-TEXT-LEN                 PIC S9(4) COMP.
       01  WS-TAG-POS                  PIC S9(4) COMP.
       01  WS-NUM-X                    PIC X(6).
       01  WS-LINK-RESP                PIC S9(8) COMP.
       01  WS-ASSIGN-RESP              PIC S9(8) COMP.
       01  WS-TD-RESP                  PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * The record written to LGER - see LGERLOG.                      *
      *----------------------------------------------------------------*
       01  WS-LOG-RECORD.
           COPY LGERLOG.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(32500).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTASKN TO WS-TASKNUM.

           IF EIBCALEN IS EQUAL TO ZERO
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE EIBCALEN TO WS-MSG-LEN.

      *    LGSTSQ first, exactly as the caller used to LINK it.
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(WS-MSG-LEN)
                     RESP(WS-LINK-RESP)
           END-EXEC

           PERFORM P100-BUILD-LOG-RECORD THRU P100-EXIT

           EXEC CICS WRITEQ TD QUEUE('LGER')
                     FROM(WS-LOG-RECORD)
                     LENGTH(LENGTH OF WS-LOG-RECORD)
                     RESP(WS-TD-RESP)
           END-EXEC

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Stamp the record with who and when, then take what the text    *
      * says.  A COMMAREA= line is the first 90 bytes of the caller's  *
      * own commarea - request id, return code, customer and policy    *
      * sit at fixed offsets in it (see LGCMAREA).                     *
      *================================================================*
       P100-BUILD-LOG-RECORD.

           MOVE SPACES TO WS-LOG-RECORD.
           MOVE 'N' TO EL-SQLCODE-SW.
           MOVE 'N' TO EL-RESP-SW.
           MOVE ZERO TO EL-SQLCODE.
           MOVE ZERO TO EL-RESP.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-LOG-DATE)
                     DATESEP('-')
                     TIME(WS-LOG-TIME)
                     TIMESEP('.')
           END-EXEC
           DIVIDE ABS-TIME BY 1000 GIVING WS-ABS-SECONDS
               REMAINDER WS-ABS-MILLI.
           STRING WS-LOG-DATE '-' WS-LOG-TIME '.' WS-ABS-MILLI '000'
               DELIMITED BY SIZE INTO EL-TIMESTAMP.

           MOVE WS-TRANSID TO EL-TRANSID.
           MOVE WS-TASKNUM TO EL-TASKNUM.

           IF WS-MSG-LEN > LENGTH OF EL-MESSAGE
              MOVE LENGTH OF EL-MESSAGE TO WS-TEXT-LEN
           ELSE
              MOVE WS-MSG-LEN TO WS-TEXT-LEN
           END-IF.
           MOVE DFHCOMMAREA(1:WS-TEXT-LEN) TO EL-MESSAGE.

      *    The program that LINKed here raised it; failing that, the
      *    name every message carries after its date and time.
           EXEC CICS ASSIGN INVOKINGPROG(EL-PROGRAM)
                     USERID(EL-USERID)
                     RESP(WS-ASSIGN-RESP)
           END-EXEC
           IF WS-ASSIGN-RESP NOT = DFHRESP(NORMAL)
              MOVE EL-MESSAGE(17:8) TO EL-PROGRAM
           END-IF.

           IF EL-MESSAGE(1:9) = 'COMMAREA='
              MOVE 'C' TO EL-KIND
              MOVE EL-MESSAGE(10:6)  TO EL-REQUEST-ID
              MOVE EL-MESSAGE(16:2)  TO EL-RETURN-CODE
              MOVE EL-MESSAGE(18:10) TO EL-CUSTOMER-NUM
              MOVE EL-MESSAGE(28:10) TO EL-POLICY-NUM
              GO TO P100-EXIT
           END-IF.

           MOVE 'M' TO EL-KIND.
           PERFORM P110-FIND-TAGS THRU P110-EXIT.

       P100-EXIT.
           EXIT.

      *================================================================*
      * The error messages are built from fixed tags - ' CNUM=',       *
      * ' PNUM=', ' SQLCODE=', ' RESP=', ' RC=' - each followed by its *
      * value.  Each tag is looked for in turn; one that is missing,   *
      * or too near the end of the text to hold its value, is left     *
      * blank.                                                         *
      *================================================================*
       P110-FIND-TAGS.

           MOVE 0 TO WS-TAG-POS.
           INSPECT EL-MESSAGE TALLYING WS-TAG-POS
               FOR CHARACTERS BEFORE INITIAL ' CNUM='.
           IF WS-TAG-POS < 85
              MOVE EL-MESSAGE(WS-TAG-POS + 7:10) TO EL-CUSTOMER-NUM
           END-IF.

           MOVE 0 TO WS-TAG-POS.
           INSPECT EL-MESSAGE TALLYING WS-TAG-POS
               FOR CHARACTERS BEFORE INITIAL ' PNUM='.
           IF WS-TAG-POS < 85
              MOVE EL-MESSAGE(WS-TAG-POS + 7:10) TO EL-POLICY-NUM
           END-IF.

           MOVE 0 TO WS-TAG-POS.
           INSPECT EL-MESSAGE TALLYING WS-TAG-POS
               FOR CHARACTERS BEFORE INITIAL ' RC='.
           IF WS-TAG-POS < 95
              MOVE EL-MESSAGE(WS-TAG-POS + 5:2) TO EL-RETURN-CODE
           END-IF.

           MOVE 0 TO WS-TAG-POS.
           INSPECT EL-MESSAGE TALLYING WS-TAG-POS
               FOR CHARACTERS BEFORE INITIAL ' SQLCODE='.
           IF WS-TAG-POS < 86
              MOVE EL-MESSAGE(WS-TAG-POS + 10:6) TO WS-NUM-X
              IF (WS-NUM-X(1:1) = '+' OR WS-NUM-X(1:1) = '-')
                 AND WS-NUM-X(2:5) IS NUMERIC
                 MOVE WS-NUM-X TO EL-SQLCODE-X
                 MOVE 'Y' TO EL-SQLCODE-SW
              END-IF
           END-IF.

           MOVE 0 TO WS-TAG-POS.
           INSPECT EL-MESSAGE TALLYING WS-TAG-POS
               FOR CHARACTERS BEFORE INITIAL ' RESP='.
           IF WS-TAG-POS < 89
              MOVE EL-MESSAGE(WS-TAG-POS + 7:6) TO WS-NUM-X
              IF (WS-NUM-X(1:1) = '+' OR WS-NUM-X(1:1) = '-')
                 AND WS-NUM-X(2:5) IS NUMERIC
                 MOVE WS-NUM-X TO EL-RESP-X
                 MOVE 'Y' TO EL-RESP-SW
              END-IF
           END-IF.

       P110-EXIT.
           EXIT.
