       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDEFRP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGDEFRP1------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-COMMAREA         USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  ABS-TIME                    PIC S9(8) COMP VALUE +0.
       01  TIME1                       PIC X(8)  VALUE SPACES.
       01  DATE1                       PIC X(10) VALUE SPACES.
       01  WS-TODAY-CYMD               PIC 9(8).
       01  WS-TODAY-ISO                PIC X(10).
       01  WS-NOW-TIME                 PIC X(8).

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGDEFRP1'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(8)  VALUE ' DEFREF='.
             05 EM-DEFREF              PIC 9(9)  VALUE ZEROS.
             05 FILLER                 PIC X(4)  VALUE ' RC='.
             05 EM-RC                  PIC X(2)  VALUE SPACES.
             05 FILLER                 PIC X(6)  VALUE ' RESP='.
             05 EM-RESP                PIC +9(5) USAGE DISPLAY.

      * End-of-run control line - what was replayed, what failed.
       01  WS-SUMMARY-MSG.
           03 SM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 SM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGDEFRP1'.
           03 FILLER                   PIC X(9)  VALUE ' APPLIED='.
           03 SM-APPLIED               PIC 9(5)  VALUE 0.
           03 FILLER                   PIC X(8)  VALUE ' FAILED='.
           03 SM-FAILED                PIC 9(5)  VALUE 0.
           03 FILLER                   PIC X     VALUE SPACES.
           03 SM-STOPPED               PIC X(20) VALUE SPACES.

       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  WS-SYSCTL-KEY               PIC X(8)  VALUE 'ONLINE'.
       01  WS-QUEUE-EOF                PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(5) VALUE 0.
       01  WS-IMAGE-LEN                PIC S9(4) COMP.
       01  WS-BROWSE-KEY               PIC 9(9)  VALUE 0.
       01  WS-THIS-KEY                 PIC 9(9)  VALUE 0.

           COPY LGSYSCTL.
           COPY LGDEFERQ.

       01  LGAPOL01                    PIC X(8)  VALUE 'LGAPOL01'.

      * The commarea rebuilt from the queued image and driven through
      * the normal chain as if it were being keyed now.
       01  COMM-AREA.
       COPY LGCMAREA.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Started by the scheduler once operations have switched the     *
      * online chain back to normal after the batch window - replays   *
      * the deferred update queue in reference order, each item        *
      * through the normal LGAPOL01 chain exactly as it was keyed.     *
      * Each item is committed on its own, so a replay cut short       *
      * picks up where it left off on the next run.  The mode is       *
      * looked at again before every item: if operations switch back   *
      * to inquiry-only mid-run the replay stops and the rest of the   *
      * queue waits.  A failed item keeps the chain's return code,     *
      * goes on the log, and is listed by LGDEFRS1 for follow-up.      *
      *----------------------------------------------------------------*
       MAINLINE SECTION.

           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTASKN TO WS-TASKNUM.

           MOVE 0 TO WS-BROWSE-KEY.
           PERFORM P100-REPLAY-NEXT-ITEM THRU P100-EXIT
               UNTIL WS-QUEUE-EOF = 'Y'

           MOVE WS-APPLIED-COUNT TO SM-APPLIED.
           MOVE WS-FAILED-COUNT  TO SM-FAILED.
           PERFORM WRITE-SUMMARY-MESSAGE.

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Positions on the next reference above the last one handled,    *
      * takes one item and ends the browse before the LINK - nothing   *
      * is held across the chain.                                      *
      *----------------------------------------------------------------*
       P100-REPLAY-NEXT-ITEM.
           PERFORM P200-CHECK-MODE THRU P200-EXIT.
           IF WS-QUEUE-EOF = 'Y'
              GO TO P100-EXIT
           END-IF.

           EXEC CICS STARTBR FILE('LGDEFERQ')
                     RIDFLD(WS-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF DQ-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-QUEUE-EOF
              GO TO P100-EXIT
           END-IF.

           EXEC CICS READNEXT FILE('LGDEFERQ')
                     INTO(LGDEFERQ-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF DQ-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ENDBR FILE('LGDEFERQ') END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-QUEUE-EOF
              GO TO P100-EXIT
           END-IF.

           MOVE DQ-REFERENCE TO WS-THIS-KEY.
           COMPUTE WS-BROWSE-KEY = DQ-REFERENCE + 1.

      *    Already replayed on an earlier run - applied or failed.
           IF NOT DQ-QUEUED
              GO TO P100-EXIT
           END-IF.

           MOVE DQ-REFERENCE TO EM-DEFREF.

           INITIALIZE COMM-AREA.
           MOVE DQ-IMAGE-LEN TO WS-IMAGE-LEN.
           MOVE DQ-IMAGE(1:WS-IMAGE-LEN)
             TO COMM-AREA(1:WS-IMAGE-LEN).

           EXEC CICS LINK PROGRAM(LGAPOL01)
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           PERFORM P300-MARK-ITEM THRU P300-EXIT.

           EXEC CICS SYNCPOINT END-EXEC.
       P100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Replay only runs with the chain in normal mode - anything      *
      * driven through LGAPOL01 in inquiry-only mode would only be     *
      * deferred again.                                                *
      *----------------------------------------------------------------*
       P200-CHECK-MODE.
           EXEC CICS READ FILE('LGSYSCTL')
                     INTO(LGSYSCTL-RECORD)
                     RIDFLD(WS-SYSCTL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND SC-MODE-INQUIRY-ONLY
              MOVE 'Y' TO WS-QUEUE-EOF
              MOVE ' STOPPED - INQ MODE' TO SM-STOPPED
           END-IF.
       P200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Stamps the item with the outcome and drops its image.  '00'    *
      * is applied.  '02' means the chain went back to inquiry-only    *
      * between the mode check and the LINK and queued the item again  *
      * under the new reference it carries - that copy is the one now  *
      * waiting, so this one is closed off as applied.  Anything else  *
      * is a failure for follow-up.                                    *
      *----------------------------------------------------------------*
       P300-MARK-ITEM.
           EXEC CICS READ FILE('LGDEFERQ')
                     INTO(LGDEFERQ-RECORD)
                     RIDFLD(WS-THIS-KEY)
                     KEYLENGTH(LENGTH OF DQ-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE CA-RETURN-CODE TO EM-RC
              PERFORM WRITE-ERROR-MESSAGE
              GO TO P300-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-TODAY-CYMD)
                     TIME(WS-NOW-TIME)
                     TIMESEP
           END-EXEC
           MOVE WS-TODAY-CYMD(1:4) TO WS-TODAY-ISO(1:4)
           MOVE '-'                TO WS-TODAY-ISO(5:1)
           MOVE WS-TODAY-CYMD(5:2) TO WS-TODAY-ISO(6:2)
           MOVE '-'                TO WS-TODAY-ISO(8:1)
           MOVE WS-TODAY-CYMD(7:2) TO WS-TODAY-ISO(9:2)

           IF CA-RETURN-CODE = '00' OR CA-RETURN-CODE = '02'
              ADD 1 TO WS-APPLIED-COUNT
              SET DQ-APPLIED TO TRUE
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              SET DQ-FAILED TO TRUE
              MOVE CA-RETURN-CODE TO EM-RC
              MOVE 0 TO WS-RESP
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           MOVE CA-RETURN-CODE TO DQ-RESULT-CODE.
           MOVE CA-POLICY-NUM  TO DQ-RESULT-POLICY.
           MOVE WS-TODAY-ISO   TO DQ-REPLAY-DATE.
           MOVE WS-NOW-TIME    TO DQ-REPLAY-TIME.
           MOVE 0              TO DQ-IMAGE-LEN.
           MOVE SPACES         TO DQ-IMAGE.

           EXEC CICS REWRITE FILE('LGDEFERQ')
                     FROM(LGDEFERQ-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       P300-EXIT.
           EXIT.

      *================================================================*
       WRITE-SUMMARY-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO SM-DATE
           MOVE TIME1 TO SM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(WS-SUMMARY-MSG)
                     LENGTH(LENGTH OF WS-SUMMARY-MSG)
           END-EXEC.
           EXIT.

      *================================================================*
       WRITE-ERROR-MESSAGE.
           MOVE WS-RESP TO EM-RESP
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           EXIT.
