       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGHCHK01.
      *----------------------------------------------------------------*
      * Online region health check.  Runs, in one go, the probes       *
      * operations otherwise work through by hand when the online      *
      * service misbehaves - the morning start-up check and the        *
      * incident bridge both start here:                               *
      *   DB2      - the CICS-DB2 connection is up and answers a query *
      *   KSDSPOLY - the policy index file is enabled and open         *
      *   LGRTCACH - the rate-table cache is loaded and holds as many  *
      *              records as LGRATES does                           *
      *   LGEV     - the event queue is enabled and open, and not      *
      *              backing up                                        *
      *   LGAPDB01 - response time of the LGAPOL01 to LGAPDB01 hop     *
      *   LGCOMCAL - response time of the LGAPDB01 to LGCOMCAL hop     *
      * Each comes back pass, warn or fail (see LGHCAREA).  The        *
      * response times are the averages of the LGPERFLG records the    *
      * chain has most recently logged to the GENAERRS queue.          *
      *                                                                *
      * LINKed with an LGHCAREA commarea ('01IHLT') the results go     *
      * back in it for the monitoring tool; started from a terminal    *
      * with no commarea they are formatted to the screen.  Nothing    *
      * is changed anywhere - every probe only looks.                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGHCHK01------WS'.
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

       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  WS-CVDA-1                   PIC S9(8) COMP VALUE +0.
       01  WS-CVDA-2                   PIC S9(8) COMP VALUE +0.
       01  WS-CVDA-3                   PIC S9(8) COMP VALUE +0.
       01  WS-SCREEN-MODE              PIC X     VALUE 'N'.
       01  WS-MIN-COMMAREA             PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Pass/warn/fail thresholds.  Response times are milliseconds    *
      * averaged over the samples found; the event queue limits are    *
      * items waiting on an intrapartition LGEV.                       *
      *----------------------------------------------------------------*
       01  WS-LIMITS.
           03 WS-DB2-WARN-MS          PIC 9(7) VALUE 0000500.
           03 WS-RT-WARN-MS           PIC 9(7) VALUE 0001000.
           03 WS-RT-FAIL-MS           PIC 9(7) VALUE 0005000.
           03 WS-EV-WARN-ITEMS        PIC 9(7) VALUE 0000500.
           03 WS-EV-FAIL-ITEMS        PIC 9(7) VALUE 0005000.
           03 WS-SCAN-MAX             PIC S9(4) COMP VALUE +200.

      * The result of one probe, posted to the next HC-COMPONENT.
       01  WS-RESULT.
           03 WS-R-NAME               PIC X(8).
           03 WS-R-STATUS             PIC X.
           03 WS-R-VALUE              PIC 9(7).
           03 WS-R-DETAIL             PIC X(40).
       01  WS-COMP-SUB                PIC S9(4) COMP VALUE +0.

      * DB2 probe.
       01  WS-DB2-ONE                 PIC S9(4) COMP VALUE +0.
       01  WS-DB2-START               PIC S9(8) COMP VALUE +0.
       01  WS-DB2-END                 PIC S9(8) COMP VALUE +0.
       01  WS-SQLCODE-ED              PIC +9(5) USAGE DISPLAY.

      * Rate cache probe - the cache against a count of the file.
       01  WS-RT-EOF                  PIC X     VALUE 'N'.
       01  WS-RT-FILE-COUNT           PIC 9(5)  VALUE 0.
       01  WS-RT-CACHED-COUNT         PIC 9(5)  VALUE 0.
       01  WS-RT-ITEMS                PIC S9(4) COMP VALUE +0.
           COPY LGRATTBL.
           COPY LGRTCACH.

      * Event queue probe.
       01  WS-EV-ITEMS                PIC S9(8) COMP VALUE +0.
       01  WS-EV-COUNT                PIC 9(7)  VALUE 0.

      * Response-time probe - newest-first over the GENAERRS queue,
      * an LGPERFLG record known by its program/hop pair.
       01  WS-SCAN-FIELDS.
           03 WS-SCAN-BUF             PIC X(200).
           03 WS-SCAN-LEN             PIC S9(4) COMP.
           03 WS-SCAN-TOTAL           PIC S9(4) COMP.
           03 WS-SCAN-ITEM            PIC S9(4) COMP.
           03 WS-SCAN-LOW             PIC S9(4) COMP.
           03 WS-SCAN-POS             PIC S9(4) COMP.
           03 WS-SCAN-OK              PIC X.
           03 WS-DB-SAMPLES           PIC 9(5).
           03 WS-DB-TOTAL-MS          PIC 9(9).
           03 WS-CC-SAMPLES           PIC 9(5).
           03 WS-CC-TOTAL-MS          PIC 9(9).
           03 WS-AVG-MS               PIC 9(7).
           03 WS-SAMPLES-ED           PIC ZZZZ9.
       COPY LGPERFLG.

      * Screen image - one 80-byte line per row.
       01  WS-SCREEN.
           03 WS-SCREEN-LINE          PIC X(80) OCCURS 14 TIMES.
       01  WS-LINE-SUB                PIC S9(4) COMP VALUE +0.
       01  WS-STATUS-WORD             PIC X(4).
       01  WS-VALUE-ED                PIC Z(6)9.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY LGHCAREA.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           MOVE EIBCALEN TO WS-CALEN.

      *    From a terminal there is no commarea - take storage for
      *    one and answer on the screen.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE 'Y' TO WS-SCREEN-MODE
               EXEC CICS GETMAIN SET(WS-ADDR-COMMAREA)
                         FLENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC
               SET ADDRESS OF DFHCOMMAREA TO WS-ADDR-COMMAREA
               INITIALIZE DFHCOMMAREA
               MOVE '01IHLT' TO HC-REQUEST-ID
           ELSE
               MOVE LENGTH OF DFHCOMMAREA TO WS-MIN-COMMAREA
               IF EIBCALEN IS LESS THAN WS-MIN-COMMAREA
                 MOVE '98' TO HC-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               END-IF
           END-IF

           MOVE '00' TO HC-RETURN-CODE

           EVALUATE HC-REQUEST-ID

             WHEN '01IHLT'
               PERFORM P100-RUN-CHECKS

             WHEN OTHER
               MOVE '99' TO HC-RETURN-CODE

           END-EVALUATE

           IF WS-SCREEN-MODE = 'Y'
               PERFORM P900-SEND-SCREEN
           END-IF

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * Every probe in turn; the overall status is the worst of them.  *
      *================================================================*
       P100-RUN-CHECKS.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     DATESEP('/')
                     TIME(TIME1)
                     TIMESEP
           END-EXEC
           MOVE DATE1 TO HC-CHECKED-DATE
           MOVE TIME1 TO HC-CHECKED-TIME
           EXEC CICS ASSIGN APPLID(HC-APPLID)
                     RESP(WS-RESP)
           END-EXEC

           MOVE 'P' TO HC-OVERALL-STATUS
           MOVE 0 TO HC-COMPONENT-COUNT

           PERFORM P200-CHECK-DB2 THRU P200-EXIT
           PERFORM P300-CHECK-POLICY-FILE THRU P300-EXIT
           PERFORM P400-CHECK-RATE-CACHE THRU P400-EXIT
           PERFORM P500-CHECK-EVENT-QUEUE THRU P500-EXIT
           PERFORM P600-CHECK-RESPONSE THRU P600-EXIT.

      *================================================================*
      * Files the probe just run as the next component, and carries a  *
      * warn or fail up to the overall status.                         *
      *================================================================*
       P190-POST-RESULT.

           ADD 1 TO HC-COMPONENT-COUNT
           MOVE HC-COMPONENT-COUNT TO WS-COMP-SUB
           MOVE WS-R-NAME   TO HC-COMP-NAME(WS-COMP-SUB)
           MOVE WS-R-STATUS TO HC-COMP-STATUS(WS-COMP-SUB)
           MOVE WS-R-VALUE  TO HC-COMP-VALUE(WS-COMP-SUB)
           MOVE WS-R-DETAIL TO HC-COMP-DETAIL(WS-COMP-SUB)

           EVALUATE TRUE
             WHEN WS-R-STATUS = 'F'
               MOVE 'F' TO HC-OVERALL-STATUS
             WHEN WS-R-STATUS = 'W' AND HC-OVERALL-PASS
               MOVE 'W' TO HC-OVERALL-STATUS
           END-EVALUATE.

      *================================================================*
      * DB2 - the connection first, since a query with the attachment  *
      * down abends the task; then a query, timed.                     *
      *================================================================*
       P200-CHECK-DB2.

           MOVE 'DB2'  TO WS-R-NAME
           MOVE 0      TO WS-R-VALUE
           MOVE SPACES TO WS-R-DETAIL

           EXEC CICS INQUIRE DB2CONN
                     CONNECTST(WS-CVDA-1)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'F' TO WS-R-STATUS
              MOVE 'DB2CONN NOT INSTALLED' TO WS-R-DETAIL
              PERFORM P190-POST-RESULT
              GO TO P200-EXIT
           END-IF
           IF WS-CVDA-1 NOT = DFHVALUE(CONNECTED)
              MOVE 'F' TO WS-R-STATUS
              MOVE 'NOT CONNECTED' TO WS-R-DETAIL
              PERFORM P190-POST-RESULT
              GO TO P200-EXIT
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-DB2-START)
           END-EXEC
           EXEC SQL
             SELECT 1
               INTO :WS-DB2-ONE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EXEC CICS ASKTIME ABSTIME(WS-DB2-END)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-ED
              MOVE 'F' TO WS-R-STATUS
              STRING 'CONNECTED, QUERY SQLCODE=' WS-SQLCODE-ED
                  DELIMITED BY SIZE INTO WS-R-DETAIL
              PERFORM P190-POST-RESULT
              GO TO P200-EXIT
           END-IF

           IF WS-DB2-END > WS-DB2-START
              COMPUTE WS-R-VALUE = WS-DB2-END - WS-DB2-START
           END-IF
           IF WS-R-VALUE > WS-DB2-WARN-MS
              MOVE 'W' TO WS-R-STATUS
              MOVE 'CONNECTED, QUERY SLOW (MS)' TO WS-R-DETAIL
           ELSE
              MOVE 'P' TO WS-R-STATUS
              MOVE 'CONNECTED, QUERY OK (MS)' TO WS-R-DETAIL
           END-IF
           PERFORM P190-POST-RESULT.

       P200-EXIT.
           EXIT.

      *================================================================*
      * KSDSPOLY - disabled is a failure; enabled but closed only a    *
      * warning, since CICS opens it on first use.                     *
      *================================================================*
       P300-CHECK-POLICY-FILE.

           MOVE 'KSDSPOLY' TO WS-R-NAME
           MOVE 0          TO WS-R-VALUE
           MOVE SPACES     TO WS-R-DETAIL

           EXEC CICS INQUIRE FILE('KSDSPOLY')
                     OPENSTATUS(WS-CVDA-1)
                     ENABLESTATUS(WS-CVDA-2)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'F' TO WS-R-STATUS
               MOVE 'FILE NOT DEFINED' TO WS-R-DETAIL
             WHEN WS-CVDA-2 NOT = DFHVALUE(ENABLED)
               MOVE 'F' TO WS-R-STATUS
               MOVE 'FILE NOT ENABLED' TO WS-R-DETAIL
             WHEN WS-CVDA-1 NOT = DFHVALUE(OPEN)
               MOVE 'W' TO WS-R-STATUS
               MOVE 'ENABLED, NOT YET OPEN' TO WS-R-DETAIL
             WHEN OTHER
               MOVE 'P' TO WS-R-STATUS
               MOVE 'OPEN AND ENABLED' TO WS-R-DETAIL
           END-EVALUATE
           PERFORM P190-POST-RESULT.

       P300-EXIT.
           EXIT.

      *================================================================*
      * LGRTCACH - the rating programs fall back to browsing LGRATES   *
      * when the cache is missing, so missing or out of step with the  *
      * file is a warning, not a failure: slower, and in the stale     *
      * case not the rates underwriting last set.  Current means the   *
      * cache holds one item per LGRATES record after its header.      *
      *================================================================*
       P400-CHECK-RATE-CACHE.

           MOVE 'LGRTCACH' TO WS-R-NAME
           MOVE 0          TO WS-R-VALUE
           MOVE SPACES     TO WS-R-DETAIL

           INITIALIZE RATE-CACHE-HEADER
           EXEC CICS READQ TS QUEUE('LGRTCACH')
                     INTO(RATE-CACHE-HEADER)
                     ITEM(1)
                     NUMITEMS(WS-RT-ITEMS)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'W' TO WS-R-STATUS
              MOVE 'NOT LOADED - RATING READS LGRATES' TO WS-R-DETAIL
              PERFORM P190-POST-RESULT
              GO TO P400-EXIT
           END-IF
           MOVE RTC-VERSION TO WS-R-VALUE
           COMPUTE WS-RT-CACHED-COUNT = WS-RT-ITEMS - 1

           MOVE 0 TO WS-RT-FILE-COUNT
           MOVE 'N' TO WS-RT-EOF
           MOVE LOW-VALUES TO RT-KEY
           EXEC CICS STARTBR FILE('LGRATES')
                     RIDFLD(RT-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'W' TO WS-R-STATUS
              MOVE 'LOADED, LGRATES NOT READABLE' TO WS-R-DETAIL
              PERFORM P190-POST-RESULT
              GO TO P400-EXIT
           END-IF
           PERFORM P410-COUNT-RATE-RECORD THRU P410-EXIT
               UNTIL WS-RT-EOF = 'Y'
           EXEC CICS ENDBR FILE('LGRATES') END-EXEC

           IF WS-RT-CACHED-COUNT NOT = WS-RT-FILE-COUNT
              MOVE 'W' TO WS-R-STATUS
              STRING 'STALE - ' WS-RT-CACHED-COUNT ' CACHED, '
                     WS-RT-FILE-COUNT ' ON FILE'
                  DELIMITED BY SIZE INTO WS-R-DETAIL
           ELSE
              MOVE 'P' TO WS-R-STATUS
              STRING 'CURRENT, LOADED ' RTC-LOADED(1:19)
                  DELIMITED BY SIZE INTO WS-R-DETAIL
           END-IF
           PERFORM P190-POST-RESULT.

       P400-EXIT.
           EXIT.

       P410-COUNT-RATE-RECORD.

           EXEC CICS READNEXT FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(RT-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-RT-EOF
              GO TO P410-EXIT
           END-IF
           ADD 1 TO WS-RT-FILE-COUNT.

       P410-EXIT.
           EXIT.

      *================================================================*
      * LGEV - LGEVTP01 writes to it best effort and says nothing when *
      * the write fails, so a disabled or closed queue loses events    *
      * silently.  Only an intrapartition queue can show a backlog; an *
      * extrapartition one is drained by the consumers' own jobs.      *
      *================================================================*
       P500-CHECK-EVENT-QUEUE.

           MOVE 'LGEV'  TO WS-R-NAME
           MOVE 0       TO WS-R-VALUE
           MOVE SPACES  TO WS-R-DETAIL
           MOVE 0       TO WS-EV-ITEMS

           EXEC CICS INQUIRE TDQUEUE('LGEV')
                     TYPE(WS-CVDA-1)
                     ENABLESTATUS(WS-CVDA-2)
                     OPENSTATUS(WS-CVDA-3)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'F' TO WS-R-STATUS
               MOVE 'QUEUE NOT DEFINED' TO WS-R-DETAIL
             WHEN WS-CVDA-2 NOT = DFHVALUE(ENABLED)
               MOVE 'F' TO WS-R-STATUS
               MOVE 'NOT ENABLED - EVENTS BEING LOST' TO WS-R-DETAIL
             WHEN WS-CVDA-1 = DFHVALUE(EXTRA)
              AND WS-CVDA-3 NOT = DFHVALUE(OPEN)
               MOVE 'F' TO WS-R-STATUS
               MOVE 'NOT OPEN - EVENTS BEING LOST' TO WS-R-DETAIL
             WHEN WS-CVDA-1 = DFHVALUE(INTRA)
               PERFORM P510-CHECK-BACKLOG
             WHEN OTHER
               MOVE 'P' TO WS-R-STATUS
               MOVE 'OPEN AND ENABLED' TO WS-R-DETAIL
           END-EVALUATE
           PERFORM P190-POST-RESULT.

       P500-EXIT.
           EXIT.

       P510-CHECK-BACKLOG.

           EXEC CICS INQUIRE TDQUEUE('LGEV')
                     NUMITEMS(WS-EV-ITEMS)
                     RESP(WS-RESP)
           END-EXEC
           MOVE WS-EV-ITEMS TO WS-EV-COUNT
           MOVE WS-EV-COUNT TO WS-R-VALUE

           EVALUATE TRUE
             WHEN WS-EV-COUNT NOT < WS-EV-FAIL-ITEMS
               MOVE 'F' TO WS-R-STATUS
               MOVE 'NOT DRAINING - ITEMS WAITING' TO WS-R-DETAIL
             WHEN WS-EV-COUNT NOT < WS-EV-WARN-ITEMS
               MOVE 'W' TO WS-R-STATUS
               MOVE 'DRAINING SLOWLY - ITEMS WAITING' TO WS-R-DETAIL
             WHEN OTHER
               MOVE 'P' TO WS-R-STATUS
               MOVE 'DRAINING - ITEMS WAITING' TO WS-R-DETAIL
           END-EVALUATE.

      *================================================================*
      * Response times - the last WS-SCAN-MAX entries on GENAERRS read *
      * newest-first, the same way LGAPVS01 reads its activity list.   *
      * LGAPOL01 logs its LGAPDB01 hop and LGAPDB01 its LGCOMCAL hop   *
      * (see LGPERFLG); each is averaged.  No traffic, no samples -    *
      * that is a pass, not a fault.                                   *
      *================================================================*
       P600-CHECK-RESPONSE.

           MOVE 0 TO WS-DB-SAMPLES WS-DB-TOTAL-MS
           MOVE 0 TO WS-CC-SAMPLES WS-CC-TOTAL-MS
           MOVE 'N' TO WS-SCAN-OK

           MOVE LENGTH OF WS-SCAN-BUF TO WS-SCAN-LEN
           EXEC CICS READQ TS QUEUE('GENAERRS')
                     INTO(WS-SCAN-BUF)
                     LENGTH(WS-SCAN-LEN)
                     ITEM(1)
                     NUMITEMS(WS-SCAN-TOTAL)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(LENGERR)
              MOVE 'Y' TO WS-SCAN-OK
              COMPUTE WS-SCAN-LOW = WS-SCAN-TOTAL - WS-SCAN-MAX + 1
              IF WS-SCAN-LOW < 1
                 MOVE 1 TO WS-SCAN-LOW
              END-IF
              MOVE WS-SCAN-TOTAL TO WS-SCAN-ITEM
              PERFORM P610-READ-ONE-ITEM THRU P610-EXIT
                  UNTIL WS-SCAN-ITEM < WS-SCAN-LOW
           END-IF

           MOVE 'LGAPDB01' TO WS-R-NAME
           MOVE WS-DB-SAMPLES  TO WS-SAMPLES-ED
           IF WS-DB-SAMPLES > 0
              COMPUTE WS-AVG-MS = WS-DB-TOTAL-MS / WS-DB-SAMPLES
           ELSE
              MOVE 0 TO WS-AVG-MS
           END-IF
           PERFORM P620-GRADE-RESPONSE
           PERFORM P190-POST-RESULT

           MOVE 'LGCOMCAL' TO WS-R-NAME
           MOVE WS-CC-SAMPLES  TO WS-SAMPLES-ED
           IF WS-CC-SAMPLES > 0
              COMPUTE WS-AVG-MS = WS-CC-TOTAL-MS / WS-CC-SAMPLES
           ELSE
              MOVE 0 TO WS-AVG-MS
           END-IF
           PERFORM P620-GRADE-RESPONSE
           PERFORM P190-POST-RESULT.

       P600-EXIT.
           EXIT.

       P610-READ-ONE-ITEM.

           MOVE SPACES TO WS-SCAN-BUF
           MOVE LENGTH OF WS-SCAN-BUF TO WS-SCAN-LEN
           EXEC CICS READQ TS QUEUE('GENAERRS')
                     INTO(WS-SCAN-BUF)
                     LENGTH(WS-SCAN-LEN)
                     ITEM(WS-SCAN-ITEM)
                     RESP(WS-RESP)
           END-EXEC
           SUBTRACT 1 FROM WS-SCAN-ITEM
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(LENGERR)
              MOVE 0 TO WS-SCAN-ITEM
              GO TO P610-EXIT
           END-IF

           MOVE 0 TO WS-SCAN-POS
           INSPECT WS-SCAN-BUF TALLYING WS-SCAN-POS
               FOR CHARACTERS BEFORE INITIAL 'LGAPOL01LGAPDB01'
           IF WS-SCAN-POS < LENGTH OF WS-SCAN-BUF
                            - LENGTH OF PERF-LOG-RECORD + 1
              MOVE WS-SCAN-BUF(WS-SCAN-POS + 1:
                               LENGTH OF PERF-LOG-RECORD)
                TO PERF-LOG-RECORD
              IF PL-ELAPSED-TIME NOT < 0
                 ADD 1 TO WS-DB-SAMPLES
                 ADD PL-ELAPSED-TIME TO WS-DB-TOTAL-MS
              END-IF
              GO TO P610-EXIT
           END-IF

           MOVE 0 TO WS-SCAN-POS
           INSPECT WS-SCAN-BUF TALLYING WS-SCAN-POS
               FOR CHARACTERS BEFORE INITIAL 'LGAPDB01LGCOMCAL'
           IF WS-SCAN-POS < LENGTH OF WS-SCAN-BUF
                            - LENGTH OF PERF-LOG-RECORD + 1
              MOVE WS-SCAN-BUF(WS-SCAN-POS + 1:
                               LENGTH OF PERF-LOG-RECORD)
                TO PERF-LOG-RECORD
              IF PL-ELAPSED-TIME NOT < 0
                 ADD 1 TO WS-CC-SAMPLES
                 ADD PL-ELAPSED-TIME TO WS-CC-TOTAL-MS
              END-IF
           END-IF.

       P610-EXIT.
           EXIT.

       P620-GRADE-RESPONSE.

           MOVE WS-AVG-MS TO WS-R-VALUE
           MOVE SPACES TO WS-R-DETAIL
           EVALUATE TRUE
             WHEN WS-SCAN-OK = 'N'
               MOVE 'P' TO WS-R-STATUS
               MOVE 'NO LOG QUEUE - NO SAMPLES' TO WS-R-DETAIL
             WHEN WS-SAMPLES-ED = '    0'
               MOVE 'P' TO WS-R-STATUS
               MOVE 'NO RECENT SAMPLES' TO WS-R-DETAIL
             WHEN WS-AVG-MS NOT < WS-RT-FAIL-MS
               MOVE 'F' TO WS-R-STATUS
               STRING 'AVG MS VERY SLOW OVER ' WS-SAMPLES-ED
                      ' CALLS'
                   DELIMITED BY SIZE INTO WS-R-DETAIL
             WHEN WS-AVG-MS NOT < WS-RT-WARN-MS
               MOVE 'W' TO WS-R-STATUS
               STRING 'AVG MS SLOW OVER ' WS-SAMPLES-ED ' CALLS'
                   DELIMITED BY SIZE INTO WS-R-DETAIL
             WHEN OTHER
               MOVE 'P' TO WS-R-STATUS
               STRING 'AVG MS NORMAL OVER ' WS-SAMPLES-ED ' CALLS'
                   DELIMITED BY SIZE INTO WS-R-DETAIL
           END-EVALUATE.

      *================================================================*
      * The same results for a person - one row per component.         *
      *================================================================*
       P900-SEND-SCREEN.

           MOVE SPACES TO WS-SCREEN
           STRING 'LGHCHK01  ONLINE REGION HEALTH CHECK  ' HC-APPLID
                  '  ' HC-CHECKED-DATE ' ' HC-CHECKED-TIME
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(1)
           MOVE 'COMPONENT  STATUS     VALUE  DETAIL'
               TO WS-SCREEN-LINE(3)

           MOVE 3 TO WS-LINE-SUB
           PERFORM P910-FORMAT-COMPONENT
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > HC-COMPONENT-COUNT

           EVALUATE TRUE
             WHEN HC-RETURN-CODE NOT = '00'
               MOVE 'OVERALL: NOT RUN' TO WS-SCREEN-LINE(14)
             WHEN HC-OVERALL-FAIL
               MOVE 'OVERALL: FAIL' TO WS-SCREEN-LINE(14)
             WHEN HC-OVERALL-WARN
               MOVE 'OVERALL: WARN' TO WS-SCREEN-LINE(14)
             WHEN OTHER
               MOVE 'OVERALL: PASS' TO WS-SCREEN-LINE(14)
           END-EVALUATE

           EXEC CICS SEND TEXT FROM(WS-SCREEN)
                     LENGTH(LENGTH OF WS-SCREEN)
                     ERASE
                     FREEKB
           END-EXEC.

       P910-FORMAT-COMPONENT.

           ADD 1 TO WS-LINE-SUB
           EVALUATE TRUE
             WHEN HC-COMP-FAIL(WS-COMP-SUB)
               MOVE 'FAIL' TO WS-STATUS-WORD
             WHEN HC-COMP-WARN(WS-COMP-SUB)
               MOVE 'WARN' TO WS-STATUS-WORD
             WHEN OTHER
               MOVE 'PASS' TO WS-STATUS-WORD
           END-EVALUATE
           MOVE HC-COMP-VALUE(WS-COMP-SUB) TO WS-VALUE-ED
           STRING HC-COMP-NAME(WS-COMP-SUB) '   ' WS-STATUS-WORD
                  '   ' WS-VALUE-ED '  ' HC-COMP-DETAIL(WS-COMP-SUB)
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(WS-LINE-SUB).
