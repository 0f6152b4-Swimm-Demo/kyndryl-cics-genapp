       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSYSM01.
      *----------------------------------------------------------------*
      * Online system status control.  Operations switch the online    *
      * chain between normal running and inquiry-only mode here -      *
      * inquiry-only around the nightly DB2 batch window and DB2       *
      * maintenance, so LGAPOL01 queues adds, amends and claim         *
      * notifications onto LGDEFERQ instead of driving them into DB2.  *
      * The LGSYSCTL record holds the mode, why it was set, and who    *
      * set it and when; every switch is also audited to LGSTSQ under  *
      * the switching operator's signon, old and new mode together.    *
      * Nothing here touches DB2, so it runs with DB2 down.            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGSYSM01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  ABS-TIME                    PIC S9(8) COMP VALUE +0.
       01  TIME1                       PIC X(8)  VALUE SPACES.
       01  DATE1                       PIC X(10) VALUE SPACES.
       01  WS-TODAY-CYMD               PIC 9(8)  VALUE 0.

       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  WS-SYSCTL-KEY               PIC X(8)  VALUE 'ONLINE'.
       01  WS-OLD-MODE                 PIC X     VALUE SPACES.
       01  WS-REC-FOUND                PIC X     VALUE 'N'.
       01  WS-BROWSE-EOF               PIC X     VALUE 'N'.
       01  WS-QUEUED-COUNT             PIC 9(7)  VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(7)  VALUE 0.

       01  WS-MIN-COMMAREA             PIC S9(4) COMP VALUE +0.

           COPY LGSYSCTL.
           COPY LGDEFERQ.

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGSYSM01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' FILE='.
             05 EM-FILE                PIC X(8)  VALUE SPACES.
             05 EM-FILEREQ             PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(6)  VALUE ' RESP='.
             05 EM-RESP                PIC +9(5) USAGE DISPLAY.

      * Mode-switch audit line - old and new mode, why, under which
      * signon.
       01  WS-AUDIT-MSG.
           03 AM-DATE                 PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-TIME                 PIC X(6)  VALUE SPACES.
           03 FILLER                  PIC X(9)  VALUE ' LGSYSM01'.
           03 FILLER                  PIC X(9)  VALUE ' SWITCH '.
           03 FILLER                  PIC X(5)  VALUE ' OLD='.
           03 AM-OLD-MODE             PIC X     VALUE SPACES.
           03 FILLER                  PIC X(5)  VALUE ' NEW='.
           03 AM-NEW-MODE             PIC X     VALUE SPACES.
           03 FILLER                  PIC X(4)  VALUE ' BY='.
           03 AM-OPERATOR             PIC X(3)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-REASON               PIC X(30) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY LGSYAREA.

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

           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF

           MOVE LENGTH OF DFHCOMMAREA TO WS-MIN-COMMAREA
           IF EIBCALEN IS LESS THAN WS-MIN-COMMAREA
             MOVE '98' TO SY-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE '00' TO SY-RETURN-CODE

           EVALUATE SY-REQUEST-ID

             WHEN '01ISYS'
               PERFORM P100-INQUIRE-STATUS

             WHEN '02ASYS'
               PERFORM P200-SWITCH-MODE

             WHEN OTHER
               MOVE '99' TO SY-RETURN-CODE

           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * The mode as it stands, plus how much is waiting on the         *
      * deferred queue and how much of the last replay failed - what   *
      * operations need to see before switching back to normal.        *
      *================================================================*
       P100-INQUIRE-STATUS.

           PERFORM P500-READ-CONTROL.
           IF SY-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE SC-MODE          TO SY-MODE.
           MOVE SC-REASON        TO SY-REASON.
           MOVE SC-SWITCHED-BY   TO SY-SWITCHED-BY.
           MOVE SC-SWITCHED-DATE TO SY-SWITCHED-DATE.
           MOVE SC-SWITCHED-TIME TO SY-SWITCHED-TIME.

           PERFORM P600-COUNT-QUEUE.
           MOVE WS-QUEUED-COUNT  TO SY-QUEUED-COUNT.
           MOVE WS-FAILED-COUNT  TO SY-FAILED-COUNT.

           EXIT.

      *================================================================*
      * Switch to 'I' inquiry-only or 'N' normal.  The control record  *
      * is written on the first switch if it isn't on file yet; the    *
      * reference counter is carried over untouched on every later     *
      * one so deferred references never repeat.                       *
      *================================================================*
       P200-SWITCH-MODE.

           IF SY-MODE NOT = 'I' AND SY-MODE NOT = 'N'
              MOVE '04' TO SY-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'N' TO WS-REC-FOUND.
           MOVE ' READ UPDATE' TO EM-FILEREQ
           EXEC CICS READ FILE('LGSYSCTL')
                     INTO(LGSYSCTL-RECORD)
                     RIDFLD(WS-SYSCTL-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REC-FOUND
               MOVE SC-MODE TO WS-OLD-MODE
             WHEN DFHRESP(NOTFND)
               MOVE SPACES TO LGSYSCTL-RECORD
               MOVE WS-SYSCTL-KEY TO SC-KEY
               MOVE 0 TO SC-LAST-REFERENCE
               MOVE 'N' TO WS-OLD-MODE
             WHEN OTHER
               MOVE '90' TO SY-RETURN-CODE
               MOVE 'LGSYSCTL' TO EM-FILE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM P700-FORMAT-NOW.
           MOVE SY-MODE          TO SC-MODE.
           MOVE SY-REASON        TO SC-REASON.
           MOVE EIBOPID          TO SC-SWITCHED-BY.
           MOVE DATE1            TO SC-SWITCHED-DATE.
           MOVE TIME1            TO SC-SWITCHED-TIME.

           IF WS-REC-FOUND = 'Y'
              MOVE ' REWRITE' TO EM-FILEREQ
              EXEC CICS REWRITE FILE('LGSYSCTL')
                        FROM(LGSYSCTL-RECORD)
                        RESP(WS-RESP)
              END-EXEC
           ELSE
              MOVE ' WRITE' TO EM-FILEREQ
              EXEC CICS WRITE FILE('LGSYSCTL')
                        FROM(LGSYSCTL-RECORD)
                        RIDFLD(SC-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE '90' TO SY-RETURN-CODE
              MOVE 'LGSYSCTL' TO EM-FILE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE SC-SWITCHED-BY   TO SY-SWITCHED-BY.
           MOVE SC-SWITCHED-DATE TO SY-SWITCHED-DATE.
           MOVE SC-SWITCHED-TIME TO SY-SWITCHED-TIME.

           MOVE WS-OLD-MODE TO AM-OLD-MODE.
           MOVE SC-MODE     TO AM-NEW-MODE.
           MOVE SC-REASON   TO AM-REASON.
           PERFORM WRITE-AUDIT-MESSAGE.

           PERFORM P600-COUNT-QUEUE.
           MOVE WS-QUEUED-COUNT  TO SY-QUEUED-COUNT.
           MOVE WS-FAILED-COUNT  TO SY-FAILED-COUNT.

           EXIT.

      *----------------------------------------------------------------*
      * No control record on file means normal mode - the chain has    *
      * never been switched.                                           *
      *----------------------------------------------------------------*
       P500-READ-CONTROL.

           MOVE ' READ' TO EM-FILEREQ
           EXEC CICS READ FILE('LGSYSCTL')
                     INTO(LGSYSCTL-RECORD)
                     RIDFLD(WS-SYSCTL-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               MOVE '00' TO SY-RETURN-CODE
             WHEN DFHRESP(NOTFND)
               MOVE SPACES TO LGSYSCTL-RECORD
               MOVE WS-SYSCTL-KEY TO SC-KEY
               SET SC-MODE-NORMAL TO TRUE
               MOVE 0 TO SC-LAST-REFERENCE
               MOVE '00' TO SY-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO SY-RETURN-CODE
               MOVE 'LGSYSCTL' TO EM-FILE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Browses the whole deferred queue counting items still waiting  *
      * for replay and items the last replay failed.  An empty or      *
      * undefined queue simply counts nothing.                         *
      *----------------------------------------------------------------*
       P600-COUNT-QUEUE.

           MOVE 0 TO WS-QUEUED-COUNT.
           MOVE 0 TO WS-FAILED-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF.
           MOVE LOW-VALUES TO DQ-KEY.

           EXEC CICS STARTBR FILE('LGDEFERQ')
                     RIDFLD(DQ-KEY)
                     KEYLENGTH(LENGTH OF DQ-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BROWSE-EOF = 'Y'
                 EXEC CICS READNEXT FILE('LGDEFERQ')
                           INTO(LGDEFERQ-RECORD)
                           RIDFLD(DQ-KEY)
                           KEYLENGTH(LENGTH OF DQ-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    EVALUATE TRUE
                      WHEN DQ-QUEUED
                        ADD 1 TO WS-QUEUED-COUNT
                      WHEN DQ-FAILED
                        ADD 1 TO WS-FAILED-COUNT
                    END-EVALUATE
                 ELSE
                    MOVE 'Y' TO WS-BROWSE-EOF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('LGDEFERQ') END-EXEC
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Switch stamp date in the yyyy-mm-dd form the rest of the       *
      * system's timestamps use.                                       *
      *----------------------------------------------------------------*
       P700-FORMAT-NOW.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-TODAY-CYMD)
                     TIME(TIME1)
                     TIMESEP
           END-EXEC
           MOVE WS-TODAY-CYMD(1:4) TO DATE1(1:4)
           MOVE '-'                TO DATE1(5:1)
           MOVE WS-TODAY-CYMD(5:2) TO DATE1(6:2)
           MOVE '-'                TO DATE1(8:1)
           MOVE WS-TODAY-CYMD(7:2) TO DATE1(9:2).
           EXIT.

      *----------------------------------------------------------------*
       WRITE-AUDIT-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO AM-DATE
           MOVE TIME1 TO AM-TIME
           MOVE EIBOPID TO AM-OPERATOR
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(WS-AUDIT-MSG)
                     LENGTH(LENGTH OF WS-AUDIT-MSG)
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
