       01  W5-START-TIME                PIC S9(8) COMP VALUE +0.
       01  W5-END-TIME                  PIC S9(8) COMP VALUE +0.
       COPY LGPERFLG.

      *----------------------------------------------------------------*
      * Online system status - see LGSYSCTL.  In inquiry-only mode an  *
      * add, amend or claim notification is imaged onto the LGDEFERQ   *
      * deferred queue under the next reference off the control        *
      * record, and the reference handed back to the caller.           *
      *----------------------------------------------------------------*
       01  W6-SYSCTL-KEY               PIC X(8)  VALUE 'ONLINE'.
       01  W6-RESP                     PIC S9(8) COMP VALUE +0.
       01  W6-IMAGE-LEN                PIC S9(4) COMP VALUE +0.
       01  W6-REFERENCE                PIC 9(10) VALUE 0.
       01  W6-TODAY-CYMD               PIC 9(8)  VALUE 0.
       01  W6-NOW-TIME                 PIC X(8)  VALUE SPACES.
           COPY LGSYSCTL.
           COPY LGDEFERQ.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM P160-CHECK-ONLINE-MODE THRU P160-EXIT

      *----------------------------------------------------------------*
      *    Perform the data Inserts                                    *
      *----------------------------------------------------------------*
              AND CA-REQUEST-ID(4:3) NOT = 'PAY'
              AND CA-REQUEST-ID(4:3) NOT = 'LON'
              AND CA-REQUEST-ID(4:3) NOT = 'CMP'
              AND CA-REQUEST-ID(4:3) NOT = 'ASG'
              AND CA-REQUEST-ID(4:3) NOT = 'FLT'
              MOVE '97' TO CA-RETURN-CODE
           END-IF.

              AND CA-REQUEST-ID(4:3) NOT = 'HOU'
              AND CA-REQUEST-ID(4:3) NOT = 'MOT'
              AND CA-REQUEST-ID(4:3) NOT = 'COM'
              AND CA-REQUEST-ID(4:3) NOT = 'BID'
              MOVE '97' TO CA-RETURN-CODE
           END-IF.

      *    Cancellation with pro-rata/short-rate refund is offered for
      *    Commercial policies only; action char 'C' also carries the
      *    quote conversion ('03CQUO') and the diary-driven
      *    risk-requirement and BI declaration chases ('19CREQ',
      *    '26CBID').
           IF CA-REQUEST-ID(3:1) = 'C'
              AND CA-REQUEST-ID(4:3) NOT = 'COM'
              AND CA-REQUEST-ID(4:3) NOT = 'QUO'
              AND CA-REQUEST-ID(4:3) NOT = 'REQ'
              AND CA-REQUEST-ID(4:3) NOT = 'CMP'
              AND CA-REQUEST-ID(4:3) NOT = 'BID'
              MOVE '97' TO CA-RETURN-CODE
           END-IF.

           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Inquiry-only mode - see LGSYSCTL.  While operations have the   *
      * chain switched to inquiry-only for the nightly DB2 batch       *
      * window or DB2 maintenance, nothing reaches LGAPDB01 that would *
      * write: an add, amend or claim notification goes onto the       *
      * LGDEFERQ deferred queue and comes back CA-RETURN-CODE 02 with  *
      * its reference in CA-POLICY-NUM, for LGDEFRP1 to replay when    *
      * the window closes; any other update is refused with            *
      * CA-RETURN-CODE 53 for the caller to try again once the chain   *
      * is back.  Inquiries run as normal - every action 'I' id, and   *
      * the read-only quotes and previews LGAPDB01 writes nothing for: *
      * 04WQUO/04WCOM option comparison and worksheets, the 05JCOM     *
      * cancellation refund preview, the 06VEND surrender quote and    *
      * the 16VLON loan quote.  A control record that can't be read is *
      * taken as normal mode.                                          *
      *----------------------------------------------------------------*
       P160-CHECK-ONLINE-MODE.
           EXEC CICS READ FILE('LGSYSCTL')
                     INTO(LGSYSCTL-RECORD)
                     RIDFLD(W6-SYSCTL-KEY)
                     RESP(W6-RESP)
           END-EXEC.
           IF W6-RESP NOT = DFHRESP(NORMAL)
              GO TO P160-EXIT
           END-IF.
           IF NOT SC-MODE-INQUIRY-ONLY
              GO TO P160-EXIT
           END-IF.
           IF CA-REQUEST-ID(3:1) = 'I'
              GO TO P160-EXIT
           END-IF.
           IF CA-REQUEST-ID = '04WQUO'
              OR CA-REQUEST-ID = '04WCOM'
              OR CA-REQUEST-ID = '05JCOM'
              OR CA-REQUEST-ID = '06VEND'
              OR CA-REQUEST-ID = '16VLON'
              GO TO P160-EXIT
           END-IF.

           IF CA-REQUEST-ID(1:3) = '01A'
              OR CA-REQUEST-ID(1:3) = '02A'
              OR CA-REQUEST-ID(1:3) = '06L'
              PERFORM P170-DEFER-REQUEST THRU P170-EXIT
           ELSE
              MOVE '53' TO CA-RETURN-CODE
           END-IF.
           EXEC CICS RETURN END-EXEC.

       P160-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Takes the next reference off the control record - held for     *
      * update so two terminals never draw the same one - and images   *
      * the request onto LGDEFERQ exactly as received.                 *
      *----------------------------------------------------------------*
       P170-DEFER-REQUEST.
           EXEC CICS READ FILE('LGSYSCTL')
                     INTO(LGSYSCTL-RECORD)
                     RIDFLD(W6-SYSCTL-KEY)
                     UPDATE
                     RESP(W6-RESP)
           END-EXEC.
           IF W6-RESP NOT = DFHRESP(NORMAL)
              MOVE ' SYSCTL READ FAILED' TO W3-DETAIL
              PERFORM P999-ERROR
              MOVE '53' TO CA-RETURN-CODE
              GO TO P170-EXIT
           END-IF.

           ADD 1 TO SC-LAST-REFERENCE.
           EXEC CICS REWRITE FILE('LGSYSCTL')
                     FROM(LGSYSCTL-RECORD)
                     RESP(W6-RESP)
           END-EXEC.
           IF W6-RESP NOT = DFHRESP(NORMAL)
              MOVE ' SYSCTL REWRITE FAILED' TO W3-DETAIL
              PERFORM P999-ERROR
              MOVE '53' TO CA-RETURN-CODE
              GO TO P170-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(W2-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(W2-TIME)
                     YYYYMMDD(W6-TODAY-CYMD)
                     TIME(W6-NOW-TIME)
                     TIMESEP
           END-EXEC

           MOVE SPACES TO LGDEFERQ-RECORD.
           MOVE SC-LAST-REFERENCE  TO DQ-REFERENCE.
           SET DQ-QUEUED TO TRUE.
           MOVE CA-REQUEST-ID      TO DQ-REQUEST-ID.
           MOVE CA-CUSTOMER-NUM    TO DQ-CUSTOMER-NUM.
           MOVE CA-POLICY-NUM      TO DQ-POLICY-NUM.
           MOVE EIBOPID            TO DQ-OPERATOR.
           MOVE W1-TRM             TO DQ-TERMINAL.
           MOVE W6-TODAY-CYMD(1:4) TO DQ-QUEUED-DATE(1:4).
           MOVE '-'                TO DQ-QUEUED-DATE(5:1).
           MOVE W6-TODAY-CYMD(5:2) TO DQ-QUEUED-DATE(6:2).
           MOVE '-'                TO DQ-QUEUED-DATE(8:1).
           MOVE W6-TODAY-CYMD(7:2) TO DQ-QUEUED-DATE(9:2).
           MOVE W6-NOW-TIME        TO DQ-QUEUED-TIME.
           MOVE 0                  TO DQ-IMAGE-LEN.

      *    The caller may pass more than the layout holds; only the
      *    commarea proper is kept.
           MOVE EIBCALEN TO W6-IMAGE-LEN.
           IF W6-IMAGE-LEN > LENGTH OF DFHCOMMAREA
              MOVE LENGTH OF DFHCOMMAREA TO W6-IMAGE-LEN
           END-IF.
           MOVE W6-IMAGE-LEN TO DQ-IMAGE-LEN.
           MOVE DFHCOMMAREA(1:W6-IMAGE-LEN)
             TO DQ-IMAGE(1:W6-IMAGE-LEN).

           EXEC CICS WRITE FILE('LGDEFERQ')
                     FROM(LGDEFERQ-RECORD)
                     LENGTH(LENGTH OF LGDEFERQ-RECORD)
                     RIDFLD(DQ-KEY)
                     KEYLENGTH(LENGTH OF DQ-KEY)
                     RESP(W6-RESP)
           END-EXEC.
           IF W6-RESP NOT = DFHRESP(NORMAL)
              MOVE ' DEFERQ WRITE FAILED' TO W3-DETAIL
              PERFORM P999-ERROR
              MOVE '53' TO CA-RETURN-CODE
              GO TO P170-EXIT
           END-IF.

           MOVE SC-LAST-REFERENCE TO W6-REFERENCE.
           MOVE W6-REFERENCE TO CA-POLICY-NUM.
           MOVE '02' TO CA-RETURN-CODE.

       P170-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Logs how long the LGAPDB01 LINK took for this transaction, the  *
      * same record shape LGAPDB01 and LGCOMCAL use to log their own    *
           MOVE W2-DATE1 TO W3-DATE
           MOVE W2-DATE2 TO W3-TIME
      * Write output message to TDQ
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(W3-MESSAGE)
                     LENGTH(LENGTH OF W3-MESSAGE)
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
