           03 WS-ACT-SHOW-MAX         PIC 9(2) VALUE 05.
           03 WS-ACT-RESP             PIC S9(8) COMP.
       01  WS-VIEW-LINE               PIC X(80).
      * Customer master inquiry (LGACUS01 '01ICUS') - the view opens
      * with a warning line when the customer is marked vulnerable.
       01  WS-CUST-AREA.
         Copy LGCUAREA.
      * Customer-data access log (LGACLG01) - the customer browses and
      * the 360 view are filed against the operator who asked.
       01  WS-ACCESS-AREA.
         Copy LGALAREA.
       01  WS-VIEW-AMOUNT             PIC 9(9)  Value 0.
       01  WS-VIEW-AMOUNT-ED          PIC ZZZ,ZZZ,ZZ9.
      ******************************
      *    Request families that live entirely on their own tables -
      *    claim approvals and the claim browse, complaints,
      *    litigation chases, policy loans, renewal/non-renewal
      *    work, risk requirements, the compliance workqueue, the
      *    endowment assignment register and BI revenue declarations -
      *    none of them binds, amends or terminates a policy, so
      *    none of them has anything for this index.  Turned away
      *    ahead of the action-character tests because several reuse
      *    would otherwise fall into the wrong branch below.  The
      *    paid-up conversion is turned away by its whole id - its
      *    suffix 'END' can't join the list because '01AEND' and
      *    '02AEND' legitimately need the index.  So is a motor
      *    fleet's mid-term schedule change ('28MFLT') - the fleet is
      *    indexed once, under its name, when it is bound - and a card
      *    payment ('29KCRD'), which only books against the schedule.
           IF CA-Request-ID(4:3) = 'PAY'
              OR CA-Request-ID(4:3) = 'CLM'
              OR CA-Request-ID(4:3) = 'CMP'
              OR CA-Request-ID(4:3) = 'REN'
              OR CA-Request-ID(4:3) = 'REQ'
              OR CA-Request-ID(4:3) = 'CWQ'
              OR CA-Request-ID(4:3) = 'ASG'
              OR CA-Request-ID(4:3) = 'BID'
              OR CA-Request-ID     = '17PEND'
              OR CA-Request-ID     = '28MFLT'
              OR CA-Request-ID     = '29KCRD'
             EXEC CICS RETURN END-EXEC
           END-IF.

      *    Change of policyholder ('27TXFR') - the index record is
      *    keyed on the holder, so it moves to the new holder's key
      *    rather than being updated where it stands.
           IF CA-Request-ID = '27TXFR'
             PERFORM P160-TRANSFER-REKEY THRU P160-EXIT
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-Request-ID(3:1) = 'B'
             PERFORM P200-BROWSE-ACCUM
             IF WS-ACCUM-COUNT > 0
                PERFORM P600-LOG-ACCESS
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF.


           IF CA-Request-ID(3:1) = 'N'
             PERFORM P300-BROWSE-NEXT
             IF CA-BROWSE-EOF = 'N'
                PERFORM P600-LOG-ACCESS
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-Request-ID(3:1) = 'V'
             IF CA-Request-ID(4:3) = 'COM'
                PERFORM P500-CUSTOMER-VIEW
                PERFORM P600-LOG-ACCESS
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF.
           END-IF.

      *    Declarations-page request (CA-REQUEST-ID action char 'D') -
      *    a read of data already on file, nothing new to index.  The
      *    endowment death notification and proof-of-death requests
      *    share the action char and, like the surrender, change
      *    nothing the index holds.
           IF CA-Request-ID(3:1) = 'D'
             EXEC CICS RETURN END-EXEC
           END-IF.
               Move CA-M-VALUE         To  V2-M-COST
               Move CA-M-REGNUMBER     To  V2-M-NUM

      *      Motor fleet bind ('01AFLT') - indexed as the motor policy
      *      it is, under the fleet name with the schedule's value.
             When 'F'
               Move 'M'                To  V2-REQ
               Move 'FLEET'            To  V2-M-MAKE
               Move CA-F-FLEET-NAME    To  V2-M-MODEL
               Move CA-F-FLEET-VALUE   To  V2-M-COST
               Move Spaces             To  V2-M-NUM

             When Other
               Move Spaces To V2-DATA
           End-Evaluate
       P150-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    Re-keys a transferred policy's index record from the old   *
      *    holder (CA-Customer-Num) to the new (CA-X-NEW-CUSTNUM) -   *
      *    read under the old key, written under the new, old key     *
      *    deleted; the same sequence the customer merge uses.  The   *
      *    policy-type character comes back from LGAPDB01 in          *
      *    CA-X-POLICY-TYPE, the request id carrying none of its own; *
      *    a commercial record also takes the new holder's name.  A   *
      *    refused transfer, or a record not on file, is nothing to   *
      *    move.                                                      *
      *---------------------------------------------------------------*
       P160-TRANSFER-REKEY.
           IF CA-RETURN-CODE NOT = '00'
             GO TO P160-EXIT
           END-IF.

           Move CA-X-POLICY-TYPE To V2-REQ.
           Move CA-Customer-Num  To V2-CUST.
           Move CA-Policy-Num    To V2-POL.

           Exec CICS Read File('KSDSPOLY')
                     Into(V2-RECORD)
                     Length(V1-REC-LEN)
                     Ridfld(V2-KEY)
                     KeyLength(21)
                     RESP(V1-RCD1)
           End-Exec.
           If V1-RCD1 Not = DFHRESP(NORMAL)
             GO TO P160-EXIT
           End-If.

           Move CA-X-NEW-CUSTNUM To V2-CUST.
           If V2-REQ = 'C'
             Move CA-X-NEW-NAME To V2-C-CUST
           End-If.

           Exec CICS Write File('KSDSPOLY')
                     From(V2-RECORD)
                     Length(123)
                     Ridfld(V2-KEY)
                     KeyLength(21)
                     RESP(V1-RCD1)
           End-Exec.
           If V1-RCD1 Not = DFHRESP(NORMAL)
             Move EIBRESP2 To V1-RCD2
             PERFORM P999-ERROR
             GO TO P160-EXIT
           End-If.

           Move CA-Customer-Num To V2-CUST.
           Exec CICS Delete File('KSDSPOLY')
                     Ridfld(V2-KEY)
                     KeyLength(21)
                     RESP(V1-RCD1)
           End-Exec.
           If V1-RCD1 Not = DFHRESP(NORMAL)
             Move EIBRESP2 To V1-RCD2
             PERFORM P999-ERROR
           End-If.

       P160-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    Accumulation/audit browse - CA-REQUEST-ID action char 'B'. *
      *    Positions on the KSDSPOLX alternate index (customer number *
           STRING 'CUSTOMER VIEW: ' CA-CUSTOMER-NUM
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-VIEW-SUB).
           ADD 1 TO WS-VIEW-SUB.
           PERFORM P505-VIEW-VULNERABLE.
           MOVE 'TYP POLICY     PREMIUM/VALUE  EXPIRY     DETAIL'
             TO CA-DOC-LINE(WS-VIEW-SUB).
           ADD 1 TO WS-VIEW-SUB.
           PERFORM P520-VIEW-ACTIVITY THRU P520-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    Vulnerable-customer warning under the view heading, on     *
      *    every page, with the category, the date the marker is due  *
      *    for review and the format the customer's letters go out    *
      *    in.  Best effort like the activity list - a customer the   *
      *    master can't return just gets no warning line.             *
      *---------------------------------------------------------------*
       P505-VIEW-VULNERABLE.
           INITIALIZE WS-CUST-AREA.
           MOVE '01ICUS'        TO CU-REQUEST-ID.
           MOVE CA-CUSTOMER-NUM TO CU-CUSTOMER-NUM.
           EXEC CICS LINK PROGRAM('LGACUS01')
                     COMMAREA(WS-CUST-AREA)
                     LENGTH(LENGTH OF WS-CUST-AREA)
                     RESP(V1-RCD2)
           END-EXEC.
           IF V1-RCD2 = DFHRESP(NORMAL)
              AND CU-RETURN-CODE = '00'
              AND CU-VULNERABLE = 'Y'
              STRING '*** VULNERABLE CUSTOMER - CATEGORY '
                     CU-VULN-CATEGORY
                     '  REVIEW ' CU-VULN-REVIEW-DATE
                     '  FORMAT ' CU-CORR-FORMAT ' ***'
                  DELIMITED BY SIZE INTO CA-DOC-LINE(WS-VIEW-SUB)
              ADD 1 TO WS-VIEW-SUB
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      *    Recent transactions for the customer off the audit trail - *
      *    every program in the chain logs its activity through       *
           ADD 1 TO WS-VIEW-SUB.
           EXIT.

      *---------------------------------------------------------------*
      *    Files the look on the customer-data access log.  Only the  *
      *    single-record browse shows a policy; the accumulation      *
      *    browse and the 360 view are looks at the customer.  The    *
      *    postcode browse returns totals only and is not filed.      *
      *---------------------------------------------------------------*
       P600-LOG-ACCESS.
           INITIALIZE WS-ACCESS-AREA.
           MOVE 'VS01'          TO AL-SOURCE.
           MOVE CA-REQUEST-ID   TO AL-REQUEST-ID.
           MOVE CA-CUSTOMER-NUM TO AL-CUSTOMER-NUM.
           IF CA-Request-ID(3:1) = 'N'
              MOVE CA-POLICY-NUM TO AL-POLICY-NUM
           END-IF.
           EXEC CICS LINK PROGRAM('LGACLG01')
                     COMMAREA(WS-ACCESS-AREA)
                     LENGTH(LENGTH OF WS-ACCESS-AREA)
           END-EXEC.
           EXIT.

      *---------------------------------------------------------------*
       P999-ERROR.
           EXEC CICS ASKTIME ABSTIME(V3-TIME)
           Move CA-Policy-Num   To EM-POLNUM 
           Move V1-RCD1         To EM-RespRC
           Move V1-RCD2         To EM-Resp2RC
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGERRL01')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(Length Of CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGERRL01')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(Length Of CA-ERROR-MSG)
               END-EXEC
