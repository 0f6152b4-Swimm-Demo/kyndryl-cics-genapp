           03 WS-NET-TXN-AMT          PIC 9(7)V99.
       01 DB2-L-DEDAPP-DEC            PIC S9(7)V99 COMP-3.

      *----------------------------------------------------------------*
      * Average clause at settlement - see P867.  The value at risk   *
      * and the total cut to date both ride the CLAIM row.             *
      *----------------------------------------------------------------*
       01  WS-AVG-APPLY-FIELDS.
           03 WS-AVG-POLICYTYPE       PIC X.
           03 WS-AVG-PAYABLE          PIC 9(7)V99.
           03 WS-AVG-REDUCTION        PIC 9(7)V99.
       01 DB2-L-VAR-INT               PIC S9(9) COMP.
       01 DB2-AVG-SUMINS-INT          PIC S9(9) COMP.
       01 DB2-L-AVGAPP-DEC            PIC S9(7)V99 COMP-3.

      *----------------------------------------------------------------*
      * Handler allocation at FNOL - see P809.  The peril's position  *
      * in the CLMHANDLR peril-authority flags: FIRE, CRIME, FLOOD,   *
      * WEATHER, TERROR, CYBER, then the motor ACCIDENT and THEFT.    *
      *----------------------------------------------------------------*
       01  WS-ALC-FIELDS.
           03 WS-ALC-HANDLER          PIC X(8).
           03 WS-ALC-PERIL-POS        PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Supplier appointment - see P816/P817.                         *
      *----------------------------------------------------------------*
       01  WS-APPT-FIELDS.
           03 WS-APPT-SUPP-TYPE       PIC X.
           03 WS-APPT-SUPP-STATUS     PIC X.
       01 DB2-APPT-ID-INT             PIC S9(9) COMP.
       01 DB2-APPT-FEE-DEC            PIC S9(7)V99 COMP-3.

      *----------------------------------------------------------------*
      * Third-party bodily injury - see P822/P823 and the periodic    *
      * payment order in P824/P825.  The claimant's three reserves    *
      * before this step are read so only their change moves the     *
      * claim's own reserve.                                          *
      *----------------------------------------------------------------*
       01  WS-TP-FIELDS.
           03 WS-TP-STATUS            PIC X.
           03 WS-TP-INJURY            PIC X.
           03 WS-TP-NAME              PIC X(30).
           03 WS-TP-SOLICITOR         PIC X(8).
           03 WS-PPO-END              PIC X(10).
       01 DB2-TP-FIELDS.
           03 DB2-TP-SEQ-SINT         PIC S9(4) COMP.
           03 DB2-TP-DAMAGES-DEC      PIC S9(7)V99 COMP-3.
           03 DB2-TP-COSTS-DEC        PIC S9(7)V99 COMP-3.
           03 DB2-TP-REHAB-DEC        PIC S9(7)V99 COMP-3.
           03 DB2-TP-OLD-RES-DEC      PIC S9(9)V99 COMP-3.
           03 DB2-TP-NEW-RES-DEC      PIC S9(9)V99 COMP-3.
           03 DB2-PPO-AMT-DEC         PIC S9(7)V99 COMP-3.
           03 DB2-PPO-ID-INT          PIC S9(9) COMP.
           03 DB2-PPO-END-IND         PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Excess-layer attachment at settlement - see P866.  On a layer *
      * policy the insured's loss must pierce the attachment point    *
                         ESTIMATEDAMOUNT,
                         STATUS,
                         EVENTID,
                         NOTIFIEDDATE,
                         LASTCHANGED    )
                VALUES ( DEFAULT,
                         :DB2-POLICYNUM-INT,
                         :DB2-L-ESTAMT-DEC,
                         :CA-L-STATUS,
                         :CA-L-EVENT-ID,
                         CURRENT DATE,
                         CURRENT TIMESTAMP )
           END-EXEC

           END-EXEC
           MOVE DB2-CLAIMNUM-INT TO CA-L-CLAIM-NUM.

           PERFORM P809-ALLOCATE-HANDLER THRU P809-EXIT.

           EXIT.

      *================================================================*
      * Hands the new claim to an owning handler - the available      *
      * handler carrying authority for its peril and for its          *
      * estimated amount, with the lightest open caseload (open,      *
      * held or reserved claims) still under their caseload cap;      *
      * handler id breaks a tie.  No handler qualifying is not an     *
      * error: the claim stands unowned for the team leaders, and a   *
      * failure to stamp the owner never loses the registration.      *
      *================================================================*
       P809-ALLOCATE-HANDLER.

           MOVE SPACES TO CA-L-HANDLER-ID.
           EVALUATE CA-L-PERIL-CODE
             WHEN 'FIRE'
               MOVE 1 TO WS-ALC-PERIL-POS
             WHEN 'CRIME'
               MOVE 2 TO WS-ALC-PERIL-POS
             WHEN 'FLOOD'
               MOVE 3 TO WS-ALC-PERIL-POS
             WHEN 'WEATHER'
               MOVE 4 TO WS-ALC-PERIL-POS
             WHEN 'TERROR'
               MOVE 5 TO WS-ALC-PERIL-POS
             WHEN 'CYBER'
               MOVE 6 TO WS-ALC-PERIL-POS
             WHEN 'ACCIDENT'
               MOVE 7 TO WS-ALC-PERIL-POS
             WHEN 'THEFT'
               MOVE 8 TO WS-ALC-PERIL-POS
             WHEN OTHER
               GO TO P809-EXIT
           END-EVALUATE.

           MOVE ' SELECT HANDLER' TO EM-SQLREQ
           EXEC SQL
             SELECT H.HANDLERID
               INTO :WS-ALC-HANDLER
               FROM CLMHANDLR H
               LEFT OUTER JOIN CLAIM C
                 ON C.HANDLERID = H.HANDLERID
                AND C.STATUS IN ('O', 'Q', 'R')
              WHERE H.AVAILABILITY = 'A'
                AND SUBSTR(H.PERILAUTH, :WS-ALC-PERIL-POS, 1) = 'Y'
                AND H.VALUELIMIT  >= :DB2-L-ESTAMT-DEC
              GROUP BY H.HANDLERID, H.MAXCASELOAD
             HAVING COUNT(C.CLAIMNUMBER) < H.MAXCASELOAD
              ORDER BY COUNT(C.CLAIMNUMBER), H.HANDLERID
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO P809-EXIT
           END-IF.

           MOVE ' UPDATE CLM HDL' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET HANDLERID     = :WS-ALC-HANDLER,
                    ALLOCATEDDATE = CURRENT DATE
              WHERE CLAIMNUMBER   = :DB2-CLAIMNUM-INT
           END-EXEC

           IF SQLCODE = 0
              MOVE WS-ALC-HANDLER TO CA-L-HANDLER-ID
           ELSE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       P809-EXIT.
           EXIT.

      *================================================================*
                    COALESCE(LITIGATIONSTATUS, ' '),
                    COALESCE(CHAR(SUITFILEDDATE, ISO), ' '),
                    COALESCE(SOLICITORREF, ' '),
                    COALESCE(LEGALPAIDTOTAL, 0),
                    COALESCE(VALUEATRISK, 0),
                    COALESCE(AVERAGEAPPLIED, 0)
               INTO :WS-L-STATUS, :DB2-L-RESERVE-DEC, :DB2-L-PAID-DEC,
                    :DB2-L-RECOVERED-DEC, :WS-L-EVENT-ID,
                    :CA-L-PERIL-CODE, :DB2-L-DEDAPP-DEC,
                    :DB2-L-ATTCAR-DEC,
                    :WS-L-LIT-STATUS, :WS-L-SUIT-FILED,
                    :WS-L-SOLICITOR, :DB2-L-LEGAL-DEC,
                    :DB2-L-VAR-INT, :DB2-L-AVGAPP-DEC
               FROM CLAIM
              WHERE CLAIMNUMBER    = :DB2-CLAIMNUM-INT
                AND POLICYNUMBER   = :DB2-POLICYNUM-INT
               PERFORM P855-CHECK-COMP-FREEZE THRU P855-EXIT
               PERFORM P860-CHECK-PAY-CONTROL THRU P860-EXIT
               PERFORM P865-APPLY-DEDUCTIBLE THRU P865-EXIT
               PERFORM P867-APPLY-AVERAGE THRU P867-EXIT
               PERFORM P866-APPLY-ATTACHMENT THRU P866-EXIT
               ADD WS-NET-TXN-AMT TO DB2-L-PAID-DEC
               SUBTRACT WS-NET-TXN-AMT FROM DB2-L-RESERVE-DEC
               PERFORM P855-CHECK-COMP-FREEZE THRU P855-EXIT
               PERFORM P860-CHECK-PAY-CONTROL THRU P860-EXIT
               PERFORM P865-APPLY-DEDUCTIBLE THRU P865-EXIT
               PERFORM P867-APPLY-AVERAGE THRU P867-EXIT
               PERFORM P866-APPLY-ATTACHMENT THRU P866-EXIT
               ADD WS-NET-TXN-AMT TO DB2-L-PAID-DEC
               MOVE 0 TO DB2-L-RESERVE-DEC
               END-IF
               MOVE 'X' TO WS-L-LIT-STATUS

      *      Instruct a supplier on the claim - only while the
      *      claim is still live; a settled or closed claim has no
      *      work left to appoint anyone to.
             WHEN 'N'
               IF WS-L-STATUS = 'S' OR WS-L-STATUS = 'C'
                  MOVE '86' TO CA-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
               END-IF
               PERFORM P816-CHECK-SUPPLIER

      *      An injured third party on a motor claim - filed, or its
      *      reserves revised, while the claim is live.  The claim's
      *      reserve moves by the change in the claimant's three
      *      reserves, and an open claim given its first reserve
      *      this way is reserved just as the 'R' step reserves it.
             WHEN 'T'
               IF CA-REQUEST-ID(4:3) NOT = 'MOT'
                  OR WS-L-STATUS = 'S' OR WS-L-STATUS = 'C'
                  OR WS-L-STATUS = 'Q'
                  MOVE '86' TO CA-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
               END-IF
               PERFORM P822-CHECK-THIRD-PARTY THRU P822-EXIT
               ADD DB2-TP-NEW-RES-DEC TO DB2-L-RESERVE-DEC
               SUBTRACT DB2-TP-OLD-RES-DEC FROM DB2-L-RESERVE-DEC
               IF DB2-L-RESERVE-DEC < 0
                  MOVE 0 TO DB2-L-RESERVE-DEC
               END-IF
               IF WS-L-STATUS = 'O' AND DB2-L-RESERVE-DEC > 0
                  MOVE 'R' TO WS-L-STATUS
               END-IF

      *      Periodic payment order for an injured third party -
      *      set up on a reserved claim or after settlement, since
      *      the order usually IS the settlement of the future-loss
      *      heads.  The instalments are queued by LGPPOPY1.
             WHEN 'Y'
               IF CA-REQUEST-ID(4:3) NOT = 'MOT'
                  OR (WS-L-STATUS NOT = 'R' AND WS-L-STATUS NOT = 'S')
                  MOVE '86' TO CA-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
               END-IF
               PERFORM P824-CHECK-PPO THRU P824-EXIT

             WHEN OTHER
               MOVE '86' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
                    LITIGATIONSTATUS  = :WS-L-LIT-STATUS,
                    SOLICITORREF      = :WS-L-SOLICITOR,
                    LEGALPAIDTOTAL    = :DB2-L-LEGAL-DEC,
                    VALUEATRISK       = :DB2-L-VAR-INT,
                    AVERAGEAPPLIED    = :DB2-L-AVGAPP-DEC,
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER   = :DB2-CLAIMNUM-INT
           END-EXEC
              PERFORM P815-FILE-RECOVERY
           END-IF.

           IF CA-L-ACTION = 'N'
              PERFORM P817-FILE-APPOINTMENT
           END-IF.

           IF CA-L-ACTION = 'T'
              PERFORM P823-FILE-THIRD-PARTY THRU P823-EXIT
           END-IF.

           IF CA-L-ACTION = 'Y'
              PERFORM P825-FILE-PPO
           END-IF.

      *    The day a claim is finally settled or closed is kept, so
      *    settlement times can be measured from notification - the
      *    last-changed stamp moves again on any later recovery.
           IF CA-L-ACTION = 'F' OR CA-L-ACTION = 'C'
              MOVE ' UPDATE CLM CLO' TO EM-SQLREQ
              EXEC SQL
                UPDATE CLAIM
                   SET CLOSEDDATE  = CURRENT DATE
                 WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-SQL-GENERIC-RC
                 PERFORM DETERMINE-SQL-FAILURE-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF.

      *    The suit-filed date is a DATE column, so it only moves on
      *    the one action that carries a real date - assigning the
      *    blank the other actions hold would fail the whole step.
           MOVE DB2-L-RECOVERED-DEC TO CA-L-RECOVERED-TOTAL.
           MOVE WS-L-EVENT-ID     TO CA-L-EVENT-ID.
           MOVE DB2-L-DEDAPP-DEC  TO CA-L-DEDUCTIBLE-APPLIED.
           MOVE DB2-L-VAR-INT     TO CA-L-VALUE-AT-RISK.
           MOVE DB2-L-AVGAPP-DEC  TO CA-L-AVERAGE-APPLIED.
           MOVE WS-L-LIT-STATUS   TO CA-L-LIT-STATUS.
           MOVE WS-L-SUIT-FILED   TO CA-L-SUIT-FILED.
           MOVE WS-L-SOLICITOR    TO CA-L-SOLICITOR-REF.
           END-IF.
           EXIT.

      *================================================================*
      * The supplier being instructed must be on the SUPPLIER master  *
      * and active, and the appointment must carry an agreed fee      *
      * scale - an appointment with no scale would pass any invoice.  *
      * CA-RETURN-CODE 82 for a missing supplier id or fee, 66 for a  *
      * supplier not on the master or suspended from it.              *
      *================================================================*
       P816-CHECK-SUPPLIER.

           IF CA-L-SUPPLIER-ID = SPACES
              OR CA-L-AGREED-FEE NOT NUMERIC
              OR CA-L-AGREED-FEE = 0
              MOVE '82' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' SELECT SUPPLR ' TO EM-SQLREQ
           EXEC SQL
             SELECT SUPPLIERTYPE, STATUS
               INTO :WS-APPT-SUPP-TYPE, :WS-APPT-SUPP-STATUS
               FROM SUPPLIER
              WHERE SUPPLIERID = :CA-L-SUPPLIER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF WS-APPT-SUPP-STATUS NOT = 'A'
                  MOVE '66' TO CA-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN 100
               MOVE '66' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Files the appointment - who was instructed, of what kind,     *
      * when, and at what agreed fee - open ('O') until the supplier  *
      * sends a final invoice.  Abends on failure, as the recovery    *
      * receipt does, so the claim step backs out with it.            *
      *================================================================*
       P817-FILE-APPOINTMENT.

           MOVE CA-L-AGREED-FEE TO DB2-APPT-FEE-DEC.

           MOVE ' INSERT CLMAPPT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMAPPT
                       ( APPTID,
                         CLAIMNUMBER,
                         POLICYNUMBER,
                         SUPPLIERID,
                         SUPPLIERTYPE,
                         APPTDATE,
                         AGREEDFEE,
                         INVOICEDTOTAL,
                         STATUS,
                         APPOINTEDBY )
                VALUES ( DEFAULT,
                         :DB2-CLAIMNUM-INT,
                         :DB2-POLICYNUM-INT,
                         :CA-L-SUPPLIER-ID,
                         :WS-APPT-SUPP-TYPE,
                         CURRENT DATE,
                         :DB2-APPT-FEE-DEC,
                         0,
                         'O',
                         :WS-USR-ID )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC SQL
             SET :DB2-APPT-ID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-APPT-ID-INT TO CA-L-APPT-ID.
           EXIT.

      *================================================================*
      * Edits the third-party claimant for the 'T' step.  A new one   *
      * needs a name and a known injury type; a revision reads the    *
      * TPCLAIMANT row so blank fields keep what is filed and the     *
      * old reserves are known.  A solicitor named must be an active  *
      * solicitor ('L') on the SUPPLIER master - CA-RETURN-CODE 66,   *
      * as for an appointment.                                        *
      *================================================================*
       P822-CHECK-THIRD-PARTY.

           IF CA-L-TP-SEQ NOT NUMERIC
              OR CA-L-TP-DAMAGES-RES NOT NUMERIC
              OR CA-L-TP-COSTS-RES NOT NUMERIC
              OR CA-L-TP-REHAB-RES NOT NUMERIC
              MOVE '82' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-L-TP-SEQ         TO DB2-TP-SEQ-SINT.
           MOVE CA-L-TP-DAMAGES-RES TO DB2-TP-DAMAGES-DEC.
           MOVE CA-L-TP-COSTS-RES   TO DB2-TP-COSTS-DEC.
           MOVE CA-L-TP-REHAB-RES   TO DB2-TP-REHAB-DEC.
           COMPUTE DB2-TP-NEW-RES-DEC =
              DB2-TP-DAMAGES-DEC + DB2-TP-COSTS-DEC + DB2-TP-REHAB-DEC.
           MOVE 0 TO DB2-TP-OLD-RES-DEC.

           IF CA-L-TP-SEQ = 0
              IF CA-L-TP-NAME = SPACES
                 OR NOT (CA-L-TP-WHIPLASH OR CA-L-TP-FRACTURE
                      OR CA-L-TP-PSYCHOLOGICAL OR CA-L-TP-SERIOUS
                      OR CA-L-TP-CATASTROPHIC OR CA-L-TP-FATAL
                      OR CA-L-TP-OTHER-INJURY)
                 MOVE '82' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE CA-L-TP-NAME      TO WS-TP-NAME
              MOVE CA-L-TP-INJURY    TO WS-TP-INJURY
              MOVE CA-L-TP-SOLICITOR TO WS-TP-SOLICITOR
              GO TO P822-SOLICITOR
           END-IF.

           MOVE ' SELECT TPCLMNT' TO EM-SQLREQ
           EXEC SQL
             SELECT CLAIMANTNAME, INJURYTYPE,
                    COALESCE(SOLICITORID, ' '),
                    DAMAGESRESERVE + COSTSRESERVE + REHABRESERVE
               INTO :WS-TP-NAME, :WS-TP-INJURY,
                    :WS-TP-SOLICITOR, :DB2-TP-OLD-RES-DEC
               FROM TPCLAIMANT
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND CLAIMANTSEQ = :DB2-TP-SEQ-SINT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF CA-L-TP-NAME NOT = SPACES
              MOVE CA-L-TP-NAME TO WS-TP-NAME
           END-IF.
           IF CA-L-TP-INJURY NOT = SPACE
              IF NOT (CA-L-TP-WHIPLASH OR CA-L-TP-FRACTURE
                   OR CA-L-TP-PSYCHOLOGICAL OR CA-L-TP-SERIOUS
                   OR CA-L-TP-CATASTROPHIC OR CA-L-TP-FATAL
                   OR CA-L-TP-OTHER-INJURY)
                 MOVE '82' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE CA-L-TP-INJURY TO WS-TP-INJURY
           END-IF.
           IF CA-L-TP-SOLICITOR NOT = SPACES
              MOVE CA-L-TP-SOLICITOR TO WS-TP-SOLICITOR
           END-IF.

       P822-SOLICITOR.
           IF CA-L-TP-SOLICITOR = SPACES
              GO TO P822-EXIT
           END-IF.

           MOVE ' SELECT SUPPLR ' TO EM-SQLREQ
           EXEC SQL
             SELECT SUPPLIERTYPE, STATUS
               INTO :WS-APPT-SUPP-TYPE, :WS-APPT-SUPP-STATUS
               FROM SUPPLIER
              WHERE SUPPLIERID = :CA-L-TP-SOLICITOR
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF WS-APPT-SUPP-STATUS NOT = 'A'
                  OR WS-APPT-SUPP-TYPE NOT = 'L'
                  MOVE '66' TO CA-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN 100
               MOVE '66' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

       P822-EXIT.
           EXIT.

      *================================================================*
      * Files the third-party claimant - a new one under the next     *
      * sequence on the claim, with the claim flagged as carrying     *
      * bodily injury so the claim extract (and the LGTRIDV1          *
      * triangles off it) can class it apart from property damage;   *
      * a revision rewrites the claimant's reserves, injury type and  *
      * solicitor.  Abends on failure, as the recovery receipt does,  *
      * so the claim reserve update backs out with it.                *
      *================================================================*
       P823-FILE-THIRD-PARTY.

           IF CA-L-TP-SEQ NOT = 0
              MOVE ' UPDATE TPCLMNT' TO EM-SQLREQ
              EXEC SQL
                UPDATE TPCLAIMANT
                   SET CLAIMANTNAME   = :WS-TP-NAME,
                       INJURYTYPE     = :WS-TP-INJURY,
                       SOLICITORID    = :WS-TP-SOLICITOR,
                       DAMAGESRESERVE = :DB2-TP-DAMAGES-DEC,
                       COSTSRESERVE   = :DB2-TP-COSTS-DEC,
                       REHABRESERVE   = :DB2-TP-REHAB-DEC,
                       LASTCHANGED    = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                   AND CLAIMANTSEQ = :DB2-TP-SEQ-SINT
              END-EXEC
              GO TO P823-CHECK
           END-IF.

           MOVE ' SELECT TPC SEQ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(CLAIMANTSEQ), 0) + 1
               INTO :DB2-TP-SEQ-SINT
               FROM TPCLAIMANT
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P823-CHECK
           END-IF.

           MOVE ' INSERT TPCLMNT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO TPCLAIMANT
                       ( CLAIMNUMBER,
                         CLAIMANTSEQ,
                         CLAIMANTNAME,
                         INJURYTYPE,
                         SOLICITORID,
                         DAMAGESRESERVE,
                         COSTSRESERVE,
                         REHABRESERVE,
                         DAMAGESPAID,
                         COSTSPAID,
                         REHABPAID,
                         STATUS,
                         CREATEDBY,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-TP-SEQ-SINT,
                         :WS-TP-NAME,
                         :WS-TP-INJURY,
                         :WS-TP-SOLICITOR,
                         :DB2-TP-DAMAGES-DEC,
                         :DB2-TP-COSTS-DEC,
                         :DB2-TP-REHAB-DEC,
                         0,
                         0,
                         0,
                         'O',
                         :WS-USR-ID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P823-CHECK
           END-IF.

           MOVE ' UPDATE CLM INJ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET INJURYFLAG  = 'Y'
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC.

       P823-CHECK.
           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE DB2-TP-SEQ-SINT TO CA-L-TP-SEQ.
           MOVE WS-TP-NAME      TO CA-L-TP-NAME.
           MOVE WS-TP-INJURY    TO CA-L-TP-INJURY.
           MOVE WS-TP-SOLICITOR TO CA-L-TP-SOLICITOR.

       P823-EXIT.
           EXIT.

      *================================================================*
      * Edits the periodic payment order for the 'Y' step - a filed   *
      * claimant, a non-zero instalment, a known frequency, an ISO    *
      * first due date and a last date, if any, no earlier than it.   *
      *================================================================*
       P824-CHECK-PPO.

           IF CA-L-TP-SEQ NOT NUMERIC
              OR CA-L-TP-SEQ = 0
              OR CA-L-PPO-AMOUNT NOT NUMERIC
              OR CA-L-PPO-AMOUNT = 0
              OR NOT (CA-L-PPO-MONTHLY OR CA-L-PPO-QUARTERLY
                   OR CA-L-PPO-ANNUAL)
              OR CA-L-PPO-START(1:4) NOT NUMERIC
              OR CA-L-PPO-START(5:1) NOT = '-'
              OR CA-L-PPO-START(6:2) NOT NUMERIC
              OR CA-L-PPO-START(8:1) NOT = '-'
              OR CA-L-PPO-START(9:2) NOT NUMERIC
              MOVE '82' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE -1 TO DB2-PPO-END-IND.
           MOVE SPACES TO WS-PPO-END.
           IF CA-L-PPO-END NOT = SPACES
              IF CA-L-PPO-END(1:4) NOT NUMERIC
                 OR CA-L-PPO-END(5:1) NOT = '-'
                 OR CA-L-PPO-END(6:2) NOT NUMERIC
                 OR CA-L-PPO-END(8:1) NOT = '-'
                 OR CA-L-PPO-END(9:2) NOT NUMERIC
                 OR CA-L-PPO-END < CA-L-PPO-START
                 MOVE '82' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE 0 TO DB2-PPO-END-IND
              MOVE CA-L-PPO-END TO WS-PPO-END
           END-IF.

           MOVE CA-L-TP-SEQ     TO DB2-TP-SEQ-SINT.
           MOVE CA-L-PPO-AMOUNT TO DB2-PPO-AMT-DEC.

           MOVE ' SELECT TPCLMNT' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS
               INTO :WS-TP-STATUS
               FROM TPCLAIMANT
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND CLAIMANTSEQ = :DB2-TP-SEQ-SINT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

       P824-EXIT.
           EXIT.

      *================================================================*
      * Files the periodic payment order active ('A'), first due on   *
      * its start date.  LGPPOPY1 queues each instalment as it falls  *
      * due and steps the next due date on by the frequency, ending   *
      * ('E') the order once it passes the last date.  Abends on      *
      * failure, as the appointment does.                             *
      *================================================================*
       P825-FILE-PPO.

           MOVE ' INSERT PPOSCHD' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PPOSCHED
                       ( PPOID,
                         CLAIMNUMBER,
                         CLAIMANTSEQ,
                         AMOUNT,
                         FREQUENCY,
                         STARTDATE,
                         NEXTDUEDATE,
                         ENDDATE,
                         PAIDTOTAL,
                         STATUS,
                         SETUPBY )
                VALUES ( DEFAULT,
                         :DB2-CLAIMNUM-INT,
                         :DB2-TP-SEQ-SINT,
                         :DB2-PPO-AMT-DEC,
                         :CA-L-PPO-FREQ,
                         :CA-L-PPO-START,
                         :CA-L-PPO-START,
                         :WS-PPO-END:DB2-PPO-END-IND,
                         0,
                         'A',
                         :WS-USR-ID )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC SQL
             SET :DB2-PPO-ID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-PPO-ID-INT TO CA-L-PPO-ID.
           EXIT.

      *================================================================*
      * '22ICLM' claims browse - one CLAIM row per call for the keyed *
      * policy, stepped forward from the claim number last shown      *
                      ESTIMATEDAMOUNT, RESERVEAMOUNT, PAIDTOTAL,
                      COALESCE(RECOVEREDTOTAL, 0),
                      COALESCE(EVENTID, ' '),
                      COALESCE(DEDUCTIBLEAPPLIED, 0),
                      COALESCE(VALUEATRISK, 0),
                      COALESCE(AVERAGEAPPLIED, 0),
                      COALESCE(HANDLERID, ' ')
                 FROM CLAIM
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                  AND CLAIMNUMBER  > :DB2-CLAIMNUM-INT
                   :CA-L-PERIL-CODE, :WS-L-STATUS,
                   :DB2-L-ESTAMT-DEC, :DB2-L-RESERVE-DEC,
                   :DB2-L-PAID-DEC, :DB2-L-RECOVERED-DEC,
                   :WS-L-EVENT-ID, :DB2-L-DEDAPP-DEC,
                   :DB2-L-VAR-INT, :DB2-L-AVGAPP-DEC,
                   :CA-L-HANDLER-ID
           END-EXEC

           EVALUATE SQLCODE
               MOVE DB2-L-RECOVERED-DEC TO CA-L-RECOVERED-TOTAL
               MOVE WS-L-EVENT-ID       TO CA-L-EVENT-ID
               MOVE DB2-L-DEDAPP-DEC    TO CA-L-DEDUCTIBLE-APPLIED
               MOVE DB2-L-VAR-INT       TO CA-L-VALUE-AT-RISK
               MOVE DB2-L-AVGAPP-DEC    TO CA-L-AVERAGE-APPLIED
               COMPUTE DB2-L-NET-DEC =
                  DB2-L-PAID-DEC + DB2-L-RESERVE-DEC
                  - DB2-L-RECOVERED-DEC
                  '  PERIL: ' CA-L-PERIL-CODE
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DOC-SUB).
           ADD 1 TO WS-DOC-SUB.
           IF CA-L-HANDLER-ID = SPACES
              MOVE 'HANDLER: UNALLOCATED' TO CA-DOC-LINE(WS-DOC-SUB)
           ELSE
              STRING 'HANDLER: ' CA-L-HANDLER-ID
                  DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DOC-SUB)
           END-IF.
           ADD 1 TO WS-DOC-SUB.
           IF CA-L-EVENT-ID NOT = SPACES
              STRING 'CATASTROPHE EVENT: ' CA-L-EVENT-ID
                  DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DOC-SUB)
           STRING 'DEDUCTIBLE APPLIED: ' WS-DOC-PAYMENT-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DOC-SUB).
           ADD 1 TO WS-DOC-SUB.
      *    The average cut shows beside the deductible, with the
      *    value at risk it was worked from, whenever one applied.
           IF DB2-L-AVGAPP-DEC > 0
              MOVE DB2-L-AVGAPP-DEC TO WS-DOC-PAYMENT-ED
              STRING 'AVERAGE APPLIED: ' WS-DOC-PAYMENT-ED
                  DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DOC-SUB)
              ADD 1 TO WS-DOC-SUB
              MOVE DB2-L-VAR-INT TO WS-DOC-PAYMENT-ED
              STRING 'VALUE AT RISK: ' WS-DOC-PAYMENT-ED
                  DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DOC-SUB)
              ADD 1 TO WS-DOC-SUB
           END-IF.
           MOVE DB2-L-NET-DEC TO WS-DOC-PAYMENT-ED.
           STRING 'NET INCURRED: ' WS-DOC-PAYMENT-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DOC-SUB).
       P865-EXIT.
           EXIT.

      *================================================================*
      * Average (underinsurance) clause - where the adjuster's value  *
      * at risk exceeds what the policy insured (HOUSE value, or the  *
      * COMMERCIAL sum insured), the payment net of the deductible is *
      * scaled down by sum insured over value at risk, as the policy  *
      * wording provides.  A value at risk supplied on this step is   *
      * kept on the claim so later payments scale the same way; with  *
      * none on file, or on a motor policy, the payment stands.  A    *
      * cover row this program can't read pays unscaled, the same     *
      * stance the deductible takes.                                   *
      *================================================================*
       P867-APPLY-AVERAGE.

           IF CA-L-VALUE-AT-RISK > 0
              MOVE CA-L-VALUE-AT-RISK TO DB2-L-VAR-INT
           END-IF.
           IF DB2-L-VAR-INT NOT GREATER THAN 0
              OR WS-NET-TXN-AMT = 0
              GO TO P867-EXIT
           END-IF.

           MOVE SPACES TO WS-AVG-POLICYTYPE.
           MOVE 0 TO DB2-AVG-SUMINS-INT.
           MOVE ' SELECT POL AVG' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYTYPE
               INTO :WS-AVG-POLICYTYPE
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P867-EXIT
           END-IF.

           EVALUATE WS-AVG-POLICYTYPE
             WHEN 'H'
               MOVE ' SELECT HOU AVG' TO EM-SQLREQ
               EXEC SQL
                 SELECT VALUE
                   INTO :DB2-AVG-SUMINS-INT
                   FROM HOUSE
                  WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
               END-EXEC
             WHEN 'C'
               MOVE ' SELECT COM AVG' TO EM-SQLREQ
               EXEC SQL
                 SELECT SumInsured
                   INTO :DB2-AVG-SUMINS-INT
                   FROM COMMERCIAL
                  WHERE PolicyNumber = :DB2-POLICYNUM-INT
               END-EXEC
             WHEN OTHER
               GO TO P867-EXIT
           END-EVALUATE.

           IF SQLCODE NOT = 0
              OR DB2-AVG-SUMINS-INT NOT GREATER THAN 0
              OR DB2-AVG-SUMINS-INT NOT LESS THAN DB2-L-VAR-INT
              GO TO P867-EXIT
           END-IF.

           COMPUTE WS-AVG-PAYABLE ROUNDED =
              WS-NET-TXN-AMT * DB2-AVG-SUMINS-INT / DB2-L-VAR-INT.
           COMPUTE WS-AVG-REDUCTION =
              WS-NET-TXN-AMT - WS-AVG-PAYABLE.
           MOVE WS-AVG-PAYABLE TO WS-NET-TXN-AMT.
           ADD WS-AVG-REDUCTION TO DB2-L-AVGAPP-DEC.

       P867-EXIT.
           EXIT.

      *================================================================*
      * Excess-layer attachment - on a layer policy this book pays    *
      * nothing until the insured's loss has pierced the attachment   *
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
