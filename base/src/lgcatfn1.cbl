      * back door around the single-claim path.  The control report   *
      * sets registrations against the LGCATWX1 exposure alerts for   *
      * the event, so intake versus exposure is visible daily.        *
      * Each registration is handed an owning handler off the         *
      * CLMHANDLR master by the same rule the online P809 path        *
      * applies; a notice no available handler can take is still     *
      * registered and counted unallocated for the team leaders.      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TR-PERIL-CODE         PIC X(10).
           05 TR-EST-AMOUNT         PIC 9(7)V99.
           05 TR-LOSS-DATE          PIC 9(8).
           05 TR-HANDLER-ID         PIC X(8).
           05 FILLER                PIC X(16).

      * Every notice that failed validation or screened as a
      * duplicate - the input record with the reason alongside, for
           05 WS-SEV-BAND2-AMT      PIC 9(7) VALUE 0005000.
           05 WS-TRIAGE-SEV         PIC 9.

      * Handler allocation - the peril's position in the CLMHANDLR
      * peril-authority flags, as LGCLMDB1 P809 numbers them.
       01  WS-ALC-FIELDS.
           05 WS-ALC-HANDLER        PIC X(8).
           05 WS-ALC-PERIL-POS      PIC S9(4) COMP.

       01  WS-DATE-CALCS.
           05 WS-LOSS-LILIAN        PIC 9(9).
           05 WS-WORK-LILIAN        PIC 9(9).
           05 WS-TOT-SEV1           PIC 9(7) VALUE 0.
           05 WS-TOT-SEV2           PIC 9(7) VALUE 0.
           05 WS-TOT-SEV3           PIC 9(7) VALUE 0.
           05 WS-TOT-ALLOCATED      PIC 9(7) VALUE 0.
           05 WS-TOT-UNALLOCATED    PIC 9(7) VALUE 0.
           05 WS-TOT-EXPOSED        PIC 9(7) VALUE 0.
           05 WS-EXP-SUM-INSURED    PIC 9(12) VALUE 0.

           END-EXEC

           ADD 1 TO WS-TOT-REGISTERED
           PERFORM 2350-ALLOCATE-HANDLER THRU 2350-EXIT
           PERFORM 2300-TRIAGE-SEVERITY
           PERFORM 2400-WRITE-TRIAGE
           .
               ADD 1 TO WS-TOT-SEV3
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The available handler holding authority for the peril and    *
      * the estimated amount, lightest open caseload first and under  *
      * their cap - the online P809 rule.  None qualifying leaves the *
      * claim unowned; a failed stamp is logged, never suspended,     *
      * since the claim itself is already registered.                 *
      *----------------------------------------------------------------*
       2350-ALLOCATE-HANDLER.
           MOVE SPACES TO WS-ALC-HANDLER
           EVALUATE FN-PERIL-CODE
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
               ADD 1 TO WS-TOT-UNALLOCATED
               GO TO 2350-EXIT
           END-EVALUATE

           EXEC SQL
             SELECT H.HANDLERID
               INTO :WS-ALC-HANDLER
               FROM CLMHANDLR H
               LEFT OUTER JOIN CLAIM C
                 ON C.HANDLERID = H.HANDLERID
                AND C.STATUS IN ('O', 'Q', 'R')
              WHERE H.AVAILABILITY = 'A'
                AND SUBSTR(H.PERILAUTH, :WS-ALC-PERIL-POS, 1) = 'Y'
                AND H.VALUELIMIT  >= :DB2-ESTAMT-DEC
              GROUP BY H.HANDLERID, H.MAXCASELOAD
             HAVING COUNT(C.CLAIMNUMBER) < H.MAXCASELOAD
              ORDER BY COUNT(C.CLAIMNUMBER), H.HANDLERID
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'HANDLER SELECT SQLCODE: ' SQLCODE
               END-IF
               MOVE SPACES TO WS-ALC-HANDLER
               ADD 1 TO WS-TOT-UNALLOCATED
               GO TO 2350-EXIT
           END-IF

           EXEC SQL
             UPDATE CLAIM
                SET HANDLERID     = :WS-ALC-HANDLER,
                    ALLOCATEDDATE = CURRENT DATE
              WHERE CLAIMNUMBER   = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CLAIM HANDLER UPDATE SQLCODE: ' SQLCODE
               MOVE SPACES TO WS-ALC-HANDLER
               ADD 1 TO WS-TOT-UNALLOCATED
           ELSE
               ADD 1 TO WS-TOT-ALLOCATED
           END-IF
           .
       2350-EXIT.
           EXIT.

       2400-WRITE-TRIAGE.
           MOVE SPACES             TO TRIAGE-RECORD
           MOVE DB2-CLAIMNUM-INT   TO TR-CLAIM-NUM
           MOVE FN-PERIL-CODE      TO TR-PERIL-CODE
           MOVE FN-EST-AMOUNT      TO TR-EST-AMOUNT
           MOVE FN-LOSS-DATE       TO TR-LOSS-DATE
           MOVE WS-ALC-HANDLER     TO TR-HANDLER-ID
           WRITE TRIAGE-RECORD.

       2800-WRITE-SUSPENSE.
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE WS-TOT-ALLOCATED TO WS-REPORT-COUNT
           STRING 'HANDLER ALLOCATED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE WS-TOT-UNALLOCATED TO WS-REPORT-COUNT
           STRING 'UNALLOCATED.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE WS-TOT-NO-POLICY TO WS-REPORT-COUNT
           STRING 'NO POLICY MATCH.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
