       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMKTEX1.
      *----------------------------------------------------------------*
      * Monthly cross-sell campaign extract.  Each campaign on MKPARM  *
      * names a product gap - a product the customer holds and one     *
      * they do not, say household but no motor - and picks out every  *
      * customer with a policy of the first type in force at the run   *
      * date and none of the second.  Those customers go to the        *
      * mailing house on CAMPEXT with the channels they may be         *
      * contacted on, unless they are kept out of marketing:           *
      *                                                                *
      *   sanctions  - a policy frozen for a sanctions review          *
      *                (COMPFREEZE) or a review still open on COMPWQ.  *
      *   arrears    - an installment returned unpaid ('R') or out     *
      *                with a collection agency ('A') on any of the    *
      *                customer's policies.                            *
      *   vulnerable - the customer is marked vulnerable on CUSTOMER.  *
      *   no consent - no channel the customer has consented to on     *
      *                the consent register (CUSTCONSENT) that we      *
      *                have the contact details for - mail needs an    *
      *                address, email an email address, phone and SMS  *
      *                a phone number.                                 *
      *                                                                *
      * A customer kept out is counted against the first of these      *
      * reasons in that order.  A customer who fits more than one      *
      * campaign appears once under each.  Without MKPARM the two      *
      * standard campaigns below are run.  CAMPEXT carries the         *
      * standard LGEXTCTL header and trailer; there is no money on it, *
      * so the hash is zero and the count balances.                    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO MKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO CAMPEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.
           SELECT CAMPAIGN-REPORT-FILE ASSIGN TO MKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per campaign, up to ten - the campaign code the
      * mailing house files the responses under, the policy type the
      * customer must hold, the type they must not and a description
      * for the report.  Policy types are C, E, H and M.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 MK-CAMPAIGN           PIC X(8).
           05 MK-HELD-TYPE          PIC X.
           05 MK-GAP-TYPE           PIC X.
           05 MK-DESCRIPTION        PIC X(30).
           05 FILLER                PIC X(40).

      * One row per customer per campaign.  The channel flags are 'Y'
      * only where the customer has consented and the contact detail
      * is on file.
       FD  CAMPAIGN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  CAMPAIGN-RECORD.
           05 CE-RECORD-TYPE        PIC X.
           05 CE-CAMPAIGN           PIC X(8).
           05 CE-CUSTOMER-NUM       PIC 9(10).
           05 CE-NAME               PIC X(40).
           05 CE-ADDRESS            PIC X(80).
           05 CE-POSTCODE           PIC X(8).
           05 CE-PHONE              PIC X(15).
           05 CE-EMAIL              PIC X(40).
           05 CE-HELD-TYPE          PIC X.
           05 CE-GAP-TYPE           PIC X.
           05 CE-CHANNELS.
              07 CE-BY-MAIL         PIC X.
              07 CE-BY-EMAIL        PIC X.
              07 CE-BY-PHONE        PIC X.
              07 CE-BY-SMS          PIC X.
           05 CE-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(34).

       FD  CAMPAIGN-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CAMPAIGN-REPORT-RECORD   PIC X(100).

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of job, one record per execution.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY LGRUNST.

       WORKING-STORAGE SECTION.

      * Run-statistics capture - see LGRUNST.
       01  WS-RUNSTATS-STATUS       PIC X(2).
       01  WS-RS-START-TIME         PIC 9(6) VALUE 0.
       01  WS-RS-RUN-DATE           PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-RS-RUN-DATE.
           05 WS-RD-YEAR            PIC 9(4).
           05 WS-RD-MONTH           PIC 9(2).
           05 WS-RD-DAY             PIC 9(2).
       01  WS-FILE-STATUS.
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-CAMPAIGN-STATUS    PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

      * Extract controls for CAMPEXT - see LGEXTCTL.
           COPY LGEXTCTL.

       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-PARM-EOF              PIC X VALUE 'N'.

      *----------------------------------------------------------------*
      * The campaigns for the run, with their counts.  The standard    *
      * pair cross-sells motor to household customers and household    *
      * to motor customers.                                            *
      *----------------------------------------------------------------*
       01  WS-DEFAULT-CAMPAIGNS.
           05 FILLER                PIC X(40)
               VALUE 'HSENOMTRHMHOUSEHOLD HOLDERS - NO MOTOR'.
           05 FILLER                PIC X(40)
               VALUE 'MTRNOHSEMHMOTOR HOLDERS - NO HOUSEHOLD'.
       01  FILLER REDEFINES WS-DEFAULT-CAMPAIGNS.
           05 WS-DEFAULT-CAMPAIGN   PIC X(40) OCCURS 2 TIMES.
       01  WS-CAMPAIGN-TABLE.
           03 WS-CP-ENTRY OCCURS 10 TIMES.
              05 WS-CP-DEFINITION.
                 07 WS-CP-CODE      PIC X(8).
                 07 WS-CP-HELD      PIC X.
                 07 WS-CP-GAP       PIC X.
                 07 WS-CP-DESC      PIC X(30).
              05 WS-CP-COUNTS.
                 07 WS-CP-FOUND     PIC 9(7) COMP-3.
                 07 WS-CP-SANCTIONS PIC 9(7) COMP-3.
                 07 WS-CP-ARREARS   PIC 9(7) COMP-3.
                 07 WS-CP-VULNERABLE PIC 9(7) COMP-3.
                 07 WS-CP-NO-CONSENT PIC 9(7) COMP-3.
                 07 WS-CP-EXTRACTED PIC 9(7) COMP-3.
       01  WS-CAMPAIGN-COUNT        PIC S9(4) COMP VALUE 0.
       01  WS-CP-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-VALID-TYPES           PIC X(4) VALUE 'CEHM'.
       01  WS-TYPE-OK               PIC S9(4) COMP VALUE 0.

      * The contact channels usable for the customer in hand.
       01  WS-CHANNELS.
           05 WS-BY-MAIL            PIC X.
           05 WS-BY-EMAIL           PIC X.
           05 WS-BY-PHONE           PIC X.
           05 WS-BY-SMS             PIC X.

       01  DB2-MK-FIELDS.
           05 DB2-RUN-DATE          PIC X(10).
           05 DB2-HELD-TYPE         PIC X.
           05 DB2-GAP-TYPE          PIC X.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-NAME              PIC X(40).
           05 DB2-ADDRESS           PIC X(80).
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-PHONE             PIC X(15).
           05 DB2-EMAIL             PIC X(40).
           05 DB2-VULNERABLE        PIC X.
           05 DB2-CONSENT-MAIL      PIC X.
           05 DB2-CONSENT-EMAIL     PIC X.
           05 DB2-CONSENT-PHONE     PIC X.
           05 DB2-CONSENT-SMS       PIC X.
           05 DB2-ARREARS-INT       PIC S9(9) COMP.
           05 DB2-FROZEN-INT        PIC S9(9) COMP.
           05 DB2-OPEN-WQ-INT       PIC S9(9) COMP.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-FOUND          PIC 9(7) VALUE 0.
           05 WS-TOT-EXCLUDED       PIC 9(7) VALUE 0.
           05 WS-TOT-WRITTEN        PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Customers holding a policy of the campaign's held type in
      *    force at the run date and none of its gap type, with their
      *    consent register and what would keep them out of it.
           EXEC SQL
             DECLARE MKCUS-CSR CURSOR FOR
               SELECT C.CUSTOMERNUMBER,
                      COALESCE(C.CUSTOMERNAME, ' '),
                      COALESCE(C.CUSTOMERADDRESS, ' '),
                      COALESCE(C.POSTCODE, ' '),
                      COALESCE(C.PHONE, ' '),
                      COALESCE(C.EMAIL, ' '),
                      COALESCE(C.VULNERABLE, 'N'),
                      COALESCE(CM.CONSENT, 'N'),
                      COALESCE(CE.CONSENT, 'N'),
                      COALESCE(CP.CONSENT, 'N'),
                      COALESCE(CS.CONSENT, 'N'),
                      (SELECT COUNT(*)
                         FROM PAYSCHED S, POLICY Q
                        WHERE Q.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                          AND S.POLICYNUMBER   = Q.POLICYNUMBER
                          AND S.STATUS IN ('R', 'A')),
                      (SELECT COUNT(*)
                         FROM POLICY Q
                        WHERE Q.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                          AND Q.COMPFREEZE     = 'Y'),
                      (SELECT COUNT(*)
                         FROM COMPWQ W
                        WHERE W.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                          AND W.STATUS         = 'O')
                 FROM CUSTOMER C
                 LEFT OUTER JOIN CUSTCONSENT CM
                   ON CM.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                  AND CM.CHANNEL        = 'M'
                 LEFT OUTER JOIN CUSTCONSENT CE
                   ON CE.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                  AND CE.CHANNEL        = 'E'
                 LEFT OUTER JOIN CUSTCONSENT CP
                   ON CP.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                  AND CP.CHANNEL        = 'P'
                 LEFT OUTER JOIN CUSTCONSENT CS
                   ON CS.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                  AND CS.CHANNEL        = 'S'
                WHERE EXISTS
                      (SELECT 1
                         FROM POLICY P
                        WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                          AND P.POLICYTYPE     = :DB2-HELD-TYPE
                          AND P.ISSUEDATE     <= :DB2-RUN-DATE
                          AND P.EXPIRYDATE    >= :DB2-RUN-DATE
                          AND NOT EXISTS
                              (SELECT 1
                                 FROM POLICYHIST H
                                WHERE H.POLICYNUMBER = P.POLICYNUMBER
                                  AND H.CHANGETYPE IN ('C', 'L')
                                  AND H.CHANGEDTIMESTAMP =
                                      (SELECT MAX(X.CHANGEDTIMESTAMP)
                                         FROM POLICYHIST X
                                        WHERE X.POLICYNUMBER =
                                              P.POLICYNUMBER
                                          AND X.CHANGETYPE IN
                                              ('C', 'L', 'T')
                                          AND DATE(X.CHANGEDTIMESTAMP)
                                              <= :DB2-RUN-DATE)))
                  AND NOT EXISTS
                      (SELECT 1
                         FROM POLICY P
                        WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                          AND P.POLICYTYPE     = :DB2-GAP-TYPE
                          AND P.ISSUEDATE     <= :DB2-RUN-DATE
                          AND P.EXPIRYDATE    >= :DB2-RUN-DATE
                          AND NOT EXISTS
                              (SELECT 1
                                 FROM POLICYHIST H
                                WHERE H.POLICYNUMBER = P.POLICYNUMBER
                                  AND H.CHANGETYPE IN ('C', 'L')
                                  AND H.CHANGEDTIMESTAMP =
                                      (SELECT MAX(X.CHANGEDTIMESTAMP)
                                         FROM POLICYHIST X
                                        WHERE X.POLICYNUMBER =
                                              P.POLICYNUMBER
                                          AND X.CHANGETYPE IN
                                              ('C', 'L', 'T')
                                          AND DATE(X.CHANGEDTIMESTAMP)
                                              <= :DB2-RUN-DATE)))
                ORDER BY C.CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-RUN-CAMPAIGN THRU 2000-EXIT
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CAMPAIGN-COUNT
           PERFORM 5000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           INITIALIZE WS-CAMPAIGN-TABLE

           OPEN INPUT  PARM-FILE
                OUTPUT CAMPAIGN-FILE
                OUTPUT CAMPAIGN-REPORT-FILE

           MOVE 0 TO WS-CAMPAIGN-COUNT
           IF WS-PARM-STATUS = '00'
               PERFORM 1100-READ-PARM THRU 1100-EXIT
                   UNTIL WS-PARM-EOF = 'Y'
           END-IF
           IF WS-CAMPAIGN-COUNT = 0
               MOVE WS-DEFAULT-CAMPAIGN(1) TO WS-CP-DEFINITION(1)
               MOVE WS-DEFAULT-CAMPAIGN(2) TO WS-CP-DEFINITION(2)
               MOVE 2 TO WS-CAMPAIGN-COUNT
           END-IF

           MOVE SPACES TO DB2-RUN-DATE
           STRING WS-RD-YEAR '-' WS-RD-MONTH '-' WS-RD-DAY
               DELIMITED BY SIZE INTO DB2-RUN-DATE

           MOVE 'MONTHLY CROSS-SELL CAMPAIGN EXTRACT'
               TO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING 'POLICIES IN FORCE AT ' DB2-RUN-DATE
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

      *    Every extract opens with the standard header.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'HDR*' TO XC-RECORD-ID
           MOVE WS-RS-RUN-DATE TO XC-RUN-DATE
           MOVE 'LGMKTEX1' TO XC-SOURCE
           MOVE SPACES TO CAMPAIGN-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO CAMPAIGN-RECORD(1:34)
           WRITE CAMPAIGN-RECORD.

      * A campaign naming a policy type the system does not write, or
      * the same type twice, is reported and left out of the run.
       1100-READ-PARM.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF
                   GO TO 1100-EXIT
           END-READ

           MOVE 0 TO WS-TYPE-OK
           INSPECT WS-VALID-TYPES TALLYING WS-TYPE-OK
               FOR ALL MK-HELD-TYPE
           INSPECT WS-VALID-TYPES TALLYING WS-TYPE-OK
               FOR ALL MK-GAP-TYPE
           IF MK-CAMPAIGN = SPACES
              OR WS-TYPE-OK NOT = 2
              OR MK-HELD-TYPE = MK-GAP-TYPE
               DISPLAY 'MKPARM CAMPAIGN REJECTED: ' PARM-RECORD(1:40)
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF

           IF WS-CAMPAIGN-COUNT NOT < 10
               DISPLAY 'MKPARM MORE THAN 10 CAMPAIGNS - IGNORED: '
                       MK-CAMPAIGN
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO WS-CAMPAIGN-COUNT
           MOVE PARM-RECORD(1:40)
             TO WS-CP-DEFINITION(WS-CAMPAIGN-COUNT)
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One campaign - every customer with the product gap, screened   *
      * and either extracted or counted against the reason they were   *
      * kept out.                                                      *
      *----------------------------------------------------------------*
       2000-RUN-CAMPAIGN.
           MOVE WS-CP-HELD(WS-CP-SUB) TO DB2-HELD-TYPE
           MOVE WS-CP-GAP(WS-CP-SUB) TO DB2-GAP-TYPE
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN MKCUS-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'MKCUS CURSOR OPEN SQLCODE: ' SQLCODE
                       ' CAMPAIGN ' WS-CP-CODE(WS-CP-SUB)
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           EXEC SQL
             CLOSE MKCUS-CSR
           END-EXEC
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-CUSTOMER.
           EXEC SQL
             FETCH MKCUS-CSR
              INTO :DB2-CUSTOMERNUM-INT, :DB2-NAME,
                   :DB2-ADDRESS, :DB2-POSTCODE,
                   :DB2-PHONE, :DB2-EMAIL,
                   :DB2-VULNERABLE,
                   :DB2-CONSENT-MAIL, :DB2-CONSENT-EMAIL,
                   :DB2-CONSENT-PHONE, :DB2-CONSENT-SMS,
                   :DB2-ARREARS-INT, :DB2-FROZEN-INT,
                   :DB2-OPEN-WQ-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'MKCUS FETCH SQLCODE: ' SQLCODE
                          ' CAMPAIGN ' WS-CP-CODE(WS-CP-SUB)
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CP-FOUND(WS-CP-SUB)
           ADD 1 TO WS-TOT-FOUND

           IF DB2-FROZEN-INT > 0 OR DB2-OPEN-WQ-INT > 0
               ADD 1 TO WS-CP-SANCTIONS(WS-CP-SUB)
               ADD 1 TO WS-TOT-EXCLUDED
               GO TO 2100-EXIT
           END-IF
           IF DB2-ARREARS-INT > 0
               ADD 1 TO WS-CP-ARREARS(WS-CP-SUB)
               ADD 1 TO WS-TOT-EXCLUDED
               GO TO 2100-EXIT
           END-IF
           IF DB2-VULNERABLE = 'Y'
               ADD 1 TO WS-CP-VULNERABLE(WS-CP-SUB)
               ADD 1 TO WS-TOT-EXCLUDED
               GO TO 2100-EXIT
           END-IF

           MOVE 'NNNN' TO WS-CHANNELS
           IF DB2-CONSENT-MAIL = 'Y' AND DB2-ADDRESS NOT = SPACES
               MOVE 'Y' TO WS-BY-MAIL
           END-IF
           IF DB2-CONSENT-EMAIL = 'Y' AND DB2-EMAIL NOT = SPACES
               MOVE 'Y' TO WS-BY-EMAIL
           END-IF
           IF DB2-CONSENT-PHONE = 'Y' AND DB2-PHONE NOT = SPACES
               MOVE 'Y' TO WS-BY-PHONE
           END-IF
           IF DB2-CONSENT-SMS = 'Y' AND DB2-PHONE NOT = SPACES
               MOVE 'Y' TO WS-BY-SMS
           END-IF
           IF WS-CHANNELS = 'NNNN'
               ADD 1 TO WS-CP-NO-CONSENT(WS-CP-SUB)
               ADD 1 TO WS-TOT-EXCLUDED
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-WRITE-EXTRACT
           .
       2100-EXIT.
           EXIT.

       2200-WRITE-EXTRACT.
           MOVE SPACES TO CAMPAIGN-RECORD
           MOVE 'D' TO CE-RECORD-TYPE
           MOVE WS-CP-CODE(WS-CP-SUB) TO CE-CAMPAIGN
           MOVE DB2-CUSTOMERNUM-INT TO CE-CUSTOMER-NUM
           MOVE DB2-NAME TO CE-NAME
           MOVE DB2-ADDRESS TO CE-ADDRESS
           MOVE DB2-POSTCODE TO CE-POSTCODE
           MOVE DB2-PHONE TO CE-PHONE
           MOVE DB2-EMAIL TO CE-EMAIL
           MOVE DB2-HELD-TYPE TO CE-HELD-TYPE
           MOVE DB2-GAP-TYPE TO CE-GAP-TYPE
           MOVE WS-CHANNELS TO CE-CHANNELS
           MOVE WS-RS-RUN-DATE TO CE-RUN-DATE
           WRITE CAMPAIGN-RECORD
           ADD 1 TO WS-CP-EXTRACTED(WS-CP-SUB)
           ADD 1 TO WS-TOT-WRITTEN.

      *----------------------------------------------------------------*
      * Trailer, then the counts for each campaign and for the run.    *
      *----------------------------------------------------------------*
       5000-CLOSE.
      *    And closes with the standard trailer - the count, and a
      *    zero hash as the file carries no money.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'TRL*' TO XC-RECORD-ID
           MOVE WS-TOT-WRITTEN TO XC-RECORD-COUNT
           MOVE 0 TO XC-HASH-TOTAL
           MOVE SPACES TO CAMPAIGN-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO CAMPAIGN-RECORD(1:34)
           WRITE CAMPAIGN-RECORD

           PERFORM 5100-REPORT-CAMPAIGN
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CAMPAIGN-COUNT

           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD
           MOVE 'CAMPAIGN EXTRACT - CONTROL TOTALS'
               TO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD

           MOVE WS-TOT-FOUND TO WS-REPORT-COUNT
           STRING 'CUSTOMERS WITH GAP..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

           MOVE WS-TOT-EXCLUDED TO WS-REPORT-COUNT
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING 'KEPT OUT............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

           MOVE WS-TOT-WRITTEN TO WS-REPORT-COUNT
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING 'EXTRACT ROWS WRITTEN: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

           CLOSE PARM-FILE
                 CAMPAIGN-FILE
                 CAMPAIGN-REPORT-FILE.

       5100-REPORT-CAMPAIGN.
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD
           STRING 'CAMPAIGN ' WS-CP-CODE(WS-CP-SUB)
                  ' - ' WS-CP-DESC(WS-CP-SUB)
                  ' (HOLDS ' WS-CP-HELD(WS-CP-SUB)
                  ', NO ' WS-CP-GAP(WS-CP-SUB) ')'
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD

           MOVE WS-CP-FOUND(WS-CP-SUB) TO WS-REPORT-COUNT
           STRING '  CUSTOMERS WITH GAP..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

           MOVE WS-CP-SANCTIONS(WS-CP-SUB) TO WS-REPORT-COUNT
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING '  SANCTIONS REVIEW....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

           MOVE WS-CP-ARREARS(WS-CP-SUB) TO WS-REPORT-COUNT
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING '  IN ARREARS..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

           MOVE WS-CP-VULNERABLE(WS-CP-SUB) TO WS-REPORT-COUNT
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING '  VULNERABLE..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

           MOVE WS-CP-NO-CONSENT(WS-CP-SUB) TO WS-REPORT-COUNT
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING '  NO USABLE CONSENT...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

           MOVE WS-CP-EXTRACTED(WS-CP-SUB) TO WS-REPORT-COUNT
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING '  EXTRACTED...........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGMKTEX1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-FOUND TO RS-RECS-IN
              MOVE WS-TOT-WRITTEN TO RS-RECS-OUT
              MOVE 0 TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE < 8
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
