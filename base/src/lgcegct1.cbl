       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCEGCT1.
      *----------------------------------------------------------------*
      * Nightly chargeable-event gain certificates.  Every endowment   *
      * surrender, loan advance and assignment for value is filed on   *
      * CHGEVENT by LGAPDB01 as it happens, and every maturity by      *
      * LGENDMT1, at status 'N'.  This job works out the gain on each  *
      * new event, oldest first within the policy so that an earlier   *
      * event is certified before a later one counts it:               *
      *                                                                *
      *   premiums paid   - PAYSCHED installments paid, loan           *
      *                     repayments excluded                        *
      *   prior benefits  - loans and assignments already certified    *
      *   prior gains     - gains already certified on the policy      *
      *                                                                *
      * A part event (loan 'L', assignment 'A') is only a gain to      *
      * the extent the benefits taken so far run past the cumulative   *
      * allowance - 5% of the premiums paid for each policy year       *
      * begun, never more than the premiums themselves - less the      *
      * gains already certified on it.  A final event (surrender 'S',  *
      * maturity 'M') is the event value plus the part benefits        *
      * taken, less the premiums paid and the gains already taxed.     *
      * Neither is ever negative.                                      *
      *                                                                *
      * A final event, and any part event with a gain, gets its        *
      * certificate filed in the document archive (DOCARCH, the        *
      * policy's next version) for the customer, and the event is      *
      * marked 'C' with the figures and the tax year it falls in       *
      * (the year running from 6 April).  A part event inside the      *
      * allowance has nothing to certify and is marked 'E'.  The       *
      * certified events feed the year-end return, LGCEGRT1.  An       *
      * event whose certificate can't be filed is left at 'N' for      *
      * the next night.                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-REPORT-FILE ASSIGN TO CEGCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CERT-REPORT-RECORD       PIC X(80).

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
       01  WS-FILE-STATUS.
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-SQL-EOF               PIC X VALUE 'N'.

      * The allowance - 5% of premiums for each policy year begun,
      * for at most 20 years.
       01  WS-ALLOW-PCT             PIC 9(2) VALUE 5.
       01  WS-ALLOW-MAX-YEARS       PIC 9(2) VALUE 20.

       01  WS-CEG-WORK.
           05 WS-EVENT-YEAR         PIC 9(4).
           05 WS-EVENT-MMDD         PIC 9(4).
           05 WS-ISSUE-YEAR         PIC 9(4).
           05 WS-ISSUE-MMDD         PIC 9(4).
           05 WS-POLICY-YEARS       PIC 9(3).
           05 WS-ALLOW-YEARS        PIC 9(3).
           05 WS-TAX-YEAR           PIC 9(4).
           05 WS-TAX-YEAR-END       PIC 9(4).
           05 WS-EVENT-DESC         PIC X(24).
           05 WS-GAIN-WORK          PIC S9(11)V99 COMP-3.
           05 WS-CERT-SUB           PIC S9(4) COMP.
           05 WS-ED-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-YEARS           PIC ZZ9.

      * The certificate, 48 lines of 80 as filed in DOCARCH - the
      * same page the customer enquiry (14RDOC) hands back.
       01  WS-CERT-TEXT.
           05 WS-CERT-LINE          PIC X(80) OCCURS 48 TIMES.

       01 WS-VARY-FIELD.
          49 WS-VARY-LEN            PIC S9(4) COMP.
          49 WS-VARY-CHAR           PIC X(3900).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-CERTIFIED      PIC 9(7) VALUE 0.
           05 WS-TOT-EXEMPT         PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.
           05 WS-TOT-GAIN           PIC 9(11)V99 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-POLICY         PIC 9(10).

       01  DB2-CEG-FIELDS.
           05 DB2-EVENTID-INT       PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-EVENT-TYPE        PIC X.
              88 DB2-EVENT-SURRENDER    VALUE 'S'.
              88 DB2-EVENT-MATURITY     VALUE 'M'.
              88 DB2-EVENT-LOAN         VALUE 'L'.
              88 DB2-EVENT-ASSIGNMENT   VALUE 'A'.
              88 DB2-EVENT-FINAL        VALUE 'S' 'M'.
           05 DB2-EVENT-DATE        PIC X(10).
           05 DB2-ISSUE-DATE        PIC X(10).
           05 DB2-EVENT-VALUE-DEC   PIC S9(9)V99 COMP-3.
           05 DB2-PREMIUMS-DEC      PIC S9(9)V99 COMP-3.
           05 DB2-PRIOR-BEN-DEC     PIC S9(9)V99 COMP-3.
           05 DB2-PRIOR-GAIN-DEC    PIC S9(9)V99 COMP-3.
           05 DB2-ALLOWANCE-DEC     PIC S9(9)V99 COMP-3.
           05 DB2-GAIN-DEC          PIC S9(9)V99 COMP-3.
           05 DB2-TAXYEAR-SINT      PIC S9(4) COMP.
           05 DB2-POLYEARS-SINT     PIC S9(4) COMP.
           05 DB2-DOC-VERSION-SINT  PIC S9(4) COMP.
           05 DB2-CEG-STATUS        PIC X.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    New events, a policy's oldest first.
           EXEC SQL
             DECLARE CEG-CSR CURSOR FOR
               SELECT C.EVENTID, C.POLICYNUMBER, C.CUSTOMERNUMBER,
                      C.EVENTTYPE, CHAR(C.EVENTDATE, ISO),
                      C.EVENTVALUE, CHAR(P.ISSUEDATE, ISO)
                 FROM CHGEVENT C, POLICY P
                WHERE C.POLICYNUMBER = P.POLICYNUMBER
                  AND C.STATUS       = 'N'
                ORDER BY C.POLICYNUMBER, C.EVENTDATE, C.EVENTID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN OUTPUT CERT-REPORT-FILE

           MOVE SPACES TO CERT-REPORT-RECORD
           STRING 'CHARGEABLE EVENT GAIN CERTIFICATES - RUN DATE '
                  WS-RS-RUN-DATE
               DELIMITED BY SIZE INTO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE SPACES TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE 'POLICY     EVENT                    TAX YEAR  GAIN'
               TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD

           EXEC SQL
             OPEN CEG-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESS.
           EXEC SQL
             FETCH CEG-CSR
              INTO :DB2-EVENTID-INT, :DB2-POLICYNUM-INT,
                   :DB2-CUSTOMERNUM-INT, :DB2-EVENT-TYPE,
                   :DB2-EVENT-DATE, :DB2-EVENT-VALUE-DEC,
                   :DB2-ISSUE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-READ

      *    Premiums paid to date - the policy's own installments,
      *    never the loan repayments that ride the same schedule.
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :DB2-PREMIUMS-DEC
               FROM PAYSCHED
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS       = 'P'
                AND COALESCE(LOANFLAG, ' ') = ' '
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PAYSCHED SELECT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               ADD 1 TO WS-TOT-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

      *    Benefits and gains already dealt with on this policy.
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN EVENTTYPE IN ('L', 'A')
                                      THEN EVENTVALUE ELSE 0 END), 0),
                    COALESCE(SUM(GAIN), 0)
               INTO :DB2-PRIOR-BEN-DEC, :DB2-PRIOR-GAIN-DEC
               FROM CHGEVENT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS IN ('C', 'E')
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CHGEVENT SELECT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               ADD 1 TO WS-TOT-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-POLICY-YEARS
           PERFORM 2200-COMPUTE-GAIN

      *    A part event inside the allowance has nothing to certify.
           IF DB2-GAIN-DEC = 0 AND NOT DB2-EVENT-FINAL
               MOVE 'E' TO DB2-CEG-STATUS
               MOVE 0 TO DB2-DOC-VERSION-SINT
           ELSE
               MOVE 'C' TO DB2-CEG-STATUS
               PERFORM 2300-BUILD-CERTIFICATE
               PERFORM 2400-FILE-CERTIFICATE THRU 2400-EXIT
               IF DB2-CEG-STATUS = 'N'
                   GO TO 2000-EXIT
               END-IF
           END-IF

           EXEC SQL
             UPDATE CHGEVENT
                SET PREMIUMSPAID  = :DB2-PREMIUMS-DEC,
                    PRIORBENEFITS = :DB2-PRIOR-BEN-DEC,
                    GAIN          = :DB2-GAIN-DEC,
                    TAXYEAR       = :DB2-TAXYEAR-SINT,
                    POLICYYEARS   = :DB2-POLYEARS-SINT,
                    DOCVERSION    = :DB2-DOC-VERSION-SINT,
                    CERTDATE      = CURRENT DATE,
                    STATUS        = :DB2-CEG-STATUS
              WHERE EVENTID = :DB2-EVENTID-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CHGEVENT UPDATE SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               ADD 1 TO WS-TOT-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           IF DB2-CEG-STATUS = 'E'
               ADD 1 TO WS-TOT-EXEMPT
           ELSE
               ADD 1 TO WS-TOT-CERTIFIED
               ADD DB2-GAIN-DEC TO WS-TOT-GAIN
           END-IF

           MOVE DB2-POLICYNUM-INT TO WS-REPORT-POLICY
           MOVE DB2-GAIN-DEC TO WS-ED-AMOUNT
           MOVE SPACES TO CERT-REPORT-RECORD
           STRING WS-REPORT-POLICY ' ' WS-EVENT-DESC ' '
                  WS-TAX-YEAR '/' WS-TAX-YEAR-END(3:2) ' '
                  WS-ED-AMOUNT ' ' DB2-CEG-STATUS
               DELIMITED BY SIZE INTO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           .
       2000-EXIT.
           EXIT.

      * Policy years begun by the event date, and the tax year the
      * event falls in - the year starting 6 April.
       2100-POLICY-YEARS.
           MOVE DB2-EVENT-DATE(1:4) TO WS-EVENT-YEAR
           MOVE DB2-EVENT-DATE(6:2) TO WS-EVENT-MMDD(1:2)
           MOVE DB2-EVENT-DATE(9:2) TO WS-EVENT-MMDD(3:2)
           MOVE DB2-ISSUE-DATE(1:4) TO WS-ISSUE-YEAR
           MOVE DB2-ISSUE-DATE(6:2) TO WS-ISSUE-MMDD(1:2)
           MOVE DB2-ISSUE-DATE(9:2) TO WS-ISSUE-MMDD(3:2)

           MOVE 1 TO WS-POLICY-YEARS
           IF WS-EVENT-YEAR > WS-ISSUE-YEAR
               COMPUTE WS-POLICY-YEARS =
                  WS-EVENT-YEAR - WS-ISSUE-YEAR + 1
               IF WS-EVENT-MMDD < WS-ISSUE-MMDD
                   SUBTRACT 1 FROM WS-POLICY-YEARS
               END-IF
           END-IF
           MOVE WS-POLICY-YEARS TO DB2-POLYEARS-SINT

           MOVE WS-EVENT-YEAR TO WS-TAX-YEAR
           IF WS-EVENT-MMDD < 0406
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF
           COMPUTE WS-TAX-YEAR-END = WS-TAX-YEAR + 1
           MOVE WS-TAX-YEAR TO DB2-TAXYEAR-SINT

           EVALUATE TRUE
               WHEN DB2-EVENT-SURRENDER
                   MOVE 'SURRENDER' TO WS-EVENT-DESC
               WHEN DB2-EVENT-MATURITY
                   MOVE 'MATURITY' TO WS-EVENT-DESC
               WHEN DB2-EVENT-LOAN
                   MOVE 'POLICY LOAN' TO WS-EVENT-DESC
               WHEN DB2-EVENT-ASSIGNMENT
                   MOVE 'ASSIGNMENT FOR VALUE' TO WS-EVENT-DESC
               WHEN OTHER
                   MOVE 'OTHER' TO WS-EVENT-DESC
           END-EVALUATE.

       2200-COMPUTE-GAIN.
           MOVE WS-POLICY-YEARS TO WS-ALLOW-YEARS
           IF WS-ALLOW-YEARS > WS-ALLOW-MAX-YEARS
               MOVE WS-ALLOW-MAX-YEARS TO WS-ALLOW-YEARS
           END-IF
           COMPUTE DB2-ALLOWANCE-DEC ROUNDED =
              DB2-PREMIUMS-DEC * WS-ALLOW-PCT * WS-ALLOW-YEARS / 100
           IF DB2-ALLOWANCE-DEC > DB2-PREMIUMS-DEC
               MOVE DB2-PREMIUMS-DEC TO DB2-ALLOWANCE-DEC
           END-IF

           IF DB2-EVENT-FINAL
               COMPUTE WS-GAIN-WORK =
                  DB2-EVENT-VALUE-DEC + DB2-PRIOR-BEN-DEC
                  - DB2-PREMIUMS-DEC - DB2-PRIOR-GAIN-DEC
           ELSE
               COMPUTE WS-GAIN-WORK =
                  DB2-PRIOR-BEN-DEC + DB2-EVENT-VALUE-DEC
                  - DB2-ALLOWANCE-DEC - DB2-PRIOR-GAIN-DEC
           END-IF
           IF WS-GAIN-WORK < 0
               MOVE 0 TO WS-GAIN-WORK
           END-IF
           MOVE WS-GAIN-WORK TO DB2-GAIN-DEC.

       2300-BUILD-CERTIFICATE.
           MOVE SPACES TO WS-CERT-TEXT
           MOVE 1 TO WS-CERT-SUB
           MOVE 'CHARGEABLE EVENT CERTIFICATE'
               TO WS-CERT-LINE(WS-CERT-SUB)
           ADD 2 TO WS-CERT-SUB
           MOVE DB2-POLICYNUM-INT TO WS-REPORT-POLICY
           STRING 'POLICY NUMBER: ' WS-REPORT-POLICY
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           MOVE DB2-CUSTOMERNUM-INT TO WS-REPORT-POLICY
           STRING 'CUSTOMER NUMBER: ' WS-REPORT-POLICY
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           STRING 'EVENT: ' WS-EVENT-DESC
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           STRING 'DATE OF EVENT: ' DB2-EVENT-DATE
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           STRING 'TAX YEAR: ' WS-TAX-YEAR '/' WS-TAX-YEAR-END(3:2)
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           MOVE WS-POLICY-YEARS TO WS-ED-YEARS
           STRING 'POLICY YEARS: ' WS-ED-YEARS
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 2 TO WS-CERT-SUB

           MOVE DB2-EVENT-VALUE-DEC TO WS-ED-AMOUNT
           STRING 'AMOUNT OF THIS EVENT.........: ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           MOVE DB2-PRIOR-BEN-DEC TO WS-ED-AMOUNT
           STRING 'EARLIER BENEFITS TAKEN.......: ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           MOVE DB2-PREMIUMS-DEC TO WS-ED-AMOUNT
           STRING 'PREMIUMS PAID................: ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           IF NOT DB2-EVENT-FINAL
               MOVE DB2-ALLOWANCE-DEC TO WS-ED-AMOUNT
               STRING 'CUMULATIVE ALLOWANCE.........: ' WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
               ADD 1 TO WS-CERT-SUB
           END-IF
           MOVE DB2-PRIOR-GAIN-DEC TO WS-ED-AMOUNT
           STRING 'GAINS ALREADY CERTIFIED......: ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           MOVE DB2-GAIN-DEC TO WS-ED-AMOUNT
           STRING 'GAIN ON THIS EVENT...........: ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-CERT-LINE(WS-CERT-SUB)
           ADD 2 TO WS-CERT-SUB

           MOVE 'THIS CERTIFICATE IS ALSO REPORTED TO THE TAX OFFICE.'
               TO WS-CERT-LINE(WS-CERT-SUB)
           ADD 1 TO WS-CERT-SUB
           MOVE 'KEEP IT WITH YOUR TAX RECORDS FOR THE YEAR SHOWN.'
               TO WS-CERT-LINE(WS-CERT-SUB).

      * Filed under the policy's next document version, as the
      * online system files a declarations page.  A failure leaves
      * the event at 'N' for the next night's run.
       2400-FILE-CERTIFICATE.
           EXEC SQL
             SELECT COALESCE(MAX(DOCVERSION), 0) + 1
               INTO :DB2-DOC-VERSION-SINT
               FROM DOCARCH
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DOCARCH SELECT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               GO TO 2400-ERROR
           END-IF

           MOVE 3840 TO WS-VARY-LEN
           MOVE WS-CERT-TEXT TO WS-VARY-CHAR(1:3840)
           EXEC SQL
             INSERT INTO DOCARCH
                       ( POLICYNUMBER,
                         DOCVERSION,
                         ISSUEDDATE,
                         DOCTEXT )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-DOC-VERSION-SINT,
                         CURRENT TIMESTAMP,
                         :WS-VARY-FIELD )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DOCARCH INSERT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               GO TO 2400-ERROR
           END-IF
           GO TO 2400-EXIT.
       2400-ERROR.
           MOVE 'N' TO DB2-CEG-STATUS
           ADD 1 TO WS-TOT-ERRORS
           MOVE 8 TO RETURN-CODE.
       2400-EXIT.
           EXIT.

       3000-CLOSE.
           EXEC SQL
             CLOSE CEG-CSR
           END-EXEC

           MOVE SPACES TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE 'GAIN CERTIFICATE RUN - CONTROL TOTALS'
               TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD

           MOVE SPACES TO CERT-REPORT-RECORD
           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           STRING 'EVENTS READ.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD

           MOVE SPACES TO CERT-REPORT-RECORD
           MOVE WS-TOT-CERTIFIED TO WS-REPORT-COUNT
           STRING 'CERTIFICATES ISSUED.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD

           MOVE SPACES TO CERT-REPORT-RECORD
           MOVE WS-TOT-EXEMPT TO WS-REPORT-COUNT
           STRING 'WITHIN ALLOWANCE....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD

           MOVE SPACES TO CERT-REPORT-RECORD
           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           STRING 'ERRORS..............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD

           MOVE SPACES TO CERT-REPORT-RECORD
           MOVE WS-TOT-GAIN TO WS-REPORT-AMOUNT
           STRING 'GAINS CERTIFIED.....: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD

           CLOSE CERT-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGCEGCT1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-CERTIFIED TO RS-RECS-OUT
              MOVE WS-TOT-ERRORS TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
