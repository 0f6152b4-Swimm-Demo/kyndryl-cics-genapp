       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSAREX1.
      *----------------------------------------------------------------*
      * Data subject access request extract.  A customer asking for    *
      * everything held about them must have it within one calendar    *
      * month of asking.  Each request on SARREQ names the customer    *
      * and the date the request was received; for each one this job   *
      * gathers, into one readable report, every record held about     *
      * that person:                                                   *
      *                                                                *
      *   CUSTOMER     - the customer record itself                    *
      *   CUSTCONSENT  - marketing consent as it stands                *
      *   CONSENTHIST  - every consent given or withdrawn              *
      *   CONTACTLOG   - every contact logged with the customer        *
      *   POLICY       - live policies                                 *
      *   POLICYHIST   - the policy audit trail, with who made each    *
      *                  change and from which terminal                *
      *   PAYSCHED     - instalment schedules on the live policies     *
      *   CLAIM        - claims                                        *
      *   COMPLAINT    - complaints                                    *
      *   DDMANDATE    - direct debit mandates                         *
      *   REFERRAL     - underwriting and customer-care referrals      *
      *   ARCHIVE      - the LGARCH01 archive of retired policies      *
      *   DOCARCH      - the document archive, for live and archived   *
      *                  policies alike                                *
      *   LETHIST      - letters sent (LGCORR1 letter history)         *
      *                                                                *
      * closing with a file inventory - how many records came from     *
      * each source, nought included, so the reply can show nothing    *
      * was left out.                                                  *
      *                                                                *
      * Every request is logged on SARLOG with the date it came in     *
      * and its statutory due date (one calendar month later), the     *
      * date extracted and the number of records found.                *
      *                                                                *
      * The archive is read through its index (ARCHIDX) the way        *
      * LGARCR01 reads it: a customer with no archived policies costs  *
      * no archive pass at all, and the pass stops after the last of   *
      * the customer's archived records.  With no index the whole      *
      * archive is scanned.                                            *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO SARREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT SAR-REPORT-FILE ASSIGN TO SARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO ARCHIDX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT OPTIONAL LETTER-HISTORY-FILE ASSIGN TO LETHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETHIST-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One request per record - the customer, the date the request
      * was received (blank for today) and the requester's reference.
       FD  REQUEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-RECORD.
           05 SQ-CUSTOMER-NUM       PIC X(10).
           05 SQ-RECEIVED-DATE      PIC X(8).
           05 SQ-REQUEST-REF        PIC X(12).
           05 FILLER                PIC X(50).

       FD  SAR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  SAR-REPORT-RECORD        PIC X(120).

      * The archive LGARCH01 writes - only the key, type and dates
      * are needed here, the rest is reported as it was imaged.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 700 CHARACTERS.
       01  ARCHIVE-RECORD.
           05 AR-RECORD-TYPE        PIC X.
           05 AR-POLICY-NUM         PIC X(10).
           05 AR-CUSTOMER-NUM       PIC X(10).
           05 AR-POLICY-TYPE        PIC X.
           05 AR-ISSUE-DATE         PIC X(10).
           05 AR-EXPIRY-DATE        PIC X(10).
           05 AR-BROKERID           PIC 9(9).
           05 AR-BROKERSREF         PIC X(15).
           05 AR-PAYMENT            PIC 9(9).
           05 AR-DETAIL             PIC X(625).
           05 AR-H-VIEW REDEFINES AR-DETAIL.
              10 AR-V-CHANGETYPE    PIC X.
              10 AR-V-TIMESTAMP     PIC X(26).
              10 FILLER             PIC X(598).

      * The archive index - see LGARCH01.
       FD  ARCHIVE-INDEX-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ARCHIVE-INDEX-RECORD.
           05 AX-POLICY-NUM         PIC X(10).
           05 AX-CUSTOMER-NUM       PIC X(10).
           05 AX-PURGE-DATE         PIC 9(8).
           05 AX-START-POS          PIC 9(9).
           05 AX-REC-COUNT          PIC 9(5).
           05 FILLER                PIC X(18).

      * The letter history - see LGCORR1.
       FD  LETTER-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  LETTER-HISTORY-RECORD.
           05 LH-CUSTOMER-NUM       PIC X(10).
           05 LH-LETTER-TYPE        PIC X(8).
           05 LH-POLICY-NUM         PIC X(10).
           05 LH-SENT-DATE          PIC 9(8).
           05 LH-CORR-FORMAT        PIC X.
           05 FILLER                PIC X(23).

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
           05 WS-REQUEST-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
           05 WS-ARCHIVE-STATUS     PIC X(2).
           05 WS-INDEX-STATUS       PIC X(2).
           05 WS-LETHIST-STATUS     PIC X(2).

       01  WS-REQ-EOF               PIC X VALUE 'N'.
       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-FILE-EOF              PIC X VALUE 'N'.
       01  WS-ON-CUSTOMER           PIC X VALUE 'N'.

      * The customer number as the flat files carry it.  LGARCH01
      * keys its images by moving the DB2 integer into an X(10)
      * field; the letter history may carry it zoned to ten digits -
      * a record matching either form is the customer's.
       01  WS-CUST-KEY              PIC X(10).
       01  WS-CUST-KEY-ZONED        PIC 9(10).

      * The received date, and the window the request has to be met
      * in.
       01  WS-RECEIVED-DATE         PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-RECEIVED-DATE.
           05 WS-RD-YEAR            PIC 9(4).
           05 WS-RD-MONTH           PIC 9(2).
           05 WS-RD-DAY             PIC 9(2).

      * Archive positions for this customer off the index.
       01  WS-ARCHIVE-FIELDS.
           05 WS-ARC-INDEXED        PIC X VALUE 'N'.
           05 WS-ARC-POLICIES       PIC 9(5) VALUE 0.
           05 WS-ARC-FIRST-POS      PIC 9(9) VALUE 0.
           05 WS-ARC-LAST-POS       PIC 9(9) VALUE 0.
           05 WS-ARC-END-POS        PIC 9(9) VALUE 0.
           05 WS-READ-POS           PIC 9(9) VALUE 0.

      * Every policy the customer holds or held - live from POLICY,
      * retired from the archive - for the document archive pass.
       01  WS-POLICY-LIST.
           05 WS-PL-COUNT           PIC S9(4) COMP VALUE 0.
           05 WS-PL-SUB             PIC S9(4) COMP VALUE 0.
           05 WS-PL-POLICY          PIC S9(9) COMP OCCURS 500.
       01  WS-PL-FOUND              PIC X VALUE 'N'.

      * File inventory - one entry per source, in report order.
       01  WS-INVENTORY-NAMES.
           05 FILLER                PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                PIC X(12) VALUE 'CUSTCONSENT'.
           05 FILLER                PIC X(12) VALUE 'CONSENTHIST'.
           05 FILLER                PIC X(12) VALUE 'CONTACTLOG'.
           05 FILLER                PIC X(12) VALUE 'POLICY'.
           05 FILLER                PIC X(12) VALUE 'POLICYHIST'.
           05 FILLER                PIC X(12) VALUE 'PAYSCHED'.
           05 FILLER                PIC X(12) VALUE 'CLAIM'.
           05 FILLER                PIC X(12) VALUE 'COMPLAINT'.
           05 FILLER                PIC X(12) VALUE 'DDMANDATE'.
           05 FILLER                PIC X(12) VALUE 'REFERRAL'.
           05 FILLER                PIC X(12) VALUE 'ARCHIVE'.
           05 FILLER                PIC X(12) VALUE 'DOCARCH'.
           05 FILLER                PIC X(12) VALUE 'LETHIST'.
       01  FILLER REDEFINES WS-INVENTORY-NAMES.
           05 WS-INV-NAME           PIC X(12) OCCURS 14.
       01  WS-INVENTORY-COUNTS.
           05 WS-INV-COUNT          PIC 9(7) OCCURS 14.
       01  WS-INV-SUB               PIC S9(4) COMP VALUE 0.
       01  WS-INV-TOTAL             PIC 9(7) VALUE 0.

      * Source numbers into the inventory.
       01  WS-SRC-CUSTOMER          PIC S9(4) COMP VALUE 1.
       01  WS-SRC-CONSENT           PIC S9(4) COMP VALUE 2.
       01  WS-SRC-CONSENTHIST       PIC S9(4) COMP VALUE 3.
       01  WS-SRC-CONTACT           PIC S9(4) COMP VALUE 4.
       01  WS-SRC-POLICY            PIC S9(4) COMP VALUE 5.
       01  WS-SRC-POLICYHIST        PIC S9(4) COMP VALUE 6.
       01  WS-SRC-PAYSCHED          PIC S9(4) COMP VALUE 7.
       01  WS-SRC-CLAIM             PIC S9(4) COMP VALUE 8.
       01  WS-SRC-COMPLAINT         PIC S9(4) COMP VALUE 9.
       01  WS-SRC-MANDATE           PIC S9(4) COMP VALUE 10.
       01  WS-SRC-REFERRAL          PIC S9(4) COMP VALUE 11.
       01  WS-SRC-ARCHIVE           PIC S9(4) COMP VALUE 12.
       01  WS-SRC-DOCARCH           PIC S9(4) COMP VALUE 13.
       01  WS-SRC-LETHIST           PIC S9(4) COMP VALUE 14.

      * Inventory line.
       01  WS-INVENTORY-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-IL-NAME            PIC X(12).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-IL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(95) VALUE SPACES.

      * Edited amounts for the report lines.
       01  WS-ED-AMOUNT-1           PIC Z(6)9.99.
       01  WS-ED-AMOUNT-2           PIC Z(6)9.99.
       01  WS-ED-NUMBER             PIC Z(8)9.
       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

       01  DB2-SAR-FIELDS.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-RECEIVED-DATE     PIC X(10).
           05 DB2-DUE-DATE          PIC X(10).
           05 DB2-REQUEST-REF       PIC X(12).
           05 DB2-RECORDS-INT       PIC S9(9) COMP.
           05 DB2-SAR-STATUS        PIC X.

      * The customer record.
       01  DB2-CUSTOMER-FIELDS.
           05 DB2-NAME              PIC X(40).
           05 DB2-ADDRESS           PIC X(80).
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-PHONE             PIC X(15).
           05 DB2-EMAIL             PIC X(40).
           05 DB2-LASTCHANGED       PIC X(26).
           05 DB2-IDENT-RESULT      PIC X.
           05 DB2-CREDIT-SCORE-INT  PIC S9(9) COMP.
           05 DB2-CREDIT-REF        PIC X(12).
           05 DB2-CREDIT-DATE       PIC X(10).
           05 DB2-VULNERABLE        PIC X.
           05 DB2-VULN-CATEGORY     PIC X(2).
           05 DB2-VULN-REVIEW-DATE  PIC X(10).
           05 DB2-CORR-FORMAT       PIC X.
       01  WS-ED-CREDIT-SCORE       PIC ZZ9.

      * One row from whichever table is being listed.
       01  DB2-ROW-FIELDS.
           05 DB2-R-KEY-INT         PIC S9(9) COMP.
           05 DB2-R-POLICY-INT      PIC S9(9) COMP.
           05 DB2-R-CLAIM-INT       PIC S9(9) COMP.
           05 DB2-R-SEQ-SINT        PIC S9(4) COMP.
           05 DB2-R-CODE-1          PIC X(4).
           05 DB2-R-CODE-2          PIC X(4).
           05 DB2-R-CODE-3          PIC X(8).
           05 DB2-R-DATE-1          PIC X(10).
           05 DB2-R-DATE-2          PIC X(10).
           05 DB2-R-TIMESTAMP       PIC X(26).
           05 DB2-R-AMOUNT-1        PIC S9(7)V99 COMP-3.
           05 DB2-R-AMOUNT-2        PIC S9(7)V99 COMP-3.
           05 DB2-R-TEXT            PIC X(60).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-REQUESTS       PIC 9(7) VALUE 0.
           05 WS-TOT-EXTRACTED      PIC 9(7) VALUE 0.
           05 WS-TOT-REJECTED       PIC 9(7) VALUE 0.
           05 WS-TOT-NOT-FOUND      PIC 9(7) VALUE 0.
           05 WS-TOT-RECORDS        PIC 9(7) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Marketing consent, as it stands and as it has changed.
           EXEC SQL
             DECLARE CONSENT-CSR CURSOR FOR
               SELECT CHANNEL, CONSENT,
                      COALESCE(CHAR(CHANGEDDATE, ISO), ' '),
                      COALESCE(SOURCE, ' ')
                 FROM CUSTCONSENT
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY CHANNEL
           END-EXEC.

           EXEC SQL
             DECLARE CONSHIST-CSR CURSOR FOR
               SELECT CHANNEL, CONSENT,
                      COALESCE(SOURCE, ' '),
                      CHAR(CHANGEDTIMESTAMP)
                 FROM CONSENTHIST
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY CHANGEDTIMESTAMP
           END-EXEC.

      *    Contacts, oldest first, with the whole note.
           EXEC SQL
             DECLARE CONTACT-CSR CURSOR FOR
               SELECT CHAR(CONTACTTS), CHANNEL, REASON,
                      COALESCE(POLICYNUMBER, 0),
                      COALESCE(CLAIMNUMBER, 0),
                      COALESCE(OPERATOR, ' '),
                      SUBSTR(COALESCE(NOTE, ' '), 1, 60)
                 FROM CONTACTLOG
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY CONTACTTS
           END-EXEC.

           EXEC SQL
             DECLARE POLICY-CSR CURSOR FOR
               SELECT POLICYNUMBER, POLICYTYPE,
                      CHAR(ISSUEDATE, ISO), CHAR(EXPIRYDATE, ISO),
                      COALESCE(BROKERSREFERENCE, ' '),
                      COALESCE(PAYMENT, 0)
                 FROM POLICY
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY POLICYNUMBER
           END-EXEC.

      *    The audit trail - every change to the customer's policies,
      *    by whom and from where.
           EXEC SQL
             DECLARE POLHIST-CSR CURSOR FOR
               SELECT POLICYNUMBER, CHANGETYPE,
                      COALESCE(CHANGEDBY, ' '),
                      COALESCE(CHANGEDTERM, ' '),
                      CHAR(CHANGEDTIMESTAMP),
                      CHAR(ISSUEDATE, ISO), CHAR(EXPIRYDATE, ISO)
                 FROM POLICYHIST
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY POLICYNUMBER, CHANGEDTIMESTAMP
           END-EXEC.

           EXEC SQL
             DECLARE SCHED-CSR CURSOR FOR
               SELECT S.POLICYNUMBER, S.INSTALLMENTNUM,
                      CHAR(S.DUEDATE, ISO), S.AMOUNT, S.STATUS,
                      COALESCE(CHAR(S.PAIDDATE, ISO), ' ')
                 FROM PAYSCHED S, POLICY P
                WHERE P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                  AND S.POLICYNUMBER   = P.POLICYNUMBER
                ORDER BY S.POLICYNUMBER, S.INSTALLMENTNUM
           END-EXEC.

           EXEC SQL
             DECLARE CLAIM-CSR CURSOR FOR
               SELECT CLAIMNUMBER, POLICYNUMBER,
                      CHAR(LOSSDATE, ISO), PERILCODE, STATUS,
                      ESTIMATEDAMOUNT, COALESCE(PAIDTOTAL, 0),
                      SUBSTR(COALESCE(CLAIMDESC, ' '), 1, 60)
                 FROM CLAIM
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY CLAIMNUMBER
           END-EXEC.

           EXEC SQL
             DECLARE CMP-CSR CURSOR FOR
               SELECT COMPLAINTID, COALESCE(POLICYNUMBER, 0),
                      CHAR(OPENEDDATE, ISO), STATUS,
                      COALESCE(CLOSURECODE, ' '),
                      SUBSTR(COALESCE(COMPLAINTDESC, ' '), 1, 60)
                 FROM COMPLAINT
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY COMPLAINTID
           END-EXEC.

           EXEC SQL
             DECLARE MANDATE-CSR CURSOR FOR
               SELECT POLICYNUMBER, SORTCODE, ACCOUNTNUM, STATUS,
                      CHAR(DATE(CREATEDDATE), ISO)
                 FROM DDMANDATE
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY POLICYNUMBER
           END-EXEC.

           EXEC SQL
             DECLARE REFER-CSR CURSOR FOR
               SELECT REFERRALID, COALESCE(POLICYNUMBER, 0),
                      STATUS, CHAR(DATE(CREATEDDATE), ISO),
                      COALESCE(REASON, ' ')
                 FROM REFERRAL
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY REFERRALID
           END-EXEC.

      *    Documents are kept by policy, and survive the policy's
      *    archiving - see LGARCH01 - so the pass is per policy.
           EXEC SQL
             DECLARE DOC-CSR CURSOR FOR
               SELECT DOCVERSION, CHAR(ISSUEDDATE)
                 FROM DOCARCH
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                ORDER BY DOCVERSION
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-REQ-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN INPUT  REQUEST-FILE
                OUTPUT SAR-REPORT-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'SARREQ OPEN ERROR: ' WS-REQUEST-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-REQ-EOF
           END-IF.

      *----------------------------------------------------------------*
      * One request - the customer's records from every source, then   *
      * the inventory, then the log entry.                             *
      *----------------------------------------------------------------*
       2000-PROCESS-REQUEST.
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-REQUESTS

           IF SQ-CUSTOMER-NUM IS NOT NUMERIC
              OR SQ-CUSTOMER-NUM = ZEROS
               ADD 1 TO WS-TOT-REJECTED
               MOVE SPACES TO SAR-REPORT-RECORD
               STRING 'REQUEST ' SQ-REQUEST-REF
                      ' REJECTED - CUSTOMER NUMBER NOT VALID: '
                      SQ-CUSTOMER-NUM
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

           MOVE SQ-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           MOVE DB2-CUSTOMERNUM-INT TO WS-CUST-KEY
           MOVE DB2-CUSTOMERNUM-INT TO WS-CUST-KEY-ZONED
           MOVE SQ-REQUEST-REF TO DB2-REQUEST-REF
           INITIALIZE WS-INVENTORY-COUNTS
           MOVE 0 TO WS-PL-COUNT

           MOVE WS-RS-RUN-DATE TO WS-RECEIVED-DATE
           IF SQ-RECEIVED-DATE IS NUMERIC
               MOVE SQ-RECEIVED-DATE TO WS-RECEIVED-DATE
           END-IF
           MOVE SPACES TO DB2-RECEIVED-DATE
           STRING WS-RD-YEAR '-' WS-RD-MONTH '-' WS-RD-DAY
               DELIMITED BY SIZE INTO DB2-RECEIVED-DATE

      *    One calendar month to answer - DB2 date arithmetic takes
      *    care of the short months.
           EXEC SQL
             SELECT CHAR(DATE(:DB2-RECEIVED-DATE) + 1 MONTH, ISO)
               INTO :DB2-DUE-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SAR DUE DATE SQLCODE: ' SQLCODE
                       ' CUSTOMER ' SQ-CUSTOMER-NUM
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO DB2-DUE-DATE
           END-IF

           MOVE SPACES TO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE ALL '=' TO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE SPACES TO SAR-REPORT-RECORD
           STRING 'DATA SUBJECT ACCESS REQUEST - CUSTOMER '
                  SQ-CUSTOMER-NUM
                  '  REFERENCE ' SQ-REQUEST-REF
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE SPACES TO SAR-REPORT-RECORD
           STRING 'RECEIVED ' DB2-RECEIVED-DATE
                  '  REPLY DUE BY ' DB2-DUE-DATE
                  '  EXTRACTED ' WS-RS-RUN-DATE
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE ALL '=' TO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD

           PERFORM 2100-CUSTOMER
           PERFORM 2110-CONSENTS
           PERFORM 2120-CONSENT-HISTORY
           PERFORM 2130-CONTACTS
           PERFORM 2200-POLICIES
           PERFORM 2210-POLICY-HISTORY
           PERFORM 2220-SCHEDULES
           PERFORM 2230-CLAIMS
           PERFORM 2240-COMPLAINTS
           PERFORM 2250-MANDATES
           PERFORM 2260-REFERRALS
           PERFORM 2300-ARCHIVE THRU 2300-EXIT
           PERFORM 2400-DOCUMENTS
           PERFORM 2500-LETTERS THRU 2500-EXIT
           PERFORM 2800-INVENTORY
           PERFORM 2900-LOG-REQUEST
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Section heading - the source name.                             *
      *----------------------------------------------------------------*
       2050-HEADING.
           MOVE SPACES TO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE SPACES TO SAR-REPORT-RECORD
           STRING '--- ' WS-INV-NAME(WS-INV-SUB) ' ---'
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE SPACES TO SAR-REPORT-RECORD.

      *    A source with nothing on it says so.
       2060-NONE-FOUND.
           IF WS-INV-COUNT(WS-INV-SUB) = 0
               MOVE '    NO RECORDS HELD' TO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
           END-IF.

      *    A report line written for the source in hand, and counted.
       2070-WRITE-ROW.
           WRITE SAR-REPORT-RECORD
           ADD 1 TO WS-INV-COUNT(WS-INV-SUB)
           MOVE SPACES TO SAR-REPORT-RECORD.

      *    Cursor open or fetch failure - the source is flagged
      *    incomplete on the report and the run ends non-zero.
       2080-SQL-ERROR.
           DISPLAY 'SAR ' WS-INV-NAME(WS-INV-SUB)
                   ' SQLCODE: ' SQLCODE
                   ' CUSTOMER ' SQ-CUSTOMER-NUM
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO SAR-REPORT-RECORD
           STRING '    *** ' WS-INV-NAME(WS-INV-SUB)
                  ' COULD NOT BE READ IN FULL - RE-RUN REQUIRED ***'
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE SPACES TO SAR-REPORT-RECORD
           MOVE 'Y' TO WS-SQL-EOF.

      *----------------------------------------------------------------*
      * The customer record.                                           *
      *----------------------------------------------------------------*
       2100-CUSTOMER.
           MOVE WS-SRC-CUSTOMER TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-ON-CUSTOMER
           EXEC SQL
             SELECT CUSTOMERNAME, CUSTOMERADDRESS, POSTCODE,
                    PHONE, EMAIL, CHAR(LASTCHANGED),
                    COALESCE(IDENTRESULT, ' '),
                    COALESCE(CREDITSCORE, 0),
                    COALESCE(CREDITREF, ' '),
                    COALESCE(CHAR(CREDITDATE, ISO), ' '),
                    COALESCE(VULNERABLE, ' '),
                    COALESCE(VULNCATEGORY, ' '),
                    COALESCE(CHAR(VULNREVIEWDATE, ISO), ' '),
                    COALESCE(CORRFORMAT, ' ')
               INTO :DB2-NAME, :DB2-ADDRESS, :DB2-POSTCODE,
                    :DB2-PHONE, :DB2-EMAIL, :DB2-LASTCHANGED,
                    :DB2-IDENT-RESULT, :DB2-CREDIT-SCORE-INT,
                    :DB2-CREDIT-REF, :DB2-CREDIT-DATE,
                    :DB2-VULNERABLE, :DB2-VULN-CATEGORY,
                    :DB2-VULN-REVIEW-DATE, :DB2-CORR-FORMAT
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-ON-CUSTOMER
               STRING '    NAME........: ' DB2-NAME
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
               PERFORM 2070-WRITE-ROW
               STRING '    ADDRESS.....: ' DB2-ADDRESS
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
               MOVE SPACES TO SAR-REPORT-RECORD
               STRING '    POSTCODE....: ' DB2-POSTCODE
                      '  PHONE: ' DB2-PHONE
                      '  EMAIL: ' DB2-EMAIL
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
               MOVE SPACES TO SAR-REPORT-RECORD
               MOVE DB2-CREDIT-SCORE-INT TO WS-ED-CREDIT-SCORE
               STRING '    IDENTITY....: ' DB2-IDENT-RESULT
                      '  CREDIT SCORE: ' WS-ED-CREDIT-SCORE
                      '  BUREAU REF: ' DB2-CREDIT-REF
                      '  CHECKED: ' DB2-CREDIT-DATE
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
               MOVE SPACES TO SAR-REPORT-RECORD
               STRING '    VULNERABLE..: ' DB2-VULNERABLE
                      '  CATEGORY: ' DB2-VULN-CATEGORY
                      '  REVIEW: ' DB2-VULN-REVIEW-DATE
                      '  LETTER FORMAT: ' DB2-CORR-FORMAT
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
               MOVE SPACES TO SAR-REPORT-RECORD
               STRING '    LAST CHANGED: ' DB2-LASTCHANGED
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
               MOVE SPACES TO SAR-REPORT-RECORD
             WHEN 100
               ADD 1 TO WS-TOT-NOT-FOUND
               MOVE '    NOT ON THE LIVE CUSTOMER TABLE'
                   TO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
             WHEN OTHER
               PERFORM 2080-SQL-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Marketing consent as it stands.                                *
      *----------------------------------------------------------------*
       2110-CONSENTS.
           MOVE WS-SRC-CONSENT TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN CONSENT-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2115-FETCH-CONSENT THRU 2115-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2115-FETCH-CONSENT.
           EXEC SQL
             FETCH CONSENT-CSR
              INTO :DB2-R-CODE-1, :DB2-R-CODE-2,
                   :DB2-R-DATE-1, :DB2-R-CODE-3
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE CONSENT-CSR
               END-EXEC
               GO TO 2115-EXIT
           END-IF
           STRING '    CHANNEL ' DB2-R-CODE-1(1:1)
                  '  CONSENT ' DB2-R-CODE-2(1:1)
                  '  SINCE ' DB2-R-DATE-1
                  '  SOURCE ' DB2-R-CODE-3(1:4)
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           .
       2115-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every consent given or withdrawn.                              *
      *----------------------------------------------------------------*
       2120-CONSENT-HISTORY.
           MOVE WS-SRC-CONSENTHIST TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN CONSHIST-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2125-FETCH-CONSENT-HIST THRU 2125-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2125-FETCH-CONSENT-HIST.
           EXEC SQL
             FETCH CONSHIST-CSR
              INTO :DB2-R-CODE-1, :DB2-R-CODE-2,
                   :DB2-R-CODE-3, :DB2-R-TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE CONSHIST-CSR
               END-EXEC
               GO TO 2125-EXIT
           END-IF
           STRING '    ' DB2-R-TIMESTAMP
                  '  CHANNEL ' DB2-R-CODE-1(1:1)
                  '  CONSENT ' DB2-R-CODE-2(1:1)
                  '  SOURCE ' DB2-R-CODE-3(1:4)
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           .
       2125-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contacts with the customer.                                    *
      *----------------------------------------------------------------*
       2130-CONTACTS.
           MOVE WS-SRC-CONTACT TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN CONTACT-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2135-FETCH-CONTACT THRU 2135-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2135-FETCH-CONTACT.
           EXEC SQL
             FETCH CONTACT-CSR
              INTO :DB2-R-TIMESTAMP, :DB2-R-CODE-1,
                   :DB2-R-CODE-2, :DB2-R-POLICY-INT,
                   :DB2-R-CLAIM-INT, :DB2-R-CODE-3,
                   :DB2-R-TEXT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE CONTACT-CSR
               END-EXEC
               GO TO 2135-EXIT
           END-IF
           MOVE DB2-R-POLICY-INT TO WS-ED-NUMBER
           STRING '    ' DB2-R-TIMESTAMP
                  '  CHANNEL ' DB2-R-CODE-1(1:1)
                  '  REASON ' DB2-R-CODE-2
                  '  POLICY ' WS-ED-NUMBER
                  '  OPERATOR ' DB2-R-CODE-3
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           STRING '      ' DB2-R-TEXT
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE SPACES TO SAR-REPORT-RECORD
           .
       2135-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Live policies - each one also goes on the list the document    *
      * archive is searched by.                                        *
      *----------------------------------------------------------------*
       2200-POLICIES.
           MOVE WS-SRC-POLICY TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN POLICY-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2205-FETCH-POLICY THRU 2205-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2205-FETCH-POLICY.
           EXEC SQL
             FETCH POLICY-CSR
              INTO :DB2-R-POLICY-INT, :DB2-R-CODE-1,
                   :DB2-R-DATE-1, :DB2-R-DATE-2,
                   :DB2-R-TEXT, :DB2-R-KEY-INT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE POLICY-CSR
               END-EXEC
               GO TO 2205-EXIT
           END-IF
           MOVE DB2-R-POLICY-INT TO DB2-POLICYNUM-INT
           PERFORM 2290-ADD-TO-POLICY-LIST
           MOVE DB2-R-POLICY-INT TO WS-ED-NUMBER
           STRING '    POLICY ' WS-ED-NUMBER
                  '  TYPE ' DB2-R-CODE-1(1:1)
                  '  ' DB2-R-DATE-1 ' TO ' DB2-R-DATE-2
                  '  BROKER REF ' DB2-R-TEXT(1:15)
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           .
       2205-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The policy audit trail.                                        *
      *----------------------------------------------------------------*
       2210-POLICY-HISTORY.
           MOVE WS-SRC-POLICYHIST TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN POLHIST-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2215-FETCH-POLICY-HIST THRU 2215-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2215-FETCH-POLICY-HIST.
           EXEC SQL
             FETCH POLHIST-CSR
              INTO :DB2-R-POLICY-INT, :DB2-R-CODE-1,
                   :DB2-R-CODE-3, :DB2-R-CODE-2,
                   :DB2-R-TIMESTAMP,
                   :DB2-R-DATE-1, :DB2-R-DATE-2
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE POLHIST-CSR
               END-EXEC
               GO TO 2215-EXIT
           END-IF
           MOVE DB2-R-POLICY-INT TO WS-ED-NUMBER
           STRING '    POLICY ' WS-ED-NUMBER
                  '  ' DB2-R-TIMESTAMP
                  '  CHANGE ' DB2-R-CODE-1(1:1)
                  '  BY ' DB2-R-CODE-3
                  '  TERMINAL ' DB2-R-CODE-2
                  '  ' DB2-R-DATE-1 ' TO ' DB2-R-DATE-2
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           .
       2215-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Instalment schedules on the live policies.                     *
      *----------------------------------------------------------------*
       2220-SCHEDULES.
           MOVE WS-SRC-PAYSCHED TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN SCHED-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2225-FETCH-SCHEDULE THRU 2225-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2225-FETCH-SCHEDULE.
           EXEC SQL
             FETCH SCHED-CSR
              INTO :DB2-R-POLICY-INT, :DB2-R-SEQ-SINT,
                   :DB2-R-DATE-1, :DB2-R-AMOUNT-1,
                   :DB2-R-CODE-1, :DB2-R-DATE-2
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE SCHED-CSR
               END-EXEC
               GO TO 2225-EXIT
           END-IF
           MOVE DB2-R-POLICY-INT TO WS-ED-NUMBER
           MOVE DB2-R-AMOUNT-1 TO WS-ED-AMOUNT-1
           MOVE DB2-R-SEQ-SINT TO WS-ED-CREDIT-SCORE
           STRING '    POLICY ' WS-ED-NUMBER
                  '  INSTALMENT ' WS-ED-CREDIT-SCORE
                  '  DUE ' DB2-R-DATE-1
                  '  AMOUNT ' WS-ED-AMOUNT-1
                  '  STATUS ' DB2-R-CODE-1(1:1)
                  '  PAID ' DB2-R-DATE-2
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           .
       2225-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Claims.                                                        *
      *----------------------------------------------------------------*
       2230-CLAIMS.
           MOVE WS-SRC-CLAIM TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN CLAIM-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2235-FETCH-CLAIM THRU 2235-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2235-FETCH-CLAIM.
           EXEC SQL
             FETCH CLAIM-CSR
              INTO :DB2-R-CLAIM-INT, :DB2-R-POLICY-INT,
                   :DB2-R-DATE-1, :DB2-R-CODE-3,
                   :DB2-R-CODE-1, :DB2-R-AMOUNT-1,
                   :DB2-R-AMOUNT-2, :DB2-R-TEXT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE CLAIM-CSR
               END-EXEC
               GO TO 2235-EXIT
           END-IF
           MOVE DB2-R-CLAIM-INT TO WS-ED-NUMBER
           MOVE DB2-R-AMOUNT-1 TO WS-ED-AMOUNT-1
           MOVE DB2-R-AMOUNT-2 TO WS-ED-AMOUNT-2
           STRING '    CLAIM ' WS-ED-NUMBER
                  '  LOSS ' DB2-R-DATE-1
                  '  PERIL ' DB2-R-CODE-3
                  '  STATUS ' DB2-R-CODE-1(1:1)
                  '  ESTIMATE ' WS-ED-AMOUNT-1
                  '  PAID ' WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           MOVE DB2-R-POLICY-INT TO WS-ED-NUMBER
           STRING '      POLICY ' WS-ED-NUMBER '  ' DB2-R-TEXT
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE SPACES TO SAR-REPORT-RECORD
           .
       2235-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Complaints.                                                    *
      *----------------------------------------------------------------*
       2240-COMPLAINTS.
           MOVE WS-SRC-COMPLAINT TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN CMP-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2245-FETCH-COMPLAINT THRU 2245-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2245-FETCH-COMPLAINT.
           EXEC SQL
             FETCH CMP-CSR
              INTO :DB2-R-KEY-INT, :DB2-R-POLICY-INT,
                   :DB2-R-DATE-1, :DB2-R-CODE-1,
                   :DB2-R-CODE-2, :DB2-R-TEXT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE CMP-CSR
               END-EXEC
               GO TO 2245-EXIT
           END-IF
           MOVE DB2-R-KEY-INT TO WS-ED-NUMBER
           STRING '    COMPLAINT ' WS-ED-NUMBER
                  '  OPENED ' DB2-R-DATE-1
                  '  STATUS ' DB2-R-CODE-1(1:1)
                  '  CLOSURE ' DB2-R-CODE-2
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           MOVE DB2-R-POLICY-INT TO WS-ED-NUMBER
           STRING '      POLICY ' WS-ED-NUMBER '  ' DB2-R-TEXT
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE SPACES TO SAR-REPORT-RECORD
           .
       2245-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Direct debit mandates - the bank details as held on the        *
      * mandate, masked to their last digits as everywhere else.       *
      *----------------------------------------------------------------*
       2250-MANDATES.
           MOVE WS-SRC-MANDATE TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN MANDATE-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2255-FETCH-MANDATE THRU 2255-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2255-FETCH-MANDATE.
           EXEC SQL
             FETCH MANDATE-CSR
              INTO :DB2-R-POLICY-INT, :DB2-R-DATE-2,
                   :DB2-R-CODE-3, :DB2-R-CODE-1,
                   :DB2-R-DATE-1
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE MANDATE-CSR
               END-EXEC
               GO TO 2255-EXIT
           END-IF
           MOVE DB2-R-POLICY-INT TO WS-ED-NUMBER
           STRING '    POLICY ' WS-ED-NUMBER
                  '  SORT CODE ' DB2-R-DATE-2(1:6)
                  '  ACCOUNT ' DB2-R-CODE-3
                  '  STATUS ' DB2-R-CODE-1(1:1)
                  '  CREATED ' DB2-R-DATE-1
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           .
       2255-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Referrals raised on the customer or their policies.            *
      *----------------------------------------------------------------*
       2260-REFERRALS.
           MOVE WS-SRC-REFERRAL TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN REFER-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2265-FETCH-REFERRAL THRU 2265-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2060-NONE-FOUND.

       2265-FETCH-REFERRAL.
           EXEC SQL
             FETCH REFER-CSR
              INTO :DB2-R-KEY-INT, :DB2-R-POLICY-INT,
                   :DB2-R-CODE-1, :DB2-R-DATE-1,
                   :DB2-R-TEXT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE REFER-CSR
               END-EXEC
               GO TO 2265-EXIT
           END-IF
           MOVE DB2-R-POLICY-INT TO WS-ED-NUMBER
           STRING '    POLICY ' WS-ED-NUMBER
                  '  RAISED ' DB2-R-DATE-1
                  '  STATUS ' DB2-R-CODE-1(1:1)
                  '  ' DB2-R-TEXT(1:50)
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           .
       2265-EXIT.
           EXIT.

      *    A policy goes on the document list once.
       2290-ADD-TO-POLICY-LIST.
           MOVE 'N' TO WS-PL-FOUND
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
               IF WS-PL-POLICY(WS-PL-SUB) = DB2-POLICYNUM-INT
                   MOVE 'Y' TO WS-PL-FOUND
               END-IF
           END-PERFORM
           IF WS-PL-FOUND = 'N' AND WS-PL-COUNT < 500
               ADD 1 TO WS-PL-COUNT
               MOVE DB2-POLICYNUM-INT TO WS-PL-POLICY(WS-PL-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * The archive of retired policies.  The index says whether the   *
      * customer has anything archived and where it ends; the archive  *
      * itself is only read that far, and not at all for a customer    *
      * with nothing in it.                                            *
      *----------------------------------------------------------------*
       2300-ARCHIVE.
           MOVE WS-SRC-ARCHIVE TO WS-INV-SUB
           PERFORM 2050-HEADING
           MOVE 'N' TO WS-ARC-INDEXED
           MOVE 0 TO WS-ARC-POLICIES
                     WS-ARC-END-POS
                     WS-READ-POS

           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-INDEX-STATUS = '00'
               MOVE 'Y' TO WS-ARC-INDEXED
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2310-READ-INDEX THRU 2310-EXIT
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE ARCHIVE-INDEX-FILE
           END-IF

           IF WS-ARC-INDEXED = 'Y' AND WS-ARC-POLICIES = 0
               PERFORM 2060-NONE-FOUND
               GO TO 2300-EXIT
           END-IF

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE '    NO ARCHIVE AVAILABLE TO THIS RUN'
                   TO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
               IF WS-ARC-POLICIES > 0
                   DISPLAY 'ARCHIN OPEN ERROR: ' WS-ARCHIVE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2320-READ-ARCHIVE THRU 2320-EXIT
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE ARCHIVE-FILE
           PERFORM 2060-NONE-FOUND
           .
       2300-EXIT.
           EXIT.

       2310-READ-INDEX.
           READ ARCHIVE-INDEX-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               GO TO 2310-EXIT
           END-READ
           IF AX-CUSTOMER-NUM = WS-CUST-KEY
              OR AX-CUSTOMER-NUM = WS-CUST-KEY-ZONED
               ADD 1 TO WS-ARC-POLICIES
               COMPUTE WS-ARC-LAST-POS =
                   AX-START-POS + AX-REC-COUNT - 1
               IF WS-ARC-LAST-POS > WS-ARC-END-POS
                   MOVE WS-ARC-LAST-POS TO WS-ARC-END-POS
               END-IF
           END-IF
           .
       2310-EXIT.
           EXIT.

       2320-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               GO TO 2320-EXIT
           END-READ
           ADD 1 TO WS-READ-POS
           IF WS-ARC-INDEXED = 'Y' AND WS-READ-POS > WS-ARC-END-POS
               MOVE 'Y' TO WS-FILE-EOF
               GO TO 2320-EXIT
           END-IF
           IF AR-CUSTOMER-NUM NOT = WS-CUST-KEY
              AND AR-CUSTOMER-NUM NOT = WS-CUST-KEY-ZONED
               GO TO 2320-EXIT
           END-IF

           EVALUATE AR-RECORD-TYPE
             WHEN 'P'
               MOVE AR-POLICY-NUM TO DB2-POLICYNUM-INT
               PERFORM 2290-ADD-TO-POLICY-LIST
               STRING '    POLICY ' AR-POLICY-NUM
                      '  TYPE ' AR-POLICY-TYPE
                      '  ' AR-ISSUE-DATE ' TO ' AR-EXPIRY-DATE
                      '  BROKER REF ' AR-BROKERSREF
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
             WHEN 'V'
               STRING '      HISTORY ' AR-V-CHANGETYPE
                      '  ' AR-V-TIMESTAMP
                      '  ' AR-ISSUE-DATE ' TO ' AR-EXPIRY-DATE
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
             WHEN 'S'
               MOVE '      PAYMENT SCHEDULE ENTRY' TO SAR-REPORT-RECORD
             WHEN 'L'
               MOVE '      CLAIM'                  TO SAR-REPORT-RECORD
             WHEN 'D'
               MOVE '      NAMED DRIVER'           TO SAR-REPORT-RECORD
             WHEN 'I'
               MOVE '      SCHEDULED ITEM'         TO SAR-REPORT-RECORD
             WHEN 'G'
               MOVE '      CO-INSURANCE SHARE'     TO SAR-REPORT-RECORD
             WHEN 'W'
               MOVE '      UNDERWRITING WORKSHEET' TO SAR-REPORT-RECORD
             WHEN 'N'
               MOVE '      INSPECTION'             TO SAR-REPORT-RECORD
             WHEN 'K'
               MOVE '      ADDITIONAL PREMISES'    TO SAR-REPORT-RECORD
             WHEN OTHER
               STRING '      RECORD TYPE ' AR-RECORD-TYPE
                   DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           END-EVALUATE
           IF AR-RECORD-TYPE NOT = 'P' AND AR-RECORD-TYPE NOT = 'V'
               MOVE AR-POLICY-NUM TO SAR-REPORT-RECORD(40:10)
           END-IF
           PERFORM 2070-WRITE-ROW
           .
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The document archive, for every policy the customer holds or   *
      * held.                                                          *
      *----------------------------------------------------------------*
       2400-DOCUMENTS.
           MOVE WS-SRC-DOCARCH TO WS-INV-SUB
           PERFORM 2050-HEADING
           PERFORM 2410-POLICY-DOCUMENTS
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-PL-COUNT
           PERFORM 2060-NONE-FOUND.

       2410-POLICY-DOCUMENTS.
           MOVE WS-PL-POLICY(WS-PL-SUB) TO DB2-POLICYNUM-INT
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN DOC-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2080-SQL-ERROR
           END-IF
           PERFORM 2415-FETCH-DOCUMENT THRU 2415-EXIT
               UNTIL WS-SQL-EOF = 'Y'.

       2415-FETCH-DOCUMENT.
           EXEC SQL
             FETCH DOC-CSR
              INTO :DB2-R-SEQ-SINT, :DB2-R-TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   PERFORM 2080-SQL-ERROR
               END-IF
               MOVE 'Y' TO WS-SQL-EOF
               EXEC SQL
                 CLOSE DOC-CSR
               END-EXEC
               GO TO 2415-EXIT
           END-IF
           MOVE DB2-POLICYNUM-INT TO WS-ED-NUMBER
           MOVE DB2-R-SEQ-SINT TO WS-ED-CREDIT-SCORE
           STRING '    POLICY ' WS-ED-NUMBER
                  '  DOCUMENT VERSION ' WS-ED-CREDIT-SCORE
                  '  ISSUED ' DB2-R-TIMESTAMP
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           .
       2415-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Letters sent to the customer.                                  *
      *----------------------------------------------------------------*
       2500-LETTERS.
           MOVE WS-SRC-LETHIST TO WS-INV-SUB
           PERFORM 2050-HEADING
           OPEN INPUT LETTER-HISTORY-FILE
           IF WS-LETHIST-STATUS NOT = '00'
               MOVE '    NO LETTER HISTORY AVAILABLE TO THIS RUN'
                   TO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2510-READ-LETTER THRU 2510-EXIT
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE LETTER-HISTORY-FILE
           PERFORM 2060-NONE-FOUND
           .
       2500-EXIT.
           EXIT.

       2510-READ-LETTER.
           READ LETTER-HISTORY-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               GO TO 2510-EXIT
           END-READ
           IF LH-CUSTOMER-NUM NOT = WS-CUST-KEY
              AND LH-CUSTOMER-NUM NOT = WS-CUST-KEY-ZONED
               GO TO 2510-EXIT
           END-IF
           STRING '    SENT ' LH-SENT-DATE
                  '  LETTER ' LH-LETTER-TYPE
                  '  POLICY ' LH-POLICY-NUM
                  '  FORMAT ' LH-CORR-FORMAT
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           PERFORM 2070-WRITE-ROW
           .
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file inventory - every source searched and what it held.   *
      *----------------------------------------------------------------*
       2800-INVENTORY.
           MOVE SPACES TO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE 'FILE INVENTORY - SOURCES SEARCHED AND RECORDS HELD'
               TO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE 0 TO WS-INV-TOTAL
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > 14
               MOVE WS-INV-NAME(WS-INV-SUB)  TO WS-IL-NAME
               MOVE WS-INV-COUNT(WS-INV-SUB) TO WS-IL-COUNT
               MOVE WS-INVENTORY-LINE TO SAR-REPORT-RECORD
               WRITE SAR-REPORT-RECORD
               ADD WS-INV-COUNT(WS-INV-SUB) TO WS-INV-TOTAL
           END-PERFORM
           MOVE 'TOTAL' TO WS-IL-NAME
           MOVE WS-INV-TOTAL TO WS-IL-COUNT
           MOVE WS-INVENTORY-LINE TO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           ADD WS-INV-TOTAL TO WS-TOT-RECORDS.

      *----------------------------------------------------------------*
      * The request goes on SARLOG with its statutory due date - 'E'   *
      * extracted, or 'N' where the number is not a live customer.     *
      *----------------------------------------------------------------*
       2900-LOG-REQUEST.
           MOVE WS-INV-TOTAL TO DB2-RECORDS-INT
           IF WS-ON-CUSTOMER = 'N'
               MOVE 'N' TO DB2-SAR-STATUS
           ELSE
               MOVE 'E' TO DB2-SAR-STATUS
           END-IF
           EXEC SQL
             INSERT INTO SARLOG
                       ( SARID,
                         CUSTOMERNUMBER,
                         REQUESTREF,
                         RECEIVEDDATE,
                         DUEDATE,
                         EXTRACTEDTS,
                         RECORDCOUNT,
                         STATUS )
                VALUES ( DEFAULT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-REQUEST-REF,
                         :DB2-RECEIVED-DATE,
                         DATE(:DB2-RECEIVED-DATE) + 1 MONTH,
                         CURRENT TIMESTAMP,
                         :DB2-RECORDS-INT,
                         :DB2-SAR-STATUS )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SARLOG INSERT SQLCODE: ' SQLCODE
                       ' CUSTOMER ' SQ-CUSTOMER-NUM
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOT-EXTRACTED
               EXEC SQL
                 COMMIT
               END-EXEC
           END-IF.

       3000-CLOSE.
           MOVE SPACES TO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE 'SUBJECT ACCESS EXTRACT - CONTROL TOTALS'
               TO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD
           MOVE SPACES TO SAR-REPORT-RECORD

           MOVE WS-TOT-REQUESTS TO WS-REPORT-COUNT
           STRING 'REQUESTS READ.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD

           MOVE WS-TOT-EXTRACTED TO WS-REPORT-COUNT
           MOVE SPACES TO SAR-REPORT-RECORD
           STRING 'EXTRACTED AND LOGGED: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD

           MOVE WS-TOT-REJECTED TO WS-REPORT-COUNT
           MOVE SPACES TO SAR-REPORT-RECORD
           STRING 'REJECTED............: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD

           MOVE WS-TOT-NOT-FOUND TO WS-REPORT-COUNT
           MOVE SPACES TO SAR-REPORT-RECORD
           STRING 'NOT A LIVE CUSTOMER.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD

           MOVE WS-TOT-RECORDS TO WS-REPORT-COUNT
           MOVE SPACES TO SAR-REPORT-RECORD
           STRING 'RECORDS REPORTED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SAR-REPORT-RECORD
           WRITE SAR-REPORT-RECORD

           CLOSE REQUEST-FILE
                 SAR-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGSAREX1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-REQUESTS TO RS-RECS-IN
              MOVE WS-TOT-RECORDS TO RS-RECS-OUT
              MOVE WS-TOT-REJECTED TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
