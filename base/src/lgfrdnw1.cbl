       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGFRDNW1.
      *----------------------------------------------------------------*
      * Weekly fraud network link analysis.  The FNOL fraud score and  *
      * the velocity check each look at one transaction; an organised  *
      * ring shows up instead as different customers sharing the same  *
      * contact details, bank account, vehicle or address across many  *
      * policies and claims.  This job links customers on the          *
      * identifiers they share:                                        *
      *                                                                *
      *   PHON - the customer's phone number                           *
      *   MAIL - the customer's email address                          *
      *   ADDR - the customer's address and postcode                   *
      *   VREG - a vehicle registration on a motor or fleet policy     *
      *   BANK - the account on a direct debit mandate, resolved off   *
      *          the vault; only the masked form is ever stored or     *
      *          printed                                               *
      *                                                                *
      * Spacing and case are ignored when comparing.  An identifier    *
      * shared by more customers than WS-MAX-SHARED - a broker's       *
      * office number, a block of flats - says nothing about a ring    *
      * and is reported, not linked.                                   *
      *                                                                *
      * The links are rebuilt on FRAUDLINK each run, every customer on *
      * an identifier linked to the lowest-numbered customer holding   *
      * it.  Linked customers are then drawn together into connected   *
      * clusters - customers reached through any chain of shared       *
      * identifiers - and each cluster's policies and claims counted.  *
      * A cluster with at least the minimum number of customers, or    *
      * any linked cluster whose claims reach the minimum claim value  *
      * (the larger of estimate and paid on each claim), is reported   *
      * to the counter-fraud team with every member, their policies    *
      * and claims, and the identifiers that link them.                *
      *                                                                *
      * Reported clusters are kept on FRAUDCLUSTER, their members on   *
      * FRAUDCLMEM, keyed to the lowest customer number in the         *
      * cluster.  Once the team marks a cluster investigated it is     *
      * not reported again - unless it has since drawn in a customer   *
      * who was not in it when investigated, when it comes back as a   *
      * new cluster with the newcomers marked.                         *
      *                                                                *
      * FRDINV, when present, carries the clusters the team has        *
      * finished with - cluster id, investigator and a note.  FRDPARM, *
      * when present, gives the minimum customers (3 when absent) and  *
      * the minimum claim value in whole pounds (25,000).              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO FRDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL INVESTIGATED-FILE ASSIGN TO FRDINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT NETWORK-REPORT-FILE ASSIGN TO FRDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Reporting thresholds - absent, blank or zero takes the default.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 FP-MIN-MEMBERS        PIC X(3).
           05 FP-MIN-CLAIM-VALUE    PIC X(9).
           05 FILLER                PIC X(68).

      * One cluster the counter-fraud team has finished with.
       FD  INVESTIGATED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INVESTIGATED-RECORD.
           05 FI-CLUSTER-ID         PIC X(9).
           05 FI-INVESTIGATED-BY    PIC X(8).
           05 FI-NOTE               PIC X(60).
           05 FILLER                PIC X(3).

       FD  NETWORK-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  NETWORK-REPORT-RECORD    PIC X(120).

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
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-INV-STATUS         PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-INV-EOF               PIC X VALUE 'N'.
       01  WS-ID-EOF                PIC X VALUE 'N'.
       01  WS-SQL-EOF               PIC X VALUE 'N'.

      * Reporting thresholds.
       01  WS-MIN-MEMBERS           PIC 9(3) VALUE 3.
       01  WS-MIN-CLAIM-VALUE       PIC 9(9) VALUE 25000.

      * Without the vault key the bank links are left out and the
      * rest still run.
       01  WS-VAULT-OPEN            PIC X VALUE 'N'.

      * The identifier in hand and the customers holding it, in
      * customer order.  Past WS-MAX-SHARED the identifier is too
      * common to mean anything.
       01  WS-MAX-SHARED            PIC S9(4) COMP VALUE 200.
       01  WS-GROUP-TYPE            PIC X(4).
       01  WS-GROUP-VALUE           PIC X(90).
       01  WS-GROUP-SHOW            PIC X(60).
       01  WS-GROUP-USED            PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-OVER            PIC X VALUE 'N'.
       01  WS-GROUP-TABLE.
           03 WS-GROUP-CUST         PIC S9(9) COMP OCCURS 200 TIMES.
       01  WS-GROUP-SUB             PIC S9(4) COMP VALUE 0.

      * Every linked customer, loaded in customer number order, with
      * its parent in the cluster forest.  Each cluster's root is its
      * lowest entry - so its lowest customer number, the cluster's
      * key - and carries the cluster's totals.
       01  WS-NET-MAX               PIC S9(5) COMP VALUE 20000.
       01  WS-NET-USED              PIC S9(5) COMP VALUE 0.
       01  WS-NET-TABLE.
           03 WS-NET-ENTRY OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WS-NET-USED
                           ASCENDING KEY IS WS-NT-CUSTOMER
                           INDEXED BY WS-NET-IDX.
              05 WS-NT-CUSTOMER     PIC 9(10).
              05 WS-NT-PARENT       PIC S9(5) COMP.
              05 WS-NT-POLICIES     PIC S9(5) COMP.
              05 WS-NT-CLAIMS       PIC S9(5) COMP.
              05 WS-NT-CLAIM-VALUE  PIC S9(11)V99 COMP-3.
              05 WS-NT-NEWCOMER     PIC X.
              05 WS-NT-CL-MEMBERS   PIC S9(5) COMP.
              05 WS-NT-CL-POLICIES  PIC S9(7) COMP.
              05 WS-NT-CL-CLAIMS    PIC S9(7) COMP.
              05 WS-NT-CL-VALUE     PIC S9(11)V99 COMP-3.

       01  WS-NET-SUB               PIC S9(5) COMP VALUE 0.
       01  WS-MEM-SUB               PIC S9(5) COMP VALUE 0.
       01  WS-ROOT-A                PIC S9(5) COMP VALUE 0.
       01  WS-ROOT-B                PIC S9(5) COMP VALUE 0.
       01  WS-FIND-SUB              PIC S9(5) COMP VALUE 0.
       01  WS-SEEK-CUSTOMER         PIC 9(10).
       01  WS-FOUND                 PIC X VALUE 'N'.

      * How the cluster in hand stands against what is on file - 'N'
      * new, 'O' reported before and still open, 'G' investigated but
      * grown since, 'S' investigated and unchanged (suppressed).
       01  WS-CLUSTER-STANDING      PIC X.
       01  WS-CLUSTER-ROOT          PIC S9(5) COMP VALUE 0.
       01  WS-NEWCOMERS             PIC S9(5) COMP VALUE 0.

       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

       01  WS-CLUSTER-LINE.
           05 FILLER                PIC X(8) VALUE 'CLUSTER '.
           05 WS-CL-CLUSTER-ID      PIC 9(9).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-STANDING        PIC X(24).
           05 FILLER                PIC X(10) VALUE ' MEMBERS: '.
           05 WS-CL-MEMBERS         PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE ' POLICIES: '.
           05 WS-CL-POLICIES        PIC ZZZZ9.
           05 FILLER                PIC X(9) VALUE ' CLAIMS: '.
           05 WS-CL-CLAIMS          PIC ZZZZ9.
           05 FILLER                PIC X(8) VALUE ' VALUE: '.
           05 WS-CL-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.

       01  WS-MEMBER-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-ML-NEWCOMER        PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 WS-ML-CUSTOMER        PIC 9(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ML-NAME            PIC X(40).
           05 FILLER                PIC X(11) VALUE ' POLICIES: '.
           05 WS-ML-POLICIES        PIC ZZZ9.
           05 FILLER                PIC X(9) VALUE ' CLAIMS: '.
           05 WS-ML-CLAIMS          PIC ZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ML-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-LINK-LINE.
           05 FILLER                PIC X(18) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'LINKED TO '.
           05 WS-LL-ANCHOR          PIC 9(10).
           05 FILLER                PIC X(4) VALUE ' BY '.
           05 WS-LL-TYPE            PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-LL-SHOW            PIC X(60).
           05 FILLER                PIC X(13) VALUE SPACES.

       01  DB2-NETWORK-FIELDS.
           05 DB2-KEYTYPE           PIC X(4).
           05 DB2-KEYVALUE          PIC X(90).
           05 DB2-KEYSHOW           PIC X(60).
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-ANCHOR-INT        PIC S9(9) COMP.
           05 DB2-CLUSTERID-INT     PIC S9(9) COMP.
           05 DB2-CLUSTER-STATUS    PIC X.
           05 DB2-MEMBERS-INT       PIC S9(9) COMP.
           05 DB2-POLICIES-INT      PIC S9(9) COMP.
           05 DB2-CLAIMS-INT        PIC S9(9) COMP.
           05 DB2-CLAIMVAL-DEC      PIC S9(11)V99 COMP-3.
           05 DB2-COUNT-INT         PIC S9(9) COMP.
           05 DB2-CUSTOMER-NAME     PIC X(40).
           05 DB2-INVESTIGATED-BY   PIC X(8).
           05 DB2-NOTE              PIC X(60).
           05 DB2-VAULT-OPEN        PIC X.

       01  DB2-VAULT-KEY.
           49 DB2-VAULT-KEY-LEN     PIC S9(4) COMP.
           49 DB2-VAULT-KEY-TEXT    PIC X(32).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-IDENTIFIERS    PIC 9(7) VALUE 0.
           05 WS-TOT-SHARED         PIC 9(7) VALUE 0.
           05 WS-TOT-TOO-COMMON     PIC 9(7) VALUE 0.
           05 WS-TOT-LINKS          PIC 9(7) VALUE 0.
           05 WS-TOT-LINKED-CUST    PIC 9(7) VALUE 0.
           05 WS-TOT-CLUSTERS       PIC 9(7) VALUE 0.
           05 WS-TOT-REPORTED       PIC 9(7) VALUE 0.
           05 WS-TOT-SUPPRESSED     PIC 9(7) VALUE 0.
           05 WS-TOT-MARKED         PIC 9(7) VALUE 0.
           05 WS-TOT-MARK-REFUSED   PIC 9(7) VALUE 0.
           05 WS-TOT-ERRORS         PIC 9(7) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Every identifier a customer holds, normalised for matching,
      *    with the form to show - masked for a bank account - in
      *    identifier then customer order so each identifier's holders
      *    arrive together.
           EXEC SQL
             DECLARE ID-CSR CURSOR FOR
               SELECT K.KEYTYPE, K.KEYVALUE, K.KEYSHOW,
                      K.CUSTOMERNUMBER
                 FROM (SELECT 'PHON',
                              CAST(REPLACE(PHONE, ' ', '')
                                   AS VARCHAR(90)),
                              CAST(PHONE AS VARCHAR(60)),
                              CUSTOMERNUMBER
                         FROM CUSTOMER
                        WHERE ERASEDDATE IS NULL
                          AND PHONE <> ' '
                       UNION ALL
                       SELECT 'MAIL',
                              CAST(UPPER(REPLACE(EMAIL, ' ', ''))
                                   AS VARCHAR(90)),
                              CAST(EMAIL AS VARCHAR(60)),
                              CUSTOMERNUMBER
                         FROM CUSTOMER
                        WHERE ERASEDDATE IS NULL
                          AND EMAIL <> ' '
                       UNION ALL
                       SELECT 'ADDR',
                              CAST(UPPER(REPLACE(CUSTOMERADDRESS, ' ',
                                                 ''))
                                   CONCAT UPPER(REPLACE(POSTCODE, ' ',
                                                        ''))
                                   AS VARCHAR(90)),
                              CAST(SUBSTR(CUSTOMERADDRESS, 1, 50)
                                   CONCAT ' ' CONCAT POSTCODE
                                   AS VARCHAR(60)),
                              CUSTOMERNUMBER
                         FROM CUSTOMER
                        WHERE ERASEDDATE IS NULL
                          AND CUSTOMERADDRESS <> ' '
                       UNION ALL
                       SELECT 'VREG',
                              CAST(UPPER(REPLACE(M.REGNUMBER, ' ', ''))
                                   AS VARCHAR(90)),
                              CAST(M.REGNUMBER AS VARCHAR(60)),
                              P.CUSTOMERNUMBER
                         FROM MOTOR M, POLICY P
                        WHERE P.POLICYNUMBER = M.POLICYNUMBER
                          AND M.REGNUMBER   <> ' '
                       UNION ALL
                       SELECT 'VREG',
                              CAST(UPPER(REPLACE(F.REGNUMBER, ' ', ''))
                                   AS VARCHAR(90)),
                              CAST(F.REGNUMBER AS VARCHAR(60)),
                              P.CUSTOMERNUMBER
                         FROM FLEETVEH F, POLICY P
                        WHERE P.POLICYNUMBER = F.POLICYNUMBER
                          AND F.REGNUMBER   <> ' '
                       UNION ALL
                       SELECT 'BANK',
                              CAST(DECRYPT_CHAR(V.BANKDETAILS)
                                   AS VARCHAR(90)),
                              CAST(M.SORTCODE CONCAT ' '
                                   CONCAT M.ACCOUNTNUM
                                   AS VARCHAR(60)),
                              M.CUSTOMERNUMBER
                         FROM DDMANDATE M, BANKVAULT V
                        WHERE V.BANKTOKEN    = M.BANKTOKEN
                          AND :DB2-VAULT-OPEN = 'Y')
                      AS K (KEYTYPE, KEYVALUE, KEYSHOW, CUSTOMERNUMBER)
                ORDER BY 1, 2, 4
           END-EXEC.

      *    Every customer on a link, once, lowest first.
           EXEC SQL
             DECLARE LINKCUST-CSR CURSOR FOR
               SELECT ANCHORCUST
                 FROM FRAUDLINK
               UNION
               SELECT CUSTOMERNUMBER
                 FROM FRAUDLINK
                ORDER BY 1
           END-EXEC.

           EXEC SQL
             DECLARE LINK-CSR CURSOR FOR
               SELECT ANCHORCUST, CUSTOMERNUMBER
                 FROM FRAUDLINK
           END-EXEC.

      *    Policies and claims of each linked customer.
           EXEC SQL
             DECLARE POLSUM-CSR CURSOR FOR
               SELECT CUSTOMERNUMBER, COUNT(*)
                 FROM POLICY
                WHERE CUSTOMERNUMBER IN
                      (SELECT ANCHORCUST FROM FRAUDLINK
                       UNION
                       SELECT CUSTOMERNUMBER FROM FRAUDLINK)
                GROUP BY CUSTOMERNUMBER
           END-EXEC.

           EXEC SQL
             DECLARE CLMSUM-CSR CURSOR FOR
               SELECT CUSTOMERNUMBER, COUNT(*),
                      SUM(CASE WHEN COALESCE(PAIDTOTAL, 0) >
                                    COALESCE(ESTIMATEDAMOUNT, 0)
                               THEN COALESCE(PAIDTOTAL, 0)
                               ELSE COALESCE(ESTIMATEDAMOUNT, 0)
                          END)
                 FROM CLAIM
                WHERE CUSTOMERNUMBER IN
                      (SELECT ANCHORCUST FROM FRAUDLINK
                       UNION
                       SELECT CUSTOMERNUMBER FROM FRAUDLINK)
                GROUP BY CUSTOMERNUMBER
           END-EXEC.

      *    The identifiers that tie one member to the rest.
           EXEC SQL
             DECLARE MEMLINK-CSR CURSOR FOR
               SELECT ANCHORCUST, LINKTYPE, LINKVALUE
                 FROM FRAUDLINK
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY ANCHORCUST, LINKTYPE
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 1500-MARK-INVESTIGATED THRU 1500-EXIT
               UNTIL WS-INV-EOF = 'Y'
           PERFORM 2000-BUILD-LINKS THRU 2000-EXIT
           PERFORM 3000-BUILD-CLUSTERS THRU 3000-EXIT
           PERFORM 4000-REPORT-CLUSTERS THRU 4000-EXIT
           PERFORM 8000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           OPEN INPUT  PARM-FILE
                OUTPUT NETWORK-REPORT-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF FP-MIN-MEMBERS IS NUMERIC
                  AND FP-MIN-MEMBERS NOT = '000'
                   MOVE FP-MIN-MEMBERS TO WS-MIN-MEMBERS
               END-IF
               IF FP-MIN-CLAIM-VALUE IS NUMERIC
                  AND FP-MIN-CLAIM-VALUE NOT = '000000000'
                   MOVE FP-MIN-CLAIM-VALUE TO WS-MIN-CLAIM-VALUE
               END-IF
           END-IF

           MOVE 'FRAUD NETWORK LINK ANALYSIS' TO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD
           MOVE SPACES TO NETWORK-REPORT-RECORD
           MOVE WS-MIN-CLAIM-VALUE TO WS-REPORT-AMOUNT
           STRING 'CLUSTERS OF ' WS-MIN-MEMBERS
                  ' OR MORE CUSTOMERS, OR WITH CLAIMS OF '
                  WS-REPORT-AMOUNT ' OR MORE'
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD
           MOVE SPACES TO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

      *    The bank account is matched on its real value, so the job
      *    needs the vault key; without it the other links still run.
           EXEC SQL
             SELECT KEYTEXT
               INTO :DB2-VAULT-KEY
               FROM VAULTKEY
              WHERE KEYNAME = 'BANK'
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                 SET ENCRYPTION PASSWORD = :DB2-VAULT-KEY
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'Y' TO WS-VAULT-OPEN
               END-IF
           END-IF
           MOVE SPACES TO DB2-VAULT-KEY-TEXT
           IF WS-VAULT-OPEN NOT = 'Y'
               DISPLAY 'VAULT KEY NOT AVAILABLE SQLCODE: ' SQLCODE
               MOVE 4 TO RETURN-CODE
               MOVE 'BANK ACCOUNT LINKS NOT BUILT - VAULT KEY NOT AVAIL
      -             'ABLE' TO NETWORK-REPORT-RECORD
               WRITE NETWORK-REPORT-RECORD
               MOVE SPACES TO NETWORK-REPORT-RECORD
           END-IF
           MOVE WS-VAULT-OPEN TO DB2-VAULT-OPEN

           OPEN INPUT INVESTIGATED-FILE
           IF WS-INV-STATUS NOT = '00'
               MOVE 'Y' TO WS-INV-EOF
           END-IF.

      *----------------------------------------------------------------*
      * A cluster the counter-fraud team has finished with.  Only a    *
      * cluster still open can be marked; anything else is refused     *
      * and reported back.                                             *
      *----------------------------------------------------------------*
       1500-MARK-INVESTIGATED.
           READ INVESTIGATED-FILE
               AT END MOVE 'Y' TO WS-INV-EOF
               GO TO 1500-EXIT
           END-READ

           IF FI-CLUSTER-ID IS NOT NUMERIC
              OR FI-CLUSTER-ID = ZEROS
              OR FI-INVESTIGATED-BY = SPACES
               ADD 1 TO WS-TOT-MARK-REFUSED
               STRING 'CLUSTER ' FI-CLUSTER-ID
                      ' NOT MARKED - CLUSTER OR INVESTIGATOR NOT VALID'
                   DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
               WRITE NETWORK-REPORT-RECORD
               MOVE SPACES TO NETWORK-REPORT-RECORD
               GO TO 1500-EXIT
           END-IF
           MOVE FI-CLUSTER-ID      TO DB2-CLUSTERID-INT
           MOVE FI-INVESTIGATED-BY TO DB2-INVESTIGATED-BY
           MOVE FI-NOTE            TO DB2-NOTE

           EXEC SQL
             UPDATE FRAUDCLUSTER
                SET STATUS         = 'I',
                    INVESTIGATEDBY = :DB2-INVESTIGATED-BY,
                    INVESTIGATEDTS = CURRENT TIMESTAMP,
                    NOTE           = :DB2-NOTE
              WHERE CLUSTERID = :DB2-CLUSTERID-INT
                AND STATUS    = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'FRAUDCLUSTER MARK SQLCODE: ' SQLCODE
                       ' CLUSTER ' FI-CLUSTER-ID
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 1500-EXIT
           END-IF
           IF SQLCODE = 100 OR SQLERRD(3) = 0
               ADD 1 TO WS-TOT-MARK-REFUSED
               STRING 'CLUSTER ' FI-CLUSTER-ID
                      ' NOT MARKED - NOT ON FILE OR ALREADY'
                      ' INVESTIGATED'
                   DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
               WRITE NETWORK-REPORT-RECORD
               MOVE SPACES TO NETWORK-REPORT-RECORD
               GO TO 1500-EXIT
           END-IF
           ADD 1 TO WS-TOT-MARKED
           .
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Rebuild FRAUDLINK.  The identifiers arrive grouped; each group *
      * shared by two or more customers links every holder to the      *
      * first - the lowest customer number.                            *
      *----------------------------------------------------------------*
       2000-BUILD-LINKS.
           EXEC SQL
             DELETE FROM FRAUDLINK
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'FRAUDLINK CLEAR SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
               GO TO 2000-EXIT
           END-IF

           EXEC SQL
             OPEN ID-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ID-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO WS-GROUP-TYPE
                          WS-GROUP-VALUE
           MOVE 0 TO WS-GROUP-USED
           PERFORM 2100-FETCH-IDENTIFIER THRU 2100-EXIT
               UNTIL WS-ID-EOF = 'Y'
           PERFORM 2200-CLOSE-GROUP THRU 2200-EXIT
           MOVE SPACES TO WS-GROUP-VALUE
                          DB2-KEYVALUE
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-IDENTIFIER.
           EXEC SQL
             FETCH ID-CSR
              INTO :DB2-KEYTYPE, :DB2-KEYVALUE, :DB2-KEYSHOW,
                   :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'ID-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ID-EOF
               EXEC SQL
                 CLOSE ID-CSR
               END-EXEC
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-TOT-IDENTIFIERS

           IF DB2-KEYTYPE  NOT = WS-GROUP-TYPE
              OR DB2-KEYVALUE NOT = WS-GROUP-VALUE
               PERFORM 2200-CLOSE-GROUP THRU 2200-EXIT
               MOVE DB2-KEYTYPE  TO WS-GROUP-TYPE
               MOVE DB2-KEYVALUE TO WS-GROUP-VALUE
               MOVE DB2-KEYSHOW  TO WS-GROUP-SHOW
               MOVE 0 TO WS-GROUP-USED
               MOVE 'N' TO WS-GROUP-OVER
           END-IF

      *    A customer holding the same identifier twice - two
      *    policies on one vehicle - counts once.
           IF WS-GROUP-USED > 0
               IF WS-GROUP-CUST(WS-GROUP-USED) = DB2-CUSTOMERNUM-INT
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF WS-GROUP-USED < WS-MAX-SHARED
               ADD 1 TO WS-GROUP-USED
               MOVE DB2-CUSTOMERNUM-INT TO WS-GROUP-CUST(WS-GROUP-USED)
           ELSE
               MOVE 'Y' TO WS-GROUP-OVER
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-CLOSE-GROUP.
           IF WS-GROUP-USED < 2
               GO TO 2200-EXIT
           END-IF
           IF WS-GROUP-OVER = 'Y'
               ADD 1 TO WS-TOT-TOO-COMMON
               STRING 'NOT LINKED - ' WS-GROUP-TYPE ' '
                      WS-GROUP-SHOW ' - SHARED TOO WIDELY'
                   DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
               WRITE NETWORK-REPORT-RECORD
               MOVE SPACES TO NETWORK-REPORT-RECORD
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-TOT-SHARED
           MOVE WS-GROUP-TYPE TO DB2-KEYTYPE
           MOVE WS-GROUP-SHOW TO DB2-KEYSHOW
           MOVE WS-GROUP-CUST(1) TO DB2-ANCHOR-INT
           PERFORM VARYING WS-GROUP-SUB FROM 2 BY 1
             UNTIL WS-GROUP-SUB > WS-GROUP-USED
               MOVE WS-GROUP-CUST(WS-GROUP-SUB) TO DB2-CUSTOMERNUM-INT
               EXEC SQL
                 INSERT INTO FRAUDLINK
                           ( LINKTYPE,
                             LINKVALUE,
                             ANCHORCUST,
                             CUSTOMERNUMBER,
                             BUILTDATE )
                    VALUES ( :DB2-KEYTYPE,
                             :DB2-KEYSHOW,
                             :DB2-ANCHOR-INT,
                             :DB2-CUSTOMERNUM-INT,
                             CURRENT DATE )
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-TOT-LINKS
               ELSE
                   DISPLAY 'FRAUDLINK INSERT SQLCODE: ' SQLCODE
                           ' CUSTOMER ' DB2-CUSTOMERNUM-INT
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-ERRORS
               END-IF
           END-PERFORM
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Draw the linked customers together.  Each starts as its own    *
      * cluster; every link joins two clusters, the higher root        *
      * hanging off the lower, so a root is always its cluster's       *
      * lowest customer.  The policy and claim counts then roll up     *
      * onto the roots.                                                *
      *----------------------------------------------------------------*
       3000-BUILD-CLUSTERS.
           IF WS-SQL-EOF = 'Y'
               GO TO 3000-EXIT
           END-IF

           EXEC SQL
             OPEN LINKCUST-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'LINKCUST-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-ID-EOF
           PERFORM 3100-LOAD-CUSTOMER THRU 3100-EXIT
               UNTIL WS-ID-EOF = 'Y'
           MOVE WS-NET-USED TO WS-TOT-LINKED-CUST

           EXEC SQL
             OPEN LINK-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'LINK-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-ID-EOF
           PERFORM 3200-JOIN-LINK THRU 3200-EXIT
               UNTIL WS-ID-EOF = 'Y'

           EXEC SQL
             OPEN POLSUM-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'POLSUM-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-ID-EOF
               PERFORM 3300-COUNT-POLICIES THRU 3300-EXIT
                   UNTIL WS-ID-EOF = 'Y'
           END-IF

           EXEC SQL
             OPEN CLMSUM-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CLMSUM-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-ID-EOF
               PERFORM 3400-COUNT-CLAIMS THRU 3400-EXIT
                   UNTIL WS-ID-EOF = 'Y'
           END-IF

      *    Roll each member up onto its root.
           PERFORM VARYING WS-NET-SUB FROM 1 BY 1
             UNTIL WS-NET-SUB > WS-NET-USED
               MOVE WS-NET-SUB TO WS-FIND-SUB
               PERFORM 3500-FIND-ROOT
               MOVE WS-FIND-SUB TO WS-ROOT-A
               ADD 1 TO WS-NT-CL-MEMBERS(WS-ROOT-A)
               ADD WS-NT-POLICIES(WS-NET-SUB)
                 TO WS-NT-CL-POLICIES(WS-ROOT-A)
               ADD WS-NT-CLAIMS(WS-NET-SUB)
                 TO WS-NT-CL-CLAIMS(WS-ROOT-A)
               ADD WS-NT-CLAIM-VALUE(WS-NET-SUB)
                 TO WS-NT-CL-VALUE(WS-ROOT-A)
           END-PERFORM
           .
       3000-EXIT.
           EXIT.

       3100-LOAD-CUSTOMER.
           EXEC SQL
             FETCH LINKCUST-CSR
              INTO :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'LINKCUST-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ID-EOF
               EXEC SQL
                 CLOSE LINKCUST-CSR
               END-EXEC
               GO TO 3100-EXIT
           END-IF
           IF WS-NET-USED NOT < WS-NET-MAX
               DISPLAY 'FRAUD NETWORK TABLE FULL AT ' WS-NET-MAX
                       ' CUSTOMERS'
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               MOVE 'Y' TO WS-ID-EOF
               EXEC SQL
                 CLOSE LINKCUST-CSR
               END-EXEC
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-NET-USED
           MOVE DB2-CUSTOMERNUM-INT TO WS-NT-CUSTOMER(WS-NET-USED)
           MOVE WS-NET-USED TO WS-NT-PARENT(WS-NET-USED)
           MOVE 0 TO WS-NT-POLICIES(WS-NET-USED)
                     WS-NT-CLAIMS(WS-NET-USED)
                     WS-NT-CLAIM-VALUE(WS-NET-USED)
                     WS-NT-CL-MEMBERS(WS-NET-USED)
                     WS-NT-CL-POLICIES(WS-NET-USED)
                     WS-NT-CL-CLAIMS(WS-NET-USED)
                     WS-NT-CL-VALUE(WS-NET-USED)
           MOVE 'N' TO WS-NT-NEWCOMER(WS-NET-USED)
           .
       3100-EXIT.
           EXIT.

       3200-JOIN-LINK.
           EXEC SQL
             FETCH LINK-CSR
              INTO :DB2-ANCHOR-INT, :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'LINK-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ID-EOF
               EXEC SQL
                 CLOSE LINK-CSR
               END-EXEC
               GO TO 3200-EXIT
           END-IF

           MOVE DB2-ANCHOR-INT TO WS-SEEK-CUSTOMER
           PERFORM 3600-SEEK-CUSTOMER
           IF WS-FOUND = 'N'
               GO TO 3200-EXIT
           END-IF
           PERFORM 3500-FIND-ROOT
           MOVE WS-FIND-SUB TO WS-ROOT-A

           MOVE DB2-CUSTOMERNUM-INT TO WS-SEEK-CUSTOMER
           PERFORM 3600-SEEK-CUSTOMER
           IF WS-FOUND = 'N'
               GO TO 3200-EXIT
           END-IF
           PERFORM 3500-FIND-ROOT
           MOVE WS-FIND-SUB TO WS-ROOT-B

           IF WS-ROOT-A < WS-ROOT-B
               MOVE WS-ROOT-A TO WS-NT-PARENT(WS-ROOT-B)
           ELSE
               IF WS-ROOT-B < WS-ROOT-A
                   MOVE WS-ROOT-B TO WS-NT-PARENT(WS-ROOT-A)
               END-IF
           END-IF
           .
       3200-EXIT.
           EXIT.

       3300-COUNT-POLICIES.
           EXEC SQL
             FETCH POLSUM-CSR
              INTO :DB2-CUSTOMERNUM-INT, :DB2-POLICIES-INT
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'POLSUM-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ID-EOF
               EXEC SQL
                 CLOSE POLSUM-CSR
               END-EXEC
               GO TO 3300-EXIT
           END-IF
           MOVE DB2-CUSTOMERNUM-INT TO WS-SEEK-CUSTOMER
           PERFORM 3600-SEEK-CUSTOMER
           IF WS-FOUND = 'Y'
               MOVE DB2-POLICIES-INT TO WS-NT-POLICIES(WS-FIND-SUB)
           END-IF
           .
       3300-EXIT.
           EXIT.

       3400-COUNT-CLAIMS.
           EXEC SQL
             FETCH CLMSUM-CSR
              INTO :DB2-CUSTOMERNUM-INT, :DB2-CLAIMS-INT,
                   :DB2-CLAIMVAL-DEC
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'CLMSUM-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ID-EOF
               EXEC SQL
                 CLOSE CLMSUM-CSR
               END-EXEC
               GO TO 3400-EXIT
           END-IF
           MOVE DB2-CUSTOMERNUM-INT TO WS-SEEK-CUSTOMER
           PERFORM 3600-SEEK-CUSTOMER
           IF WS-FOUND = 'Y'
               MOVE DB2-CLAIMS-INT   TO WS-NT-CLAIMS(WS-FIND-SUB)
               MOVE DB2-CLAIMVAL-DEC TO WS-NT-CLAIM-VALUE(WS-FIND-SUB)
           END-IF
           .
       3400-EXIT.
           EXIT.

      * The root of the entry in WS-FIND-SUB, left in WS-FIND-SUB.
      * Each step on the way up repoints the entry at its
      * grandparent, so the paths stay short.
       3500-FIND-ROOT.
           PERFORM UNTIL WS-NT-PARENT(WS-FIND-SUB) = WS-FIND-SUB
               MOVE WS-NT-PARENT(WS-NT-PARENT(WS-FIND-SUB))
                 TO WS-NT-PARENT(WS-FIND-SUB)
               MOVE WS-NT-PARENT(WS-FIND-SUB) TO WS-FIND-SUB
           END-PERFORM.

      * The entry for WS-SEEK-CUSTOMER, left in WS-FIND-SUB.
       3600-SEEK-CUSTOMER.
           MOVE 'N' TO WS-FOUND
           SEARCH ALL WS-NET-ENTRY
               AT END
                   CONTINUE
               WHEN WS-NT-CUSTOMER(WS-NET-IDX) = WS-SEEK-CUSTOMER
                   MOVE 'Y' TO WS-FOUND
                   SET WS-FIND-SUB TO WS-NET-IDX
           END-SEARCH.

      *----------------------------------------------------------------*
      * Every cluster big enough, or costly enough, to look at - set   *
      * against what is already on file and reported unless the team   *
      * has already been through it.                                   *
      *----------------------------------------------------------------*
       4000-REPORT-CLUSTERS.
           IF WS-SQL-EOF = 'Y'
               GO TO 4000-EXIT
           END-IF
           PERFORM VARYING WS-NET-SUB FROM 1 BY 1
             UNTIL WS-NET-SUB > WS-NET-USED
               IF WS-NT-PARENT(WS-NET-SUB) = WS-NET-SUB
                   ADD 1 TO WS-TOT-CLUSTERS
                   IF WS-NT-CL-MEMBERS(WS-NET-SUB) NOT < WS-MIN-MEMBERS
                      OR WS-NT-CL-VALUE(WS-NET-SUB)
                         NOT < WS-MIN-CLAIM-VALUE
                       MOVE WS-NET-SUB TO WS-CLUSTER-ROOT
                       PERFORM 4100-REGISTER-CLUSTER THRU 4100-EXIT
                   END-IF
               END-IF
           END-PERFORM
           .
       4000-EXIT.
           EXIT.

      * The cluster rooted at WS-CLUSTER-ROOT against the latest on
      * file for the same lowest customer.
       4100-REGISTER-CLUSTER.
           MOVE WS-NT-CUSTOMER(WS-CLUSTER-ROOT) TO DB2-ANCHOR-INT
           MOVE WS-NT-CL-MEMBERS(WS-CLUSTER-ROOT)  TO DB2-MEMBERS-INT
           MOVE WS-NT-CL-POLICIES(WS-CLUSTER-ROOT) TO DB2-POLICIES-INT
           MOVE WS-NT-CL-CLAIMS(WS-CLUSTER-ROOT)   TO DB2-CLAIMS-INT
           MOVE WS-NT-CL-VALUE(WS-CLUSTER-ROOT)    TO DB2-CLAIMVAL-DEC

           EXEC SQL
             SELECT CLUSTERID, STATUS
               INTO :DB2-CLUSTERID-INT, :DB2-CLUSTER-STATUS
               FROM FRAUDCLUSTER
              WHERE CLUSTERID =
                    (SELECT MAX(CLUSTERID)
                       FROM FRAUDCLUSTER
                      WHERE ANCHORCUST = :DB2-ANCHOR-INT)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'N' TO WS-CLUSTER-STANDING
             WHEN OTHER
               DISPLAY 'FRAUDCLUSTER SELECT SQLCODE: ' SQLCODE
                       ' CUSTOMER ' DB2-ANCHOR-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
               GO TO 4100-EXIT
           END-EVALUATE

           IF SQLCODE = 0
               IF DB2-CLUSTER-STATUS = 'I'
                   PERFORM 4200-FIND-NEWCOMERS THRU 4200-EXIT
                   IF WS-NEWCOMERS = 0
                       MOVE 'S' TO WS-CLUSTER-STANDING
                   ELSE
                       MOVE 'G' TO WS-CLUSTER-STANDING
                   END-IF
               ELSE
                   MOVE 'O' TO WS-CLUSTER-STANDING
               END-IF
           END-IF

           EVALUATE WS-CLUSTER-STANDING
             WHEN 'S'
               ADD 1 TO WS-TOT-SUPPRESSED
               GO TO 4100-EXIT
             WHEN 'O'
               EXEC SQL
                 UPDATE FRAUDCLUSTER
                    SET MEMBERS    = :DB2-MEMBERS-INT,
                        POLICIES   = :DB2-POLICIES-INT,
                        CLAIMS     = :DB2-CLAIMS-INT,
                        CLAIMVALUE = :DB2-CLAIMVAL-DEC,
                        LASTSEEN   = CURRENT DATE
                  WHERE CLUSTERID = :DB2-CLUSTERID-INT
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'FRAUDCLUSTER UPDATE SQLCODE: ' SQLCODE
                           ' CLUSTER ' DB2-CLUSTERID-INT
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-ERRORS
                   GO TO 4100-EXIT
               END-IF
               EXEC SQL
                 DELETE FROM FRAUDCLMEM
                  WHERE CLUSTERID = :DB2-CLUSTERID-INT
               END-EXEC
             WHEN OTHER
               EXEC SQL
                 INSERT INTO FRAUDCLUSTER
                           ( CLUSTERID,
                             ANCHORCUST,
                             MEMBERS,
                             POLICIES,
                             CLAIMS,
                             CLAIMVALUE,
                             STATUS,
                             FIRSTSEEN,
                             LASTSEEN )
                    VALUES ( DEFAULT,
                             :DB2-ANCHOR-INT,
                             :DB2-MEMBERS-INT,
                             :DB2-POLICIES-INT,
                             :DB2-CLAIMS-INT,
                             :DB2-CLAIMVAL-DEC,
                             'O',
                             CURRENT DATE,
                             CURRENT DATE )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'FRAUDCLUSTER INSERT SQLCODE: ' SQLCODE
                           ' CUSTOMER ' DB2-ANCHOR-INT
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-ERRORS
                   GO TO 4100-EXIT
               END-IF
               EXEC SQL
                 SET :DB2-CLUSTERID-INT = IDENTITY_VAL_LOCAL()
               END-EXEC
           END-EVALUATE

           ADD 1 TO WS-TOT-REPORTED
           PERFORM 4300-WRITE-CLUSTER THRU 4300-EXIT
           .
       4100-EXIT.
           EXIT.

      * Members not in the investigated cluster on file are the
      * newcomers - marked so the report can show them.
       4200-FIND-NEWCOMERS.
           MOVE 0 TO WS-NEWCOMERS
           PERFORM VARYING WS-MEM-SUB FROM WS-CLUSTER-ROOT BY 1
             UNTIL WS-MEM-SUB > WS-NET-USED
               MOVE WS-MEM-SUB TO WS-FIND-SUB
               PERFORM 3500-FIND-ROOT
               IF WS-FIND-SUB = WS-CLUSTER-ROOT
                   MOVE WS-NT-CUSTOMER(WS-MEM-SUB)
                     TO DB2-CUSTOMERNUM-INT
                   EXEC SQL
                     SELECT COUNT(*)
                       INTO :DB2-COUNT-INT
                       FROM FRAUDCLMEM
                      WHERE CLUSTERID      = :DB2-CLUSTERID-INT
                        AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                   END-EXEC
                   IF SQLCODE = 0 AND DB2-COUNT-INT = 0
                       MOVE 'Y' TO WS-NT-NEWCOMER(WS-MEM-SUB)
                       ADD 1 TO WS-NEWCOMERS
                   END-IF
               END-IF
           END-PERFORM
           .
       4200-EXIT.
           EXIT.

      * The cluster on the report and its members on FRAUDCLMEM.
      * Members are all at or after the root in the table, the root
      * being the lowest.
       4300-WRITE-CLUSTER.
           MOVE SPACES TO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD
           MOVE DB2-CLUSTERID-INT TO WS-CL-CLUSTER-ID
           EVALUATE WS-CLUSTER-STANDING
             WHEN 'N'
               MOVE 'NEW' TO WS-CL-STANDING
             WHEN 'O'
               MOVE 'AWAITING INVESTIGATION' TO WS-CL-STANDING
             WHEN OTHER
               MOVE 'GROWN SINCE INVESTIGATED' TO WS-CL-STANDING
           END-EVALUATE
           MOVE DB2-MEMBERS-INT  TO WS-CL-MEMBERS
           MOVE DB2-POLICIES-INT TO WS-CL-POLICIES
           MOVE DB2-CLAIMS-INT   TO WS-CL-CLAIMS
           MOVE DB2-CLAIMVAL-DEC TO WS-CL-VALUE
           MOVE WS-CLUSTER-LINE TO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD
           MOVE SPACES TO NETWORK-REPORT-RECORD

           PERFORM VARYING WS-MEM-SUB FROM WS-CLUSTER-ROOT BY 1
             UNTIL WS-MEM-SUB > WS-NET-USED
               MOVE WS-MEM-SUB TO WS-FIND-SUB
               PERFORM 3500-FIND-ROOT
               IF WS-FIND-SUB = WS-CLUSTER-ROOT
                   PERFORM 4400-WRITE-MEMBER THRU 4400-EXIT
               END-IF
           END-PERFORM
           .
       4300-EXIT.
           EXIT.

       4400-WRITE-MEMBER.
           MOVE WS-NT-CUSTOMER(WS-MEM-SUB) TO DB2-CUSTOMERNUM-INT
           EXEC SQL
             INSERT INTO FRAUDCLMEM
                       ( CLUSTERID,
                         CUSTOMERNUMBER )
                VALUES ( :DB2-CLUSTERID-INT,
                         :DB2-CUSTOMERNUM-INT )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FRAUDCLMEM INSERT SQLCODE: ' SQLCODE
                       ' CUSTOMER ' DB2-CUSTOMERNUM-INT
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-ERRORS
           END-IF

           EXEC SQL
             SELECT CUSTOMERNAME
               INTO :DB2-CUSTOMER-NAME
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO DB2-CUSTOMER-NAME
           END-IF

           IF WS-NT-NEWCOMER(WS-MEM-SUB) = 'Y'
               MOVE '*' TO WS-ML-NEWCOMER
           ELSE
               MOVE SPACE TO WS-ML-NEWCOMER
           END-IF
           MOVE WS-NT-CUSTOMER(WS-MEM-SUB)    TO WS-ML-CUSTOMER
           MOVE DB2-CUSTOMER-NAME             TO WS-ML-NAME
           MOVE WS-NT-POLICIES(WS-MEM-SUB)    TO WS-ML-POLICIES
           MOVE WS-NT-CLAIMS(WS-MEM-SUB)      TO WS-ML-CLAIMS
           MOVE WS-NT-CLAIM-VALUE(WS-MEM-SUB) TO WS-ML-VALUE
           MOVE WS-MEMBER-LINE TO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD
           MOVE SPACES TO NETWORK-REPORT-RECORD

           EXEC SQL
             OPEN MEMLINK-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'MEMLINK-CSR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 4400-EXIT
           END-IF
           MOVE 'N' TO WS-ID-EOF
           PERFORM 4500-WRITE-LINK THRU 4500-EXIT
               UNTIL WS-ID-EOF = 'Y'
           .
       4400-EXIT.
           EXIT.

       4500-WRITE-LINK.
           EXEC SQL
             FETCH MEMLINK-CSR
              INTO :DB2-ANCHOR-INT, :DB2-KEYTYPE, :DB2-KEYSHOW
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'MEMLINK-CSR FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ID-EOF
               EXEC SQL
                 CLOSE MEMLINK-CSR
               END-EXEC
               GO TO 4500-EXIT
           END-IF
           MOVE DB2-ANCHOR-INT TO WS-LL-ANCHOR
           MOVE DB2-KEYTYPE    TO WS-LL-TYPE
           MOVE DB2-KEYSHOW    TO WS-LL-SHOW
           MOVE WS-LINK-LINE TO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD
           MOVE SPACES TO NETWORK-REPORT-RECORD
           .
       4500-EXIT.
           EXIT.

       8000-CLOSE.
           MOVE SPACES TO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD
           MOVE 'FRAUD NETWORK LINK ANALYSIS - CONTROL TOTALS'
               TO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD
           MOVE SPACES TO NETWORK-REPORT-RECORD

           MOVE WS-TOT-IDENTIFIERS TO WS-REPORT-COUNT
           STRING 'IDENTIFIERS READ......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-SHARED TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'SHARED IDENTIFIERS....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-TOO-COMMON TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'TOO COMMON TO LINK....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-LINKS TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'LINKS BUILT...........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-LINKED-CUST TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'LINKED CUSTOMERS......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-CLUSTERS TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'CLUSTERS FOUND........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-REPORTED TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'CLUSTERS REPORTED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-SUPPRESSED TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'ALREADY INVESTIGATED..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-MARKED TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'MARKED INVESTIGATED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-MARK-REFUSED TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'MARKS REFUSED.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           MOVE WS-TOT-ERRORS TO WS-REPORT-COUNT
           MOVE SPACES TO NETWORK-REPORT-RECORD
           STRING 'ERRORS................: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO NETWORK-REPORT-RECORD
           WRITE NETWORK-REPORT-RECORD

           IF WS-INV-STATUS = '00' OR WS-INV-STATUS = '05'
               CLOSE INVESTIGATED-FILE
           END-IF
           IF WS-PARM-STATUS = '00'
               CLOSE PARM-FILE
           END-IF
           CLOSE NETWORK-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGFRDNW1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-IDENTIFIERS TO RS-RECS-IN
              MOVE WS-TOT-REPORTED TO RS-RECS-OUT
              MOVE WS-TOT-ERRORS TO RS-RECS-ERROR
              MOVE WS-TOT-SUPPRESSED TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
