      * LGDDCOL1 refuses any installment whose policy has no active   *
      * mandate, so the refusals stop arriving one failed collection  *
      * at a time.                                                     *
      *                                                               *
      * Bank details are held encrypted on BANKVAULT; the mandate     *
      * carries only the vault token and a masked copy.  This job is  *
      * one of the few allowed the VAULTKEY key - it resolves the     *
      * real details for the setup file alone, and before anything    *
      * else vaults any mandate still holding its details in clear    *
      * (one filed before the vault came in).                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY LGRUNST.

      * Shared interface register - see LGIFREG.  Opened EXTEND only
      * at end of job, one record per file sent or received.
       FD  IFACE-REG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY LGIFREG.

       WORKING-STORAGE SECTION.

      * Run-statistics capture - see LGRUNST.
       01  WS-RUNSTATS-STATUS       PIC X(2).
       01  WS-RS-START-TIME         PIC 9(6) VALUE 0.
       01  WS-RS-RUN-DATE           PIC 9(8) VALUE 0.

      * Interface register capture - see LGIFREG.  None of the three
      * files carries money; each is hashed on its policy numbers.
       01  WS-IFREG-STATUS          PIC X(2).
       01  WS-IFR-FIELDS.
           05 WS-IFR-SETUP-HASH     PIC 9(13)V99 VALUE 0.
           05 WS-IFR-ACK-READ       PIC 9(7) VALUE 0.
           05 WS-IFR-ACK-HASH       PIC 9(13)V99 VALUE 0.
           05 WS-IFR-CANC-READ      PIC 9(7) VALUE 0.
           05 WS-IFR-CANC-HASH      PIC 9(13)V99 VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-SETUP-STATUS       PIC X(2).
           05 WS-ACK-STATUS         PIC X(2).
       01  WS-CANCEL-EOF            PIC X VALUE 'N'.
       01  WS-RUN-DATE              PIC 9(8).

       01  WS-CLEAR-EOF             PIC X VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-VAULTED        PIC 9(7) VALUE 0.
           05 WS-TOT-SETUPS         PIC 9(7) VALUE 0.
           05 WS-TOT-ACTIVATED      PIC 9(7) VALUE 0.
           05 WS-TOT-REJECTED       PIC 9(7) VALUE 0.
       01  DB2-MANDATE-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 WS-BANK-DETAILS.
              10 WS-SORTCODE        PIC X(6).
              10 WS-ACCOUNTNUM      PIC X(8).
           05 WS-MASK-SORTCODE      PIC X(6).
           05 WS-MASK-ACCOUNTNUM    PIC X(8).
           05 DB2-CREATED-TS        PIC X(26).
           05 DB2-BANKTOKEN-INT     PIC S9(9) COMP.
       01  DB2-VAULT-KEY.
           49 DB2-VAULT-KEY-LEN     PIC S9(4) COMP.
           49 DB2-VAULT-KEY-TEXT    PIC X(32).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Pending mandates awaiting their setup instruction, with
      *    their bank details resolved off the vault.
           EXEC SQL
             DECLARE PENDMND-CSR CURSOR FOR
               SELECT M.POLICYNUMBER, M.CUSTOMERNUMBER,
                      DECRYPT_CHAR(V.BANKDETAILS)
                 FROM DDMANDATE M, BANKVAULT V
                WHERE M.STATUS    = 'P'
                  AND V.BANKTOKEN = M.BANKTOKEN
                ORDER BY M.POLICYNUMBER
           END-EXEC.

      *    Mandates still holding their details in clear - anything
      *    not yet tokenised and not already masked.
           EXEC SQL
             DECLARE CLEARMND-CSR CURSOR FOR
               SELECT POLICYNUMBER, CHAR(CREATEDDATE),
                      SORTCODE, ACCOUNTNUM
                 FROM DDMANDATE
                WHERE BANKTOKEN IS NULL
                  AND SORTCODE NOT LIKE '*%'
                ORDER BY POLICYNUMBER
           END-EXEC.

       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT THRU 1000-EXIT
           PERFORM 2000-SEND-SETUPS THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 2500-POST-ACKS THRU 2500-EXIT
               UNTIL WS-CANCEL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
               MOVE 'Y' TO WS-CANCEL-EOF
           END-IF

      *    Without the vault key no setup can go out and nothing can
      *    be vaulted - the acks and cancellations still post.
           EXEC SQL
             SELECT KEYTEXT
               INTO :DB2-VAULT-KEY
               FROM VAULTKEY
              WHERE KEYNAME = 'BANK'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'VAULTKEY SELECT SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           EXEC SQL
             SET ENCRYPTION PASSWORD = :DB2-VAULT-KEY
           END-EXEC
           MOVE SPACES TO DB2-VAULT-KEY-TEXT

           EXEC SQL
             OPEN CLEARMND-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CLEARMND CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-CLEAR-EOF
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 1500-VAULT-CLEAR THRU 1500-EXIT
               UNTIL WS-CLEAR-EOF = 'Y'

           EXEC SQL
             OPEN PENDMND-CSR
           END-EXEC
               MOVE 8 TO RETURN-CODE
           END-IF.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A mandate filed before the vault: its details go encrypted    *
      * onto BANKVAULT and the row keeps the token and masked copy.   *
      *----------------------------------------------------------------*
       1500-VAULT-CLEAR.
           EXEC SQL
             FETCH CLEARMND-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-CREATED-TS,
                   :WS-SORTCODE, :WS-ACCOUNTNUM
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-CLEAR-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'CLEARMND FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL
                 CLOSE CLEARMND-CSR
               END-EXEC
               GO TO 1500-EXIT
           END-IF

           MOVE '****'             TO WS-MASK-SORTCODE(1:4)
           MOVE WS-SORTCODE(5:2)   TO WS-MASK-SORTCODE(5:2)
           MOVE '****'             TO WS-MASK-ACCOUNTNUM(1:4)
           MOVE WS-ACCOUNTNUM(5:4) TO WS-MASK-ACCOUNTNUM(5:4)

           EXEC SQL
             INSERT INTO BANKVAULT
                       ( BANKTOKEN,
                         BANKDETAILS,
                         SORTMASK,
                         ACCTMASK,
                         CREATEDTS )
                VALUES ( DEFAULT,
                         ENCRYPT_TDES(:WS-BANK-DETAILS),
                         :WS-MASK-SORTCODE,
                         :WS-MASK-ACCOUNTNUM,
                         CURRENT TIMESTAMP )
           END-EXEC
           MOVE SPACES TO WS-BANK-DETAILS
           IF SQLCODE NOT = 0
               DISPLAY 'BANKVAULT INSERT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE 8 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           EXEC SQL
             SET :DB2-BANKTOKEN-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

           EXEC SQL
             UPDATE DDMANDATE
                SET SORTCODE   = :WS-MASK-SORTCODE,
                    ACCOUNTNUM = :WS-MASK-ACCOUNTNUM,
                    BANKTOKEN  = :DB2-BANKTOKEN-INT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND CREATEDDATE  = TIMESTAMP(:DB2-CREATED-TS)
                AND BANKTOKEN IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DDMANDATE VAULT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOT-VAULTED
           END-IF
           .
       1500-EXIT.
           EXIT.

       2000-SEND-SETUPS.
           EXEC SQL
             FETCH PENDMND-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :WS-BANK-DETAILS
           END-EXEC

           IF SQLCODE NOT = 0
           MOVE DB2-CUSTOMERNUM-INT TO SU-CUSTOMER-NUM
           MOVE WS-SORTCODE         TO SU-SORTCODE
           MOVE WS-ACCOUNTNUM       TO SU-ACCOUNTNUM
           MOVE SPACES              TO WS-BANK-DETAILS
           MOVE WS-RUN-DATE         TO SU-SETUP-DATE
           WRITE SETUP-RECORD
           ADD 1 TO WS-TOT-SETUPS
           ADD DB2-POLICYNUM-INT TO WS-IFR-SETUP-HASH

           EXEC SQL
             UPDATE DDMANDATE
               AT END MOVE 'Y' TO WS-ACK-EOF
               GO TO 2500-EXIT
           END-READ
           ADD 1 TO WS-IFR-ACK-READ

           MOVE AK-POLICY-NUM TO DB2-POLICYNUM-INT
           IF AK-POLICY-NUM NUMERIC
              ADD DB2-POLICYNUM-INT TO WS-IFR-ACK-HASH
           END-IF

           IF AK-ACTIVE
               EXEC SQL
               AT END MOVE 'Y' TO WS-CANCEL-EOF
               GO TO 2700-EXIT
           END-READ
           ADD 1 TO WS-IFR-CANC-READ

           MOVE CN-POLICY-NUM TO DB2-POLICYNUM-INT
           IF CN-POLICY-NUM NUMERIC
              ADD DB2-POLICYNUM-INT TO WS-IFR-CANC-HASH
           END-IF

           EXEC SQL
             UPDATE DDMANDATE
               TO MANDATE-REPORT-RECORD
           WRITE MANDATE-REPORT-RECORD

           MOVE WS-TOT-VAULTED TO WS-REPORT-COUNT
           MOVE SPACES TO MANDATE-REPORT-RECORD
           STRING 'DETAILS VAULTED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO MANDATE-REPORT-RECORD
           WRITE MANDATE-REPORT-RECORD

           MOVE WS-TOT-SETUPS TO WS-REPORT-COUNT
           STRING 'SETUPS SENT.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO MANDATE-REPORT-RECORD
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Three records: the setup    *
      * instructions this run cut for the bank, the bank's             *
      * acknowledgements that answer them, and its cancellation        *
      * advices.                                                       *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'DDMSETUP' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGDDMND1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-SETUPS TO IR-RECORD-COUNT
              MOVE WS-IFR-SETUP-HASH TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'DDMACK' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGDDMND1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-IFR-ACK-READ TO IR-RECORD-COUNT
              MOVE WS-IFR-ACK-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-ACK-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-IFR-ACK-READ = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 'DDMSETUP' TO IR-ACK-FOR
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'DDMCANC' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGDDMND1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-IFR-CANC-READ TO IR-RECORD-COUNT
              MOVE WS-IFR-CANC-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-CANCEL-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-IFR-CANC-READ = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
