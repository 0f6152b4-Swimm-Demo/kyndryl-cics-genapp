           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per open DISBURSE item, unloaded from the live
      * table - source 'C' claim payment, 'R' cancellation refund,
      * 'D' endowment death benefit, 'B' BI return premium on a
      * declared revenue and 'V' return premium on a fleet vehicle
      * taken off cover mid-term (both paid out as a refund).
       FD  DISB-PENDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
              88 DP-CANCEL-REFUND       VALUE 'R'.
              88 DP-LOAN-ADVANCE        VALUE 'L'.
              88 DP-FINANCE-REFUND      VALUE 'F'.
              88 DP-SUPPLIER-FEE        VALUE 'S'.
              88 DP-PERIODIC-PAYMENT    VALUE 'T'.
              88 DP-DEATH-CLAIM         VALUE 'D'.
              88 DP-BI-RETURN           VALUE 'B'.
              88 DP-FLEET-RETURN        VALUE 'V'.
           05 DP-POLICY-NUM         PIC X(10).
           05 DP-CUSTOMER-NUM       PIC X(10).
           05 DP-CLAIM-NUM          PIC X(10).
           05 DP-AMOUNT             PIC 9(7)V99.
           05 DP-STATUS             PIC X.
      *    For a finance-default refund, the funder the money goes
      *    to instead of the insured; for an endowment death benefit,
      *    the assignee or beneficiary paid instead of the estate.
           05 DP-PAYEE-ID           PIC X(8).
           05 FILLER                PIC X(21).

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

      * Interface register capture - see LGIFREG.
       01  WS-IFREG-STATUS          PIC X(2).
       01  WS-FILE-STATUS.
           05 WS-PENDING-STATUS     PIC X(2).
           05 WS-BANK-STATUS        PIC X(2).
           05 WS-TOT-REFUNDS        PIC 9(7) VALUE 0.
           05 WS-TOT-LOANS          PIC 9(7) VALUE 0.
           05 WS-TOT-FINANCE        PIC 9(7) VALUE 0.
           05 WS-TOT-SUPPLIER       PIC 9(7) VALUE 0.
           05 WS-TOT-PERIODIC       PIC 9(7) VALUE 0.
           05 WS-TOT-DEATH          PIC 9(7) VALUE 0.
           05 WS-TOT-NOT-OPEN       PIC 9(7) VALUE 0.
           05 WS-TOT-AMOUNT         PIC 9(11)V99 VALUE 0.

               UNTIL WS-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           EXIT.

      * Only open ('O') items go out - an item the bank has already
      * paid, one a supervisor wrote off upstream, or a refund held
      * ('H') for money-laundering review, keeps its status and is
      * just counted here.
       2100-EVALUATE-ITEM.
           IF DP-STATUS NOT = 'O'
              ADD 1 TO WS-TOT-NOT-OPEN
               STRING 'PF/' DP-PAYEE-ID
                   DELIMITED BY SIZE INTO DB-REFERENCE
               ADD 1 TO WS-TOT-FINANCE
             WHEN DP-SUPPLIER-FEE
      *        A matched supplier invoice - paid to the supplier, not
      *        the claimant, so the reference carries the supplier id.
               STRING 'SUP/' DP-PAYEE-ID
                   DELIMITED BY SIZE INTO DB-REFERENCE
               ADD 1 TO WS-TOT-SUPPLIER
             WHEN DP-PERIODIC-PAYMENT
      *        A periodic payment order instalment to an injured
      *        third party - the claim it is paid under identifies
      *        the order to the bank and to the claimant.
               STRING 'PPO' DP-CLAIM-NUM
                   DELIMITED BY SIZE INTO DB-REFERENCE
               ADD 1 TO WS-TOT-PERIODIC
             WHEN DP-DEATH-CLAIM
      *        Endowment death benefit, paid to the estate of the
      *        life assured - the policy is the estate's reference -
      *        unless the policy's assignee or beneficiary is paid,
      *        when the reference carries their payee id.
               IF DP-PAYEE-ID = SPACES
                  STRING 'DTH/' DP-POLICY-NUM
                      DELIMITED BY SIZE INTO DB-REFERENCE
               ELSE
                  STRING 'ASG/' DP-PAYEE-ID
                      DELIMITED BY SIZE INTO DB-REFERENCE
               END-IF
               ADD 1 TO WS-TOT-DEATH
             WHEN OTHER
               STRING 'RFD/' DP-POLICY-NUM
                   DELIMITED BY SIZE INTO DB-REFERENCE
               DELIMITED BY SIZE INTO DISB-REPORT-RECORD
           WRITE DISB-REPORT-RECORD

           MOVE WS-TOT-SUPPLIER TO WS-REPORT-COUNT
           STRING 'SUPPLIER FEES.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DISB-REPORT-RECORD
           WRITE DISB-REPORT-RECORD

           MOVE WS-TOT-PERIODIC TO WS-REPORT-COUNT
           STRING 'PERIODIC PAYMENTS...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DISB-REPORT-RECORD
           WRITE DISB-REPORT-RECORD

           MOVE WS-TOT-DEATH TO WS-REPORT-COUNT
           STRING 'DEATH CLAIMS........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DISB-REPORT-RECORD
           WRITE DISB-REPORT-RECORD

           MOVE WS-TOT-NOT-OPEN TO WS-REPORT-COUNT
           STRING 'NOT OPEN (SKIPPED)..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO DISB-REPORT-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the file this run   *
      * cut for transmission with its controls; LGIFRRP1 chases the    *
      * counterparty's return against it.                              *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'DISBOUT' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGCLPAY1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-WRITTEN TO IR-RECORD-COUNT
              MOVE WS-TOT-AMOUNT TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Extract control validation for DSBPEND - see LGEXTCTL.  The   *
      * first record must be the header; the trailer's count and hash *
