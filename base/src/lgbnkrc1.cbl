           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                PIC X(2).

      * The night's paid installments, unloaded from PAYSCHED with
      * the standard LGEXTCTL controls.  A consolidated customer's
      * installments were collected as one debit, so they carry the
      * customer and are matched as one receipt - see
      * 1250-ADD-CONSOL-RECEIPT.
       FD  RECEIPT-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           05 RC-INSTALLMENT-NUM    PIC 9(2).
           05 RC-PAID-DATE          PIC 9(8).
           05 RC-AMOUNT             PIC 9(7)V99.
           05 RC-CUSTOMER-NUM       PIC X(10).
           05 RC-BILL-LEVEL         PIC X.
              88 RC-CONSOLIDATED        VALUE 'C'.
           05 FILLER                PIC X(20).

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F
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
       01  WS-IFR-FIELDS.
           05 WS-IFR-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-STMT-STATUS        PIC X(2).
           05 WS-POST-STATUS        PIC X(2).
              05 WS-RC-DATE         PIC 9(8).
              05 WS-RC-POLICY       PIC X(10).
              05 WS-RC-MATCHED      PIC X.
              05 WS-RC-CONSOL       PIC X.
       01  WS-RECEIPT-USED          PIC 9(4) VALUE 0.

       01  WS-POSTING-TABLE.
               UNTIL WS-STMT-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           IF WS-XCA-SKIP = 'Y'
               GO TO 1200-EXIT
           END-IF
           IF RC-CONSOLIDATED
               PERFORM 1250-ADD-CONSOL-RECEIPT
               GO TO 1200-EXIT
           END-IF
           IF WS-RECEIPT-USED < 5000
               ADD 1 TO WS-RECEIPT-USED
               MOVE RC-AMOUNT    TO WS-RC-AMOUNT(WS-RECEIPT-USED)
               MOVE RC-POLICY-NUM
                 TO WS-RC-POLICY(WS-RECEIPT-USED)
               MOVE 'N'          TO WS-RC-MATCHED(WS-RECEIPT-USED)
               MOVE 'N'          TO WS-RC-CONSOL(WS-RECEIPT-USED)
           END-IF
           .
       1200-EXIT.
           EXIT.

      * The bank's statement shows a consolidated collection as one
      * deposit, so the customer's installments paid that day are
      * summed into one book entry (keyed on the customer number)
      * before any matching starts.
       1250-ADD-CONSOL-RECEIPT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-WORK-SUB FROM 1 BY 1
             UNTIL WS-WORK-SUB > WS-RECEIPT-USED OR WS-FOUND = 'Y'
               IF WS-RC-CONSOL(WS-WORK-SUB) = 'Y'
                  AND WS-RC-POLICY(WS-WORK-SUB) = RC-CUSTOMER-NUM
                  AND WS-RC-DATE(WS-WORK-SUB) = RC-PAID-DATE
                  MOVE 'Y' TO WS-FOUND
                  ADD RC-AMOUNT TO WS-RC-AMOUNT(WS-WORK-SUB)
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND WS-RECEIPT-USED < 5000
               ADD 1 TO WS-RECEIPT-USED
               MOVE RC-AMOUNT    TO WS-RC-AMOUNT(WS-RECEIPT-USED)
               MOVE RC-PAID-DATE TO WS-RC-DATE(WS-RECEIPT-USED)
               MOVE RC-CUSTOMER-NUM
                 TO WS-RC-POLICY(WS-RECEIPT-USED)
               MOVE 'N'          TO WS-RC-MATCHED(WS-RECEIPT-USED)
               MOVE 'Y'          TO WS-RC-CONSOL(WS-RECEIPT-USED)
           END-IF.

      * Only the money-out side of the posting file concerns the
      * bank - each movement posts as one debit and one credit, and
      * it is the debit cash leg a bank payment should answer to.
           END-READ
           ADD 1 TO WS-TOT-STMT-LINES
           ADD BS-AMOUNT TO WS-TOT-STMT-AMOUNT
           ADD BS-AMOUNT TO WS-IFR-HASH

           MOVE 'N' TO WS-FOUND
           IF BS-DEPOSIT
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the file this run   *
      * took in with its controls.                                     *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'BANKSTMT' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGBNKRC1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-STMT-LINES TO IR-RECORD-COUNT
              MOVE WS-IFR-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-STMT-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-TOT-STMT-LINES = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
