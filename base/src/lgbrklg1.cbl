
       DATA DIVISION.
       FILE SECTION.
      * The cycle's ledger movements as LGBRKCM1 writes them, with
      * the annual profit commission LGBRKPC1 settles concatenated
      * on in the cycle that follows its run.
       FD  LEDGER-MOVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
           05 MV-MOVE-TYPE          PIC X.
              88 MV-COMMISSION          VALUE 'C'.
              88 MV-CLAWBACK            VALUE 'W'.
              88 MV-PROFIT-COMMISSION   VALUE 'S'.
           05 MV-AMOUNT             PIC 9(9)V99.
           05 MV-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(11).
               DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD.

      * Commission and profit commission post as credits, clawback
      * as a debit - one ledger row each, signed, so the balance is
      * always just a SUM.
       2000-POST-MOVES.
           READ LEDGER-MOVE-FILE
               AT END MOVE 'Y' TO WS-MOVE-EOF
