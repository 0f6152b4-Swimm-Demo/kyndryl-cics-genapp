       FILE SECTION.
      * RECVEXT is the receivables ledger - one row per billed
      * installment, carrying the collection result fed back from the
      * bank ('P' paid, 'D' still due, 'R' collection refused), or
      * from debt collection ('A' placed with an agency by LGDCAPL1,
      * 'W' written off by LGDCARS1).  It is unloaded from PAYSCHED
      * after LGCOLRS1 has posted the night's bank results onto it,
      * the same way the other batch readers consume their extracts.
       FD  RECEIVABLE-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           END-READ
           ADD 1 TO WS-TOT-READ

      *    A written-off item is off the ledger as surely as a paid
      *    one - it is not aged.
           IF RV-STATUS = 'P' OR RV-STATUS = 'W'
               ADD 1 TO WS-TOT-PAID
           ELSE
               ADD 1 TO WS-TOT-UNPAID
           PERFORM 2200-AGE-TO-BROKER
           PERFORM 2300-AGE-TO-CUSTOMER

      *    A debt out with an agency has already lapsed its policy.
           IF WS-DAYS-OVERDUE > WS-GRACE-DAYS AND RV-STATUS NOT = 'A'
               PERFORM 2400-FLAG-FOR-LAPSE
           END-IF.

