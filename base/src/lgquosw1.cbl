               MOVE 8 TO RETURN-CODE
           END-EVALUATE

      *    A quote's alternative options go with it - any still open
      *    under a quote that has expired are expired too.
           EXEC SQL
             UPDATE QUOTEOPTION
                SET STATUS = 'X'
              WHERE STATUS = 'Q'
                AND QUOTEID IN (SELECT QUOTEID
                                  FROM QUOTE
                                 WHERE STATUS = 'X')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'QUOTE OPTION SWEEP SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             OPEN QUOTE-CSR
           END-EXEC
