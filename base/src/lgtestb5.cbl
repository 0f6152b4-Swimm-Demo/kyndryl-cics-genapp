      * customer-number field, name in the customer field, address in  *
      * the address field, status digit in the status field and the    *
      * commission rate (per-mille, e.g. 0125 = 12.5%) in the fire-    *
      * peril field.  The profit commission terms take the next three  *
      * peril fields: threshold loss ratio per-mille in crime (0650 =  *
      * 65%), profit share per-mille in flood (0200 = 20%) and 1 in    *
      * weather to carry a deficit forward.  Option '1' inquire, '2'   *
      * add, '3' update, '4' deactivate.                               *
      *----------------------------------------------------------------*
       COPY XMAP.
       01 COMM-AREA.
                 Move BA-ADDRESS(1:40) To ENP4ADDI
                 Move BA-PAY-ACCOUNT  To ENP4PNOI
                 Compute ENP4FPEI = BA-COMM-RATE * 1000
                 Compute ENP4CPEI = BA-PC-THRESHOLD * 1000
                 Compute ENP4XPEI = BA-PC-SHARE * 1000
                 IF BA-PC-CARRIES-DEFICIT
                   Move 1 To ENP4WPEI
                 ELSE
                   Move 0 To ENP4WPEI
                 END-IF
                 Evaluate BA-STATUS
                   When 'A'
                     Move 'Broker Active'      To ERP4FLDO
           Move ENP4ADDO   To BA-ADDRESS.
           Move ENP4PNOO   To BA-PAY-ACCOUNT.
           Compute BA-COMM-RATE = ENP4FPEO / 1000.
           Compute BA-PC-THRESHOLD = ENP4CPEO / 1000.
           Compute BA-PC-SHARE = ENP4XPEO / 1000.
           IF ENP4WPEO = 1
             Move 'Y' To BA-PC-CARRY-FWD
           ELSE
             Move 'N' To BA-PC-CARRY-FWD
           END-IF.
           EXIT.

       D-EXEC.
             When 91
               Move 'Broker already exists'          To  ERP4FLDO
               Go To F-ERR
             When 92
               Move 'Profit share needs a threshold' To  ERP4FLDO
               Go To F-ERR
             When Other
               Move 'Error Adding Broker'            To  ERP4FLDO
               Go To F-ERR
             When 94
               Move 'Broker does not exist'          To  ERP4FLDO
               Go To F-ERR
             When 92
               Move 'Profit share needs a threshold' To  ERP4FLDO
               Go To F-ERR
             When Other
               Move 'Error Updating Broker'          To  ERP4FLDO
               Go To F-ERR
