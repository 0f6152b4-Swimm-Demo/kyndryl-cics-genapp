
           INITIALIZE COMM-AREA.
           MOVE '03QCOM'            TO CA-REQUEST-ID.
           MOVE 'B'                 TO CA-SALES-CHANNEL.
           MOVE DB2-CUSTOMERNUM-INT TO CA-CUSTOMER-NUM.
           MOVE DB2-BROKERID-INT    TO CA-BROKERID.
           MOVE WS-B-ISSUE          TO CA-ISSUE-DATE.
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
