       01 DB2-BROKER-FIELDS.
           03 DB2-BROKERID-INT         PIC S9(9) COMP.
           03 DB2-COMMRATE-DEC         PIC S9V999 COMP-3.
           03 DB2-PCTHRESH-DEC         PIC S9V999 COMP-3.
           03 DB2-PCSHARE-DEC          PIC S9V999 COMP-3.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
           EVALUATE BA-REQUEST-ID

             WHEN '01ABRK'
               PERFORM P100-BROKER-ADD THRU P100-EXIT

             WHEN '01IBRK'
               PERFORM P200-BROKER-INQUIRE

             WHEN '02ABRK'
               PERFORM P300-BROKER-UPDATE THRU P300-EXIT

             WHEN '03DBRK'
               PERFORM P400-BROKER-DEACTIVATE
      *================================================================*
       P100-BROKER-ADD.

           PERFORM P500-CHECK-PROFIT-TERMS.
           IF BA-RETURN-CODE NOT = '00'
              GO TO P100-EXIT
           END-IF.

           MOVE BA-COMM-RATE TO DB2-COMMRATE-DEC.
           MOVE 'A' TO BA-STATUS.

                         STATUS,
                         COMMISSIONRATE,
                         PAYACCOUNT,
                         PCTHRESHOLD,
                         PCSHARE,
                         PCCARRYFWD,
                         LASTCHANGED    )
                VALUES ( :DB2-BROKERID-INT,
                         :BA-NAME,
                         :BA-STATUS,
                         :DB2-COMMRATE-DEC,
                         :BA-PAY-ACCOUNT,
                         :DB2-PCTHRESH-DEC,
                         :DB2-PCSHARE-DEC,
                         :BA-PC-CARRY-FWD,
                         CURRENT TIMESTAMP )
           END-EXEC

               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       P100-EXIT.
           EXIT.

      *================================================================*
           MOVE ' SELECT BROKER ' TO EM-SQLREQ
           EXEC SQL
             SELECT BROKERNAME, BROKERADDRESS, STATUS,
                    COMMISSIONRATE, PAYACCOUNT, LASTCHANGED,
                    PCTHRESHOLD, PCSHARE, PCCARRYFWD
               INTO :BA-NAME, :BA-ADDRESS, :BA-STATUS,
                    :DB2-COMMRATE-DEC, :BA-PAY-ACCOUNT,
                    :BA-LASTCHANGED,
                    :DB2-PCTHRESH-DEC, :DB2-PCSHARE-DEC,
                    :BA-PC-CARRY-FWD
               FROM BROKER
              WHERE BROKERID = :DB2-BROKERID-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-COMMRATE-DEC TO BA-COMM-RATE
               MOVE DB2-PCTHRESH-DEC TO BA-PC-THRESHOLD
               MOVE DB2-PCSHARE-DEC  TO BA-PC-SHARE
               MOVE '00' TO BA-RETURN-CODE
             WHEN 100
               MOVE '94' TO BA-RETURN-CODE
      *================================================================*
       P300-BROKER-UPDATE.

           PERFORM P500-CHECK-PROFIT-TERMS.
           IF BA-RETURN-CODE NOT = '00'
              GO TO P300-EXIT
           END-IF.

           MOVE BA-COMM-RATE TO DB2-COMMRATE-DEC.

           MOVE ' UPDATE BROKER ' TO EM-SQLREQ
                    STATUS         = :BA-STATUS,
                    COMMISSIONRATE = :DB2-COMMRATE-DEC,
                    PAYACCOUNT     = :BA-PAY-ACCOUNT,
                    PCTHRESHOLD    = :DB2-PCTHRESH-DEC,
                    PCSHARE        = :DB2-PCSHARE-DEC,
                    PCCARRYFWD     = :BA-PC-CARRY-FWD,
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE BROKERID = :DB2-BROKERID-INT
           END-EXEC
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       P300-EXIT.
           EXIT.

      *================================================================*

           EXIT.

      *================================================================*
      * Profit commission terms - see LGBMAREA.  A share with no       *
      * threshold loss ratio to measure the book against is refused,   *
      * and anything but 'Y' on the carry-forward flag is taken as     *
      * 'N'.  The amounts themselves go to the master as keyed; the    *
      * terms take effect on the next annual LGBRKPC1 run.             *
      *================================================================*
       P500-CHECK-PROFIT-TERMS.

           IF BA-PC-SHARE > 0 AND BA-PC-THRESHOLD = 0
              MOVE '92' TO BA-RETURN-CODE
           END-IF.
           IF NOT BA-PC-CARRIES-DEFICIT
              MOVE 'N' TO BA-PC-CARRY-FWD
           END-IF.
           MOVE BA-PC-THRESHOLD TO DB2-PCTHRESH-DEC.
           MOVE BA-PC-SHARE     TO DB2-PCSHARE-DEC.
           EXIT.

      *================================================================*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
