       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSPINV1.
      *----------------------------------------------------------------*
      * Supplier invoice matching.  SUPINV carries the invoices the   *
      * adjusters, surveyors, repairers and solicitors send in, one   *
      * record each.  Nothing is paid unless it matches an open       *
      * appointment (CLAIMAPPT, filed by the LGCLMDB1 'N' action) for *
      * the same supplier on the same claim.  A matched invoice that  *
      * keeps the appointment within its agreed fee scale is filed    *
      * onto SUPPINVOICE as paid ('P') and queued on DISBURSE (source *
      * 'S', the supplier as payee), adding to the appointment's      *
      * invoiced total - closed with a completion date on the         *
      * supplier's final invoice - and to the claim's fee total.      *
      * Anything else is filed held ('H') with its reason for the     *
      * LGSPLM01 review: no open appointment, the same supplier       *
      * invoice number seen before, or a fee over the agreed scale.   *
      * The exception report lists every held invoice.                *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO SUPINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT INVOICE-REPORT-FILE ASSIGN TO SUPINRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One supplier invoice - the supplier's own invoice number, the
      * claim it bills, and 'Y' in SI-FINAL on the last invoice for
      * the appointment.
       FD  INVOICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-RECORD.
           05 SI-SUPPLIER-ID        PIC X(8).
           05 SI-INVOICE-NUM        PIC X(15).
           05 SI-CLAIM-NUM          PIC X(10).
           05 SI-INVOICE-DATE       PIC 9(8).
           05 SI-AMOUNT             PIC 9(7)V99.
           05 SI-FINAL              PIC X.
           05 FILLER                PIC X(29).

       FD  INVOICE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  INVOICE-REPORT-RECORD    PIC X(100).

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of job, one record per execution.
       FD  RUN-STATS-FILE
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
           05 WS-INVOICE-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.

      * The invoice in hand - its outcome and, when held, why.
       01  WS-MATCH-FIELDS.
           05 WS-INV-DATE-ISO       PIC X(10).
           05 WS-INV-STATUS         PIC X.
           05 WS-HOLD-REASON        PIC X(12).
           05 WS-FINAL-FLAG         PIC X.
           05 WS-NEW-TOTAL          PIC S9(9)V99.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-PAID           PIC 9(7) VALUE 0.
           05 WS-TOT-PAID-AMT       PIC 9(11)V99 VALUE 0.
           05 WS-TOT-NO-APPT        PIC 9(7) VALUE 0.
           05 WS-TOT-DUPLICATE      PIC 9(7) VALUE 0.
           05 WS-TOT-OVER-SCALE     PIC 9(7) VALUE 0.
           05 WS-TOT-HELD-AMT       PIC 9(11)V99 VALUE 0.
           05 WS-TOT-BAD-RECORD     PIC 9(7) VALUE 0.
           05 WS-TOT-SQL-ERROR      PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-LINE.
           05 EL-REASON             PIC X(12).
           05 FILLER                PIC X VALUE SPACE.
           05 EL-SUPPLIER           PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 EL-INVOICE-NUM        PIC X(15).
           05 FILLER                PIC X VALUE SPACE.
           05 EL-CLAIM              PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 EL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 EL-AGREED             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 EL-INVOICED           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE SPACES.

       01  DB2-INVOICE-FIELDS.
           05 DB2-CLAIMNUM-INT      PIC S9(9) COMP.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-APPTID-INT        PIC S9(9) COMP.
           05 DB2-APPTID-IND        PIC S9(4) COMP.
           05 DB2-DUPCNT-INT        PIC S9(9) COMP.
           05 DB2-AMOUNT-DEC        PIC S9(7)V99 COMP-3.
           05 DB2-AGREED-DEC        PIC S9(7)V99 COMP-3.
           05 DB2-INVOICED-DEC      PIC S9(9)V99 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2000-EXIT
               UNTIL WS-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           OPEN INPUT  INVOICE-FILE
                OUTPUT INVOICE-REPORT-FILE
           IF WS-INVOICE-STATUS NOT = '00'
               DISPLAY 'SUPINV OPEN ERROR: ' WS-INVOICE-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE 'SUPPLIER INVOICE MATCHING - HELD FOR REVIEW'
               TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE SPACES TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD.

       2000-PROCESS.
           READ INVOICE-FILE
               AT END MOVE 'Y' TO WS-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-READ
           IF SI-AMOUNT NUMERIC
              ADD SI-AMOUNT TO WS-IFR-HASH
           END-IF
           PERFORM 2100-MATCH-INVOICE THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Duplicate first - a resubmitted invoice must never reach the  *
      * appointment at all - then the open appointment, then the fee  *
      * scale.  The first test failed is the reason it is held for.   *
      *----------------------------------------------------------------*
       2100-MATCH-INVOICE.
           IF SI-SUPPLIER-ID = SPACES
              OR SI-INVOICE-NUM = SPACES
              OR SI-CLAIM-NUM NOT NUMERIC
              OR SI-INVOICE-DATE NOT NUMERIC
              OR SI-AMOUNT NOT NUMERIC
              OR SI-AMOUNT = 0
               MOVE 'BAD-RECORD  ' TO EL-REASON
               MOVE 0 TO DB2-AGREED-DEC
               MOVE 0 TO DB2-INVOICED-DEC
               PERFORM 2800-WRITE-EXCEPTION
               ADD 1 TO WS-TOT-BAD-RECORD
               GO TO 2100-EXIT
           END-IF

           MOVE SI-CLAIM-NUM TO DB2-CLAIMNUM-INT
           MOVE SI-AMOUNT    TO DB2-AMOUNT-DEC
           MOVE SI-INVOICE-DATE(1:4) TO WS-INV-DATE-ISO(1:4)
           MOVE '-'                  TO WS-INV-DATE-ISO(5:1)
           MOVE SI-INVOICE-DATE(5:2) TO WS-INV-DATE-ISO(6:2)
           MOVE '-'                  TO WS-INV-DATE-ISO(8:1)
           MOVE SI-INVOICE-DATE(7:2) TO WS-INV-DATE-ISO(9:2)
           IF SI-FINAL = 'Y'
               MOVE 'Y' TO WS-FINAL-FLAG
           ELSE
               MOVE 'N' TO WS-FINAL-FLAG
           END-IF
           MOVE 'P' TO WS-INV-STATUS
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO DB2-APPTID-INT
           MOVE -1 TO DB2-APPTID-IND
           MOVE 0 TO DB2-AGREED-DEC
           MOVE 0 TO DB2-INVOICED-DEC

           MOVE 0 TO DB2-DUPCNT-INT
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-DUPCNT-INT
               FROM SUPPINVOICE
              WHERE SUPPLIERID = :SI-SUPPLIER-ID
                AND SUPPINVNUM = :SI-INVOICE-NUM
                AND STATUS    <> 'X'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DUP SCREEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-SQL-ERROR
               GO TO 2100-EXIT
           END-IF
           IF DB2-DUPCNT-INT > 0
               MOVE 'H' TO WS-INV-STATUS
               MOVE 'DUPLICATE   ' TO WS-HOLD-REASON
               ADD 1 TO WS-TOT-DUPLICATE
           END-IF

           EXEC SQL
             SELECT APPTID, AGREEDFEE, INVOICEDTOTAL
               INTO :DB2-APPTID-INT, :DB2-AGREED-DEC,
                    :DB2-INVOICED-DEC
               FROM CLAIMAPPT
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND SUPPLIERID  = :SI-SUPPLIER-ID
                AND STATUS      = 'O'
              ORDER BY APPTID
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 0 TO DB2-APPTID-IND
             WHEN 100
               IF WS-INV-STATUS = 'P'
                   MOVE 'H' TO WS-INV-STATUS
                   MOVE 'NO-APPT     ' TO WS-HOLD-REASON
                   ADD 1 TO WS-TOT-NO-APPT
               END-IF
             WHEN OTHER
               DISPLAY 'APPOINTMENT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-SQL-ERROR
               GO TO 2100-EXIT
           END-EVALUATE

           IF WS-INV-STATUS = 'P'
               COMPUTE WS-NEW-TOTAL =
                  DB2-INVOICED-DEC + DB2-AMOUNT-DEC
               IF WS-NEW-TOTAL > DB2-AGREED-DEC
                   MOVE 'H' TO WS-INV-STATUS
                   MOVE 'OVER-SCALE  ' TO WS-HOLD-REASON
                   ADD 1 TO WS-TOT-OVER-SCALE
               END-IF
           END-IF

           IF WS-INV-STATUS = 'P'
               PERFORM 2200-PAY-INVOICE THRU 2200-EXIT
           END-IF
           PERFORM 2300-FILE-INVOICE

           IF WS-INV-STATUS = 'H'
               MOVE WS-HOLD-REASON TO EL-REASON
               PERFORM 2800-WRITE-EXCEPTION
               ADD SI-AMOUNT TO WS-TOT-HELD-AMT
           END-IF
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The clean match: queue the fee for the bank file, move the    *
      * appointment's invoiced total on (closing it on a final        *
      * invoice) and add the fee to the claim's fee total.            *
      *----------------------------------------------------------------*
       2200-PAY-INVOICE.
           EXEC SQL
             SELECT POLICYNUMBER, CUSTOMERNUMBER
               INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT
               FROM CLAIM
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CLAIM SELECT SQLCODE: ' SQLCODE
                       ' CLAIM ' SI-CLAIM-NUM
               PERFORM 2290-PAY-FAILED
               GO TO 2200-EXIT
           END-IF

           EXEC SQL
             INSERT INTO DISBURSE
                       ( DISBID,
                         SOURCETYPE,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         CLAIMNUMBER,
                         AMOUNT,
                         STATUS,
                         REJECTCOUNT,
                         PAYEEID,
                         CREATEDDATE )
                VALUES ( DEFAULT,
                         'S',
                         :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-CLAIMNUM-INT,
                         :DB2-AMOUNT-DEC,
                         'O',
                         0,
                         :SI-SUPPLIER-ID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DISBURSE INSERT SQLCODE: ' SQLCODE
                       ' CLAIM ' SI-CLAIM-NUM
               PERFORM 2290-PAY-FAILED
               GO TO 2200-EXIT
           END-IF

           IF WS-FINAL-FLAG = 'Y'
               EXEC SQL
                 UPDATE CLAIMAPPT
                    SET INVOICEDTOTAL = INVOICEDTOTAL + :DB2-AMOUNT-DEC,
                        STATUS        = 'C',
                        COMPLETEDDATE = :WS-INV-DATE-ISO
                  WHERE APPTID = :DB2-APPTID-INT
               END-EXEC
           ELSE
               EXEC SQL
                 UPDATE CLAIMAPPT
                    SET INVOICEDTOTAL = INVOICEDTOTAL + :DB2-AMOUNT-DEC
                  WHERE APPTID = :DB2-APPTID-INT
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY 'CLAIMAPPT UPDATE SQLCODE: ' SQLCODE
                       ' CLAIM ' SI-CLAIM-NUM
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-SQL-ERROR
           END-IF

           EXEC SQL
             UPDATE CLAIM
                SET FEEPAIDTOTAL = COALESCE(FEEPAIDTOTAL, 0)
                                   + :DB2-AMOUNT-DEC,
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CLAIM FEE UPDATE SQLCODE: ' SQLCODE
                       ' CLAIM ' SI-CLAIM-NUM
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-SQL-ERROR
           END-IF

           ADD 1 TO WS-TOT-PAID
           ADD SI-AMOUNT TO WS-TOT-PAID-AMT
           .
       2200-EXIT.
           EXIT.

      * Nothing went onto the bank queue, so the invoice is held for
      * the review rather than filed as paid.
       2290-PAY-FAILED.
           MOVE 8 TO RETURN-CODE
           ADD 1 TO WS-TOT-SQL-ERROR
           MOVE 'H' TO WS-INV-STATUS
           MOVE 'SQL-ERROR   ' TO WS-HOLD-REASON.

      * Every invoice read is filed, paid or held, so the duplicate
      * screen sees it next time and the review queue is complete.
       2300-FILE-INVOICE.
           EXEC SQL
             INSERT INTO SUPPINVOICE
                       ( INVOICEID,
                         SUPPLIERID,
                         SUPPINVNUM,
                         CLAIMNUMBER,
                         APPTID,
                         INVOICEDATE,
                         AMOUNT,
                         FINALFLAG,
                         STATUS,
                         HOLDREASON,
                         RECEIVEDDATE )
                VALUES ( DEFAULT,
                         :SI-SUPPLIER-ID,
                         :SI-INVOICE-NUM,
                         :DB2-CLAIMNUM-INT,
                         :DB2-APPTID-INT:DB2-APPTID-IND,
                         :WS-INV-DATE-ISO,
                         :DB2-AMOUNT-DEC,
                         :WS-FINAL-FLAG,
                         :WS-INV-STATUS,
                         :WS-HOLD-REASON,
                         CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SUPPINVOICE INSERT SQLCODE: ' SQLCODE
                       ' INVOICE ' SI-INVOICE-NUM
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-TOT-SQL-ERROR
           END-IF.

       2800-WRITE-EXCEPTION.
           MOVE SI-SUPPLIER-ID   TO EL-SUPPLIER
           MOVE SI-INVOICE-NUM   TO EL-INVOICE-NUM
           MOVE SI-CLAIM-NUM     TO EL-CLAIM
           IF SI-AMOUNT NUMERIC
               MOVE SI-AMOUNT    TO EL-AMOUNT
           ELSE
               MOVE 0            TO EL-AMOUNT
           END-IF
           MOVE DB2-AGREED-DEC   TO EL-AGREED
           MOVE DB2-INVOICED-DEC TO EL-INVOICED
           WRITE INVOICE-REPORT-RECORD FROM WS-EXCEPTION-LINE.

       3000-CLOSE.
           MOVE SPACES TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE 'SUPPLIER INVOICE MATCHING - CONTROL TOTALS'
               TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'INVOICES READ.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-TOT-PAID TO WS-REPORT-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'MATCHED AND QUEUED..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-TOT-PAID-AMT TO WS-REPORT-AMOUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'AMOUNT QUEUED.......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-TOT-NO-APPT TO WS-REPORT-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'HELD - NO APPOINTMNT: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-TOT-DUPLICATE TO WS-REPORT-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'HELD - DUPLICATE....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-TOT-OVER-SCALE TO WS-REPORT-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'HELD - OVER SCALE...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-TOT-HELD-AMT TO WS-REPORT-AMOUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'AMOUNT HELD.........: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-TOT-BAD-RECORD TO WS-REPORT-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'BAD RECORDS.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-TOT-SQL-ERROR TO WS-REPORT-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'SQL ERRORS..........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           CLOSE INVOICE-FILE
                 INVOICE-REPORT-FILE.

      *----------------------------------------------------------------*
      * Appends this execution's run record to the shared RUNSTATS    *
      * file - the last act of the run, whatever its outcome, so the  *
      * morning operations report sees every job that ran.            *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGSPINV1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-PAID TO RS-RECS-OUT
              COMPUTE RS-RECS-ERROR =
                 WS-TOT-BAD-RECORD + WS-TOT-SQL-ERROR
              COMPUTE RS-RECS-SUSPENSE =
                 WS-TOT-NO-APPT + WS-TOT-DUPLICATE
                 + WS-TOT-OVER-SCALE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the supplier        *
      * invoice file this run took in, hashed on the amounts billed;   *
      * invoices come in against appointments, not against a file of   *
      * ours, so it answers none.                                      *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'SUPINV' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGSPINV1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-READ TO IR-RECORD-COUNT
              MOVE WS-IFR-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-INVOICE-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-TOT-READ = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
