       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSPLM01.
      *----------------------------------------------------------------*
      * Claims supplier master maintenance.  The SUPPLIER table holds *
      * the loss adjusters, surveyors, repairers and solicitors a     *
      * claim can be appointed to (LGCLMDB1 'N' action); only an      *
      * active supplier can be instructed.  The same transaction      *
      * works the held-invoice review: an invoice LGSPINV1 held as a  *
      * duplicate or over the agreed fee scale is either released to  *
      * payment - exactly the posting a matched invoice gets in the   *
      * batch - or rejected.  An invoice with no appointment behind   *
      * it can never be released; the supplier must be appointed and  *
      * invoice again.  Every change is audited to LGSTSQ under the   *
      * maintaining operator's signon, as LGUSRM01 does.              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGSPLM01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  ABS-TIME                    PIC S9(8) COMP VALUE +0.
       01  TIME1                       PIC X(8)  VALUE SPACES.
       01  DATE1                       PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGSPLM01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' SUPP='.
             05 EM-SUPPLIERID          PIC X(8)  VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

      * Supplier/invoice audit line - what was done to which supplier
      * or invoice, under which signon.
       01  WS-AUDIT-MSG.
           03 AM-DATE                 PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-TIME                 PIC X(6)  VALUE SPACES.
           03 FILLER                  PIC X(9)  VALUE ' LGSPLM01'.
           03 AM-ACTION               PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-SUPPLIERID           PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X(5)  VALUE ' INV='.
           03 AM-INVOICEID            PIC X(10) VALUE SPACES.
           03 FILLER                  PIC X(4)  VALUE ' BY='.
           03 AM-OPERATOR             PIC X(3)  VALUE SPACES.

       01  WS-OPERATOR-ID             PIC X(8)  VALUE SPACES.

      * The held invoice under review and the claim it pays against.
       01  WS-INVOICE-FIELDS.
           03 WS-INV-STATUS           PIC X.
           03 WS-INV-FINAL            PIC X.
           03 WS-INV-DATE             PIC X(10).

       01 DB2-INVOICE-FIELDS.
           03 DB2-INVOICEID-INT       PIC S9(9) COMP.
           03 DB2-APPTID-INT          PIC S9(9) COMP.
           03 DB2-CLAIMNUM-INT        PIC S9(9) COMP.
           03 DB2-POLICYNUM-INT       PIC S9(9) COMP.
           03 DB2-CUSTOMERNUM-INT     PIC S9(9) COMP.
           03 DB2-INV-AMT-DEC         PIC S9(7)V99 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY LGSPAREA.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           MOVE EIBCALEN TO WS-CALEN.

           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF

           MOVE '00' TO SP-RETURN-CODE
           MOVE SP-SUPPLIER-ID TO EM-SUPPLIERID
           MOVE SPACES TO AM-INVOICEID
           MOVE EIBOPID TO WS-OPERATOR-ID(1:3)

           EVALUATE SP-REQUEST-ID

             WHEN '01ISUP'
               PERFORM P100-INQUIRE-SUPPLIER

             WHEN '01ASUP'
               PERFORM P150-EDIT-SUPPLIER
               PERFORM P200-ADD-SUPPLIER

             WHEN '02ASUP'
               PERFORM P150-EDIT-SUPPLIER
               PERFORM P300-UPDATE-SUPPLIER

             WHEN '03DSUP'
               PERFORM P400-SUSPEND-SUPPLIER

             WHEN '05RINV'
               PERFORM P500-READ-HELD-INVOICE
               PERFORM P600-RELEASE-INVOICE

             WHEN '05XINV'
               PERFORM P500-READ-HELD-INVOICE
               PERFORM P700-REJECT-INVOICE

             WHEN OTHER
               MOVE '99' TO SP-RETURN-CODE

           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
       P100-INQUIRE-SUPPLIER.

           MOVE ' SELECT SUPPLR ' TO EM-SQLREQ
           EXEC SQL
             SELECT SUPPLIERNAME, SUPPLIERTYPE, STATUS
               INTO :SP-NAME, :SP-TYPE, :SP-STATUS
               FROM SUPPLIER
              WHERE SUPPLIERID = :SP-SUPPLIER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO SP-RETURN-CODE
             WHEN 100
               MOVE '94' TO SP-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO SP-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
      * A supplier must be one of the four kinds a claim appoints.   *
      *----------------------------------------------------------------*
       P150-EDIT-SUPPLIER.

           IF SP-SUPPLIER-ID = SPACES
              OR SP-NAME = SPACES
              OR NOT (SP-ADJUSTER OR SP-SURVEYOR
                      OR SP-REPAIRER OR SP-SOLICITOR)
              MOVE '82' TO SP-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       P200-ADD-SUPPLIER.

           MOVE ' INSERT SUPPLR ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO SUPPLIER
                       ( SUPPLIERID,
                         SUPPLIERNAME,
                         SUPPLIERTYPE,
                         STATUS,
                         LASTCHANGED )
                VALUES ( :SP-SUPPLIER-ID,
                         :SP-NAME,
                         :SP-TYPE,
                         'A',
                         CURRENT TIMESTAMP )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO SP-RETURN-CODE
               MOVE 'A' TO SP-STATUS
               MOVE ' ADD    ' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN -803
               MOVE '91' TO SP-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO SP-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * An update reinstates a suspended supplier, the same way a    *
      * user profile update reinstates a suspended profile.           *
      *================================================================*
       P300-UPDATE-SUPPLIER.

           MOVE ' UPDATE SUPPLR ' TO EM-SQLREQ
           EXEC SQL
             UPDATE SUPPLIER
                SET SUPPLIERNAME = :SP-NAME,
                    SUPPLIERTYPE = :SP-TYPE,
                    STATUS       = 'A',
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE SUPPLIERID = :SP-SUPPLIER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO SP-RETURN-CODE
               MOVE 'A' TO SP-STATUS
               MOVE ' UPDATE ' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN 100
               MOVE '94' TO SP-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO SP-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * Suspension rather than deletion - the supplier's appointments *
      * and invoices keep their anchor for the procurement report; a  *
      * suspended supplier simply can't be appointed again.           *
      *================================================================*
       P400-SUSPEND-SUPPLIER.

           MOVE ' SUSPND SUPPLR ' TO EM-SQLREQ
           EXEC SQL
             UPDATE SUPPLIER
                SET STATUS      = 'S',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE SUPPLIERID = :SP-SUPPLIER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO SP-RETURN-CODE
               MOVE 'S' TO SP-STATUS
               MOVE ' SUSPEND' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN 100
               MOVE '94' TO SP-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO SP-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * The invoice under review must exist and still be held ('H')  *
      * - SP-RETURN-CODE 94 if not found, 86 if already worked.       *
      *================================================================*
       P500-READ-HELD-INVOICE.

           IF SP-INVOICE-ID NOT NUMERIC
              MOVE '82' TO SP-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE SP-INVOICE-ID TO DB2-INVOICEID-INT.
           MOVE SP-INVOICE-ID TO AM-INVOICEID.

           MOVE ' SELECT SUPINV ' TO EM-SQLREQ
           EXEC SQL
             SELECT SUPPLIERID, CLAIMNUMBER, COALESCE(APPTID, 0),
                    AMOUNT, STATUS, FINALFLAG,
                    CHAR(INVOICEDATE, ISO)
               INTO :SP-SUPPLIER-ID, :DB2-CLAIMNUM-INT,
                    :DB2-APPTID-INT, :DB2-INV-AMT-DEC,
                    :WS-INV-STATUS, :WS-INV-FINAL, :WS-INV-DATE
               FROM SUPPINVOICE
              WHERE INVOICEID = :DB2-INVOICEID-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-INV-AMT-DEC TO SP-INVOICE-AMOUNT
               MOVE SP-SUPPLIER-ID TO EM-SUPPLIERID
             WHEN 100
               MOVE '94' TO SP-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO SP-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF WS-INV-STATUS NOT = 'H'
              MOVE '86' TO SP-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
      * Release to payment - the reviewer has accepted the duplicate  *
      * or the over-scale amount.  Posts exactly what LGSPINV1 posts  *
      * for a clean match: the fee onto the DISBURSE queue (source    *
      * 'S', the supplier as payee), the appointment's invoiced total *
      * (closed on a final invoice) and the claim's fee total.  Any   *
      * failure abends so the whole release backs out together.      *
      *================================================================*
       P600-RELEASE-INVOICE.

           IF DB2-APPTID-INT = 0
              MOVE '86' TO SP-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' SELECT CLAIM  ' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYNUMBER, CUSTOMERNUMBER
               INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT
               FROM CLAIM
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P690-RELEASE-FAILED
           END-IF.

           MOVE ' INSERT DISBURS' TO EM-SQLREQ
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
                         :DB2-INV-AMT-DEC,
                         'O',
                         0,
                         :SP-SUPPLIER-ID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P690-RELEASE-FAILED
           END-IF.

           MOVE ' UPDATE CLMAPPT' TO EM-SQLREQ
           IF WS-INV-FINAL = 'Y'
              EXEC SQL
                UPDATE CLAIMAPPT
                   SET INVOICEDTOTAL = INVOICEDTOTAL + :DB2-INV-AMT-DEC,
                       STATUS        = 'C',
                       COMPLETEDDATE = :WS-INV-DATE
                 WHERE APPTID = :DB2-APPTID-INT
              END-EXEC
           ELSE
              EXEC SQL
                UPDATE CLAIMAPPT
                   SET INVOICEDTOTAL = INVOICEDTOTAL + :DB2-INV-AMT-DEC
                 WHERE APPTID = :DB2-APPTID-INT
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM P690-RELEASE-FAILED
           END-IF.

           MOVE ' UPDATE CLM FEE' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET FEEPAIDTOTAL = COALESCE(FEEPAIDTOTAL, 0)
                                   + :DB2-INV-AMT-DEC,
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P690-RELEASE-FAILED
           END-IF.

           MOVE ' RELEASE SUPINV' TO EM-SQLREQ
           EXEC SQL
             UPDATE SUPPINVOICE
                SET STATUS     = 'P',
                    REVIEWEDBY = :WS-OPERATOR-ID
              WHERE INVOICEID = :DB2-INVOICEID-INT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P690-RELEASE-FAILED
           END-IF.

           MOVE '00' TO SP-RETURN-CODE.
           MOVE ' RELEASE' TO AM-ACTION.
           PERFORM WRITE-AUDIT-MESSAGE.
           EXIT.

      *----------------------------------------------------------------*
       P690-RELEASE-FAILED.
           MOVE '90' TO SP-RETURN-CODE.
           PERFORM WRITE-ERROR-MESSAGE.
           EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *================================================================*
      * Rejection - nothing is paid; the invoice stays on file, marked *
      * rejected ('X') under the reviewer's signon.                    *
      *================================================================*
       P700-REJECT-INVOICE.

           MOVE ' REJECT SUPINV ' TO EM-SQLREQ
           EXEC SQL
             UPDATE SUPPINVOICE
                SET STATUS     = 'X',
                    REVIEWEDBY = :WS-OPERATOR-ID
              WHERE INVOICEID = :DB2-INVOICEID-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO SP-RETURN-CODE
               MOVE ' REJECT ' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN OTHER
               MOVE '90' TO SP-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       WRITE-AUDIT-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO AM-DATE
           MOVE TIME1 TO AM-TIME
           MOVE SP-SUPPLIER-ID TO AM-SUPPLIERID
           MOVE EIBOPID TO AM-OPERATOR
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(WS-AUDIT-MSG)
                     LENGTH(LENGTH OF WS-AUDIT-MSG)
           END-EXEC.
           EXIT.

      *================================================================*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           EXIT.
