      * Host variables for the CUSTOMER table
       01 DB2-CUSTOMER-FIELDS.
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP VALUE +0.
           03 DB2-CREDIT-SCORE-SINT    PIC S9(4) COMP VALUE +0.
       01 DB2-CREDIT-INDICATORS.
           03 IND-IDENT-RESULT         PIC S9(4) COMP.
           03 IND-CREDIT-SCORE         PIC S9(4) COMP.
           03 IND-CREDIT-REF           PIC S9(4) COMP.
           03 IND-CREDIT-DATE          PIC S9(4) COMP.
           03 IND-CONSOL-BILL          PIC S9(4) COMP.
           03 IND-VULNERABLE           PIC S9(4) COMP.
           03 IND-VULN-CATEGORY        PIC S9(4) COMP.
           03 IND-VULN-REVIEW-DATE     PIC S9(4) COMP.
           03 IND-CORR-FORMAT          PIC S9(4) COMP.
           03 IND-PROTECTED            PIC S9(4) COMP.
       01 DB2-ACTIVE-MANDATES-INT      PIC S9(9) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Vulnerable-customer categories and the alternative formats    *
      * correspondence can be sent in - see CU-VULNERABLE.            *
      *----------------------------------------------------------------*
       01  WS-VULN-CATEGORY            PIC X(2)  VALUE SPACES.
           88 WS-VULN-CATEGORY-VALID   VALUE 'HE' 'LE' 'RE' 'CA'.
       01  WS-CORR-FORMAT              PIC X     VALUE SPACES.
           88 WS-CORR-FORMAT-VALID     VALUE 'L' 'B' 'A' 'E'.

      *----------------------------------------------------------------*
      * Protected-customer marker - see CU-PROTECTED.  'N' clears it.  *
      *----------------------------------------------------------------*
       01  WS-PROTECTED                PIC X     VALUE SPACES.
           88 WS-PROTECTED-VALID       VALUE 'V' 'S' 'N'.

      *----------------------------------------------------------------*
      * Marketing consent register.  CUSTCONSENT holds the current    *
      * state per customer and channel; CONSENTHIST keeps every grant *
      * and withdrawal as it was made, dated and with its source.     *
      * Channel codes run in CU-CONSENT-ENTRY order - M mail,         *
      * E email, P phone, S SMS.                                      *
      *----------------------------------------------------------------*
       01  WS-CONSENT-CHANNEL-CODES    PIC X(4)  VALUE 'MEPS'.
       01  WS-CONSENT-SUB              PIC S9(4) COMP VALUE +0.
       01 DB2-CONSENT-FIELDS.
           03 DB2-CONSENT-CHANNEL      PIC X.
           03 DB2-CONSENT-FLAG         PIC X.
           03 DB2-CONSENT-OLD          PIC X.
           03 DB2-CONSENT-SOURCE       PIC X(4).
           03 DB2-CONSENT-DATE         PIC X(10).

      *----------------------------------------------------------------*
      * Contact log.  CONTACTLOG holds one row per contact with the   *
      * customer - when, how, why, who took it and what was said -    *
      * with the policy or claim it was about where there was one.    *
      *----------------------------------------------------------------*
       01  WS-CONTACT-CHANNEL          PIC X     VALUE SPACES.
           88 WS-CONTACT-CHANNEL-VALID VALUE 'P' 'E' 'B' 'W' 'L'.
       01  WS-CONTACT-REASON           PIC X(4)  VALUE SPACES.
           88 WS-CONTACT-REASON-VALID  VALUE 'CLAM' 'BILL' 'RENW'
                                             'CHNG' 'CANC' 'DOCS'
                                             'COMP' 'QUOT' 'GENQ'.
       01  WS-CONTACT-EOF              PIC X     VALUE 'N'.
       01 DB2-CONTACT-FIELDS.
           03 DB2-CONTACT-POLICY-INT   PIC S9(9) COMP VALUE +0.
           03 DB2-CONTACT-CLAIM-INT    PIC S9(9) COMP VALUE +0.
           03 DB2-CONTACT-OWNED-INT    PIC S9(9) COMP VALUE +0.
           03 DB2-CONTACT-OPERATOR     PIC X(8).
           03 DB2-CH-DATE              PIC X(10).
           03 DB2-CH-TIME              PIC X(8).
           03 DB2-CH-CHANNEL           PIC X.
           03 DB2-CH-REASON            PIC X(4).
           03 DB2-CH-POLICY-INT        PIC S9(9) COMP VALUE +0.
           03 DB2-CH-CLAIM-INT         PIC S9(9) COMP VALUE +0.
           03 DB2-CH-OPERATOR          PIC X(8).
           03 DB2-CH-NOTE              PIC X(60).
       01 DB2-CONTACT-INDICATORS.
           03 IND-CONTACT-POLICY       PIC S9(4) COMP.
           03 IND-CONTACT-CLAIM        PIC S9(4) COMP.
           03 IND-CH-POLICY            PIC S9(4) COMP.
           03 IND-CH-CLAIM             PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Identity and credit bureau lookup on a new customer - see     *
      * LGCRDREF.  The bureau is searched on the new row's postcode   *
      * and name; the verdict, score and search reference are held on *
      * the CUSTOMER row and handed back on the commarea.  No bureau  *
      * record is itself a result - 'N' with a zero score.  A file    *
      * that can't be read leaves the customer unchecked, and the     *
      * first policy bound for them in LGAPDB01 tries again.          *
      *----------------------------------------------------------------*
       01  WS-CRD-FIELDS.
           03 WS-CRD-RESP              PIC S9(8) COMP.
           03 WS-CRD-KEY.
              05 WS-CRD-KEY-POSTCODE   PIC X(8).
              05 WS-CRD-KEY-NAME       PIC X(30).
           COPY LGCRDREF.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
             WHEN '02ACUS'
               PERFORM P300-CUSTOMER-UPDATE

             WHEN '03ACUS'
               PERFORM P400-CUSTOMER-CONSENT

             WHEN '04ACUS'
               PERFORM P500-LOG-CONTACT

             WHEN OTHER
               MOVE '99' TO CU-RETURN-CODE

      *================================================================*
       P100-CUSTOMER-ADD.

           IF CU-VULNERABLE = 'Y'
              PERFORM P325-CHECK-VULNERABLE
           END-IF.

           PERFORM P335-CHECK-PROTECTED.

           MOVE ' INSERT CUSTOMR' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CUSTOMER
           END-EXEC
           MOVE DB2-CUSTOMERNUM-INT TO CU-CUSTOMER-NUM.

           PERFORM P150-CREDIT-CHECK.

           IF CU-VULNERABLE = 'Y' OR CU-VULNERABLE = 'N'
              PERFORM P330-SET-VULNERABLE
           END-IF.

           IF CU-RETURN-CODE = '00'
              AND CU-PROTECTED NOT = SPACES
              PERFORM P340-SET-PROTECTED
           END-IF.

           IF CU-RETURN-CODE = '00'
              PERFORM P410-APPLY-CONSENTS
           END-IF.

           IF CU-RETURN-CODE = '00'
              PERFORM P420-GET-CONSENTS
           END-IF.

           EXEC SQL
             SELECT LASTCHANGED
               INTO :CU-LASTCHANGED

           EXIT.

      *================================================================*
      * Bureau lookup for the customer just added - see WS-CRD-FIELDS. *
      *================================================================*
       P150-CREDIT-CHECK.

           MOVE SPACES TO CU-IDENT-RESULT.
           MOVE 0      TO CU-CREDIT-SCORE.
           MOVE SPACES TO CU-CREDIT-REF.
           MOVE SPACES TO CU-CREDIT-DATE.

           MOVE CU-POSTCODE TO WS-CRD-KEY-POSTCODE.
           MOVE FUNCTION UPPER-CASE(CU-NAME(1:30))
             TO WS-CRD-KEY-NAME.
           EXEC CICS READ FILE('LGCRDREF')
                     INTO(LGCRDREF-RECORD)
                     RIDFLD(WS-CRD-KEY)
                     RESP(WS-CRD-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-CRD-RESP = DFHRESP(NORMAL)
               MOVE CB-IDENT-RESULT TO CU-IDENT-RESULT
               MOVE CB-SCORE        TO CU-CREDIT-SCORE
               MOVE CB-REFERENCE    TO CU-CREDIT-REF
               PERFORM P155-STORE-CREDIT
             WHEN WS-CRD-RESP = DFHRESP(NOTFND)
               MOVE 'N' TO CU-IDENT-RESULT
               PERFORM P155-STORE-CREDIT
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       P155-STORE-CREDIT.

           MOVE CU-CREDIT-SCORE TO DB2-CREDIT-SCORE-SINT.
           MOVE ' UPDATE CRDCHK ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER
                SET IDENTRESULT     = :CU-IDENT-RESULT,
                    CREDITSCORE     = :DB2-CREDIT-SCORE-SINT,
                    CREDITREF       = :CU-CREDIT-REF,
                    CREDITDATE      = CURRENT DATE
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE SPACES TO CU-IDENT-RESULT
              MOVE 0      TO CU-CREDIT-SCORE
              MOVE SPACES TO CU-CREDIT-REF
           ELSE
              EXEC SQL
                SELECT CHAR(CREDITDATE, ISO)
                  INTO :CU-CREDIT-DATE
                  FROM CUSTOMER
                 WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
              END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       P200-CUSTOMER-INQUIRE.

           MOVE ' SELECT CUSTOMR' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNAME, CUSTOMERADDRESS, POSTCODE,
                    PHONE, EMAIL, LASTCHANGED,
                    IDENTRESULT, CREDITSCORE, CREDITREF,
                    CHAR(CREDITDATE, ISO), CONSOLBILL, VULNERABLE,
                    VULNCATEGORY, CHAR(VULNREVIEWDATE, ISO),
                    CORRFORMAT, PROTECTCLASS
               INTO :CU-NAME, :CU-ADDRESS, :CU-POSTCODE,
                    :CU-PHONE, :CU-EMAIL, :CU-LASTCHANGED,
                    :CU-IDENT-RESULT:IND-IDENT-RESULT,
                    :DB2-CREDIT-SCORE-SINT:IND-CREDIT-SCORE,
                    :CU-CREDIT-REF:IND-CREDIT-REF,
                    :CU-CREDIT-DATE:IND-CREDIT-DATE,
                    :CU-CONSOL-BILL:IND-CONSOL-BILL,
                    :CU-VULNERABLE:IND-VULNERABLE,
                    :CU-VULN-CATEGORY:IND-VULN-CATEGORY,
                    :CU-VULN-REVIEW-DATE:IND-VULN-REVIEW-DATE,
                    :CU-CORR-FORMAT:IND-CORR-FORMAT,
                    :CU-PROTECTED:IND-PROTECTED
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CU-RETURN-CODE
      *        A customer never checked has no bureau columns yet.
               IF IND-IDENT-RESULT < 0
                  MOVE SPACES TO CU-IDENT-RESULT
                  MOVE 0      TO CU-CREDIT-SCORE
                  MOVE SPACES TO CU-CREDIT-REF
                  MOVE SPACES TO CU-CREDIT-DATE
               ELSE
                  MOVE DB2-CREDIT-SCORE-SINT TO CU-CREDIT-SCORE
               END-IF
      *        Every customer billed per policy until they ask.
               IF IND-CONSOL-BILL < 0
                  MOVE 'N' TO CU-CONSOL-BILL
               END-IF
               IF IND-VULNERABLE < 0
                  MOVE 'N' TO CU-VULNERABLE
               END-IF
               IF IND-VULN-CATEGORY < 0
                  MOVE SPACES TO CU-VULN-CATEGORY
               END-IF
               IF IND-VULN-REVIEW-DATE < 0
                  MOVE SPACES TO CU-VULN-REVIEW-DATE
               END-IF
               IF IND-CORR-FORMAT < 0
                  MOVE SPACES TO CU-CORR-FORMAT
               END-IF
               IF IND-PROTECTED < 0
                  MOVE SPACES TO CU-PROTECTED
               END-IF
               PERFORM P420-GET-CONSENTS
               PERFORM P520-GET-CONTACTS
             WHEN 100
               MOVE '94' TO CU-RETURN-CODE
             WHEN OTHER

           MOVE CU-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT.

           IF CU-CONSOL-BILL = 'Y'
              PERFORM P310-CHECK-CONSOL-MANDATE
           END-IF.

           IF CU-VULNERABLE = 'Y'
              PERFORM P325-CHECK-VULNERABLE
           END-IF.

           PERFORM P335-CHECK-PROTECTED.

           MOVE ' UPDATE CUSTOMR' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           IF CU-RETURN-CODE = '00'
              AND (CU-CONSOL-BILL = 'Y' OR CU-CONSOL-BILL = 'N')
              PERFORM P320-SET-CONSOL-BILL
           END-IF.

           IF CU-RETURN-CODE = '00'
              AND (CU-VULNERABLE = 'Y' OR CU-VULNERABLE = 'N')
              PERFORM P330-SET-VULNERABLE
           END-IF.

           IF CU-RETURN-CODE = '00'
              AND CU-PROTECTED NOT = SPACES
              PERFORM P340-SET-PROTECTED
           END-IF.

           IF CU-RETURN-CODE = '00'
              PERFORM P410-APPLY-CONSENTS
           END-IF.

           IF CU-RETURN-CODE = '00'
              PERFORM P420-GET-CONSENTS
           END-IF.

           EXEC SQL
             SELECT LASTCHANGED
               INTO :CU-LASTCHANGED

           EXIT.

      *================================================================*
      * Consolidated billing draws one monthly direct debit for all   *
      * the customer's policies, so it needs a mandate the bank has   *
      * already accepted - asking for it without one is refused up    *
      * front rather than left to bounce at the first collection.     *
      *================================================================*
       P310-CHECK-CONSOL-MANDATE.

           MOVE ' SELECT DDMANDT' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-ACTIVE-MANDATES-INT
               FROM DDMANDATE
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO CU-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF DB2-ACTIVE-MANDATES-INT = 0
              MOVE '82' TO CU-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * Files the billing choice.  Only an explicit 'Y' or 'N' moves  *
      * it - an update from a screen that doesn't carry the choice    *
      * leaves it where it was.                                       *
      *----------------------------------------------------------------*
       P320-SET-CONSOL-BILL.

           MOVE ' UPDATE CONSOL ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER
                SET CONSOLBILL  = :CU-CONSOL-BILL,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO CU-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
      * A customer marked vulnerable must say why - an unknown        *
      * category is refused up front, like a consolidated billing     *
      * request with no mandate.  The format for correspondence       *
      * defaults to large print.                                      *
      *================================================================*
       P325-CHECK-VULNERABLE.

           MOVE CU-VULN-CATEGORY TO WS-VULN-CATEGORY.
           IF NOT WS-VULN-CATEGORY-VALID
              MOVE '83' TO CU-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CU-CORR-FORMAT TO WS-CORR-FORMAT.
           IF NOT WS-CORR-FORMAT-VALID
              MOVE 'L' TO CU-CORR-FORMAT
           END-IF.

           IF CU-VULN-REVIEW-DATE = LOW-VALUES
              MOVE SPACES TO CU-VULN-REVIEW-DATE
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * Files the vulnerable-customer marker, the same way as the     *
      * billing choice - only an explicit 'Y' or 'N' moves it.  'Y'   *
      * files the category, review date and format with it (a blank   *
      * review date is set twelve months on); 'N' clears all three.   *
      *----------------------------------------------------------------*
       P330-SET-VULNERABLE.

           MOVE ' UPDATE VULNRBL' TO EM-SQLREQ
           EVALUATE TRUE
             WHEN CU-VULNERABLE = 'N'
               EXEC SQL
                 UPDATE CUSTOMER
                    SET VULNERABLE     = 'N',
                        VULNCATEGORY   = NULL,
                        VULNREVIEWDATE = NULL,
                        CORRFORMAT     = NULL,
                        LASTCHANGED    = CURRENT TIMESTAMP
                  WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
               END-EXEC
               MOVE SPACES TO CU-VULN-CATEGORY
               MOVE SPACES TO CU-VULN-REVIEW-DATE
               MOVE SPACES TO CU-CORR-FORMAT
             WHEN CU-VULN-REVIEW-DATE = SPACES
               EXEC SQL
                 UPDATE CUSTOMER
                    SET VULNERABLE     = 'Y',
                        VULNCATEGORY   = :CU-VULN-CATEGORY,
                        VULNREVIEWDATE = CURRENT DATE + 12 MONTHS,
                        CORRFORMAT     = :CU-CORR-FORMAT,
                        LASTCHANGED    = CURRENT TIMESTAMP
                  WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
               END-EXEC
             WHEN OTHER
               EXEC SQL
                 UPDATE CUSTOMER
                    SET VULNERABLE     = 'Y',
                        VULNCATEGORY   = :CU-VULN-CATEGORY,
                        VULNREVIEWDATE = :CU-VULN-REVIEW-DATE,
                        CORRFORMAT     = :CU-CORR-FORMAT,
                        LASTCHANGED    = CURRENT TIMESTAMP
                  WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
               END-EXEC
           END-EVALUATE

           IF SQLCODE = 0 AND CU-VULNERABLE = 'Y'
              EXEC SQL
                SELECT CHAR(VULNREVIEWDATE, ISO)
                  INTO :CU-VULN-REVIEW-DATE
                  FROM CUSTOMER
                 WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE '90' TO CU-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
      * A protected-customer marker must be one the access monitoring  *
      * report knows - refused up front like an unknown vulnerability  *
      * category.  Low-values from a screen that doesn't carry the     *
      * marker count as leaving it as it was.                          *
      *================================================================*
       P335-CHECK-PROTECTED.

           IF CU-PROTECTED = LOW-VALUES
              MOVE SPACES TO CU-PROTECTED
           END-IF.

           MOVE CU-PROTECTED TO WS-PROTECTED.
           IF CU-PROTECTED NOT = SPACES
              AND NOT WS-PROTECTED-VALID
              MOVE '86' TO CU-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * Files the protected-customer marker - 'V' or 'S' sets it, 'N'  *
      * clears it.                                                     *
      *----------------------------------------------------------------*
       P340-SET-PROTECTED.

           MOVE ' UPDATE PROTECT' TO EM-SQLREQ
           IF CU-PROTECTED = 'N'
              EXEC SQL
                UPDATE CUSTOMER
                   SET PROTECTCLASS = NULL,
                       LASTCHANGED  = CURRENT TIMESTAMP
                 WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
              END-EXEC
              MOVE SPACES TO CU-PROTECTED
           ELSE
              EXEC SQL
                UPDATE CUSTOMER
                   SET PROTECTCLASS = :CU-PROTECTED,
                       LASTCHANGED  = CURRENT TIMESTAMP
                 WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '90' TO CU-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
      * Consent-only change ('03ACUS') - the customer must be on file; *
      * the channels asked for are filed and the whole register comes  *
      * back as it now stands.                                         *
      *================================================================*
       P400-CUSTOMER-CONSENT.

           MOVE CU-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT.

           MOVE ' SELECT CUSTOMR' TO EM-SQLREQ
           EXEC SQL
             SELECT LASTCHANGED
               INTO :CU-LASTCHANGED
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CU-RETURN-CODE
             WHEN 100
               MOVE '94' TO CU-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CU-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM P410-APPLY-CONSENTS.

           IF CU-RETURN-CODE = '00'
              PERFORM P420-GET-CONSENTS
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * Files each channel the caller has set to 'Y' or 'N'.  Only a  *
      * real change of state moves the register and writes a history  *
      * row - a consent given again stays dated when first given.     *
      *----------------------------------------------------------------*
       P410-APPLY-CONSENTS.

           MOVE CU-CONSENT-SOURCE TO DB2-CONSENT-SOURCE.
           PERFORM P415-APPLY-ONE-CONSENT
               VARYING WS-CONSENT-SUB FROM 1 BY 1
               UNTIL WS-CONSENT-SUB > 4
                  OR CU-RETURN-CODE NOT = '00'.

           EXIT.

      *----------------------------------------------------------------*
       P415-APPLY-ONE-CONSENT.

           IF CU-CONSENT(WS-CONSENT-SUB) = 'Y'
              OR CU-CONSENT(WS-CONSENT-SUB) = 'N'
              MOVE WS-CONSENT-CHANNEL-CODES(WS-CONSENT-SUB:1)
                TO DB2-CONSENT-CHANNEL
              MOVE CU-CONSENT(WS-CONSENT-SUB) TO DB2-CONSENT-FLAG
              PERFORM P416-FILE-CONSENT
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       P416-FILE-CONSENT.

           MOVE ' SELECT CONSENT' TO EM-SQLREQ
           EXEC SQL
             SELECT CONSENT
               INTO :DB2-CONSENT-OLD
               FROM CUSTCONSENT
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND CHANNEL        = :DB2-CONSENT-CHANNEL
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-CONSENT-OLD NOT = DB2-CONSENT-FLAG
                  MOVE ' UPDATE CONSENT' TO EM-SQLREQ
                  EXEC SQL
                    UPDATE CUSTCONSENT
                       SET CONSENT     = :DB2-CONSENT-FLAG,
                           CHANGEDDATE = CURRENT DATE,
                           SOURCE      = :DB2-CONSENT-SOURCE,
                           LASTCHANGED = CURRENT TIMESTAMP
                     WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                       AND CHANNEL        = :DB2-CONSENT-CHANNEL
                  END-EXEC
                  PERFORM P418-LOG-CONSENT
               END-IF
             WHEN 100
               MOVE ' INSERT CONSENT' TO EM-SQLREQ
               EXEC SQL
                 INSERT INTO CUSTCONSENT
                           ( CUSTOMERNUMBER,
                             CHANNEL,
                             CONSENT,
                             CHANGEDDATE,
                             SOURCE,
                             LASTCHANGED    )
                    VALUES ( :DB2-CUSTOMERNUM-INT,
                             :DB2-CONSENT-CHANNEL,
                             :DB2-CONSENT-FLAG,
                             CURRENT DATE,
                             :DB2-CONSENT-SOURCE,
                             CURRENT TIMESTAMP )
               END-EXEC
               PERFORM P418-LOG-CONSENT
             WHEN OTHER
               MOVE '90' TO CU-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
      * Checks the register write just made and, if it went in, adds  *
      * the matching CONSENTHIST row.                                 *
      *----------------------------------------------------------------*
       P418-LOG-CONSENT.

           IF SQLCODE NOT = 0
              MOVE '90' TO CU-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
           ELSE
              MOVE ' INSERT CNSHIST' TO EM-SQLREQ
              EXEC SQL
                INSERT INTO CONSENTHIST
                          ( CUSTOMERNUMBER,
                            CHANNEL,
                            CONSENT,
                            CHANGEDDATE,
                            SOURCE,
                            CHANGEDTIMESTAMP )
                   VALUES ( :DB2-CUSTOMERNUM-INT,
                            :DB2-CONSENT-CHANNEL,
                            :DB2-CONSENT-FLAG,
                            CURRENT DATE,
                            :DB2-CONSENT-SOURCE,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '90' TO CU-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * Reads the register back onto the commarea - blank consent and *
      * date for a channel the customer has never been asked about.   *
      *----------------------------------------------------------------*
       P420-GET-CONSENTS.

           PERFORM P425-GET-ONE-CONSENT
               VARYING WS-CONSENT-SUB FROM 1 BY 1
               UNTIL WS-CONSENT-SUB > 4.

           EXIT.

      *----------------------------------------------------------------*
       P425-GET-ONE-CONSENT.

           MOVE WS-CONSENT-CHANNEL-CODES(WS-CONSENT-SUB:1)
             TO DB2-CONSENT-CHANNEL.
           MOVE ' SELECT CONSENT' TO EM-SQLREQ
           EXEC SQL
             SELECT CONSENT, CHAR(CHANGEDDATE, ISO)
               INTO :DB2-CONSENT-FLAG, :DB2-CONSENT-DATE
               FROM CUSTCONSENT
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND CHANNEL        = :DB2-CONSENT-CHANNEL
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-CONSENT-FLAG TO CU-CONSENT(WS-CONSENT-SUB)
               MOVE DB2-CONSENT-DATE
                 TO CU-CONSENT-DATE(WS-CONSENT-SUB)
             WHEN 100
               MOVE SPACES TO CU-CONSENT(WS-CONSENT-SUB)
               MOVE SPACES TO CU-CONSENT-DATE(WS-CONSENT-SUB)
             WHEN OTHER
               MOVE SPACES TO CU-CONSENT(WS-CONSENT-SUB)
               MOVE SPACES TO CU-CONSENT-DATE(WS-CONSENT-SUB)
               MOVE '90' TO CU-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * Logs one contact ('04ACUS') - the customer must be on file,    *
      * the channel and reason recognised, and any policy or claim     *
      * named the customer's own.  The history comes back with the new *
      * contact at the top.                                            *
      *================================================================*
       P500-LOG-CONTACT.

           MOVE CU-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT.

           MOVE ' SELECT CUSTOMR' TO EM-SQLREQ
           EXEC SQL
             SELECT LASTCHANGED
               INTO :CU-LASTCHANGED
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CU-RETURN-CODE
             WHEN 100
               MOVE '94' TO CU-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CU-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE CU-CONTACT-CHANNEL TO WS-CONTACT-CHANNEL.
           MOVE CU-CONTACT-REASON  TO WS-CONTACT-REASON.
           IF NOT WS-CONTACT-CHANNEL-VALID
              OR NOT WS-CONTACT-REASON-VALID
              MOVE '84' TO CU-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P510-CHECK-CONTACT-LINKS.

           MOVE CU-CONTACT-OPERATOR TO DB2-CONTACT-OPERATOR.
           IF DB2-CONTACT-OPERATOR = SPACES
              OR DB2-CONTACT-OPERATOR = LOW-VALUES
              MOVE SPACES  TO DB2-CONTACT-OPERATOR
              MOVE EIBOPID TO DB2-CONTACT-OPERATOR(1:3)
           END-IF.

           MOVE ' INSERT CONTACT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CONTACTLOG
                       ( CONTACTID,
                         CUSTOMERNUMBER,
                         CONTACTTS,
                         CHANNEL,
                         REASON,
                         POLICYNUMBER,
                         CLAIMNUMBER,
                         OPERATOR,
                         TERMID,
                         NOTE           )
                VALUES ( DEFAULT,
                         :DB2-CUSTOMERNUM-INT,
                         CURRENT TIMESTAMP,
                         :CU-CONTACT-CHANNEL,
                         :CU-CONTACT-REASON,
                         :DB2-CONTACT-POLICY-INT:IND-CONTACT-POLICY,
                         :DB2-CONTACT-CLAIM-INT:IND-CONTACT-CLAIM,
                         :DB2-CONTACT-OPERATOR,
                         :WS-TERMID,
                         :CU-CONTACT-NOTE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO CU-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P520-GET-CONTACTS.

           EXIT.

      *----------------------------------------------------------------*
      * A policy or claim named on the contact must belong to the     *
      * customer - a mistyped number would file the note against      *
      * somebody else's business.  Left blank, it is stored as null.  *
      *----------------------------------------------------------------*
       P510-CHECK-CONTACT-LINKS.

           MOVE -1 TO IND-CONTACT-POLICY.
           MOVE -1 TO IND-CONTACT-CLAIM.
           MOVE 0  TO DB2-CONTACT-POLICY-INT.
           MOVE 0  TO DB2-CONTACT-CLAIM-INT.

           IF CU-CONTACT-POLICY NOT = SPACES
              AND CU-CONTACT-POLICY NOT = LOW-VALUES
              AND CU-CONTACT-POLICY NOT = ZEROS
              IF CU-CONTACT-POLICY IS NOT NUMERIC
                 MOVE '85' TO CU-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE CU-CONTACT-POLICY TO DB2-CONTACT-POLICY-INT
              MOVE 0 TO IND-CONTACT-POLICY
              MOVE ' SELECT POLICY ' TO EM-SQLREQ
              EXEC SQL
                SELECT COUNT(*)
                  INTO :DB2-CONTACT-OWNED-INT
                  FROM POLICY
                 WHERE POLICYNUMBER   = :DB2-CONTACT-POLICY-INT
                   AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
              END-EXEC
              IF SQLCODE NOT = 0 OR DB2-CONTACT-OWNED-INT = 0
                 MOVE '85' TO CU-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF.

           IF CU-CONTACT-CLAIM NOT = SPACES
              AND CU-CONTACT-CLAIM NOT = LOW-VALUES
              AND CU-CONTACT-CLAIM NOT = ZEROS
              IF CU-CONTACT-CLAIM IS NOT NUMERIC
                 MOVE '85' TO CU-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE CU-CONTACT-CLAIM TO DB2-CONTACT-CLAIM-INT
              MOVE 0 TO IND-CONTACT-CLAIM
              MOVE ' SELECT CLAIM  ' TO EM-SQLREQ
              EXEC SQL
                SELECT COUNT(*)
                  INTO :DB2-CONTACT-OWNED-INT
                  FROM CLAIM
                 WHERE CLAIMNUMBER    = :DB2-CONTACT-CLAIM-INT
                   AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
              END-EXEC
              IF SQLCODE NOT = 0 OR DB2-CONTACT-OWNED-INT = 0
                 MOVE '85' TO CU-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * The customer's ten most recent contacts, newest first.  A      *
      * history that can't be read leaves the count at what was read  *
      * - it never fails the inquiry it rides on.                      *
      *----------------------------------------------------------------*
       P520-GET-CONTACTS.

           MOVE 0 TO CU-CONTACT-COUNT.
           MOVE 'N' TO WS-CONTACT-EOF.

           MOVE ' OPEN CONTACT  ' TO EM-SQLREQ
           EXEC SQL
             DECLARE CONTACT-CSR CURSOR FOR
               SELECT CHAR(DATE(CONTACTTS), ISO),
                      CHAR(TIME(CONTACTTS), ISO),
                      CHANNEL, REASON,
                      POLICYNUMBER, CLAIMNUMBER,
                      COALESCE(OPERATOR, ' '),
                      SUBSTR(COALESCE(NOTE, ' '), 1, 60)
                 FROM CONTACTLOG
                WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                ORDER BY CONTACTTS DESC
                FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
             OPEN CONTACT-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           ELSE
              PERFORM P525-FETCH-CONTACT
                  UNTIL WS-CONTACT-EOF = 'Y'
              EXEC SQL
                CLOSE CONTACT-CSR
              END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       P525-FETCH-CONTACT.

           EXEC SQL
             FETCH CONTACT-CSR
              INTO :DB2-CH-DATE, :DB2-CH-TIME,
                   :DB2-CH-CHANNEL, :DB2-CH-REASON,
                   :DB2-CH-POLICY-INT:IND-CH-POLICY,
                   :DB2-CH-CLAIM-INT:IND-CH-CLAIM,
                   :DB2-CH-OPERATOR, :DB2-CH-NOTE
           END-EXEC

           IF SQLCODE NOT = 0 OR CU-CONTACT-COUNT NOT < 10
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
              MOVE 'Y' TO WS-CONTACT-EOF
           ELSE
              ADD 1 TO CU-CONTACT-COUNT
              MOVE DB2-CH-DATE     TO CU-CH-DATE(CU-CONTACT-COUNT)
              MOVE DB2-CH-TIME     TO CU-CH-TIME(CU-CONTACT-COUNT)
              MOVE DB2-CH-CHANNEL  TO CU-CH-CHANNEL(CU-CONTACT-COUNT)
              MOVE DB2-CH-REASON   TO CU-CH-REASON(CU-CONTACT-COUNT)
              MOVE DB2-CH-OPERATOR TO CU-CH-OPERATOR(CU-CONTACT-COUNT)
              MOVE DB2-CH-NOTE     TO CU-CH-NOTE(CU-CONTACT-COUNT)
              MOVE SPACES TO CU-CH-POLICY(CU-CONTACT-COUNT)
              MOVE SPACES TO CU-CH-CLAIM(CU-CONTACT-COUNT)
              IF IND-CH-POLICY = 0
                 MOVE DB2-CH-POLICY-INT
                   TO CU-CH-POLICY(CU-CONTACT-COUNT)
              END-IF
              IF IND-CH-CLAIM = 0
                 MOVE DB2-CH-CLAIM-INT
                   TO CU-CH-CLAIM(CU-CONTACT-COUNT)
              END-IF
           END-IF.

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
