
       01  WS-ED-PREMIUM               PIC 9(8).
       01  WS-ED-REFUND                PIC 9(7).99.
       01  WS-ED-UNALLOCATED           PIC 9(7).99.
       01  WS-ED-ARREARS               PIC 9(7).99.

       01  LGAPOL01                    PIC X(8)  VALUE 'LGAPOL01'.
       01  LGIPOL01                    PIC X(8)  VALUE 'LGIPOL01'.
       01  LGACUS01                    PIC X(8)  VALUE 'LGACUS01'.

       01  COMM-AREA.
       COPY LGCMAREA.

      *----------------------------------------------------------------*
      * Marketing consent given or withdrawn through the portal goes  *
      * down the customer chain (LGACUS01) as a consent-only change,  *
      * filed against source 'WEB ' where the terminal files 'SCRN'.  *
      * Contacts made through the portal are logged the same way, on  *
      * channel 'W' unless the request says otherwise.                 *
      *----------------------------------------------------------------*
       01  CUST-AREA.
       COPY LGCUAREA.

      *----------------------------------------------------------------*
      * An inquiry answered through the portal is filed on the         *
      * customer-data access log (LGACLG01) like one on the policy     *
      * screen - against the broker user the request names in          *
      * "operator", or the user the web task runs under.               *
      *----------------------------------------------------------------*
       01  ACCESS-AREA.
       COPY LGALAREA.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
           END-IF.

           INITIALIZE COMM-AREA.
           INITIALIZE CUST-AREA.
           MOVE 'W' TO CA-SALES-CHANNEL.
           PERFORM P100-MAP-REQUEST THRU P100-EXIT.

           EVALUATE WS-REQUEST-TYPE
                         COMMAREA(COMM-AREA)
                         LENGTH(32500)
               END-EXEC
               IF CA-RETURN-CODE = 0
                  PERFORM P180-LOG-ACCESS
               END-IF
             WHEN 'CONSENT'
             WHEN 'CONTACT'
               EXEC CICS LINK PROGRAM(LGACUS01)
                         COMMAREA(CUST-AREA)
                         LENGTH(LENGTH OF CUST-AREA)
               END-EXEC
             WHEN OTHER
               EXEC CICS LINK PROGRAM(LGAPOL01)
                         COMMAREA(COMM-AREA)
               MOVE '01ICOM' TO CA-REQUEST-ID
             WHEN 'CANCELPREVIEW'
               MOVE '05JCOM' TO CA-REQUEST-ID
             WHEN 'CARDPAY'
               MOVE '29KCRD' TO CA-REQUEST-ID
             WHEN 'CONSENT'
               PERFORM P160-MAP-CONSENT
               GO TO P100-EXIT
             WHEN 'CONTACT'
               PERFORM P170-MAP-CONTACT
               GO TO P100-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
               PERFORM P900-SEND-RESPONSE
              MOVE WS-JSON-VALUE(1:1) TO CA-CANCEL-METHOD
           END-IF.

           IF CA-REQUEST-ID = '29KCRD'
              PERFORM P150-MAP-CARD-PAYMENT
           END-IF.

       P100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A card payment carries the acquirer's token for the card and  *
      * its authorisation code - the portal hands the card number to  *
      * the acquirer's page and never sends it here.  The amount comes *
      * as a whole number of pence.  These land on CA-K-DETAIL over   *
      * the risk fields, so they are mapped last.                     *
      *----------------------------------------------------------------*
       P150-MAP-CARD-PAYMENT.

           MOVE SPACES TO CA-K-DETAIL.

           MOVE 'paymentPurpose' TO WS-JSON-NAME.
           MOVE 14 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:1) TO CA-K-PURPOSE
           END-IF.

           MOVE 'cardToken' TO WS-JSON-NAME.
           MOVE 9 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:32) TO CA-K-CARD-TOKEN
           END-IF.

           MOVE 'authCode' TO WS-JSON-NAME.
           MOVE 8 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:6) TO CA-K-AUTH-CODE
           END-IF.

           MOVE 'amountPence' TO WS-JSON-NAME.
           MOVE 11 TO WS-JSON-NAME-LEN.
           PERFORM P510-EXTRACT-NUMBER THRU P510-EXIT.
           COMPUTE CA-K-AMOUNT = WS-NUM-WORK / 100.

           MOVE 0 TO CA-K-PAYMENT-REF.
           MOVE 0 TO CA-K-INST-PAID.
           MOVE 0 TO CA-K-UNALLOCATED.
           MOVE 0 TO CA-K-ARREARS-LEFT.

           EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A consent change names the customer and any of the four       *
      * channels as "Y" (consent given) or "N" (withdrawn); a channel *
      * left out of the request stays as it was.                      *
      *----------------------------------------------------------------*
       P160-MAP-CONSENT.

           MOVE '03ACUS' TO CU-REQUEST-ID.
           MOVE 'WEB '   TO CU-CONSENT-SOURCE.

           MOVE 'customerNumber' TO WS-JSON-NAME.
           MOVE 14 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:10) TO CU-CUSTOMER-NUM
           END-IF.

           MOVE 'consentMail' TO WS-JSON-NAME.
           MOVE 11 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:1) TO CU-CONSENT(1)
           END-IF.

           MOVE 'consentEmail' TO WS-JSON-NAME.
           MOVE 12 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:1) TO CU-CONSENT(2)
           END-IF.

           MOVE 'consentPhone' TO WS-JSON-NAME.
           MOVE 12 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:1) TO CU-CONSENT(3)
           END-IF.

           MOVE 'consentSms' TO WS-JSON-NAME.
           MOVE 10 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:1) TO CU-CONSENT(4)
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * A contact names the customer, the reason code and the note,   *
      * and optionally the channel (web if left out), the policy or   *
      * claim it was about and the member of staff who handled it -   *
      * 'WEB' when it came straight from the customer.                 *
      *----------------------------------------------------------------*
       P170-MAP-CONTACT.

           MOVE '04ACUS' TO CU-REQUEST-ID.
           MOVE 'W'      TO CU-CONTACT-CHANNEL.
           MOVE 'WEB'    TO CU-CONTACT-OPERATOR.

           MOVE 'customerNumber' TO WS-JSON-NAME.
           MOVE 14 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:10) TO CU-CUSTOMER-NUM
           END-IF.

           MOVE 'channel' TO WS-JSON-NAME.
           MOVE 7 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:1) TO CU-CONTACT-CHANNEL
           END-IF.

           MOVE 'reason' TO WS-JSON-NAME.
           MOVE 6 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:4) TO CU-CONTACT-REASON
           END-IF.

           MOVE 'policyNumber' TO WS-JSON-NAME.
           MOVE 12 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:10) TO CU-CONTACT-POLICY
           END-IF.

           MOVE 'claimNumber' TO WS-JSON-NAME.
           MOVE 11 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:10) TO CU-CONTACT-CLAIM
           END-IF.

           MOVE 'operator' TO WS-JSON-NAME.
           MOVE 8 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:8) TO CU-CONTACT-OPERATOR
           END-IF.

           MOVE 'note' TO WS-JSON-NAME.
           MOVE 4 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:160) TO CU-CONTACT-NOTE
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * Files an answered inquiry on the customer-data access log.     *
      *----------------------------------------------------------------*
       P180-LOG-ACCESS.

           INITIALIZE ACCESS-AREA.
           MOVE 'WEB '          TO AL-SOURCE.
           MOVE CA-REQUEST-ID   TO AL-REQUEST-ID.
           MOVE CA-CUSTOMER-NUM TO AL-CUSTOMER-NUM.
           MOVE CA-POLICY-NUM   TO AL-POLICY-NUM.

           MOVE 'operator' TO WS-JSON-NAME.
           MOVE 8 TO WS-JSON-NAME-LEN.
           PERFORM P500-EXTRACT-FIELD THRU P500-EXIT.
           IF WS-JSON-FOUND = 'Y'
              MOVE WS-JSON-VALUE(1:8) TO AL-USER-ID
           END-IF.

           EXEC CICS LINK PROGRAM('LGACLG01')
                     COMMAREA(ACCESS-AREA)
                     LENGTH(LENGTH OF ACCESS-AREA)
           END-EXEC.

           EXIT.

      *----------------------------------------------------------------*
      * Finds "name" in the buffer and captures the quoted value that *
      * follows its colon.  Names are unique in this flat request, so *
                  '}'
               DELIMITED BY SIZE INTO WS-RESP-BUFFER.

      *    A card payment has none of the above - its overlay sits
      *    where the risk fields would be - so it answers with its
      *    own fields instead.
           IF CA-REQUEST-ID = '29KCRD'
              MOVE SPACES TO WS-RESP-BUFFER
              PERFORM P910-CARD-RESPONSE
           END-IF.

           IF WS-REQUEST-TYPE = 'CONSENT'
              MOVE SPACES TO WS-RESP-BUFFER
              PERFORM P920-CONSENT-RESPONSE
           END-IF.

           IF WS-REQUEST-TYPE = 'CONTACT'
              MOVE SPACES TO WS-RESP-BUFFER
              PERFORM P930-CONTACT-RESPONSE
           END-IF.

           MOVE 0 TO WS-RESP-LEN.
           INSPECT FUNCTION REVERSE(WS-RESP-BUFFER)
               TALLYING WS-RESP-LEN FOR LEADING SPACES.
           END-EXEC.

           EXIT.

      *----------------------------------------------------------------*
      * The card payment response - the payment reference the         *
      * settlement is matched on, what it paid and what is still      *
      * owed.  The token is not echoed back.                          *
      *----------------------------------------------------------------*
       P910-CARD-RESPONSE.
           MOVE CA-K-UNALLOCATED TO WS-ED-UNALLOCATED.
           MOVE CA-K-ARREARS-LEFT TO WS-ED-ARREARS.

           STRING '{"returnCode":"' CA-RETURN-CODE '"'
                  ',"policyNumber":"' CA-POLICY-NUM '"'
                  ',"paymentRef":"' CA-K-PAYMENT-REF '"'
                  ',"installmentsPaid":"' CA-K-INST-PAID '"'
                  ',"unallocated":"' WS-ED-UNALLOCATED '"'
                  ',"arrearsLeft":"' WS-ED-ARREARS '"'
                  '}'
               DELIMITED BY SIZE INTO WS-RESP-BUFFER.

           EXIT.

      *----------------------------------------------------------------*
      * The consent response - the register as it now stands, each    *
      * channel "Y", "N" or blank (never asked) with the date it was  *
      * last given or withdrawn.                                      *
      *----------------------------------------------------------------*
       P920-CONSENT-RESPONSE.

           STRING '{"returnCode":"' CU-RETURN-CODE '"'
                  ',"customerNumber":"' CU-CUSTOMER-NUM '"'
                  ',"consentMail":"' CU-CONSENT(1) '"'
                  ',"consentMailDate":"' CU-CONSENT-DATE(1) '"'
                  ',"consentEmail":"' CU-CONSENT(2) '"'
                  ',"consentEmailDate":"' CU-CONSENT-DATE(2) '"'
                  ',"consentPhone":"' CU-CONSENT(3) '"'
                  ',"consentPhoneDate":"' CU-CONSENT-DATE(3) '"'
                  ',"consentSms":"' CU-CONSENT(4) '"'
                  ',"consentSmsDate":"' CU-CONSENT-DATE(4) '"'
                  '}'
               DELIMITED BY SIZE INTO WS-RESP-BUFFER.

           EXIT.

      *----------------------------------------------------------------*
      * The contact response - whether it was logged, and how many    *
      * contacts now stand on the customer's recent history.          *
      *----------------------------------------------------------------*
       P930-CONTACT-RESPONSE.

           STRING '{"returnCode":"' CU-RETURN-CODE '"'
                  ',"customerNumber":"' CU-CUSTOMER-NUM '"'
                  ',"contactCount":"' CU-CONTACT-COUNT '"'
                  '}'
               DELIMITED BY SIZE INTO WS-RESP-BUFFER.

           EXIT.
