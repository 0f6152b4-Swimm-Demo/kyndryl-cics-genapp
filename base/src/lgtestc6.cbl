      * in the customer-number field, name in the customer field,      *
      * address in the address field, postcode in the postcode field,  *
      * phone in the policy-number field and email in the rejection-   *
      * reason field.  Marketing consent takes the first four places   *
      * of the property-type field, one 'Y'/'N' per channel in mail,   *
      * email, phone, SMS order (blank leaves a channel as it was),    *
      * and the vulnerable-customer marker the first place of the      *
      * latitude field, with its category in the first two places of  *
      * the longitude field, the correspondence format in the fourth   *
      * and the review date in the issue-date field.  The protected-   *
      * customer marker (VIP or staff) takes the sixth place of the    *
      * longitude field.  Option '1'                                   *
      * inquire, '2' add, '3' update, '4' change marketing consent     *
      * only, '5' log a contact with the customer, '6' show the        *
      * customer's contact history.                                    *
      *                                                                *
      * A contact takes its channel from the first place of the        *
      * latitude field, its reason code from the first four places of  *
      * the longitude field, the policy it was about from the issue-   *
      * date field and the claim from the expiry-date field, and the   *
      * note from the address field followed by the rejection-reason   *
      * field.  The operator is the one signed on.                     *
      *                                                                *
      * Every inquiry and contact history page shown is filed on the   *
      * customer-data access log through LGACLG01.                     *
      *----------------------------------------------------------------*
       COPY XMAP.
       01 COMM-AREA.
       COPY LGCUAREA.
       01 ACCESS-AREA.
       COPY LGALAREA.

      *----------------------------------------------------------------*
      * Contact history page - the map has no room for a list, so the  *
      * ten most recent contacts go out as a plain text screen the way *
      * LGTESTP4 shows the customer 360 view.  Two lines per contact:  *
      * when, how, why and what it was about, then the note.           *
      *----------------------------------------------------------------*
       77 CONTACT-SUB                  PIC S9(4) COMP VALUE +0.
       77 CONTACT-LINE-NO              PIC S9(4) COMP VALUE +0.
       01 CONTACT-PAGE.
           03 CONTACT-PAGE-LINE        PIC X(80) OCCURS 24.
       01 CONTACT-DETAIL.
           03 CD-DATE                  PIC X(10).
           03 FILLER                   PIC X     VALUE SPACE.
           03 CD-TIME                  PIC X(5).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 CD-CHANNEL               PIC X(7).
           03 FILLER                   PIC X     VALUE SPACE.
           03 CD-REASON                PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 CD-POLICY                PIC X(10).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 CD-CLAIM                 PIC X(10).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 CD-OPERATOR              PIC X(8).
           03 FILLER                   PIC X(16) VALUE SPACES.
       01 CONTACT-NOTE-LINE.
           03 FILLER                   PIC X(11) VALUE SPACES.
           03 CN-NOTE                  PIC X(60).
           03 FILLER                   PIC X(9)  VALUE SPACES.

      *----------------------------------------------------------------*
      *****************************************************************
                 Move CU-POSTCODE       To ENP4HPCI
                 Move CU-PHONE(1:10)    To ENP4PNOI
                 Move CU-EMAIL(1:30)    To ENP4REJI
                 Move CU-VULNERABLE     To ENP4LATI
                 Move Spaces            To ENP4LONI
                 Move CU-VULN-CATEGORY  To ENP4LONI(1:2)
                 Move CU-CORR-FORMAT    To ENP4LONI(4:1)
                 Move CU-VULN-REVIEW-DATE To ENP4IDAI
                 Move CU-PROTECTED      To ENP4LONI(6:1)
                 PERFORM P200-MAP-CONSENTS
                 PERFORM P400-LOG-ACCESS
                 Move 'Customer Displayed'
                   To  ERP4FLDO
                 EXEC CICS SEND MAP ('XMAPP4')
                 END-EXEC
                 GO TO D-EXEC

             WHEN '4'
                 Move '03ACUS'   To CU-REQUEST-ID
                 Move ENP4CNOO   To CU-CUSTOMER-NUM
                 PERFORM P110-MAP-CONSENTS
                 EXEC CICS LINK PROGRAM('LGACUS01')
                           COMMAREA(COMM-AREA)
                           LENGTH(LENGTH OF COMM-AREA)
                 END-EXEC
                 IF CU-RETURN-CODE > 0
                   Exec CICS Syncpoint Rollback End-Exec
                   GO TO E-NOUPD
                 END-IF
                 PERFORM P200-MAP-CONSENTS
                 Move ' '             To ENP4OPTI
                 Move 'Marketing Consent Updated'
                   To  ERP4FLDO
                 EXEC CICS SEND MAP ('XMAPP4')
                           FROM(XMAPP4O)
                           MAPSET ('XMAP')
                 END-EXEC
                 GO TO D-EXEC

             WHEN '5'
                 IF (
                     ENP4LATO = Spaces      OR
                     ENP4LATO = Low-Values
                                                   )
                                                    OR
                    (
                     ENP4LONO = Spaces      OR
                     ENP4LONO = Low-Values
                                                   )
                    Move 'Please enter contact channel and reason'
                      To  ERP4FLDO
                    Move -1 To ENP4OPTL
                    EXEC CICS SEND MAP ('XMAPP4')
                              FROM(XMAPP4O)
                              MAPSET ('XMAP')
                              CURSOR
                    END-EXEC
                    GO TO D-EXEC
                 END-IF

                 Move '04ACUS'   To CU-REQUEST-ID
                 Move ENP4CNOO   To CU-CUSTOMER-NUM
                 PERFORM P120-MAP-CONTACT
                 EXEC CICS LINK PROGRAM('LGACUS01')
                           COMMAREA(COMM-AREA)
                           LENGTH(LENGTH OF COMM-AREA)
                 END-EXEC
                 IF CU-RETURN-CODE > 0
                   Exec CICS Syncpoint Rollback End-Exec
                   GO TO E-NOCON
                 END-IF
                 Move ' '             To ENP4OPTI
                 Move 'Contact Logged'
                   To  ERP4FLDO
                 EXEC CICS SEND MAP ('XMAPP4')
                           FROM(XMAPP4O)
                           MAPSET ('XMAP')
                 END-EXEC
                 GO TO D-EXEC

             WHEN '6'
                 Move '01ICUS'   To CU-REQUEST-ID
                 Move ENP4CNOO   To CU-CUSTOMER-NUM
                 EXEC CICS LINK PROGRAM('LGACUS01')
                           COMMAREA(COMM-AREA)
                           LENGTH(LENGTH OF COMM-AREA)
                 END-EXEC
                 IF CU-RETURN-CODE > 0
                   GO TO E-NODAT
                 END-IF

                 PERFORM P400-LOG-ACCESS
                 PERFORM P300-BUILD-CONTACT-PAGE
                 EXEC CICS SEND TEXT
                           FROM(CONTACT-PAGE)
                           LENGTH(LENGTH OF CONTACT-PAGE)
                           ERASE
                           FREEKB
                 END-EXEC
                 GO TO D-EXEC

             WHEN OTHER

                 Move 'Please enter a valid option'
           Move ENP4HPCO   To CU-POSTCODE.
           Move ENP4PNOO   To CU-PHONE.
           Move ENP4REJO   To CU-EMAIL.
           Move ENP4LATO(1:1) To CU-VULNERABLE.
           Move ENP4LONO(1:2) To CU-VULN-CATEGORY.
           Move ENP4LONO(4:1) To CU-CORR-FORMAT.
           Move ENP4IDAO      To CU-VULN-REVIEW-DATE.
           Move ENP4LONO(6:1) To CU-PROTECTED.
           PERFORM P110-MAP-CONSENTS.
           EXIT.

       P110-MAP-CONSENTS.
           Move 'SCRN'        To CU-CONSENT-SOURCE.
           Move ENP4PTYO(1:1) To CU-CONSENT(1).
           Move ENP4PTYO(2:1) To CU-CONSENT(2).
           Move ENP4PTYO(3:1) To CU-CONSENT(3).
           Move ENP4PTYO(4:1) To CU-CONSENT(4).
           EXIT.

       P120-MAP-CONTACT.
           Move ENP4LATO(1:1) To CU-CONTACT-CHANNEL.
           Move ENP4LONO(1:4) To CU-CONTACT-REASON.
           Move ENP4IDAO      To CU-CONTACT-POLICY.
           Move ENP4EDAO      To CU-CONTACT-CLAIM.
           Move Spaces        To CU-CONTACT-OPERATOR.
           Move Spaces        To CU-CONTACT-NOTE.
           Move ENP4ADDO      To CU-CONTACT-NOTE(1:40).
           Move ENP4REJO      To CU-CONTACT-NOTE(41:30).
           EXIT.

       P200-MAP-CONSENTS.
           Move Spaces        To ENP4PTYI.
           Move CU-CONSENT(1) To ENP4PTYI(1:1).
           Move CU-CONSENT(2) To ENP4PTYI(2:1).
           Move CU-CONSENT(3) To ENP4PTYI(3:1).
           Move CU-CONSENT(4) To ENP4PTYI(4:1).
           EXIT.

       P300-BUILD-CONTACT-PAGE.
           Move Spaces To CONTACT-PAGE.
           String 'CONTACT HISTORY - CUSTOMER ' CU-CUSTOMER-NUM
                  '  ' CU-NAME(1:30)
             Delimited By Size Into CONTACT-PAGE-LINE(1).
           Move 'DATE       TIME   CHANNEL REASON'
             To CONTACT-PAGE-LINE(2)(1:32).
           Move 'POLICY      CLAIM       OPERATOR'
             To CONTACT-PAGE-LINE(2)(33:32).
           Move 3 To CONTACT-LINE-NO.
           IF CU-CONTACT-COUNT = 0
              Move 'No contacts have been logged for this customer'
                To CONTACT-PAGE-LINE(4)
           END-IF.
           PERFORM P310-FORMAT-CONTACT
               VARYING CONTACT-SUB FROM 1 BY 1
               UNTIL CONTACT-SUB > CU-CONTACT-COUNT.
           Move 'Press CLEAR to return'
             To CONTACT-PAGE-LINE(24).
           EXIT.

       P310-FORMAT-CONTACT.
           Move CU-CH-DATE(CONTACT-SUB)       To CD-DATE.
           Move CU-CH-TIME(CONTACT-SUB)(1:5)  To CD-TIME.
           Evaluate CU-CH-CHANNEL(CONTACT-SUB)
             When 'P'   Move 'PHONE'  To CD-CHANNEL
             When 'E'   Move 'EMAIL'  To CD-CHANNEL
             When 'B'   Move 'BRANCH' To CD-CHANNEL
             When 'W'   Move 'WEB'    To CD-CHANNEL
             When 'L'   Move 'LETTER' To CD-CHANNEL
             When Other Move Spaces   To CD-CHANNEL
           End-Evaluate.
           Move CU-CH-REASON(CONTACT-SUB)     To CD-REASON.
           Move CU-CH-POLICY(CONTACT-SUB)     To CD-POLICY.
           Move CU-CH-CLAIM(CONTACT-SUB)      To CD-CLAIM.
           Move CU-CH-OPERATOR(CONTACT-SUB)   To CD-OPERATOR.
           Move CU-CH-NOTE(CONTACT-SUB)       To CN-NOTE.
           Move CONTACT-DETAIL    To CONTACT-PAGE-LINE(CONTACT-LINE-NO).
           Add 1 To CONTACT-LINE-NO.
           Move CONTACT-NOTE-LINE To CONTACT-PAGE-LINE(CONTACT-LINE-NO).
           Add 1 To CONTACT-LINE-NO.
           EXIT.

       P400-LOG-ACCESS.
           Initialize ACCESS-AREA.
           Move 'TC6 '          To AL-SOURCE.
           Move CU-REQUEST-ID   To AL-REQUEST-ID.
           Move CU-CUSTOMER-NUM To AL-CUSTOMER-NUM.
           EXEC CICS LINK PROGRAM('LGACLG01')
                     COMMAREA(ACCESS-AREA)
                     LENGTH(LENGTH OF ACCESS-AREA)
           END-EXEC.
           EXIT.

       D-EXEC.
                END-EXEC.

       E-NOADD.
           If CU-RETURN-CODE = '83'
             Move 'Vulnerability category not valid'  To  ERP4FLDO
           Else
           If CU-RETURN-CODE = '86'
             Move 'Protected marker must be V, S or N' To ERP4FLDO
           Else
             Move 'Error Adding Customer'             To  ERP4FLDO
           End-If
           End-If
           Go To F-ERR.

       E-NOUPD.
             When 94
               Move 'Customer does not exist'         To  ERP4FLDO
               Go To F-ERR
             When 83
               Move 'Vulnerability category not valid' To ERP4FLDO
               Go To F-ERR
             When 86
               Move 'Protected marker must be V, S or N' To ERP4FLDO
               Go To F-ERR
             When Other
               Move 'Error Updating Customer'         To  ERP4FLDO
               Go To F-ERR
           End-Evaluate.

       E-NOCON.
           Evaluate CU-RETURN-CODE
             When 94
               Move 'Customer does not exist'         To  ERP4FLDO
               Go To F-ERR
             When 84
               Move 'Contact channel or reason not valid' To ERP4FLDO
               Go To F-ERR
             When 85
               Move 'Policy or claim not this customer''s'
                                                      To  ERP4FLDO
               Go To F-ERR
             When Other
               Move 'Error Logging Contact'           To  ERP4FLDO
               Go To F-ERR
           End-Evaluate.

       E-NODAT.
           Move 'No data was returned.'               To  ERP4FLDO
           Go To F-ERR.
