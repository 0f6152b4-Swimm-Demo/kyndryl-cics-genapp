       01 COMM-AREA.
       COPY LGCMAREA.

      *----------------------------------------------------------------*
      * Customer master inquiry (LGACUS01 '01ICUS'), used to warn the  *
      * operator when the policyholder on screen is marked vulnerable, *
      * and to log a contact with the policyholder ('04ACUS').         *
      *----------------------------------------------------------------*
       01 CUST-AREA.
       COPY LGCUAREA.

      *----------------------------------------------------------------*
      * Customer-data access log (LGACLG01) - every policy inquiry and *
      * claim shown on this screen is filed against the operator.  The *
      * policy browse and the customer 360 view are filed by LGAPVS01  *
      * itself.                                                        *
      *----------------------------------------------------------------*
       01 ACCESS-AREA.
       COPY LGALAREA.

      *----------------------------------------------------------------*
      * LASTCHANGED of the policy as the operator last inquired on it  *
      * (option '1'), held while a delete is confirmed against a fresh *
      * read - a policy changed in between is not deleted, the         *
      * operator is told to refresh and re-key.                        *
      *----------------------------------------------------------------*
       01 DEL-READ-LASTCHANGED         PIC X(26).

      *----------------------------------------------------------------*
      *****************************************************************
       PROCEDURE DIVISION.
                 Move CA-B-WPR  To  ENP4WPRI
                 Move CA-B-ST          To  ENP4STAI
                 Move CA-B-RejectReason    To  ENP4REJI
      *        A policyholder marked vulnerable is flagged in the
      *        message line, with the category and review date, so
      *        the operator knows before going any further.
                 Initialize CUST-AREA
                 Move '01ICUS'             To  CU-REQUEST-ID
                 Move CA-CUSTOMER-NUM      To  CU-CUSTOMER-NUM
                 EXEC CICS LINK PROGRAM('LGACUS01')
                           COMMAREA(CUST-AREA)
                           LENGTH(LENGTH OF CUST-AREA)
                 END-EXEC
                 IF CU-RETURN-CODE = '00' AND CU-VULNERABLE = 'Y'
                   String 'Vulnerable Customer ' CU-VULN-CATEGORY
                          ' Review ' CU-VULN-REVIEW-DATE
                     Delimited By Size Into ERP4FLDO
                 END-IF
                 PERFORM G-LOG-ACCESS
                 EXEC CICS SEND MAP ('XMAPP4')
                           FROM(XMAPP4O)
                           MAPSET ('XMAP')
                           COMMAREA(COMM-AREA)
                           LENGTH(32500)
                 END-EXEC
      *          Inquiry-only mode - the add is on the deferred queue
      *          under the reference in the policy number, nothing to
      *          back out.
                 IF CA-RETURN-CODE = '02'
                   Move ' '             To ENP4OPTI
                   Move Spaces          To ERP4FLDO
                   String 'Queued - reference '
                          CA-POLICY-NUM
                     Delimited By Size Into ERP4FLDO
                   EXEC CICS SEND MAP ('XMAPP4')
                             FROM(XMAPP4O)
                             MAPSET ('XMAP')
                   END-EXEC
                   GO TO D-EXEC
                 END-IF
                 IF CA-RETURN-CODE > 0
                   Exec CICS Syncpoint Rollback End-Exec
                   GO TO E-NOADD
                 END-IF

                 Move 'N'        To CA-DEL-CONFIRM-PENDING
                 Move CA-LASTCHANGED To DEL-READ-LASTCHANGED
                 Move '01ICOM'   To CA-REQUEST-ID
                 EXEC CICS LINK PROGRAM('LGIPOL01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32500)
                 END-EXEC
                 IF CA-RETURN-CODE > 0
                   GO TO E-NODAT
                 END-IF
                 IF DEL-READ-LASTCHANGED = Spaces
                 OR DEL-READ-LASTCHANGED = Low-Values
                 OR DEL-READ-LASTCHANGED NOT = CA-LASTCHANGED
                   Move 52       To CA-RETURN-CODE
                   GO TO E-NODEL
                 END-IF

                 Move '01DCOM'   To CA-REQUEST-ID
                 EXEC CICS LINK PROGRAM('LGDPOL01')
                           COMMAREA(COMM-AREA)
                           COMMAREA(COMM-AREA)
                           LENGTH(32500)
                 END-EXEC
      *          Inquiry-only mode - the claim is on the deferred queue
      *          under the reference in the policy number, nothing to
      *          back out.
                 IF CA-RETURN-CODE = '02'
                   Move ' '             To ENP4OPTI
                   Move Spaces          To ERP4FLDO
                   String 'Queued - reference '
                          CA-POLICY-NUM
                     Delimited By Size Into ERP4FLDO
                   EXEC CICS SEND MAP ('XMAPP4')
                             FROM(XMAPP4O)
                             MAPSET ('XMAP')
                   END-EXEC
                   GO TO D-EXEC
                 END-IF
                 IF CA-RETURN-CODE > 0
                   Exec CICS Syncpoint Rollback End-Exec
                   GO TO E-NOCLM
                    Move CA-L-STATUS        To ENP4STAI
                    Move CA-L-RESERVE-AMOUNT To ENP4FPRI
                    Move CA-L-PAID-TOTAL    To ENP4CPRI
                    PERFORM G-LOG-ACCESS
                    Move 'Claim browse - 7=next 8=detail'
                      To  ERP4FLDO
                 END-IF
                 END-EXEC
                 GO TO D-EXEC

             WHEN '9'
      *        Logs a contact with the policyholder on screen against
      *        the policy on screen - and the claim last browsed by
      *        option '7' when it was this policy's - laid out as on
      *        the customer screen LGTESTC6: channel in the first
      *        place of the latitude field, reason code in the first
      *        four of the longitude field, note in the address field
      *        followed by the rejection-reason field.
                 IF (
                     ENP4CNOO = Spaces      OR
                     ENP4CNOO = Low-Values
                                                   )
                                                    OR
                    (
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

                 Initialize CUST-AREA
                 Move '04ACUS'             To  CU-REQUEST-ID
                 Move ENP4CNOO             To  CU-CUSTOMER-NUM
                 Move ENP4LATO(1:1)        To  CU-CONTACT-CHANNEL
                 Move ENP4LONO(1:4)        To  CU-CONTACT-REASON
                 Move ENP4PNOO             To  CU-CONTACT-POLICY
                 IF ENP4PNOO = CA-BROWSE-LASTPOL
                   Move CA-L-CLAIM-NUM     To  CU-CONTACT-CLAIM
                 END-IF
                 Move ENP4ADDO             To  CU-CONTACT-NOTE(1:40)
                 Move ENP4REJO             To  CU-CONTACT-NOTE(41:30)
                 EXEC CICS LINK PROGRAM('LGACUS01')
                           COMMAREA(CUST-AREA)
                           LENGTH(LENGTH OF CUST-AREA)
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

             WHEN OTHER

                 Move 'Please enter a valid option'

       E-NOADD.
           Evaluate CA-RETURN-CODE
             When 53
               Move 'System in inquiry-only mode - try later'
                                                     To  ERP4FLDO
               Go To F-ERR
             When 70
               Move 'Customer does not exist'        To  ERP4FLDO
               Go To F-ERR
           Go To F-ERR.

       E-NODEL.
           Evaluate CA-RETURN-CODE
             When 52
               Move 'Policy changed - refresh and re-key' To ERP4FLDO
               Go To F-ERR
             When Other
               Move 'Error Deleting Commercial Policy' To  ERP4FLDO
               Go To F-ERR
           End-Evaluate.

       E-NODAT.
           Move 'No data was returned.'              To  ERP4FLDO

       E-NOCLM.
           Evaluate CA-RETURN-CODE
             When 53
               Move 'System in inquiry-only mode - try later'
                                                     To  ERP4FLDO
               Go To F-ERR
             When 82
               Move 'Loss date is not a valid date'  To  ERP4FLDO
               Go To F-ERR
               Go To F-ERR
           End-Evaluate.

       E-NOCON.
           Evaluate CU-RETURN-CODE
             When 94
               Move 'Customer does not exist'        To  ERP4FLDO
               Go To F-ERR
             When 84
               Move 'Contact channel or reason not valid' To ERP4FLDO
               Go To F-ERR
             When 85
               Move 'Policy or claim not this customer''s'
                                                     To  ERP4FLDO
               Go To F-ERR
             When Other
               Move 'Error Logging Contact'          To  ERP4FLDO
               Go To F-ERR
           End-Evaluate.

       F-ERR.
           EXEC CICS SEND MAP ('XMAPP4')
                     FROM(XMAPP4O)
           Initialize COMM-AREA.

           GO TO D-EXEC.

       G-LOG-ACCESS.
           Initialize ACCESS-AREA.
           Move 'TP4 '             To AL-SOURCE.
           Move CA-REQUEST-ID      To AL-REQUEST-ID.
           Move CA-CUSTOMER-NUM    To AL-CUSTOMER-NUM.
           Move CA-POLICY-NUM      To AL-POLICY-NUM.
           EXEC CICS LINK PROGRAM('LGACLG01')
                     COMMAREA(ACCESS-AREA)
                     LENGTH(LENGTH OF ACCESS-AREA)
           END-EXEC.
