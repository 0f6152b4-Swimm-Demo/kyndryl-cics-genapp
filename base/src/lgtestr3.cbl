       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGTESTR3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

      *----------------------------------------------------------------*
      * Rate table maintenance screen, in the LGTESTU7 style and       *
      * driven off the same XMAP map - this system has no rate map of  *
      * its own, so the policy screen's fields are reused: the change  *
      * id in the customer-number field, the LGRATES category in the   *
      * first place of the longitude field, the action (A add, U       *
      * change, D delete) in the first place of the latitude field,    *
      * the code in the first twelve places of the property-type       *
      * field, effective-from in the issue-date field (yyyy-mm-dd, or  *
      * blank for an undated value) and the organization in the first  *
      * five places of the postcode field.  The factor is keyed as     *
      * nine digits, the last two after the point, in the customer     *
      * field; the text value goes in the first twenty places of the   *
      * address field and the reason in the rejection-reason field.    *
      *                                                                *
      * Option '1' inquire on a record by key, '2' key a change for    *
      * approval, '3' approve the change whose id is keyed, '4'        *
      * reject it (reason required), '5' list the changes awaiting     *
      * approval, '6' show the change history of a category and code.  *
      * Nothing keyed here reaches LGRATES until another operator      *
      * with rate-approval authority approves it - see LGRTMN01.       *
      *----------------------------------------------------------------*
       COPY XMAP.
       01 COMM-AREA.
       COPY LGRMAREA.

      *----------------------------------------------------------------*
      * Change list page - the map has no room for a list, so the      *
      * pending changes and the change history go out as a plain text  *
      * screen the way LGTESTC6 shows a customer's contact history.    *
      *----------------------------------------------------------------*
       77 RATE-LINE-NO                 PIC S9(4) COMP VALUE +0.
       01 RATE-FACTOR                  PIC 9(7)V99.
       01 RATE-FACTOR-X REDEFINES RATE-FACTOR
                                       PIC X(9).
       01 RATE-PAGE.
           03 RATE-PAGE-LINE           PIC X(80) OCCURS 24.

      *----------------------------------------------------------------*
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           IF EIBCALEN > 0
              GO TO B-PROC.

           Initialize XMAPP4I.
           Initialize XMAPP4O.
           Initialize COMM-AREA.
           MOVE '          '   To ENP4CNOO.

           EXEC CICS SEND MAP ('XMAPP4')
                     MAPSET ('XMAP')
                     ERASE
                     END-EXEC.

       B-PROC.

           EXEC CICS HANDLE AID
                     CLEAR(C-CLR)
                     PF3(D-END) END-EXEC.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(D-END)
                     END-EXEC.

           EXEC CICS RECEIVE MAP('XMAPP4')
                     INTO(XMAPP4I)
                     MAPSET('XMAP') END-EXEC.

           EVALUATE ENP4OPTO

             WHEN '1'
                 Move '01IRTM'   To RM-REQUEST-ID
                 PERFORM P100-MAP-KEY
                 EXEC CICS LINK PROGRAM('LGRTMN01')
                           COMMAREA(COMM-AREA)
                           LENGTH(LENGTH OF COMM-AREA)
                 END-EXEC
                 IF RM-RETURN-CODE > 0
                   GO TO E-NODAT
                 END-IF

                 Move RM-CHANGE-ID      To ENP4CNOI
                 Move Spaces            To ENP4CUSI
                 Move Spaces            To ENP4ADDI
                 IF RM-OLD-EXISTS = 'Y'
                   Move RM-OLD-FACTOR   To RATE-FACTOR
                   Move RATE-FACTOR-X   To ENP4CUSI(1:9)
                   Move RM-OLD-TEXT     To ENP4ADDI(1:20)
                   Move 'Rate Displayed'
                     To  ERP4FLDO
                 ELSE
                   Move 'Rate not on file'
                     To  ERP4FLDO
                 END-IF
                 IF RM-CHANGE-ID > 0
                   Move 'Rate Displayed - a change is pending'
                     To  ERP4FLDO
                 END-IF
                 EXEC CICS SEND MAP ('XMAPP4')
                           FROM(XMAPP4O)
                           MAPSET ('XMAP')
                 END-EXEC
                 GO TO D-EXEC

             WHEN '2'
                 IF ENP4PTYO = Spaces  OR
                    ENP4PTYO = Low-Values
                    Move 'Please enter a rate code'
                      To  ERP4FLDO
                    Move -1 To ENP4PTYL
                    EXEC CICS SEND MAP ('XMAPP4')
                              FROM(XMAPP4O)
                              MAPSET ('XMAP')
                              CURSOR
                    END-EXEC
                    GO TO D-EXEC
                 END-IF
                 IF ENP4LATO(1:1) NOT = 'D' AND
                    ENP4CUSO(1:9) NOT NUMERIC
                    Move 'Factor must be nine digits'
                      To  ERP4FLDO
                    Move -1 To ENP4CUSL
                    EXEC CICS SEND MAP ('XMAPP4')
                              FROM(XMAPP4O)
                              MAPSET ('XMAP')
                              CURSOR
                    END-EXEC
                    GO TO D-EXEC
                 END-IF

                 Move '02SRTM'   To RM-REQUEST-ID
                 PERFORM P100-MAP-KEY
                 PERFORM P110-MAP-CHANGE
                 EXEC CICS LINK PROGRAM('LGRTMN01')
                           COMMAREA(COMM-AREA)
                           LENGTH(LENGTH OF COMM-AREA)
                 END-EXEC
                 IF RM-RETURN-CODE > 0
                   Exec CICS Syncpoint Rollback End-Exec
                   GO TO E-NOSUB
                 END-IF
                 Move ' '             To ENP4OPTI
                 Move RM-CHANGE-ID    To ENP4CNOI
                 Move 'Change Keyed - awaiting approval'
                   To  ERP4FLDO
                 EXEC CICS SEND MAP ('XMAPP4')
                           FROM(XMAPP4O)
                           MAPSET ('XMAP')
                 END-EXEC
                 GO TO D-EXEC

             WHEN '3'
                 IF ENP4CNOO NOT NUMERIC
                    Move 'Please enter a change id'
                      To  ERP4FLDO
                    Move -1 To ENP4CNOL
                    EXEC CICS SEND MAP ('XMAPP4')
                              FROM(XMAPP4O)
                              MAPSET ('XMAP')
                              CURSOR
                    END-EXEC
                    GO TO D-EXEC
                 END-IF

                 Move '03ARTM'   To RM-REQUEST-ID
                 Move ENP4CNOO   To RM-CHANGE-ID
                 EXEC CICS LINK PROGRAM('LGRTMN01')
                           COMMAREA(COMM-AREA)
                           LENGTH(LENGTH OF COMM-AREA)
                 END-EXEC
      *          A set-aside change and an applied change whose cache
      *          refresh failed both stand - only a refusal is backed
      *          out.
                 IF RM-RETURN-CODE = '79' OR RM-RETURN-CODE = '81'
                   GO TO E-NOAPP
                 END-IF
                 IF RM-RETURN-CODE > 0
                   Exec CICS Syncpoint Rollback End-Exec
                   GO TO E-NOAPP
                 END-IF
                 Move ' '             To ENP4OPTI
                 PERFORM P200-MAP-CHANGE
                 Move 'Change Approved and Applied'
                   To  ERP4FLDO
                 EXEC CICS SEND MAP ('XMAPP4')
                           FROM(XMAPP4O)
                           MAPSET ('XMAP')
                 END-EXEC
                 GO TO D-EXEC

             WHEN '4'
                 IF ENP4CNOO NOT NUMERIC
                    Move 'Please enter a change id'
                      To  ERP4FLDO
                    Move -1 To ENP4CNOL
                    EXEC CICS SEND MAP ('XMAPP4')
                              FROM(XMAPP4O)
                              MAPSET ('XMAP')
                              CURSOR
                    END-EXEC
                    GO TO D-EXEC
                 END-IF
                 IF ENP4REJO = Spaces  OR
                    ENP4REJO = Low-Values
                    Move 'Please enter a reason'
                      To  ERP4FLDO
                    Move -1 To ENP4REJL
                    EXEC CICS SEND MAP ('XMAPP4')
                              FROM(XMAPP4O)
                              MAPSET ('XMAP')
                              CURSOR
                    END-EXEC
                    GO TO D-EXEC
                 END-IF

                 Move '03RRTM'   To RM-REQUEST-ID
                 Move ENP4CNOO   To RM-CHANGE-ID
                 Move ENP4REJO   To RM-REASON
                 EXEC CICS LINK PROGRAM('LGRTMN01')
                           COMMAREA(COMM-AREA)
                           LENGTH(LENGTH OF COMM-AREA)
                 END-EXEC
                 IF RM-RETURN-CODE > 0
                   Exec CICS Syncpoint Rollback End-Exec
                   GO TO E-NOAPP
                 END-IF
                 Move ' '             To ENP4OPTI
                 PERFORM P200-MAP-CHANGE
                 Move 'Change Rejected'
                   To  ERP4FLDO
                 EXEC CICS SEND MAP ('XMAPP4')
                           FROM(XMAPP4O)
                           MAPSET ('XMAP')
                 END-EXEC
                 GO TO D-EXEC

             WHEN '5'
                 Move '01LRTM'   To RM-REQUEST-ID
                 EXEC CICS LINK PROGRAM('LGRTMN01')
                           COMMAREA(COMM-AREA)
                           LENGTH(LENGTH OF COMM-AREA)
                 END-EXEC
                 IF RM-RETURN-CODE > 0
                   GO TO E-NODAT
                 END-IF

                 PERFORM P300-BUILD-RATE-PAGE
                 EXEC CICS SEND TEXT
                           FROM(RATE-PAGE)
                           LENGTH(LENGTH OF RATE-PAGE)
                           ERASE
                           FREEKB
                 END-EXEC
                 GO TO D-EXEC

             WHEN '6'
                 Move '01HRTM'   To RM-REQUEST-ID
                 PERFORM P100-MAP-KEY
                 EXEC CICS LINK PROGRAM('LGRTMN01')
                           COMMAREA(COMM-AREA)
                           LENGTH(LENGTH OF COMM-AREA)
                 END-EXEC
                 IF RM-RETURN-CODE > 0 AND RM-RETURN-CODE NOT = '94'
                   GO TO E-NODAT
                 END-IF

                 PERFORM P300-BUILD-RATE-PAGE
                 EXEC CICS SEND TEXT
                           FROM(RATE-PAGE)
                           LENGTH(LENGTH OF RATE-PAGE)
                           ERASE
                           FREEKB
                 END-EXEC
                 GO TO D-EXEC

             WHEN OTHER

                 Move 'Please enter a valid option'
                   To  ERP4FLDO
                 Move -1 To ENP4OPTL

                 EXEC CICS SEND MAP ('XMAPP4')
                           FROM(XMAPP4O)
                           MAPSET ('XMAP')
                           CURSOR
                 END-EXEC
                 GO TO D-EXEC

           END-EVALUATE.

           EXEC CICS RETURN
           END-EXEC.

       P100-MAP-KEY.
           Move ENP4LONO(1:1)   To RM-CATEGORY.
           Move ENP4PTYO(1:12)  To RM-CODE.
           Move ENP4IDAO        To RM-EFF-FROM.
           Move ENP4HPCO(1:5)   To RM-ORG.
           IF RM-EFF-FROM = Low-Values
             Move Spaces        To RM-EFF-FROM
           END-IF.
           IF RM-ORG = Low-Values
             Move Spaces        To RM-ORG
           END-IF.
           EXIT.

       P110-MAP-CHANGE.
           Move ENP4LATO(1:1)   To RM-ACTION.
           Move Zeros           To RM-NEW-FACTOR.
           IF ENP4CUSO(1:9) NUMERIC
             Move ENP4CUSO(1:9) To RM-NEW-FACTOR
           END-IF.
           Move ENP4ADDO(1:20)  To RM-NEW-TEXT.
           Move ENP4REJO        To RM-REASON.
           EXIT.

       P200-MAP-CHANGE.
           Move RM-ACTION       To ENP4LATI.
           Move RM-CATEGORY     To ENP4LONI.
           Move RM-CODE         To ENP4PTYI.
           Move RM-EFF-FROM     To ENP4IDAI.
           Move RM-ORG          To ENP4HPCI.
           Move Spaces          To ENP4CUSI.
           Move RM-NEW-FACTOR   To RATE-FACTOR.
           Move RATE-FACTOR-X   To ENP4CUSI(1:9).
           Move Spaces          To ENP4ADDI.
           Move RM-NEW-TEXT     To ENP4ADDI(1:20).
           EXIT.

       P300-BUILD-RATE-PAGE.
           Move Spaces To RATE-PAGE.
           PERFORM P310-COPY-LINE
               VARYING RATE-LINE-NO FROM 1 BY 1
               UNTIL RATE-LINE-NO > 20.
           IF RM-LIST-COUNT = 0 AND RM-REQUEST-ID = '01LRTM'
              Move 'No rate changes are awaiting approval'
                To RATE-PAGE-LINE(4)
           END-IF.
           Move 'Press CLEAR to return'
             To RATE-PAGE-LINE(24).
           EXIT.

       P310-COPY-LINE.
           Move RM-LIST-LINE(RATE-LINE-NO)
             To RATE-PAGE-LINE(RATE-LINE-NO).
           EXIT.

       D-EXEC.
           EXEC CICS RETURN
                TRANSID('SSR3')
                COMMAREA(COMM-AREA)
                END-EXEC.

       D-END.
           EXEC CICS SEND TEXT
                     FROM(MSGEND)
                     LENGTH(LENGTH OF MSGEND)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       C-CLR.
           Initialize XMAPP4I.
           EXEC CICS SEND MAP ('XMAPP4')
                     MAPSET ('XMAP')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('SSR3')
                COMMAREA(COMM-AREA)
                END-EXEC.

       E-NOSUB.
           Evaluate RM-RETURN-CODE
             When 40
               Move 'Category, action or date not valid' To ERP4FLDO
             When 41
               Move 'Add of a rate on file, or change of one not'
                                                      To  ERP4FLDO
             When 42
               Move 'Dated rate already in force - key new version'
                                                      To  ERP4FLDO
             When 43
               Move 'A change is already pending on this rate'
                                                      To  ERP4FLDO
               Move RM-CHANGE-ID                      To  ENP4CNOI
             When 60
               Move 'Your profile is suspended'       To  ERP4FLDO
             When Other
               Move 'Error Keying Rate Change'        To  ERP4FLDO
           End-Evaluate.
           Go To F-ERR.

       E-NOAPP.
           Evaluate RM-RETURN-CODE
             When 94
               Move 'No pending change with that id'  To  ERP4FLDO
             When 42
               Move 'Effective date has passed - reject and rekey'
                                                      To  ERP4FLDO
             When 78
               Move 'Not authorised, or you keyed this change'
                                                      To  ERP4FLDO
             When 79
               Move 'Rate changed since keyed - change set aside'
                                                      To  ERP4FLDO
             When 81
               Move 'Applied - rate cache refresh failed, rerun it'
                                                      To  ERP4FLDO
             When Other
               Move 'Error Deciding Rate Change'      To  ERP4FLDO
           End-Evaluate.
           Go To F-ERR.

       E-NODAT.
           Move 'No data was returned.'               To  ERP4FLDO
           Go To F-ERR.

       F-ERR.
           EXEC CICS SEND MAP ('XMAPP4')
                     FROM(XMAPP4O)
                     MAPSET ('XMAP')
           END-EXEC.

           Initialize XMAPP4I.
           Initialize XMAPP4O.
           Initialize COMM-AREA.

           GO TO D-EXEC.
