      * policy's KSDSPOLY index record's expiry pulled down to the    *
      * lapse date so the accumulation answers stop counting the      *
      * cover.  Until this driver existed LAPSOUT was written and     *
      * nothing read it - cover never actually lapsed.  A policy      *
      * whose holder is marked vulnerable on the customer master is   *
      * never lapsed or made paid-up here: it is queued on the        *
      * REFERRAL worklist for a person to contact the customer first. *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-TOT-SKIPPED        PIC 9(7) VALUE 0.
           05 WS-TOT-NOT-FOUND      PIC 9(7) VALUE 0.
           05 WS-TOT-PAIDUP         PIC 9(7) VALUE 0.
           05 WS-TOT-REFERRED       PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

           05 WS-SURRENDER-FLAG     PIC X.
           05 WS-MATURED-FLAG       PIC X.

      * Vulnerable-customer referral - one open REFERRAL row per
      * policy is enough, however many nights it stays on LAPSOUT.
       01  DB2-REFERRAL-FIELDS.
           05 WS-VULN-FLAG          PIC X.
           05 DB2-OPEN-REFERRALS    PIC S9(9) COMP.
           05 DB2-ZERO-SINT         PIC S9(4) COMP VALUE 0.
           05 DB2-ZERO-INT          PIC S9(9) COMP VALUE 0.
           05 WS-REFER-REASON       PIC X(50)
                 VALUE 'VULNERABLE CUSTOMER - LAPSE REFERRED'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           MOVE LP-POLICY-NUM   TO DB2-POLICYNUM-INT
           MOVE LP-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT

           PERFORM 2400-CHECK-VULNERABLE THRU 2400-EXIT
           IF WS-VULN-FLAG = 'Y'
               GO TO 2100-EXIT
           END-IF

           EXEC SQL
             SELECT Status
               INTO :DB2-STATUS-SINT
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Vulnerable policyholder - no automated lapse or paid-up        *
      * conversion.  The policy goes to the REFERRAL worklist instead  *
      * (unless it is already waiting there) and is reported, so the   *
      * arrears are taken up with the customer by a person.  A         *
      * customer the master can't find is treated as not vulnerable.   *
      *----------------------------------------------------------------*
       2400-CHECK-VULNERABLE.
           MOVE 'N' TO WS-VULN-FLAG
           EXEC SQL
             SELECT COALESCE(VULNERABLE, 'N')
               INTO :WS-VULN-FLAG
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-VULN-FLAG NOT = 'Y'
               MOVE 'N' TO WS-VULN-FLAG
               GO TO 2400-EXIT
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-OPEN-REFERRALS
               FROM REFERRAL
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND REASON       = :WS-REFER-REASON
                AND STATUS       = 'O'
           END-EXEC
           IF SQLCODE = 0 AND DB2-OPEN-REFERRALS = 0
               EXEC SQL
                 INSERT INTO REFERRAL
                           ( REFERRALID,
                             POLICYNUMBER,
                             CUSTOMERNUMBER,
                             RISKSCORE,
                             REASON,
                             SUMINSURED,
                             STATUS,
                             CREATEDDATE    )
                    VALUES ( DEFAULT,
                             :DB2-POLICYNUM-INT,
                             :DB2-CUSTOMERNUM-INT,
                             :DB2-ZERO-SINT,
                             :WS-REFER-REASON,
                             :DB2-ZERO-INT,
                             'O',
                             CURRENT TIMESTAMP )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'REFERRAL INSERT SQLCODE: ' SQLCODE
                           ' POLICY ' LP-POLICY-NUM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           ADD 1 TO WS-TOT-REFERRED
           MOVE SPACES TO LAPSE-REPORT-RECORD
           STRING 'REFERRED - VULNERABLE CUSTOMER: ' LP-POLICY-NUM
                  ' OVERDUE ' LP-DAYS-OVERDUE ' DAYS'
               DELIMITED BY SIZE INTO LAPSE-REPORT-RECORD
           WRITE LAPSE-REPORT-RECORD
           .
       2400-EXIT.
           EXIT.

       3000-CLOSE.
           MOVE SPACES TO LAPSE-REPORT-RECORD
           WRITE LAPSE-REPORT-RECORD
               DELIMITED BY SIZE INTO LAPSE-REPORT-RECORD
           WRITE LAPSE-REPORT-RECORD

           MOVE WS-TOT-REFERRED TO WS-REPORT-COUNT
           STRING 'VULNERABLE REFERRED.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO LAPSE-REPORT-RECORD
           WRITE LAPSE-REPORT-RECORD

           CLOSE LAPSE-FILE
                 KSDS-FILE
                 LAPSE-REPORT-FILE.
