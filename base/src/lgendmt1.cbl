           05 NT-SUM-ASSURED        PIC 9(8).
           05 FILLER                PIC X(20).

      * The maturity payout - sum assured plus attaching with-profits
      * bonuses, split across the funds the policy actually holds,
      * ready for the payments process.  PY-BONUS shows the bonus
      * part of PY-SUM-ASSURED.  PY-PAYEE-ID is the payee of an
      * unreleased assignee on the ENDASSIGN register - a lender
      * holding the policy as security is paid in place of the
      * policyholder - and spaces otherwise.
       FD  PAYOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           05 PY-WPROFITS-SHARE     PIC 9(8).
           05 PY-EQUITIES-SHARE     PIC 9(8).
           05 PY-MANAGED-SHARE      PIC 9(8).
           05 PY-BONUS              PIC 9(8).
           05 PY-PAYEE-ID           PIC X(8).
           05 FILLER                PIC X(2).

       FD  MATURITY-REPORT-FILE
           RECORDING MODE IS F
           05 DB2-WPROFITS          PIC X.
           05 DB2-EQUITIES          PIC X.
           05 DB2-MANAGED           PIC X.
           05 DB2-BONUS-INT         PIC S9(9) COMP.
           05 DB2-PAYEE-ID          PIC X(8).
           05 DB2-CEV-VALUE-DEC     PIC S9(9)V99 COMP-3.
           05 DB2-LOAN-BAL-DEC      PIC S9(7)V99 COMP-3.

      * Maturity arithmetic - issue date plus the policy's term in
               INCLUDE SQLCA
           END-EXEC.

      *    Only endowments not already marked matured are projected,
      *    and none whose life assured has died - a death claim ends
      *    the policy and pays out through DEATHCLAIM instead.
           EXEC SQL
             DECLARE MATURE-CSR CURSOR FOR
               SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER, P.ISSUEDATE,
                      E.TERM, E.SUMASSURED,
                      E.WITHPROFITS, E.EQUITIES, E.MANAGEDFUND,
                      COALESCE(E.BONUSTOTAL, 0),
                      COALESCE((SELECT A.PAYEEID
                                  FROM ENDASSIGN A
                                 WHERE A.POLICYNUMBER = E.POLICYNUMBER
                                   AND A.ROLE         = 'A'
                                   AND A.STATUS       = 'A'), ' ')
                 FROM POLICY P, ENDOWMENT E
                WHERE P.POLICYNUMBER = E.POLICYNUMBER
                  AND P.POLICYTYPE   = 'E'
                  AND E.MATURED     <> 'Y'
                  AND COALESCE(E.DECEASED, 'N') <> 'Y'
                ORDER BY P.POLICYNUMBER
           END-EXEC.

              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-ISSUE-DATE, :DB2-TERM-SINT,
                   :DB2-SUMASSURED-INT, :DB2-WPROFITS,
                   :DB2-EQUITIES, :DB2-MANAGED,
                   :DB2-BONUS-INT, :DB2-PAYEE-ID
           END-EXEC

           IF SQLCODE NOT = 0
           END-IF
           ADD 1 TO WS-TOT-READ

      *    Reversionary bonuses declared by LGWPBON1 attach to the
      *    sum assured - the notices and the payout both quote the
      *    two together.
           ADD DB2-BONUS-INT TO DB2-SUMASSURED-INT

           PERFORM 2100-PROJECT-MATURITY
           .
       2000-EXIT.
      * marked matured so the policy stops renewing and reporting
      * as in-force.
       2200-MATURE-POLICY.
           PERFORM 2260-CHARGEABLE-EVENT
           PERFORM 2250-NET-LOAN-BALANCE THRU 2250-EXIT
           MOVE 0 TO WS-FUND-COUNT
           IF DB2-WPROFITS = 'Y'
           MOVE DB2-CUSTOMERNUM-INT TO PY-CUSTOMER-NUM
           MOVE WS-MAT-DATE-ISO     TO PY-MATURITY-DATE
           MOVE DB2-SUMASSURED-INT  TO PY-SUM-ASSURED
           MOVE DB2-BONUS-INT       TO PY-BONUS
           MOVE DB2-PAYEE-ID        TO PY-PAYEE-ID
           MOVE 0 TO PY-WPROFITS-SHARE
           MOVE 0 TO PY-EQUITIES-SHARE
           MOVE 0 TO PY-MANAGED-SHARE
       2250-EXIT.
           EXIT.

      * The maturity is a chargeable event - filed on CHGEVENT at the
      * full maturity value, before any loan comes off it, for the
      * gain certificate run (LGCEGCT1) to certify.
       2260-CHARGEABLE-EVENT.
           MOVE DB2-SUMASSURED-INT TO DB2-CEV-VALUE-DEC
           EXEC SQL
             INSERT INTO CHGEVENT
                       ( EVENTID,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         EVENTTYPE,
                         EVENTDATE,
                         EVENTVALUE,
                         STATUS )
                VALUES ( DEFAULT,
                         :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         'M',
                         :WS-MAT-DATE-ISO,
                         :DB2-CEV-VALUE-DEC,
                         'N' )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CHGEVENT INSERT SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE 8 TO RETURN-CODE
           END-IF.

       2300-WRITE-NOTICE.
           MOVE DB2-POLICYNUM-INT   TO NT-POLICY-NUM
           MOVE DB2-CUSTOMERNUM-INT TO NT-CUSTOMER-NUM
