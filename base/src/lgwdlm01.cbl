       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGWDLM01.
      *----------------------------------------------------------------*
      * Clause and wording library maintenance.  The CLAUSE table      *
      * holds the warranties, exclusions, conditions and               *
      * endorsements the policies carry - the sprinkler warranty an    *
      * inspection imposes, the flood exclusion on a high-score        *
      * house, the unoccupancy condition - each in dated versions, so  *
      * the wording of any past date stands on file exactly as it      *
      * was.  Each clause carries the rule it attaches by (see         *
      * LGWDAREA); LGAPDB01 applies the rules, and this transaction    *
      * lets an underwriter attach or detach a clause by hand and      *
      * shows a policy's clause schedule.  Every change is audited to  *
      * LGSTSQ under the maintaining operator's signon, as LGUSRM01    *
      * does, and needs the clause authority on USERPROF.              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGWDLM01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  ABS-TIME                    PIC S9(8) COMP VALUE +0.
       01  TIME1                       PIC X(8)  VALUE SPACES.
       01  DATE1                       PIC X(10) VALUE SPACES.
       01  WS-TODAY-CYMD               PIC 9(8)  VALUE 0.
       01  WS-TODAY-ISO                PIC X(10) VALUE SPACES.

       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  WS-MIN-COMMAREA             PIC S9(4) COMP VALUE +0.

           COPY LGRATTBL.

      *----------------------------------------------------------------*
      * Clause authority - the USERPROF level an operator needs to     *
      * file wording, withdraw a clause or attach and detach one on a  *
      * policy.  The compiled-in default is the underwriting level;    *
      * an 'L'/'CLAUSEAUTHLV' record overrides it like any other       *
      * control value.  Inquiries and lists need only a profile that   *
      * is not suspended.                                              *
      *----------------------------------------------------------------*
       01  WS-AUTH-FIELDS.
           03 WS-CLA-LVL               PIC 9     VALUE 3.
           03 WS-CLA-RATE-KEY.
              05 FILLER                PIC X     VALUE 'L'.
              05 FILLER                PIC X(12) VALUE 'CLAUSEAUTHLV'.
              05 FILLER                PIC X(10) VALUE SPACES.
              05 FILLER                PIC X(05) VALUE SPACES.
           03 WS-OPERATOR              PIC X(8).
           03 WS-USR-AUTH              PIC S9(4) COMP.
           03 WS-USR-STATUS            PIC X.

      * The date checks on a keyed effective-from.
       01  WS-EFF-FIELDS.
           03 WS-EFF-NUM               PIC 9(8).
           03 WS-EFF-PARTS REDEFINES WS-EFF-NUM.
              05 WS-EFF-YYYY           PIC 9(4).
              05 WS-EFF-MM             PIC 9(2).
              05 WS-EFF-DD             PIC 9(2).
           03 WS-EFF-LILIAN            PIC S9(9) COMP.
           03 WS-WORD-SUB              PIC S9(4) COMP.

      * List building - one line per clause.
       01  WS-LIST-FIELDS.
           03 WS-LIST-SUB              PIC S9(4) COMP.
           03 WS-LIST-MAX              PIC S9(4) COMP VALUE +20.
           03 WS-LIST-EOF              PIC X.
       01  WS-LIB-HEAD.
           03 FILLER                   PIC X(36)
              VALUE 'CLAUSE   IN FORCE   S P R RULE VALUE'.
           03 FILLER                   PIC X(43)
              VALUE '      TITLE'.
       01  WS-LIB-LINE.
           03 LB-CODE                  PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LB-EFF-FROM              PIC X(10).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LB-STATUS                PIC X.
           03 FILLER                   PIC X     VALUE SPACE.
           03 LB-POLICY-TYPE           PIC X.
           03 FILLER                   PIC X     VALUE SPACE.
           03 LB-RULE-TYPE             PIC X.
           03 FILLER                   PIC X     VALUE SPACE.
           03 LB-RULE-VALUE            PIC X(15).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LB-TITLE                 PIC X(37).
       01  WS-PCL-HEAD.
           03 FILLER                   PIC X(38)
              VALUE 'CLAUSE   VERSION    SOURCE ON         '.
           03 FILLER                   PIC X(41)
              VALUE 'OFF        TITLE'.
       01  WS-PCL-LINE.
           03 PL-CODE                  PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 PL-VERSION               PIC X(10).
           03 FILLER                   PIC X     VALUE SPACE.
           03 PL-SOURCE                PIC X(6).
           03 FILLER                   PIC X     VALUE SPACE.
           03 PL-ON                    PIC X(10).
           03 FILLER                   PIC X     VALUE SPACE.
           03 PL-OFF                   PIC X(10).
           03 FILLER                   PIC X     VALUE SPACE.
           03 PL-TITLE                 PIC X(29).
           03 FILLER                   PIC X     VALUE SPACE.

      * CLAUSE and POLCLAUSE host variables.
       01  DB2-CLAUSE-FIELDS.
           03 DB2-CLAUSECODE           PIC X(8).
           03 DB2-EFFFROM              PIC X(10).
           03 DB2-ASOF                 PIC X(10).
           03 DB2-TITLE                PIC X(40).
           03 DB2-POLICYTYPE           PIC X.
           03 DB2-RULETYPE             PIC X.
           03 DB2-RULEVALUE            PIC X(15).
           03 DB2-RULESCORE-SINT       PIC S9(4) COMP.
           03 DB2-STATUS               PIC X.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-SOURCE               PIC X.
           03 DB2-ATTACHED             PIC X(10).
           03 DB2-DETACHED             PIC X(10).
           03 DB2-COUNT-INT            PIC S9(9) COMP.
       01  DB2-WORDING-FIELD.
           49 DB2-WORDING-LEN          PIC S9(4) COMP.
           49 DB2-WORDING-CHAR         PIC X(300).

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGWDLM01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(5)  VALUE ' CLS='.
             05 EM-CLAUSE              PIC X(8)  VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

      * Clause audit line - what was done to which clause, on which
      * policy and from which date, under which signon.
       01  WS-AUDIT-MSG.
           03 AM-DATE                 PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-TIME                 PIC X(6)  VALUE SPACES.
           03 FILLER                  PIC X(9)  VALUE ' LGWDLM01'.
           03 AM-ACTION               PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-CLAUSE               PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X(5)  VALUE ' POL='.
           03 AM-POLICY               PIC X(10) VALUE SPACES.
           03 FILLER                  PIC X(5)  VALUE ' EFF='.
           03 AM-EFF-FROM             PIC X(10) VALUE SPACES.
           03 FILLER                  PIC X(4)  VALUE ' BY='.
           03 AM-OPERATOR             PIC X(3)  VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    The library as it stands today - each clause's version in
      *    force, in code order from the resume point.
           EXEC SQL
             DECLARE LIBRARY-CSR CURSOR FOR
               SELECT C.CLAUSECODE, CHAR(C.EFFFROM, ISO), C.STATUS,
                      C.POLICYTYPE, C.RULETYPE, C.RULEVALUE, C.TITLE
                 FROM CLAUSE C
                WHERE C.CLAUSECODE >= :WD-CLAUSE-CODE
                  AND C.EFFFROM =
                      ( SELECT MAX(C2.EFFFROM)
                          FROM CLAUSE C2
                         WHERE C2.CLAUSECODE = C.CLAUSECODE
                           AND C2.EFFFROM   <= CURRENT DATE )
                ORDER BY C.CLAUSECODE
           END-EXEC.

      *    A policy's clause schedule - what it carries now first,
      *    then what has come off, latest first within each.
           EXEC SQL
             DECLARE POLCLS-CSR CURSOR FOR
               SELECT P.CLAUSECODE, CHAR(P.EFFFROM, ISO), P.SOURCE,
                      P.STATUS, CHAR(P.ATTACHEDDATE, ISO),
                      COALESCE(CHAR(P.DETACHEDDATE, ISO), ' '),
                      C.TITLE
                 FROM POLCLAUSE P, CLAUSE C
                WHERE P.POLICYNUMBER = :DB2-POLICYNUM-INT
                  AND C.CLAUSECODE   = P.CLAUSECODE
                  AND C.EFFFROM      = P.EFFFROM
                ORDER BY P.STATUS, P.ATTACHEDDATE DESC
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY LGWDAREA.

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

           MOVE LENGTH OF DFHCOMMAREA TO WS-MIN-COMMAREA
           IF EIBCALEN IS LESS THAN WS-MIN-COMMAREA
             MOVE '98' TO WD-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE '00' TO WD-RETURN-CODE
           MOVE WD-CLAUSE-CODE TO EM-CLAUSE
           MOVE SPACES TO WS-OPERATOR
           MOVE EIBOPID TO WS-OPERATOR(1:3)
           PERFORM P700-FORMAT-TODAY
           PERFORM P800-CHECK-OPERATOR

           EVALUATE WD-REQUEST-ID

             WHEN '01ICLS'
               PERFORM P100-INQUIRE-CLAUSE

             WHEN '01LCLS'
               PERFORM P200-LIST-LIBRARY

             WHEN '02ACLS'
               PERFORM P850-CHECK-AUTHORITY
               PERFORM P150-EDIT-CLAUSE
               PERFORM P300-ADD-VERSION

             WHEN '03WCLS'
               PERFORM P850-CHECK-AUTHORITY
               PERFORM P400-WITHDRAW-CLAUSE

             WHEN '04ACLP'
               PERFORM P850-CHECK-AUTHORITY
               PERFORM P160-EDIT-POLICY
               PERFORM P500-ATTACH-CLAUSE

             WHEN '04DCLP'
               PERFORM P850-CHECK-AUTHORITY
               PERFORM P160-EDIT-POLICY
               PERFORM P550-DETACH-CLAUSE

             WHEN '04LCLP'
               PERFORM P160-EDIT-POLICY
               PERFORM P560-LIST-POLICY-CLAUSES

             WHEN OTHER
               MOVE '99' TO WD-RETURN-CODE

           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * '01ICLS' - the version in force on the date asked, wording     *
      * and rule as they stood that day.                               *
      *================================================================*
       P100-INQUIRE-CLAUSE.

           PERFORM P650-VALIDATE-DATE THRU P650-EXIT.
           MOVE WD-EFF-FROM TO DB2-ASOF.
           PERFORM P600-READ-VERSION.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM P610-VERSION-TO-COMMAREA
               MOVE '00' TO WD-RETURN-CODE
             WHEN 100
               MOVE '94' TO WD-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO WD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
      * A clause needs a code, a title, wording, a rule it knows and   *
      * whatever that rule keys on; the policy type is one of the      *
      * four, or blank for any.                                        *
      *----------------------------------------------------------------*
       P150-EDIT-CLAUSE.

           IF WD-CLAUSE-CODE = SPACES
              OR WD-TITLE = SPACES
              OR WD-WORDING-LINE(1) = SPACES
              MOVE '40' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF NOT (WD-RULE-PERIL OR WD-RULE-REQUIREMENT
                OR WD-RULE-FLOOD-SCORE OR WD-RULE-PROPERTY
                OR WD-RULE-MANUAL)
              MOVE '40' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF (WD-RULE-PERIL OR WD-RULE-PROPERTY)
              AND WD-RULE-VALUE = SPACES
              MOVE '40' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF WD-RULE-FLOOD-SCORE
              IF WD-RULE-SCORE NOT NUMERIC
                 OR WD-RULE-SCORE = 0
                 MOVE '40' TO WD-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           ELSE
              MOVE 0 TO WD-RULE-SCORE
           END-IF.

           IF WD-POLICY-TYPE NOT = SPACE
              AND WD-POLICY-TYPE NOT = 'E'
              AND WD-POLICY-TYPE NOT = 'H'
              AND WD-POLICY-TYPE NOT = 'M'
              AND WD-POLICY-TYPE NOT = 'C'
              MOVE '40' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       P160-EDIT-POLICY.

           IF WD-POLICY-NUM NOT NUMERIC
              OR WD-POLICY-NUM = ZEROS
              MOVE '40' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE WD-POLICY-NUM TO DB2-POLICYNUM-INT.

           EXIT.

      *================================================================*
      * '01LCLS' - the library as it stands today, one line a clause,  *
      * from WD-CLAUSE-CODE on.  A full list hands back the next code  *
      * as the resume point.                                           *
      *================================================================*
       P200-LIST-LIBRARY.

           PERFORM P570-CLEAR-LIST.
           STRING 'CLAUSE LIBRARY AS AT ' WS-TODAY-ISO
                  ' - S STATUS, P POLICY TYPE, R RULE'
               DELIMITED BY SIZE INTO WD-LIST-LINE(1).
           MOVE WS-LIB-HEAD TO WD-LIST-LINE(2).

           MOVE ' OPEN LIBRARY' TO EM-SQLREQ
           EXEC SQL
             OPEN LIBRARY-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO WD-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'N' TO WS-LIST-EOF.
           PERFORM P210-FETCH-LIBRARY
               UNTIL WS-LIST-EOF = 'Y'.

           EXEC SQL
             CLOSE LIBRARY-CSR
           END-EXEC.

           IF WD-LIST-COUNT = 0
              MOVE 'No clauses on the library from this code'
                TO WD-LIST-LINE(3)
              MOVE '94' TO WD-RETURN-CODE
           END-IF.

           EXIT.

       P210-FETCH-LIBRARY.
           EXEC SQL
             FETCH LIBRARY-CSR
              INTO :DB2-CLAUSECODE, :DB2-EFFFROM, :DB2-STATUS,
                   :DB2-POLICYTYPE, :DB2-RULETYPE, :DB2-RULEVALUE,
                   :DB2-TITLE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF
           ELSE
              IF WS-LIST-SUB > WS-LIST-MAX
                 MOVE 'Y' TO WD-MORE
                 MOVE DB2-CLAUSECODE TO WD-CLAUSE-CODE
                 MOVE 'Y' TO WS-LIST-EOF
              ELSE
                 MOVE DB2-CLAUSECODE TO LB-CODE
                 MOVE DB2-EFFFROM    TO LB-EFF-FROM
                 MOVE DB2-STATUS     TO LB-STATUS
                 MOVE DB2-POLICYTYPE TO LB-POLICY-TYPE
                 MOVE DB2-RULETYPE   TO LB-RULE-TYPE
                 MOVE DB2-RULEVALUE  TO LB-RULE-VALUE
                 MOVE DB2-TITLE      TO LB-TITLE
                 MOVE WS-LIB-LINE TO WD-LIST-LINE(WS-LIST-SUB)
                 ADD 1 TO WS-LIST-SUB
                 ADD 1 TO WD-LIST-COUNT
              END-IF
           END-IF.
           EXIT.

      *================================================================*
      * '02ACLS' - a new clause, or new wording or rule for one        *
      * already on the library, from its effective-from on.  The       *
      * version in force until then is left exactly as it was.         *
      *================================================================*
       P300-ADD-VERSION.

           PERFORM P650-VALIDATE-DATE THRU P650-EXIT.
           IF WD-EFF-FROM < WS-TODAY-ISO
              MOVE '42' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WD-EFF-FROM    TO DB2-EFFFROM.
           MOVE WD-TITLE       TO DB2-TITLE.
           MOVE WD-POLICY-TYPE TO DB2-POLICYTYPE.
           MOVE WD-RULE-TYPE   TO DB2-RULETYPE.
           MOVE WD-RULE-VALUE  TO DB2-RULEVALUE.
           MOVE WD-RULE-SCORE  TO DB2-RULESCORE-SINT.
           MOVE 'A'            TO DB2-STATUS.
           PERFORM P620-WORDING-TO-HOST.

           PERFORM P630-INSERT-VERSION.

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO WD-RETURN-CODE
               MOVE 'A' TO WD-STATUS
               MOVE ' ADDVER ' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN -803
               MOVE '41' TO WD-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO WD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * '03WCLS' - withdrawal is one more version, the wording it      *
      * withdraws carried across with status 'W'.  The rules stop      *
      * attaching it from that date; policies that carry it keep it,   *
      * with the wording they were issued with.                        *
      *================================================================*
       P400-WITHDRAW-CLAUSE.

           PERFORM P650-VALIDATE-DATE THRU P650-EXIT.
           IF WD-EFF-FROM < WS-TODAY-ISO
              MOVE '42' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WD-EFF-FROM TO DB2-ASOF.
           PERFORM P600-READ-VERSION.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO WD-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-STATUS = 'W'
              MOVE '43' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WD-EFF-FROM TO DB2-EFFFROM.
           MOVE 'W'         TO DB2-STATUS.
           PERFORM P630-INSERT-VERSION.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM P610-VERSION-TO-COMMAREA
               MOVE '00' TO WD-RETURN-CODE
               MOVE ' WITHDRW' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN -803
               MOVE '41' TO WD-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO WD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * '04ACLP' - an underwriter attaches the version in force today  *
      * to a policy by hand.  A withdrawn clause can't be attached,    *
      * and a clause the policy already carries isn't attached twice.  *
      *================================================================*
       P500-ATTACH-CLAUSE.

           MOVE ' COUNT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COUNT-INT
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO WD-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           IF DB2-COUNT-INT = 0
              MOVE '94' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WS-TODAY-ISO TO DB2-ASOF.
           PERFORM P600-READ-VERSION.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO WD-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-STATUS = 'W'
              MOVE '43' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' COUNT POLCLS' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COUNT-INT
               FROM POLCLAUSE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND CLAUSECODE   = :WD-CLAUSE-CODE
                AND STATUS       = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO WD-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           IF DB2-COUNT-INT > 0
              MOVE '41' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' INSERT POLCLS' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLCLAUSE
                       ( POLICYNUMBER,
                         CLAUSECODE,
                         EFFFROM,
                         SOURCE,
                         STATUS,
                         ATTACHEDDATE,
                         ATTACHEDBY )
                VALUES ( :DB2-POLICYNUM-INT,
                         :WD-CLAUSE-CODE,
                         :DB2-EFFFROM,
                         'M',
                         'A',
                         CURRENT DATE,
                         :WS-OPERATOR )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               PERFORM P610-VERSION-TO-COMMAREA
               MOVE '00' TO WD-RETURN-CODE
               MOVE ' ATTACH ' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN OTHER
               MOVE '90' TO WD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * '04DCLP' - the clause comes off the policy from today, status  *
      * 'D'.  The row stays, so the schedule still shows when the      *
      * wording applied; a clause taken off by hand is not put back    *
      * by its rule at the next amend.                                 *
      *================================================================*
       P550-DETACH-CLAUSE.

           MOVE ' DETACH POLCLS' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLCLAUSE
                SET STATUS       = 'D',
                    DETACHEDDATE = CURRENT DATE,
                    DETACHEDBY   = :WS-OPERATOR
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND CLAUSECODE   = :WD-CLAUSE-CODE
                AND STATUS       = 'A'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO WD-RETURN-CODE
               MOVE WS-TODAY-ISO TO WD-EFF-FROM
               MOVE ' DETACH ' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN 100
               MOVE '94' TO WD-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO WD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * '04LCLP' - the policy's clause schedule: each clause, the      *
      * version it carries, how it came to be attached and the dates   *
      * it went on and came off.                                       *
      *================================================================*
       P560-LIST-POLICY-CLAUSES.

           PERFORM P570-CLEAR-LIST.
           STRING 'CLAUSE SCHEDULE - POLICY ' WD-POLICY-NUM
                  ' - ATTACHED FIRST, THEN DETACHED'
               DELIMITED BY SIZE INTO WD-LIST-LINE(1).
           MOVE WS-PCL-HEAD TO WD-LIST-LINE(2).

           MOVE ' OPEN POLCLS' TO EM-SQLREQ
           EXEC SQL
             OPEN POLCLS-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO WD-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'N' TO WS-LIST-EOF.
           PERFORM P565-FETCH-POLICY-CLAUSE
               UNTIL WS-LIST-EOF = 'Y'.

           EXEC SQL
             CLOSE POLCLS-CSR
           END-EXEC.

           IF WD-LIST-COUNT = 0
              MOVE 'No clauses have been attached to this policy'
                TO WD-LIST-LINE(3)
              MOVE '94' TO WD-RETURN-CODE
           END-IF.

           EXIT.

       P565-FETCH-POLICY-CLAUSE.
           EXEC SQL
             FETCH POLCLS-CSR
              INTO :DB2-CLAUSECODE, :DB2-EFFFROM, :DB2-SOURCE,
                   :DB2-STATUS, :DB2-ATTACHED, :DB2-DETACHED,
                   :DB2-TITLE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF
           ELSE
              IF WS-LIST-SUB > WS-LIST-MAX
                 MOVE 'Y' TO WD-MORE
                 MOVE 'Y' TO WS-LIST-EOF
              ELSE
                 MOVE DB2-CLAUSECODE TO PL-CODE
                 MOVE DB2-EFFFROM    TO PL-VERSION
                 EVALUATE DB2-SOURCE
                   WHEN 'R'   MOVE 'RULE'   TO PL-SOURCE
                   WHEN 'I'   MOVE 'INSPEC' TO PL-SOURCE
                   WHEN 'M'   MOVE 'MANUAL' TO PL-SOURCE
                   WHEN OTHER MOVE SPACES   TO PL-SOURCE
                 END-EVALUATE
                 MOVE DB2-ATTACHED   TO PL-ON
                 MOVE DB2-DETACHED   TO PL-OFF
                 MOVE DB2-TITLE      TO PL-TITLE
                 MOVE WS-PCL-LINE TO WD-LIST-LINE(WS-LIST-SUB)
                 ADD 1 TO WS-LIST-SUB
                 ADD 1 TO WD-LIST-COUNT
              END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Both lists have a heading line and a column line; the clauses  *
      * follow from line 3.                                            *
      *----------------------------------------------------------------*
       P570-CLEAR-LIST.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
             UNTIL WS-LIST-SUB > WS-LIST-MAX
              MOVE SPACES TO WD-LIST-LINE(WS-LIST-SUB)
           END-PERFORM.
           MOVE 0 TO WD-LIST-COUNT.
           MOVE 'N' TO WD-MORE.
           MOVE 3 TO WS-LIST-SUB.
           EXIT.

      *----------------------------------------------------------------*
      * The version of WD-CLAUSE-CODE in force on DB2-ASOF - the one   *
      * with the latest effective-from not after it.                   *
      *----------------------------------------------------------------*
       P600-READ-VERSION.

           MOVE ' SELECT CLAUSE' TO EM-SQLREQ
           EXEC SQL
             SELECT CHAR(EFFFROM, ISO), TITLE, POLICYTYPE, RULETYPE,
                    RULEVALUE, RULESCORE, STATUS, WORDING
               INTO :DB2-EFFFROM, :DB2-TITLE, :DB2-POLICYTYPE,
                    :DB2-RULETYPE, :DB2-RULEVALUE,
                    :DB2-RULESCORE-SINT, :DB2-STATUS,
                    :DB2-WORDING-FIELD
               FROM CLAUSE
              WHERE CLAUSECODE = :WD-CLAUSE-CODE
                AND EFFFROM    =
                    ( SELECT MAX(EFFFROM)
                        FROM CLAUSE
                       WHERE CLAUSECODE = :WD-CLAUSE-CODE
                         AND EFFFROM   <= :DB2-ASOF )
           END-EXEC.
           EXIT.

      *----------------------------------------------------------------*
       P610-VERSION-TO-COMMAREA.
           MOVE DB2-EFFFROM        TO WD-EFF-FROM.
           MOVE DB2-TITLE          TO WD-TITLE.
           MOVE DB2-POLICYTYPE     TO WD-POLICY-TYPE.
           MOVE DB2-RULETYPE       TO WD-RULE-TYPE.
           MOVE DB2-RULEVALUE      TO WD-RULE-VALUE.
           MOVE DB2-RULESCORE-SINT TO WD-RULE-SCORE.
           MOVE DB2-STATUS         TO WD-STATUS.
           MOVE SPACES             TO WD-WORDING.
           IF DB2-WORDING-LEN > 0 AND DB2-WORDING-LEN NOT > 300
              MOVE DB2-WORDING-CHAR(1:DB2-WORDING-LEN)
                TO WD-WORDING(1:DB2-WORDING-LEN)
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The wording is held as one string of four 75-byte lines,       *
      * trailing blank lines dropped.                                  *
      *----------------------------------------------------------------*
       P620-WORDING-TO-HOST.
           MOVE WD-WORDING TO DB2-WORDING-CHAR.
           MOVE 4 TO WS-WORD-SUB.
           PERFORM UNTIL WS-WORD-SUB = 1
                      OR WD-WORDING-LINE(WS-WORD-SUB) NOT = SPACES
              SUBTRACT 1 FROM WS-WORD-SUB
           END-PERFORM.
           COMPUTE DB2-WORDING-LEN = WS-WORD-SUB * 75.
           EXIT.

      *----------------------------------------------------------------*
       P630-INSERT-VERSION.

           MOVE ' INSERT CLAUSE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAUSE
                       ( CLAUSECODE,
                         EFFFROM,
                         TITLE,
                         POLICYTYPE,
                         RULETYPE,
                         RULEVALUE,
                         RULESCORE,
                         WORDING,
                         STATUS,
                         CREATEDBY,
                         CREATEDTS )
                VALUES ( :WD-CLAUSE-CODE,
                         :DB2-EFFFROM,
                         :DB2-TITLE,
                         :DB2-POLICYTYPE,
                         :DB2-RULETYPE,
                         :DB2-RULEVALUE,
                         :DB2-RULESCORE-SINT,
                         :DB2-WORDING-FIELD,
                         :DB2-STATUS,
                         :WS-OPERATOR,
                         CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.

      *----------------------------------------------------------------*
      * An effective-from must be blank (today) or a real yyyy-mm-dd.  *
      *----------------------------------------------------------------*
       P650-VALIDATE-DATE.

           IF WD-EFF-FROM = SPACES OR WD-EFF-FROM = LOW-VALUES
              MOVE WS-TODAY-ISO TO WD-EFF-FROM
              GO TO P650-EXIT
           END-IF.

           IF WD-EFF-FROM(5:1) NOT = '-'
              OR WD-EFF-FROM(8:1) NOT = '-'
              MOVE '40' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE WD-EFF-FROM(1:4) TO WS-EFF-NUM(1:4).
           MOVE WD-EFF-FROM(6:2) TO WS-EFF-NUM(5:2).
           MOVE WD-EFF-FROM(9:2) TO WS-EFF-NUM(7:2).
           IF WS-EFF-NUM NOT NUMERIC
              OR WS-EFF-YYYY < 1601
              OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
              OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
              MOVE '40' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           COMPUTE WS-EFF-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-EFF-NUM).
           IF WS-EFF-LILIAN = 0
              MOVE '40' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

       P650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Today in the yyyy-mm-dd form effective-from dates are kept in. *
      *----------------------------------------------------------------*
       P700-FORMAT-TODAY.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-TODAY-CYMD)
           END-EXEC
           MOVE WS-TODAY-CYMD(1:4) TO WS-TODAY-ISO(1:4)
           MOVE '-'                TO WS-TODAY-ISO(5:1)
           MOVE WS-TODAY-CYMD(5:2) TO WS-TODAY-ISO(6:2)
           MOVE '-'                TO WS-TODAY-ISO(8:1)
           MOVE WS-TODAY-CYMD(7:2) TO WS-TODAY-ISO(9:2).
           EXIT.

      *----------------------------------------------------------------*
      * The signed-on operator's profile.  A suspended one is refused  *
      * outright; no profile leaves the authority at zero.             *
      *----------------------------------------------------------------*
       P800-CHECK-OPERATOR.

           MOVE 0      TO WS-USR-AUTH.
           MOVE SPACES TO WS-USR-STATUS.
           EXEC SQL
             SELECT AUTHLEVEL, STATUS
               INTO :WS-USR-AUTH, :WS-USR-STATUS
               FROM USERPROF
              WHERE USERID = :WS-OPERATOR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0      TO WS-USR-AUTH
              MOVE SPACES TO WS-USR-STATUS
           END-IF.

           IF WS-USR-STATUS NOT = SPACES
              AND WS-USR-STATUS NOT = 'A'
              MOVE '60' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * A change needs an active profile at or above the clause        *
      * authority level.                                               *
      *----------------------------------------------------------------*
       P850-CHECK-AUTHORITY.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-CLA-RATE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-CLA-LVL
           END-IF.

           IF WS-USR-STATUS NOT = 'A'
              OR WS-USR-AUTH < WS-CLA-LVL
              MOVE '78' TO WD-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
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
           MOVE WD-CLAUSE-CODE TO AM-CLAUSE
           MOVE WD-POLICY-NUM  TO AM-POLICY
           MOVE WD-EFF-FROM    TO AM-EFF-FROM
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
