       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGACLG01.
      *----------------------------------------------------------------*
      * Customer-data access logger.  LINKed with an access record     *
      * (see LGALAREA) each time the online chain shows an operator a  *
      * customer or a policy, and files one ACCESSLOG row for the      *
      * look - when, who, the team the operator's USERPROF puts them   *
      * in at the time, the door it came through, the request, and the *
      * customer and policy looked at.  A look by an operator with no  *
      * profile is filed under team 'NOPRF' so it stands out on the    *
      * daily report (LGACCMN1) rather than being lost.  Best effort   *
      * by design, like LGEVTP01 - the inquiry has already been        *
      * answered when this runs, and a logging failure goes to the     *
      * error log, never back to the operator.                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGACLG01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      * Variables for time/date processing
       01  ABS-TIME                    PIC S9(8) COMP VALUE +0.
       01  TIME1                       PIC X(8)  VALUE SPACES.
       01  DATE1                       PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGACLG01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' CNUM='.
             05 EM-CUSNUM              PIC X(10) VALUE SPACES.
             05 FILLER                 PIC X(6)  VALUE ' PNUM='.
             05 EM-POLNUM              PIC X(10) VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

      *----------------------------------------------------------------*
      * The operator and the team their profile puts them in.          *
      *----------------------------------------------------------------*
       01  WS-OPERATOR                 PIC X(8)  VALUE SPACES.
       01  WS-NO-PROFILE-GROUP         PIC X(5)  VALUE 'NOPRF'.

      * ACCESSLOG host variables.
       01  DB2-ACCESS-FIELDS.
           03 DB2-CUSTGROUP            PIC X(5).
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP VALUE +0.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP VALUE +0.
       01  DB2-ACCESS-INDICATORS.
           03 IND-POLICYNUM            PIC S9(4) COMP.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY LGALAREA.

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

           IF EIBCALEN IS LESS THAN LENGTH OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE AL-CUSTOMER-NUM TO EM-CUSNUM
           MOVE AL-POLICY-NUM   TO EM-POLNUM

           PERFORM P100-RESOLVE-OPERATOR
           PERFORM P200-RESOLVE-CUSTOMER THRU P200-EXIT

      *    Nothing identifies whose data was shown - nothing to file.
           IF DB2-CUSTOMERNUM-INT = 0
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM P300-FILE-ACCESS

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
      * The operator is the one the caller names, else the one signed  *
      * on - the terminal operator id as every other program keys      *
      * USERPROF, or for a task with no terminal operator (the web     *
      * door) the user the task runs under.  Their team is taken from  *
      * the profile as it stands now, so a later move between teams    *
      * does not rewrite whose norm a past look was measured against.  *
      *================================================================*
       P100-RESOLVE-OPERATOR.

           MOVE AL-USER-ID TO WS-OPERATOR.
           IF WS-OPERATOR = SPACES OR WS-OPERATOR = LOW-VALUES
              MOVE SPACES  TO WS-OPERATOR
              MOVE EIBOPID TO WS-OPERATOR(1:3)
           END-IF.
           IF WS-OPERATOR = SPACES OR WS-OPERATOR = LOW-VALUES
              EXEC CICS ASSIGN USERID(WS-OPERATOR)
              END-EXEC
           END-IF.

           MOVE SPACES TO DB2-CUSTGROUP.
           MOVE ' SELECT USERPRF' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTGROUP
               INTO :DB2-CUSTGROUP
               FROM USERPROF
              WHERE USERID = :WS-OPERATOR
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE WS-NO-PROFILE-GROUP TO DB2-CUSTGROUP
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE WS-NO-PROFILE-GROUP TO DB2-CUSTGROUP
           END-EVALUATE.

           EXIT.

      *================================================================*
      * The customer looked at.  A policy look that came without the   *
      * customer number (a policy-only inquiry) is put to the policy's *
      * holder, so every look counts against a customer.               *
      *================================================================*
       P200-RESOLVE-CUSTOMER.

           MOVE 0  TO DB2-CUSTOMERNUM-INT.
           MOVE 0  TO DB2-POLICYNUM-INT.
           MOVE -1 TO IND-POLICYNUM.

           IF AL-POLICY-NUM IS NUMERIC
              AND AL-POLICY-NUM NOT = ZERO
              MOVE AL-POLICY-NUM TO DB2-POLICYNUM-INT
              MOVE 0             TO IND-POLICYNUM
           END-IF.

           IF AL-CUSTOMER-NUM IS NUMERIC
              AND AL-CUSTOMER-NUM NOT = ZERO
              MOVE AL-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
              GO TO P200-EXIT
           END-IF.

           IF IND-POLICYNUM < 0
              GO TO P200-EXIT
           END-IF.

           MOVE ' SELECT POLICY ' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER
               INTO :DB2-CUSTOMERNUM-INT
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
              MOVE 0 TO DB2-CUSTOMERNUM-INT
           END-IF.

       P200-EXIT.
           EXIT.

      *================================================================*
       P300-FILE-ACCESS.

           MOVE ' INSERT ACCLOG ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO ACCESSLOG
                       ( ACCESSTS,
                         USERID,
                         CUSTGROUP,
                         SOURCE,
                         REQUESTID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         TERMID         )
                VALUES ( CURRENT TIMESTAMP,
                         :WS-OPERATOR,
                         :DB2-CUSTGROUP,
                         :AL-SOURCE,
                         :AL-REQUEST-ID,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-POLICYNUM-INT:IND-POLICYNUM,
                         :WS-TERMID     )
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

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
