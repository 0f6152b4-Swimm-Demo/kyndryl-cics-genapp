       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGHDLM01.
      *----------------------------------------------------------------*
      * Claims handler master maintenance.  The CLMHANDLR table is    *
      * what FNOL allocation (LGCLMDB1 P809, LGCATFN1 surge intake)   *
      * reads to hand every new claim an owner: each handler's team,  *
      * peril authority, value authority, open caseload cap and       *
      * availability.  Marking a handler absent re-allocates their    *
      * open claims by the same rule, a team-mate first, so nothing   *
      * sits with someone who is not there; a claim no one available  *
      * can take is left unowned for the team leaders.  Every change  *
      * is audited to LGSTSQ under the maintaining operator's signon, *
      * as LGUSRM01 does for user profiles.                           *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGHDLM01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGHDLM01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' HDLR='.
             05 EM-HANDLERID           PIC X(8)  VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

      * Handler-change audit line - which handler, what changed, the
      * availability either side, under which signon.
       01  WS-AUDIT-MSG.
           03 AM-DATE                 PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-TIME                 PIC X(6)  VALUE SPACES.
           03 FILLER                  PIC X(9)  VALUE ' LGHDLM01'.
           03 AM-ACTION               PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-HANDLERID            PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X(5)  VALUE ' OLD='.
           03 AM-OLD-AVAIL            PIC X     VALUE SPACES.
           03 FILLER                  PIC X(5)  VALUE ' NEW='.
           03 AM-NEW-AVAIL            PIC X     VALUE SPACES.
           03 FILLER                  PIC X(6)  VALUE ' MOVED'.
           03 AM-MOVED                PIC 9(5)  VALUE 0.
           03 FILLER                  PIC X(4)  VALUE ' BY='.
           03 AM-OPERATOR             PIC X(3)  VALUE SPACES.

       01  WS-OLD-HANDLER.
           03 WS-OLD-AVAIL            PIC X.
           03 WS-OLD-TEAM             PIC X(5).

       01  WS-FLAG-SUB                PIC S9(4) COMP.

      * Re-allocation of an absent handler's open claims - the peril's
      * position in the authority flags, as LGCLMDB1 P809 numbers
      * them, and the claim's new owner.
       01  WS-REALLOC-FIELDS.
           03 WS-RA-EOF               PIC X.
           03 WS-RA-PERIL             PIC X(10).
           03 WS-RA-PERIL-POS         PIC S9(4) COMP.
           03 WS-RA-NEW-HANDLER       PIC X(8).

       01 DB2-HANDLER-FIELDS.
           03 DB2-VALLIM-INT          PIC S9(9) COMP.
           03 DB2-MAXCASE-SINT        PIC S9(4) COMP.
           03 DB2-OPENCASE-INT        PIC S9(9) COMP.
           03 DB2-RA-CLAIMNUM-INT     PIC S9(9) COMP.
           03 DB2-RA-ESTAMT-DEC       PIC S9(7)V99 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * The absent handler's open, held and reserved claims.
           EXEC SQL
             DECLARE REALLOC-CSR CURSOR FOR
               SELECT CLAIMNUMBER, PERILCODE, ESTIMATEDAMOUNT
                 FROM CLAIM
                WHERE HANDLERID = :HD-HANDLER-ID
                  AND STATUS IN ('O', 'Q', 'R')
                ORDER BY CLAIMNUMBER
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY LGHDAREA.

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

           MOVE '00' TO HD-RETURN-CODE
           MOVE HD-HANDLER-ID TO EM-HANDLERID
           MOVE 0 TO HD-REALLOCATED
           MOVE 0 TO HD-UNALLOCATED

           EVALUATE HD-REQUEST-ID

             WHEN '01IHDL'
               PERFORM P100-INQUIRE-HANDLER

             WHEN '01AHDL'
               PERFORM P150-EDIT-AUTHORITY
               PERFORM P200-ADD-HANDLER

             WHEN '02AHDL'
               PERFORM P150-EDIT-AUTHORITY
               PERFORM P300-UPDATE-HANDLER

             WHEN '03XHDL'
               PERFORM P400-MARK-ABSENT

             WHEN '04AHDL'
               PERFORM P450-MARK-AVAILABLE

             WHEN OTHER
               MOVE '99' TO HD-RETURN-CODE

           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
       P100-INQUIRE-HANDLER.

           MOVE ' SELECT HANDLER' TO EM-SQLREQ
           EXEC SQL
             SELECT HANDLERNAME, TEAMCODE, AVAILABILITY, PERILAUTH,
                    VALUELIMIT, MAXCASELOAD
               INTO :HD-NAME, :HD-TEAM, :HD-AVAILABILITY,
                    :HD-PERIL-AUTH, :DB2-VALLIM-INT,
                    :DB2-MAXCASE-SINT
               FROM CLMHANDLR
              WHERE HANDLERID = :HD-HANDLER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-VALLIM-INT   TO HD-VALUE-LIMIT
               MOVE DB2-MAXCASE-SINT TO HD-MAX-CASELOAD
               MOVE '00' TO HD-RETURN-CODE
             WHEN 100
               MOVE '94' TO HD-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO HD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE 0 TO DB2-OPENCASE-INT.
           MOVE ' COUNT OPEN CLM' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-OPENCASE-INT
               FROM CLAIM
              WHERE HANDLERID = :HD-HANDLER-ID
                AND STATUS IN ('O', 'Q', 'R')
           END-EXEC
           MOVE DB2-OPENCASE-INT TO HD-OPEN-CASELOAD.

           EXIT.

      *----------------------------------------------------------------*
      * An authority allocation can't read is refused before it is   *
      * filed - each peril flag 'Y' or 'N', a value authority and a   *
      * caseload cap both present.                                     *
      *----------------------------------------------------------------*
       P150-EDIT-AUTHORITY.

           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 8
              IF HD-PERIL-FLAG(WS-FLAG-SUB) NOT = 'Y'
                 AND HD-PERIL-FLAG(WS-FLAG-SUB) NOT = 'N'
                 MOVE '82' TO HD-RETURN-CODE
              END-IF
           END-PERFORM.

           IF HD-VALUE-LIMIT NOT NUMERIC
              OR HD-VALUE-LIMIT = 0
              OR HD-MAX-CASELOAD NOT NUMERIC
              OR HD-MAX-CASELOAD = 0
              MOVE '82' TO HD-RETURN-CODE
           END-IF.

           IF HD-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       P200-ADD-HANDLER.

           MOVE HD-VALUE-LIMIT  TO DB2-VALLIM-INT.
           MOVE HD-MAX-CASELOAD TO DB2-MAXCASE-SINT.

           MOVE ' INSERT HANDLER' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLMHANDLR
                       ( HANDLERID,
                         HANDLERNAME,
                         TEAMCODE,
                         AVAILABILITY,
                         PERILAUTH,
                         VALUELIMIT,
                         MAXCASELOAD,
                         LASTCHANGED )
                VALUES ( :HD-HANDLER-ID,
                         :HD-NAME,
                         :HD-TEAM,
                         'A',
                         :HD-PERIL-AUTH,
                         :DB2-VALLIM-INT,
                         :DB2-MAXCASE-SINT,
                         CURRENT TIMESTAMP )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO HD-RETURN-CODE
               MOVE 'A' TO HD-AVAILABILITY
               MOVE SPACE TO AM-OLD-AVAIL
               MOVE 'A' TO AM-NEW-AVAIL
               MOVE ' ADD    ' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN -803
               MOVE '91' TO HD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO HD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * Name, team and authorities only - availability moves through *
      * '03XHDL' / '04AHDL', so an absence can't be cleared without   *
      * the audit line saying so.                                      *
      *================================================================*
       P300-UPDATE-HANDLER.

           PERFORM P350-CAPTURE-OLD-HANDLER.
           IF HD-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE HD-VALUE-LIMIT  TO DB2-VALLIM-INT.
           MOVE HD-MAX-CASELOAD TO DB2-MAXCASE-SINT.

           MOVE ' UPDATE HANDLER' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLMHANDLR
                SET HANDLERNAME = :HD-NAME,
                    TEAMCODE    = :HD-TEAM,
                    PERILAUTH   = :HD-PERIL-AUTH,
                    VALUELIMIT  = :DB2-VALLIM-INT,
                    MAXCASELOAD = :DB2-MAXCASE-SINT,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE HANDLERID = :HD-HANDLER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO HD-RETURN-CODE
               MOVE WS-OLD-AVAIL TO HD-AVAILABILITY
               MOVE WS-OLD-AVAIL TO AM-OLD-AVAIL
               MOVE WS-OLD-AVAIL TO AM-NEW-AVAIL
               MOVE ' UPDATE ' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN 100
               MOVE '94' TO HD-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO HD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       P350-CAPTURE-OLD-HANDLER.

           MOVE ' SELECT OLD HDL' TO EM-SQLREQ
           EXEC SQL
             SELECT AVAILABILITY, TEAMCODE
               INTO :WS-OLD-AVAIL, :WS-OLD-TEAM
               FROM CLMHANDLR
              WHERE HANDLERID = :HD-HANDLER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO HD-RETURN-CODE
             WHEN 100
               MOVE '94' TO HD-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO HD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Absence - the handler stops taking new claims at once, and    *
      * every open claim they own is offered to the other available   *
      * handlers through P500.  Absence rather than deletion, the     *
      * same reasoning as a suspended user profile: the row anchors   *
      * the claims' ownership history.                                *
      *================================================================*
       P400-MARK-ABSENT.

           PERFORM P350-CAPTURE-OLD-HANDLER.
           IF HD-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' ABSENT HANDLER' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLMHANDLR
                SET AVAILABILITY = 'X',
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE HANDLERID = :HD-HANDLER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO HD-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'X' TO HD-AVAILABILITY.
           PERFORM P500-REALLOCATE-CLAIMS.

           MOVE WS-OLD-AVAIL TO AM-OLD-AVAIL.
           MOVE 'X' TO AM-NEW-AVAIL.
           MOVE HD-REALLOCATED TO AM-MOVED.
           MOVE ' ABSENT ' TO AM-ACTION.
           PERFORM WRITE-AUDIT-MESSAGE.

           EXIT.

      *================================================================*
      * Back from absence - new claims reach the handler again.  The *
      * claims moved away while they were out stay with their new    *
      * owners; nothing is pulled back.                               *
      *================================================================*
       P450-MARK-AVAILABLE.

           PERFORM P350-CAPTURE-OLD-HANDLER.
           IF HD-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' AVAIL HANDLER ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLMHANDLR
                SET AVAILABILITY = 'A',
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE HANDLERID = :HD-HANDLER-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO HD-RETURN-CODE
               MOVE 'A' TO HD-AVAILABILITY
               MOVE WS-OLD-AVAIL TO AM-OLD-AVAIL
               MOVE 'A' TO AM-NEW-AVAIL
               MOVE ' RETURN ' TO AM-ACTION
               PERFORM WRITE-AUDIT-MESSAGE
             WHEN OTHER
               MOVE '90' TO HD-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
      * Walks the absent handler's open claims and re-owns each one  *
      * by the FNOL allocation rule - available, peril and value      *
      * authority, under the caseload cap, lightest caseload first -  *
      * preferring the absent handler's own team.  A claim no one     *
      * qualifies for is released to unowned rather than left with    *
      * someone who is not there.                                     *
      *================================================================*
       P500-REALLOCATE-CLAIMS.

           MOVE 'N' TO WS-RA-EOF.
           MOVE ' OPEN REALLOC  ' TO EM-SQLREQ
           EXEC SQL
             OPEN REALLOC-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO HD-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P510-REALLOCATE-ONE
               UNTIL WS-RA-EOF = 'Y'.

           EXEC SQL
             CLOSE REALLOC-CSR
           END-EXEC.

           EXIT.

      *----------------------------------------------------------------*
       P510-REALLOCATE-ONE.

           MOVE ' FETCH REALLOC ' TO EM-SQLREQ
           EXEC SQL
             FETCH REALLOC-CSR
              INTO :DB2-RA-CLAIMNUM-INT, :WS-RA-PERIL,
                   :DB2-RA-ESTAMT-DEC
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-RA-EOF
              IF SQLCODE NOT = 100
                 MOVE '90' TO HD-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
           ELSE
              PERFORM P520-FIND-NEW-OWNER
              IF WS-RA-NEW-HANDLER = SPACES
                 MOVE ' RELEASE CLAIM ' TO EM-SQLREQ
                 EXEC SQL
                   UPDATE CLAIM
                      SET HANDLERID     = NULL,
                          ALLOCATEDDATE = NULL
                    WHERE CLAIMNUMBER   = :DB2-RA-CLAIMNUM-INT
                 END-EXEC
                 ADD 1 TO HD-UNALLOCATED
              ELSE
                 MOVE ' REALLOC CLAIM ' TO EM-SQLREQ
                 EXEC SQL
                   UPDATE CLAIM
                      SET HANDLERID     = :WS-RA-NEW-HANDLER,
                          ALLOCATEDDATE = CURRENT DATE
                    WHERE CLAIMNUMBER   = :DB2-RA-CLAIMNUM-INT
                 END-EXEC
                 ADD 1 TO HD-REALLOCATED
              END-IF
              IF SQLCODE NOT = 0
                 MOVE '90' TO HD-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       P520-FIND-NEW-OWNER.

           MOVE SPACES TO WS-RA-NEW-HANDLER.
           EVALUATE WS-RA-PERIL
             WHEN 'FIRE'
               MOVE 1 TO WS-RA-PERIL-POS
             WHEN 'CRIME'
               MOVE 2 TO WS-RA-PERIL-POS
             WHEN 'FLOOD'
               MOVE 3 TO WS-RA-PERIL-POS
             WHEN 'WEATHER'
               MOVE 4 TO WS-RA-PERIL-POS
             WHEN 'TERROR'
               MOVE 5 TO WS-RA-PERIL-POS
             WHEN 'CYBER'
               MOVE 6 TO WS-RA-PERIL-POS
             WHEN 'ACCIDENT'
               MOVE 7 TO WS-RA-PERIL-POS
             WHEN 'THEFT'
               MOVE 8 TO WS-RA-PERIL-POS
             WHEN OTHER
               MOVE 0 TO WS-RA-PERIL-POS
           END-EVALUATE.

           IF WS-RA-PERIL-POS > 0
              MOVE ' SELECT NEW HDL' TO EM-SQLREQ
              EXEC SQL
                SELECT H.HANDLERID
                  INTO :WS-RA-NEW-HANDLER
                  FROM CLMHANDLR H
                  LEFT OUTER JOIN CLAIM C
                    ON C.HANDLERID = H.HANDLERID
                   AND C.STATUS IN ('O', 'Q', 'R')
                 WHERE H.AVAILABILITY = 'A'
                   AND SUBSTR(H.PERILAUTH, :WS-RA-PERIL-POS, 1) = 'Y'
                   AND H.VALUELIMIT  >= :DB2-RA-ESTAMT-DEC
                 GROUP BY H.HANDLERID, H.TEAMCODE, H.MAXCASELOAD
                HAVING COUNT(C.CLAIMNUMBER) < H.MAXCASELOAD
                 ORDER BY CASE WHEN H.TEAMCODE = :WS-OLD-TEAM
                               THEN 0 ELSE 1 END,
                          COUNT(C.CLAIMNUMBER), H.HANDLERID
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-RA-NEW-HANDLER
              END-IF
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
           MOVE HD-HANDLER-ID TO AM-HANDLERID
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
