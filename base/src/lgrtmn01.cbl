       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRTMN01.
      *----------------------------------------------------------------*
      * Online LGRATES maintenance under maker-checker control.  A     *
      * rate, threshold, fee or control value is keyed here by one     *
      * operator and held pending on the RATECHG table; it reaches     *
      * LGRATES only when a second operator, carrying the rate-        *
      * approval authority on USERPROF, approves it - and approval     *
      * applies the record and rebuilds the LGRTCACH rate cache        *
      * through LGRTRF01 in the same unit of work, so nobody has to    *
      * remember the refresh.  RATECHG is also the change log: every   *
      * change keeps the record as it was and as it was to become,     *
      * the maker, the checker and when each acted.  Each applied or   *
      * rejected change is audited to LGSTSQ as well, the way profile  *
      * and mode changes are.  See LGRMAREA for the requests.          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGRTMN01------WS'.
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
      * Rate-approval authority - the USERPROF level an operator needs *
      * to approve or reject a rate change.  The compiled-in default   *
      * is the dual-control approval level LGAPDB01 uses; an           *
      * 'L'/'RATEAPPRLVL' record overrides it like any other control   *
      * value (and, being on LGRATES, can itself only be changed       *
      * through this maker-checker path).                              *
      *----------------------------------------------------------------*
       01  WS-APPR-FIELDS.
           03 WS-APPR-LVL              PIC 9     VALUE 4.
           03 WS-APPR-RATE-KEY.
              05 FILLER                PIC X     VALUE 'L'.
              05 FILLER                PIC X(12) VALUE 'RATEAPPRLVL'.
              05 FILLER                PIC X(10) VALUE SPACES.
              05 FILLER                PIC X(05) VALUE SPACES.
           03 WS-OPERATOR              PIC X(8).
           03 WS-USR-AUTH              PIC S9(4) COMP.
           03 WS-USR-STATUS            PIC X.

      * The record as it stands on LGRATES when a change is keyed or
      * applied.
       01  WS-CUR-FIELDS.
           03 WS-CUR-EXISTS            PIC X.
           03 WS-CUR-FACTOR            PIC 9(7)V99.
           03 WS-CUR-TEXT              PIC X(20).

      * The date checks on a keyed effective-from.
       01  WS-EFF-FIELDS.
           03 WS-EFF-NUM               PIC 9(8).
           03 WS-EFF-PARTS REDEFINES WS-EFF-NUM.
              05 WS-EFF-YYYY           PIC 9(4).
              05 WS-EFF-MM             PIC 9(2).
              05 WS-EFF-DD             PIC 9(2).
           03 WS-EFF-LILIAN            PIC S9(9) COMP.

      * Rate cache refresh - LGRTRF01's own commarea.
       01  WS-REFRESH-AREA.
           03 WS-RF-REQUEST-ID         PIC X(6)  VALUE '01RRTF'.
           03 WS-RF-RETURN-CODE        PIC X(2).
           03 WS-RF-VERSION            PIC 9(6).
           03 WS-RF-RECORD-COUNT       PIC 9(5).

      * Change list building - three lines per change.
       01  WS-LIST-FIELDS.
           03 WS-LIST-SUB              PIC S9(4) COMP.
           03 WS-LIST-MAX              PIC S9(4) COMP VALUE +20.
           03 WS-LIST-EOF              PIC X.
           03 WS-PENDING-COUNT         PIC 9(5).
       01  WS-LIST-HEAD.
           03 FILLER                   PIC X(32)
              VALUE 'CHANGE ID ACTION C CODE         '.
           03 FILLER                   PIC X(47)
              VALUE 'EFF-FROM   ORG   STATUS     BY      OK'.
       01  WS-LIST-LINE-1.
           03 LL1-CHANGE-ID            PIC Z(8)9.
           03 FILLER                   PIC X     VALUE SPACE.
           03 LL1-ACTION               PIC X(6).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LL1-CATEGORY             PIC X.
           03 FILLER                   PIC X     VALUE SPACE.
           03 LL1-CODE                 PIC X(12).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LL1-EFF-FROM             PIC X(10).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LL1-ORG                  PIC X(5).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LL1-STATUS               PIC X(8).
           03 FILLER                   PIC X(4)  VALUE ' BY '.
           03 LL1-MAKER                PIC X(3).
           03 FILLER                   PIC X(4)  VALUE ' OK '.
           03 LL1-CHECKER              PIC X(3).
           03 FILLER                   PIC X(8)  VALUE SPACES.
       01  WS-LIST-LINE-2.
           03 FILLER                   PIC X(6)  VALUE '  WAS '.
           03 LL2-OLD                  PIC X(31).
           03 FILLER                   PIC X(6)  VALUE '  NOW '.
           03 LL2-NEW                  PIC X(31).
           03 FILLER                   PIC X(5)  VALUE SPACES.
       01  WS-LIST-VALUE.
           03 LV-FACTOR                PIC Z(6)9.99.
           03 FILLER                   PIC X     VALUE SPACE.
           03 LV-TEXT                  PIC X(20).
       01  WS-LIST-LINE-3.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 LL3-MADE                 PIC X(16).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LL3-CHECKED              PIC X(16).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LL3-NOTE                 PIC X(30).
           03 FILLER                   PIC X(13) VALUE SPACES.

      * RATECHG host variables - one change row.
       01  DB2-RATECHG-FIELDS.
           03 DB2-CHANGEID-INT         PIC S9(9) COMP.
           03 DB2-ACTION               PIC X.
           03 DB2-OLDEXISTS            PIC X.
           03 DB2-OLDFACTOR-DEC        PIC S9(7)V99 COMP-3.
           03 DB2-OLDTEXT              PIC X(20).
           03 DB2-NEWFACTOR-DEC        PIC S9(7)V99 COMP-3.
           03 DB2-NEWTEXT              PIC X(20).
           03 DB2-REASON               PIC X(30).
           03 DB2-STATUS               PIC X.
           03 DB2-MAKER                PIC X(8).
           03 DB2-MADETS               PIC X(26).
           03 DB2-CHECKER              PIC X(8).
           03 DB2-CHECKEDTS            PIC X(26).
           03 DB2-CHECKNOTE            PIC X(30).
           03 DB2-CATEGORY             PIC X.
           03 DB2-CODE                 PIC X(12).
           03 DB2-EFFFROM              PIC X(10).
           03 DB2-ORGID                PIC X(5).
           03 DB2-PENDING-INT          PIC S9(9) COMP.

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGRTMN01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' CHGE='.
             05 EM-CHANGEID            PIC 9(9)  VALUE ZEROS.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
             05 FILLER                 PIC X(6)  VALUE ' RESP='.
             05 EM-RESP                PIC +9(5) USAGE DISPLAY.

      * Rate-change audit line - which record, what it was and what it
      * became, who keyed it and under which signon it was decided.
       01  WS-AUDIT-MSG.
           03 AM-DATE                 PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-TIME                 PIC X(6)  VALUE SPACES.
           03 FILLER                  PIC X(9)  VALUE ' LGRTMN01'.
           03 AM-DECISION             PIC X(8)  VALUE SPACES.
           03 FILLER                  PIC X     VALUE SPACES.
           03 AM-KEY                  PIC X(28) VALUE SPACES.
           03 FILLER                  PIC X(5)  VALUE ' OLD='.
           03 AM-OLD-FACTOR           PIC 9(7).99.
           03 FILLER                  PIC X(5)  VALUE ' NEW='.
           03 AM-NEW-FACTOR           PIC 9(7).99.
           03 FILLER                  PIC X(6)  VALUE ' MAKR='.
           03 AM-MAKER                PIC X(3)  VALUE SPACES.
           03 FILLER                  PIC X(4)  VALUE ' BY='.
           03 AM-OPERATOR             PIC X(3)  VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Pending changes, oldest first - the checker's worklist.
           EXEC SQL
             DECLARE PENDCHG-CSR CURSOR FOR
               SELECT CHANGEID, ACTION, CATEGORY, CODE, EFFFROM,
                      ORGID, OLDEXISTS, OLDFACTOR, OLDTEXT,
                      NEWFACTOR, NEWTEXT, REASON, STATUS, MAKER,
                      CHAR(MADETS), COALESCE(CHECKER, ' '),
                      COALESCE(CHAR(CHECKEDTS), ' '),
                      COALESCE(CHECKNOTE, ' ')
                 FROM RATECHG
                WHERE STATUS = 'P'
                ORDER BY CHANGEID
           END-EXEC.

      *    Every change to one category and code, newest first.
           EXEC SQL
             DECLARE HISTCHG-CSR CURSOR FOR
               SELECT CHANGEID, ACTION, CATEGORY, CODE, EFFFROM,
                      ORGID, OLDEXISTS, OLDFACTOR, OLDTEXT,
                      NEWFACTOR, NEWTEXT, REASON, STATUS, MAKER,
                      CHAR(MADETS), COALESCE(CHECKER, ' '),
                      COALESCE(CHAR(CHECKEDTS), ' '),
                      COALESCE(CHECKNOTE, ' ')
                 FROM RATECHG
                WHERE CATEGORY = :RM-CATEGORY
                  AND CODE     = :RM-CODE
                ORDER BY CHANGEID DESC
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY LGRMAREA.

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
             MOVE '98' TO RM-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE '00' TO RM-RETURN-CODE
           MOVE RM-CHANGE-ID TO EM-CHANGEID
           MOVE SPACES TO WS-OPERATOR
           MOVE EIBOPID TO WS-OPERATOR(1:3)
           PERFORM P700-FORMAT-TODAY

           EVALUATE RM-REQUEST-ID

             WHEN '01IRTM'
               PERFORM P100-INQUIRE-RATE

             WHEN '01LRTM'
               PERFORM P500-LIST-PENDING

             WHEN '01HRTM'
               PERFORM P550-LIST-HISTORY

             WHEN '02SRTM'
               PERFORM P200-SUBMIT-CHANGE

             WHEN '03ARTM'
               PERFORM P300-APPROVE-CHANGE

             WHEN '03RRTM'
               PERFORM P400-REJECT-CHANGE

             WHEN OTHER
               MOVE '99' TO RM-RETURN-CODE

           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *================================================================*
      * '01IRTM' - the record as it stands, and the id of any change   *
      * waiting on it.  A key not on file is not an error here - it    *
      * comes back with RM-OLD-EXISTS 'N', ready to be added.          *
      *================================================================*
       P100-INQUIRE-RATE.

           PERFORM P600-READ-CURRENT.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE WS-CUR-EXISTS TO RM-OLD-EXISTS.
           MOVE WS-CUR-FACTOR TO RM-OLD-FACTOR.
           MOVE WS-CUR-TEXT   TO RM-OLD-TEXT.

           PERFORM P620-FIND-PENDING.
           MOVE DB2-PENDING-INT TO RM-CHANGE-ID.

           EXIT.

      *================================================================*
      * '02SRTM' - the maker keys a change.  It is checked against the *
      * record as it stands and filed pending with that record as its  *
      * before-image; LGRATES itself is not touched.                   *
      *================================================================*
       P200-SUBMIT-CHANGE.

           PERFORM P800-CHECK-OPERATOR.
           IF WS-USR-STATUS = 'S'
              MOVE '60' TO RM-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P650-VALIDATE-CHANGE THRU P650-EXIT.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P600-READ-CURRENT.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF (RM-ACTION-ADD AND WS-CUR-EXISTS = 'Y')
              OR (NOT RM-ACTION-ADD AND WS-CUR-EXISTS = 'N')
              MOVE '41' TO RM-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P620-FIND-PENDING.
           IF DB2-PENDING-INT NOT = 0
              MOVE DB2-PENDING-INT TO RM-CHANGE-ID
              MOVE '43' TO RM-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    A delete carries nothing forward - the after-image is empty.
           IF RM-ACTION-DELETE
              MOVE 0      TO RM-NEW-FACTOR
              MOVE SPACES TO RM-NEW-TEXT
           END-IF.

           MOVE RM-ACTION     TO DB2-ACTION.
           MOVE WS-CUR-EXISTS TO DB2-OLDEXISTS.
           MOVE WS-CUR-FACTOR TO DB2-OLDFACTOR-DEC.
           MOVE WS-CUR-TEXT   TO DB2-OLDTEXT.
           MOVE RM-NEW-FACTOR TO DB2-NEWFACTOR-DEC.
           MOVE RM-NEW-TEXT   TO DB2-NEWTEXT.
           MOVE RM-REASON     TO DB2-REASON.

           MOVE ' INSERT RATECHG' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO RATECHG
                       ( CHANGEID,
                         ACTION,
                         CATEGORY,
                         CODE,
                         EFFFROM,
                         ORGID,
                         OLDEXISTS,
                         OLDFACTOR,
                         OLDTEXT,
                         NEWFACTOR,
                         NEWTEXT,
                         REASON,
                         STATUS,
                         MAKER,
                         MADETS )
                VALUES ( DEFAULT,
                         :DB2-ACTION,
                         :RM-CATEGORY,
                         :RM-CODE,
                         :RM-EFF-FROM,
                         :RM-ORG,
                         :DB2-OLDEXISTS,
                         :DB2-OLDFACTOR-DEC,
                         :DB2-OLDTEXT,
                         :DB2-NEWFACTOR-DEC,
                         :DB2-NEWTEXT,
                         :DB2-REASON,
                         'P',
                         :WS-OPERATOR,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO RM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC SQL
             SET :DB2-CHANGEID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-CHANGEID-INT TO RM-CHANGE-ID.
           MOVE WS-CUR-EXISTS    TO RM-OLD-EXISTS.
           MOVE WS-CUR-FACTOR    TO RM-OLD-FACTOR.
           MOVE WS-CUR-TEXT      TO RM-OLD-TEXT.
           MOVE 'P'              TO RM-STATUS.

           EXIT.

      *================================================================*
      * '03ARTM' - the checker approves a pending change.  Four eyes:  *
      * the checker must hold the rate-approval authority and cannot   *
      * be the maker.  The record must still be exactly as the maker   *
      * saw it - if anything has changed it since, the change is set   *
      * aside ('S') rather than applied over a record nobody checked   *
      * it against.  The write to LGRATES, the RATECHG update and the  *
      * cache refresh all ride the one unit of work.                   *
      *================================================================*
       P300-APPROVE-CHANGE.

           PERFORM P850-CHECK-APPROVER.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P630-READ-CHANGE.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF DB2-MAKER = WS-OPERATOR
              MOVE '78' TO RM-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    The effective-from rule is judged again on the day it goes
      *    live - a change keyed for tomorrow and approved next week
      *    would otherwise backdate itself.
           PERFORM P660-CHECK-EFF-FROM THRU P660-EXIT.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' READ UPDATE' TO EM-SQLREQ
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(RM-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               MOVE 'Y'           TO WS-CUR-EXISTS
               MOVE RT-FACTOR     TO WS-CUR-FACTOR
               MOVE RT-TEXT-VALUE TO WS-CUR-TEXT
             WHEN DFHRESP(NOTFND)
               MOVE 'N'           TO WS-CUR-EXISTS
               MOVE 0             TO WS-CUR-FACTOR
               MOVE SPACES        TO WS-CUR-TEXT
             WHEN OTHER
               MOVE '90' TO RM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF WS-CUR-EXISTS NOT = DB2-OLDEXISTS
              OR WS-CUR-FACTOR NOT = DB2-OLDFACTOR-DEC
              OR WS-CUR-TEXT NOT = DB2-OLDTEXT
              IF WS-CUR-EXISTS = 'Y'
                 EXEC CICS UNLOCK FILE('LGRATES') END-EXEC
              END-IF
              MOVE 'S' TO DB2-STATUS
              MOVE 'RECORD CHANGED SINCE KEYED' TO DB2-CHECKNOTE
              PERFORM P680-DECIDE-CHANGE
              MOVE '79' TO RM-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE RM-KEY            TO RT-KEY.
           MOVE DB2-NEWFACTOR-DEC TO RT-FACTOR.
           MOVE DB2-NEWTEXT       TO RT-TEXT-VALUE.
           EVALUATE DB2-ACTION
             WHEN 'A'
               MOVE ' WRITE' TO EM-SQLREQ
               EXEC CICS WRITE FILE('LGRATES')
                         FROM(LGRATES-RECORD)
                         RIDFLD(RT-KEY)
                         RESP(WS-RESP)
               END-EXEC
             WHEN 'U'
               MOVE ' REWRITE' TO EM-SQLREQ
               EXEC CICS REWRITE FILE('LGRATES')
                         FROM(LGRATES-RECORD)
                         RESP(WS-RESP)
               END-EXEC
             WHEN 'D'
               MOVE ' DELETE' TO EM-SQLREQ
               EXEC CICS DELETE FILE('LGRATES')
                         RESP(WS-RESP)
               END-EXEC
           END-EVALUATE.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE '90' TO RM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'A'    TO DB2-STATUS.
           MOVE SPACES TO DB2-CHECKNOTE.
           PERFORM P680-DECIDE-CHANGE.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' APPLIED' TO AM-DECISION.
           PERFORM WRITE-AUDIT-MESSAGE.

      *    The rating programs read the cache, not the file - a
      *    change is not live until the cache is rebuilt from it.
           EXEC CICS LINK PROGRAM('LGRTRF01')
                     COMMAREA(WS-REFRESH-AREA)
                     LENGTH(LENGTH OF WS-REFRESH-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-RF-RETURN-CODE = '00'
              MOVE WS-RF-VERSION TO RM-CACHE-VERSION
           ELSE
              MOVE 0    TO RM-CACHE-VERSION
              MOVE '81' TO RM-RETURN-CODE
              MOVE ' CACHE REFRESH' TO EM-SQLREQ
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
      * '03RRTM' - the checker turns a pending change down, with the   *
      * reason in RM-REASON.  Same authority and four-eyes rules as    *
      * approval; LGRATES is not touched.                              *
      *================================================================*
       P400-REJECT-CHANGE.

           PERFORM P850-CHECK-APPROVER.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P630-READ-CHANGE.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF DB2-MAKER = WS-OPERATOR
              MOVE '78' TO RM-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'R'       TO DB2-STATUS.
           MOVE RM-REASON TO DB2-CHECKNOTE.
           PERFORM P680-DECIDE-CHANGE.
           IF RM-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' REJECTD' TO AM-DECISION.
           PERFORM WRITE-AUDIT-MESSAGE.

           EXIT.

      *================================================================*
      * '01LRTM' - the pending changes, oldest first, as many as the   *
      * list holds; the heading line says how many are waiting in all. *
      *================================================================*
       P500-LIST-PENDING.

           MOVE ' COUNT PENDING' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-PENDING-INT
               FROM RATECHG
              WHERE STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO RM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE DB2-PENDING-INT TO WS-PENDING-COUNT.

           PERFORM P570-CLEAR-LIST.
           STRING 'PENDING RATE CHANGES - ' WS-PENDING-COUNT
                  ' AWAITING APPROVAL, OLDEST FIRST'
               DELIMITED BY SIZE INTO RM-LIST-LINE(1).

           MOVE ' OPEN PENDCHG' TO EM-SQLREQ
           EXEC SQL
             OPEN PENDCHG-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO RM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'N' TO WS-LIST-EOF.
           PERFORM P510-FETCH-PENDING
               UNTIL WS-LIST-EOF = 'Y'.

           EXEC SQL
             CLOSE PENDCHG-CSR
           END-EXEC.

           EXIT.

       P510-FETCH-PENDING.
           EXEC SQL
             FETCH PENDCHG-CSR
              INTO :DB2-CHANGEID-INT, :DB2-ACTION, :DB2-CATEGORY,
                   :DB2-CODE, :DB2-EFFFROM, :DB2-ORGID,
                   :DB2-OLDEXISTS, :DB2-OLDFACTOR-DEC, :DB2-OLDTEXT,
                   :DB2-NEWFACTOR-DEC, :DB2-NEWTEXT, :DB2-REASON,
                   :DB2-STATUS, :DB2-MAKER, :DB2-MADETS,
                   :DB2-CHECKER, :DB2-CHECKEDTS, :DB2-CHECKNOTE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF
           ELSE
              PERFORM P580-FORMAT-CHANGE THRU P580-EXIT
           END-IF.
           EXIT.

      *================================================================*
      * '01HRTM' - every change to a category and code across all its  *
      * effective dates and organizations, newest first.               *
      *================================================================*
       P550-LIST-HISTORY.

           PERFORM P570-CLEAR-LIST.
           STRING 'CHANGE HISTORY - ' RM-CATEGORY ' ' RM-CODE
                  ' NEWEST FIRST'
               DELIMITED BY SIZE INTO RM-LIST-LINE(1).

           MOVE ' OPEN HISTCHG' TO EM-SQLREQ
           EXEC SQL
             OPEN HISTCHG-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO RM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'N' TO WS-LIST-EOF.
           PERFORM P560-FETCH-HISTORY
               UNTIL WS-LIST-EOF = 'Y'.

           EXEC SQL
             CLOSE HISTCHG-CSR
           END-EXEC.

           IF RM-LIST-COUNT = 0
              MOVE 'No changes have been keyed for this code'
                TO RM-LIST-LINE(2)
              MOVE '94' TO RM-RETURN-CODE
           END-IF.

           EXIT.

       P560-FETCH-HISTORY.
           EXEC SQL
             FETCH HISTCHG-CSR
              INTO :DB2-CHANGEID-INT, :DB2-ACTION, :DB2-CATEGORY,
                   :DB2-CODE, :DB2-EFFFROM, :DB2-ORGID,
                   :DB2-OLDEXISTS, :DB2-OLDFACTOR-DEC, :DB2-OLDTEXT,
                   :DB2-NEWFACTOR-DEC, :DB2-NEWTEXT, :DB2-REASON,
                   :DB2-STATUS, :DB2-MAKER, :DB2-MADETS,
                   :DB2-CHECKER, :DB2-CHECKEDTS, :DB2-CHECKNOTE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF
           ELSE
              PERFORM P580-FORMAT-CHANGE THRU P580-EXIT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Heading line plus column line; the changes follow from line 3. *
      *----------------------------------------------------------------*
       P570-CLEAR-LIST.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
             UNTIL WS-LIST-SUB > WS-LIST-MAX
              MOVE SPACES TO RM-LIST-LINE(WS-LIST-SUB)
           END-PERFORM.
           MOVE 0 TO RM-LIST-COUNT.
           MOVE WS-LIST-HEAD TO RM-LIST-LINE(2).
           MOVE 3 TO WS-LIST-SUB.
           EXIT.

      *----------------------------------------------------------------*
      * Three lines per change: what and who; was and now; when keyed, *
      * when decided and why.  A change that will not fit is left for  *
      * the next look - the list closes once it is full.               *
      *----------------------------------------------------------------*
       P580-FORMAT-CHANGE.
           IF WS-LIST-SUB + 2 > WS-LIST-MAX
              MOVE 'Y' TO WS-LIST-EOF
              GO TO P580-EXIT
           END-IF.

           MOVE DB2-CHANGEID-INT TO LL1-CHANGE-ID.
           EVALUATE DB2-ACTION
             WHEN 'A'   MOVE 'ADD'    TO LL1-ACTION
             WHEN 'U'   MOVE 'CHANGE' TO LL1-ACTION
             WHEN 'D'   MOVE 'DELETE' TO LL1-ACTION
             WHEN OTHER MOVE SPACES   TO LL1-ACTION
           END-EVALUATE.
           MOVE DB2-CATEGORY TO LL1-CATEGORY.
           MOVE DB2-CODE     TO LL1-CODE.
           MOVE DB2-EFFFROM  TO LL1-EFF-FROM.
           MOVE DB2-ORGID    TO LL1-ORG.
           EVALUATE DB2-STATUS
             WHEN 'P'   MOVE 'PENDING'  TO LL1-STATUS
             WHEN 'A'   MOVE 'APPLIED'  TO LL1-STATUS
             WHEN 'R'   MOVE 'REJECTED' TO LL1-STATUS
             WHEN 'S'   MOVE 'SETASIDE' TO LL1-STATUS
             WHEN OTHER MOVE SPACES     TO LL1-STATUS
           END-EVALUATE.
           MOVE DB2-MAKER(1:3)   TO LL1-MAKER.
           MOVE DB2-CHECKER(1:3) TO LL1-CHECKER.
           MOVE WS-LIST-LINE-1 TO RM-LIST-LINE(WS-LIST-SUB).
           ADD 1 TO WS-LIST-SUB.

           IF DB2-OLDEXISTS = 'Y'
              MOVE DB2-OLDFACTOR-DEC TO LV-FACTOR
              MOVE DB2-OLDTEXT       TO LV-TEXT
              MOVE WS-LIST-VALUE     TO LL2-OLD
           ELSE
              MOVE '(NOT ON FILE)'   TO LL2-OLD
           END-IF.
           IF DB2-ACTION = 'D'
              MOVE '(DELETED)'       TO LL2-NEW
           ELSE
              MOVE DB2-NEWFACTOR-DEC TO LV-FACTOR
              MOVE DB2-NEWTEXT       TO LV-TEXT
              MOVE WS-LIST-VALUE     TO LL2-NEW
           END-IF.
           MOVE WS-LIST-LINE-2 TO RM-LIST-LINE(WS-LIST-SUB).
           ADD 1 TO WS-LIST-SUB.

           MOVE DB2-MADETS(1:16)    TO LL3-MADE.
           MOVE DB2-CHECKEDTS(1:16) TO LL3-CHECKED.
           IF DB2-STATUS = 'P' OR DB2-STATUS = 'A'
              MOVE DB2-REASON       TO LL3-NOTE
           ELSE
              MOVE DB2-CHECKNOTE    TO LL3-NOTE
           END-IF.
           MOVE WS-LIST-LINE-3 TO RM-LIST-LINE(WS-LIST-SUB).
           ADD 1 TO WS-LIST-SUB.

           ADD 1 TO RM-LIST-COUNT.

       P580-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The record on LGRATES under RM-KEY, or 'N' when there is none. *
      *----------------------------------------------------------------*
       P600-READ-CURRENT.

           MOVE ' READ' TO EM-SQLREQ
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(RM-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               MOVE 'Y'           TO WS-CUR-EXISTS
               MOVE RT-FACTOR     TO WS-CUR-FACTOR
               MOVE RT-TEXT-VALUE TO WS-CUR-TEXT
             WHEN DFHRESP(NOTFND)
               MOVE 'N'           TO WS-CUR-EXISTS
               MOVE 0             TO WS-CUR-FACTOR
               MOVE SPACES        TO WS-CUR-TEXT
             WHEN OTHER
               MOVE '90' TO RM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The change pending against RM-KEY, zero when there is none.    *
      *----------------------------------------------------------------*
       P620-FIND-PENDING.

           MOVE ' FIND PENDING' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(CHANGEID), 0)
               INTO :DB2-PENDING-INT
               FROM RATECHG
              WHERE CATEGORY = :RM-CATEGORY
                AND CODE     = :RM-CODE
                AND EFFFROM  = :RM-EFF-FROM
                AND ORGID    = :RM-ORG
                AND STATUS   = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO DB2-PENDING-INT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The pending change RM-CHANGE-ID names - key and images into    *
      * the commarea for the caller to show.                           *
      *----------------------------------------------------------------*
       P630-READ-CHANGE.

           MOVE RM-CHANGE-ID TO DB2-CHANGEID-INT.
           MOVE ' SELECT RATECHG' TO EM-SQLREQ
           EXEC SQL
             SELECT ACTION, CATEGORY, CODE, EFFFROM, ORGID,
                    OLDEXISTS, OLDFACTOR, OLDTEXT,
                    NEWFACTOR, NEWTEXT, MAKER
               INTO :DB2-ACTION, :RM-CATEGORY, :RM-CODE,
                    :RM-EFF-FROM, :RM-ORG,
                    :DB2-OLDEXISTS, :DB2-OLDFACTOR-DEC, :DB2-OLDTEXT,
                    :DB2-NEWFACTOR-DEC, :DB2-NEWTEXT, :DB2-MAKER
               FROM RATECHG
              WHERE CHANGEID = :DB2-CHANGEID-INT
                AND STATUS   = 'P'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-ACTION        TO RM-ACTION
               MOVE DB2-OLDEXISTS     TO RM-OLD-EXISTS
               MOVE DB2-OLDFACTOR-DEC TO RM-OLD-FACTOR
               MOVE DB2-OLDTEXT       TO RM-OLD-TEXT
               MOVE DB2-NEWFACTOR-DEC TO RM-NEW-FACTOR
               MOVE DB2-NEWTEXT       TO RM-NEW-TEXT
               MOVE '00' TO RM-RETURN-CODE
             WHEN 100
               MOVE '94' TO RM-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO RM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * A keyed change must name a category LGRATTBL knows and one of  *
      * the three actions, and its effective-from must be blank or a   *
      * real date that the action may still touch.                     *
      *----------------------------------------------------------------*
       P650-VALIDATE-CHANGE.

           MOVE RM-CATEGORY TO RT-CATEGORY.
           IF NOT (RT-CAT-PROPERTY  OR RT-CAT-GEOGRAPHY
                OR RT-CAT-PERIL     OR RT-CAT-THRESHOLD
                OR RT-CAT-SECURITY  OR RT-CAT-LIMIT
                OR RT-CAT-CUSTGROUP OR RT-CAT-WEIGHT
                OR RT-CAT-TAX       OR RT-CAT-ZONE
                OR RT-CAT-SURRPEN   OR RT-CAT-REBUILD
                OR RT-CAT-CALENDAR)
              OR RM-CODE = SPACES
              MOVE '40' TO RM-RETURN-CODE
              GO TO P650-EXIT
           END-IF.

           IF NOT (RM-ACTION-ADD OR RM-ACTION-UPDATE
                OR RM-ACTION-DELETE)
              MOVE '40' TO RM-RETURN-CODE
              GO TO P650-EXIT
           END-IF.

           IF NOT RM-ACTION-DELETE
              AND RM-NEW-FACTOR NOT NUMERIC
              MOVE '40' TO RM-RETURN-CODE
              GO TO P650-EXIT
           END-IF.

           IF RM-ORG = LOW-VALUES
              MOVE SPACES TO RM-ORG
           END-IF.

           IF RM-EFF-FROM NOT = SPACES
              IF RM-EFF-FROM(5:1) NOT = '-'
                 OR RM-EFF-FROM(8:1) NOT = '-'
                 MOVE '40' TO RM-RETURN-CODE
                 GO TO P650-EXIT
              END-IF
              MOVE RM-EFF-FROM(1:4) TO WS-EFF-NUM(1:4)
              MOVE RM-EFF-FROM(6:2) TO WS-EFF-NUM(5:2)
              MOVE RM-EFF-FROM(9:2) TO WS-EFF-NUM(7:2)
              IF WS-EFF-NUM NOT NUMERIC
                 OR WS-EFF-YYYY < 1601
                 OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                 OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                 MOVE '40' TO RM-RETURN-CODE
                 GO TO P650-EXIT
              END-IF
              COMPUTE WS-EFF-LILIAN =
                 FUNCTION INTEGER-OF-DATE(WS-EFF-NUM)
              IF WS-EFF-LILIAN = 0
                 MOVE '40' TO RM-RETURN-CODE
                 GO TO P650-EXIT
              END-IF
           END-IF.

           PERFORM P660-CHECK-EFF-FROM THRU P660-EXIT.

       P650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A dated version already in force is history - it may not be    *
      * changed or deleted, and a new version may not start before     *
      * today.  Undated records are always open to change.             *
      *----------------------------------------------------------------*
       P660-CHECK-EFF-FROM.
           IF RM-EFF-FROM = SPACES
              GO TO P660-EXIT
           END-IF.
           IF RM-ACTION-ADD
              IF RM-EFF-FROM < WS-TODAY-ISO
                 MOVE '42' TO RM-RETURN-CODE
              END-IF
           ELSE
              IF RM-EFF-FROM NOT > WS-TODAY-ISO
                 MOVE '42' TO RM-RETURN-CODE
              END-IF
           END-IF.
       P660-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Records the checker's decision on the change row - DB2-STATUS  *
      * and DB2-CHECKNOTE set by the caller.                           *
      *----------------------------------------------------------------*
       P680-DECIDE-CHANGE.

           MOVE ' DECIDE RATECHG' TO EM-SQLREQ
           EXEC SQL
             UPDATE RATECHG
                SET STATUS    = :DB2-STATUS,
                    CHECKER   = :WS-OPERATOR,
                    CHECKEDTS = CURRENT TIMESTAMP,
                    CHECKNOTE = :DB2-CHECKNOTE
              WHERE CHANGEID = :DB2-CHANGEID-INT
                AND STATUS   = 'P'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-STATUS TO RM-STATUS
               MOVE '00' TO RM-RETURN-CODE
             WHEN 100
               MOVE '94' TO RM-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO RM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
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
      * The signed-on operator's profile.  No profile leaves the       *
      * authority at zero; only a suspended one refuses a maker.       *
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
           EXIT.

      *----------------------------------------------------------------*
      * A checker needs an active profile at or above the rate-        *
      * approval level.                                                *
      *----------------------------------------------------------------*
       P850-CHECK-APPROVER.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-APPR-RATE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-APPR-LVL
           END-IF.

           PERFORM P800-CHECK-OPERATOR.
           IF WS-USR-STATUS NOT = 'A'
              OR WS-USR-AUTH < WS-APPR-LVL
              MOVE '78' TO RM-RETURN-CODE
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
           MOVE RM-KEY            TO AM-KEY
           MOVE DB2-OLDFACTOR-DEC TO AM-OLD-FACTOR
           MOVE DB2-NEWFACTOR-DEC TO AM-NEW-FACTOR
           MOVE DB2-MAKER(1:3)    TO AM-MAKER
           MOVE EIBOPID           TO AM-OPERATOR
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(WS-AUDIT-MSG)
                     LENGTH(LENGTH OF WS-AUDIT-MSG)
           END-EXEC.
           EXIT.

      *================================================================*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           MOVE WS-RESP TO EM-RESP
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
