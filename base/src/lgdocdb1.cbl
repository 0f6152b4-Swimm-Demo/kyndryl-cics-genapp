           03 WS-CS-CARRIER            PIC X(8).
           03 WS-CS-LEAD               PIC X.

      * Clauses attached to the policy (POLCLAUSE), each printed in
      * the CLAUSE wording version it was attached with - see P670.
       01 DB2-CLS-FIELDS.
           03 DB2-CLS-CODE            PIC X(8).
           03 DB2-CLS-EFFFROM         PIC X(10).
           03 DB2-CLS-TITLE           PIC X(40).
       01 DB2-CLS-WORDING-FIELD.
           49 DB2-CLS-WORDING-LEN     PIC S9(4) COMP.
           49 DB2-CLS-WORDING-CHAR    PIC X(300).
       01  WS-CLS-FIELDS.
           03 WS-CLS-LINES            PIC S9(4) COMP.
           03 WS-CLS-WSUB             PIC S9(4) COMP.
           03 WS-CLS-EOF              PIC X.
           03 WS-CLS-FIRST            PIC X.
           03 WS-CLS-HEAD             PIC X(46)
              VALUE 'CLAUSES AND WORDING FORMING PART OF THE POLICY'.
           03 WS-CLS-MORE-MSG.
              05 FILLER               PIC X(24)
                 VALUE 'FURTHER CLAUSES APPLY - '.
              05 FILLER               PIC X(30)
                 VALUE 'SEE THE POLICY CLAUSE SCHEDULE'.
           03 WS-CLS-WORDING          PIC X(300).
           03 WS-CLS-WORDING-LINES REDEFINES WS-CLS-WORDING.
              05 WS-CLS-WORDING-LINE  PIC X(75) OCCURS 4 TIMES.

      * Archive versioning - see P650/P660.
       01 DB2-DOC-FIELDS.
           03 DB2-DOC-VERSION-SINT    PIC S9(4) COMP.
               PERFORM P640-GEN-DECL-COMM
           END-EVALUATE.

      *    The governing wording goes on the page ahead of archiving,
      *    so the filed version proves which clauses applied.
           PERFORM P670-DOC-CLAUSES THRU P670-EXIT.

           PERFORM P650-ARCHIVE-DOCUMENT THRU P650-EXIT.

           MOVE '00' TO CA-RETURN-CODE.
       P650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The clauses the policy carries - code and title, then the      *
      * wording as attached, the same section LGAPDB01 prints on the   *
      * endorsement schedule.  A clause that will not fit in what is   *
      * left of the page is not split: the last line points to the     *
      * policy's clause schedule instead.  Best effort - the page      *
      * still goes out if the clauses cannot be read, and the failure  *
      * is on the log.                                                 *
      *----------------------------------------------------------------*
       P670-DOC-CLAUSES.

           MOVE ' OPEN DOC CLS  ' TO EM-SQLREQ
           EXEC SQL
             DECLARE DOCCLS-CSR CURSOR FOR
               SELECT P.CLAUSECODE, CHAR(P.EFFFROM, ISO), C.TITLE,
                      C.WORDING
                 FROM POLCLAUSE P, CLAUSE C
                WHERE P.POLICYNUMBER = :DB2-POLICYNUM-INT
                  AND P.STATUS       = 'A'
                  AND C.CLAUSECODE   = P.CLAUSECODE
                  AND C.EFFFROM      = P.EFFFROM
                ORDER BY P.CLAUSECODE
           END-EXEC

           EXEC SQL
             OPEN DOCCLS-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO P670-EXIT
           END-IF.

           MOVE 'Y' TO WS-CLS-FIRST.
           MOVE 'N' TO WS-CLS-EOF.
           PERFORM P675-DOC-CLAUSE-LINES
               UNTIL WS-CLS-EOF = 'Y'.

           EXEC SQL
             CLOSE DOCCLS-CSR
           END-EXEC.

       P670-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       P675-DOC-CLAUSE-LINES.

           EXEC SQL
             FETCH DOCCLS-CSR
              INTO :DB2-CLS-CODE, :DB2-CLS-EFFFROM, :DB2-CLS-TITLE,
                   :DB2-CLS-WORDING-FIELD
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CLS-EOF
           ELSE
              MOVE SPACES TO WS-CLS-WORDING
              MOVE 0 TO WS-CLS-LINES
              IF DB2-CLS-WORDING-LEN > 0
                 AND DB2-CLS-WORDING-LEN NOT > 300
                 MOVE DB2-CLS-WORDING-CHAR(1:DB2-CLS-WORDING-LEN)
                   TO WS-CLS-WORDING(1:DB2-CLS-WORDING-LEN)
                 COMPUTE WS-CLS-LINES =
                    (DB2-CLS-WORDING-LEN + 74) / 75
              END-IF
              IF WS-CLS-FIRST = 'Y'
                 ADD 2 TO WS-CLS-LINES
              END-IF
              IF WS-DOC-SUB + WS-CLS-LINES > 47
                 IF WS-DOC-SUB NOT > 48
                    MOVE WS-CLS-MORE-MSG TO CA-DOC-LINE(WS-DOC-SUB)
                 END-IF
                 MOVE 'Y' TO WS-CLS-EOF
              ELSE
                 IF WS-CLS-FIRST = 'Y'
                    MOVE 'N' TO WS-CLS-FIRST
                    SUBTRACT 2 FROM WS-CLS-LINES
                    ADD 1 TO WS-DOC-SUB
                    MOVE WS-CLS-HEAD TO CA-DOC-LINE(WS-DOC-SUB)
                    ADD 1 TO WS-DOC-SUB
                 END-IF
                 STRING DB2-CLS-CODE ' ' DB2-CLS-TITLE
                        ' (WORDING OF ' DB2-CLS-EFFFROM ')'
                     DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DOC-SUB)
                 ADD 1 TO WS-DOC-SUB
                 PERFORM VARYING WS-CLS-WSUB FROM 1 BY 1
                   UNTIL WS-CLS-WSUB > WS-CLS-LINES
                    STRING '  ' WS-CLS-WORDING-LINE(WS-CLS-WSUB)
                        DELIMITED BY SIZE
                        INTO CA-DOC-LINE(WS-DOC-SUB)
                    ADD 1 TO WS-DOC-SUB
                 END-PERFORM
              END-IF
           END-IF.
           EXIT.

      *================================================================*
      * '14RDOC' - a stored declaration back exactly as issued.       *
      *================================================================*
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGERRL01')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGERRL01')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
