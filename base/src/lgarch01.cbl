       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Archive image file - one 'P' record per retired policy with    *
      * its core fields and the type-specific columns imaged in the    *
      * union area, one 'V' record per history row, and one record     *
      * per child row under the policy: 'S' payment schedule, 'L'      *
      * claim, 'D' named driver, 'I' scheduled item, 'G' co-insurance  *
      * share, 'W' worksheet line, 'N' inspection, 'K' additional      *
      * commercial premises - in the order LGARCR01 restores or        *
      * displays them.  DOCARCH rows are deliberately retained on the  *
      * live table: the declarations archive is itself immutable and   *
      * its own system of record.  Nothing leaves the live tables      *
      * until its image is safely written.                             *
      *----------------------------------------------------------------*
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
              10 AR-N-CREATED       PIC X(26).
              10 AR-N-COMPLETED     PIC X(26).
              10 FILLER             PIC X(552).
           05 AR-K-DETAIL REDEFINES AR-DETAIL.
              10 AR-K-SEQ           PIC 9(2).
              10 AR-K-ZIPCODE       PIC X(8).
              10 AR-K-PROPTYPE      PIC X(15).
              10 AR-K-SUMINS        PIC 9(9).
              10 AR-K-PREMIUM       PIC 9(8).
              10 FILLER             PIC X(583).
           05 AR-H-VIEW REDEFINES AR-DETAIL.
              10 AR-V-CHANGETYPE    PIC X.
              10 AR-V-TIMESTAMP     PIC X(26).
           05 DB2-N-RESULT          PIC X.
           05 DB2-N-CREATED         PIC X(26).
           05 DB2-N-COMPLETED       PIC X(26).
           05 DB2-K-SEQ-SINT        PIC S9(4) COMP.
           05 DB2-K-ZIPCODE         PIC X(8).
           05 DB2-K-PROPTYPE        PIC X(15).
           05 DB2-K-SI-INT          PIC S9(9) COMP.
           05 DB2-K-PREM-INT        PIC S9(9) COMP.
       01  WS-CHILD-EOF             PIC X VALUE 'N'.
       01  DB2-NULL-INDICATORS.
           05 IND-C                 PIC S9(4) COMP OCCURS 10 TIMES.
                ORDER BY INSPECTIONID
           END-EXEC.

           EXEC SQL
             DECLARE LOC-CSR CURSOR FOR
               SELECT LOCSEQ, ZIPCODE, PROPERTYTYPE,
                      SUMINSURED, PREMIUM
                 FROM COMMLOC
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                ORDER BY LOCSEQ
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME

      * Every child row this system hangs under the policy - the
      * payment schedule, claims, named drivers, scheduled items,
      * co-insurance shares, worksheet lines, inspections and
      * additional commercial premises - is imaged before 2300
      * clears its table, so the restore puts back the whole policy,
      * children and all.  DOCARCH is deliberately left in place (see
      * the archive-file comment).
       2250-ARCHIVE-CHILD-ROWS.
           EXEC SQL
             OPEN SCHED-CSR
               MOVE 'Y' TO WS-CHILD-EOF
           END-IF
           PERFORM 2257-ARCHIVE-ONE-INSP THRU 2257-EXIT
               UNTIL WS-CHILD-EOF = 'Y'

           EXEC SQL
             OPEN LOC-CSR
           END-EXEC
           MOVE 'N' TO WS-CHILD-EOF
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-CHILD-EOF
           END-IF
           PERFORM 2259-ARCHIVE-ONE-PREMISES THRU 2259-EXIT
               UNTIL WS-CHILD-EOF = 'Y'.

       2251-ARCHIVE-ONE-SCHED.
           MOVE DB2-CUSTOMERNUM-INT TO AR-CUSTOMER-NUM
           MOVE DB2-POLICYTYPE      TO AR-POLICY-TYPE.

       2259-ARCHIVE-ONE-PREMISES.
           EXEC SQL
             FETCH LOC-CSR
              INTO :DB2-K-SEQ-SINT, :DB2-K-ZIPCODE, :DB2-K-PROPTYPE,
                   :DB2-K-SI-INT, :DB2-K-PREM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-CHILD-EOF
               EXEC SQL
                 CLOSE LOC-CSR
               END-EXEC
               GO TO 2259-EXIT
           END-IF
           PERFORM 2258-START-CHILD-RECORD
           MOVE 'K' TO AR-RECORD-TYPE
           MOVE DB2-K-SEQ-SINT TO AR-K-SEQ
           MOVE DB2-K-ZIPCODE  TO AR-K-ZIPCODE
           MOVE DB2-K-PROPTYPE TO AR-K-PROPTYPE
           MOVE DB2-K-SI-INT   TO AR-K-SUMINS
           MOVE DB2-K-PREM-INT TO AR-K-PREMIUM
           WRITE ARCHIVE-RECORD
           ADD 1 TO WS-ARC-POSITION
           ADD 1 TO WS-POL-REC-COUNT
           ADD 1 TO WS-TOT-CHILD-ARCH
           .
       2259-EXIT.
           EXIT.

      * The live rows leave in child-first order - the feature
      * child tables, the type table, the history, then the POLICY
      * row itself.  Tables with no row for this policy delete zero
             DELETE FROM INSPECTION
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           EXEC SQL
             DELETE FROM COMMLOC
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           EVALUATE DB2-POLICYTYPE
             WHEN 'C'
               EXEC SQL
