      * record the receivables ledger (RECVEXT) is unloaded from.     *
      * Before this loader existed the schedule stayed 'D' forever    *
      * and the aging/lapse chain had nothing real to run on.         *
      * A consolidated customer collection (installment 00) is        *
      * allocated back across the customer's open installments,       *
      * oldest due first - see 2500-ALLOCATE-CONSOL.                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per collection attempt, as returned by the bank.
      * A consolidated collection comes back as LGDDCOL1 sent it -
      * the customer number where the policy number goes and
      * installment 00 - with the amount presented alongside the
      * amount actually collected, so a part-payment can be told
      * from a full one.
       FD  BANK-RESULT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  BANK-RESULT-RECORD.
           05 BR-POLICY-NUM         PIC X(10).
           05 BR-CUSTOMER-NUM REDEFINES BR-POLICY-NUM
                                    PIC X(10).
           05 BR-INSTALLMENT-NUM    PIC 9(2).
              88 BR-CONSOLIDATED        VALUE 0.
           05 BR-RESULT             PIC X.
              88 BR-PAID                VALUE 'P'.
              88 BR-REFUSED             VALUE 'R'.
           05 BR-PAID-DATE          PIC 9(8).
           05 BR-AMOUNT             PIC 9(7)V99.
           05 BR-PRESENTED-AMT      PIC 9(7)V99.
           05 FILLER                PIC X(1).

      * One optional record: how many times a refused collection is
      * re-presented, and how many days after the refusal each
           RECORD CONTAINS 80 CHARACTERS.
           COPY LGRUNST.

      * Shared interface register - see LGIFREG.  Opened EXTEND only
      * at end of job, one record per file sent or received.
       FD  IFACE-REG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY LGIFREG.

       WORKING-STORAGE SECTION.

      * Run-statistics capture - see LGRUNST.
       01  WS-RUNSTATS-STATUS       PIC X(2).
       01  WS-RS-START-TIME         PIC 9(6) VALUE 0.
       01  WS-RS-RUN-DATE           PIC 9(8) VALUE 0.

      * Interface register capture - see LGIFREG.
       01  WS-IFREG-STATUS          PIC X(2).
       01  WS-IFR-FIELDS.
           05 WS-IFR-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-BANKRET-STATUS     PIC X(2).
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-RETRY-NUM          PIC 9(8).
           05 WS-RETRY-DUE-ISO      PIC X(10).

      * Consolidated allocation.  The customer's open installments
      * are taken oldest due first (then policy, then installment)
      * until they add up to what was presented - the same rows, in
      * the same order, LGDDCOL1 swept into the collection.  The
      * money collected pays them off in that order; the row it
      * runs out part-way through is split into a paid row for the
      * part covered and an open row for the rest, and everything
      * not covered is treated as refused and re-presented like any
      * other refusal.  A receipt left over once every presented
      * row is paid is reported as unallocated cash.
       01  WS-ALLOC-FIELDS.
           05 WS-ALLOC-REMAIN       PIC S9(7)V99.
           05 WS-ALLOC-PRESENT-LEFT PIC S9(7)V99.
           05 WS-ALLOC-USED         PIC S9(4) COMP VALUE 0.
           05 WS-ALLOC-SUB          PIC S9(4) COMP VALUE 0.
           05 WS-ALLOC-EOF          PIC X VALUE 'N'.
           05 WS-ALLOC-ROW OCCURS 60 TIMES.
              10 WS-AL-POLICY       PIC S9(9) COMP.
              10 WS-AL-INST         PIC S9(4) COMP.
              10 WS-AL-DUE-DATE     PIC X(10).
              10 WS-AL-AMOUNT       PIC S9(7)V99 COMP-3.
       01  WS-RPT-POLICY            PIC 9(10).
       01  WS-RPT-INST              PIC 9(2).
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-PAID           PIC 9(7) VALUE 0.
           05 WS-TOT-REQUEUED       PIC 9(7) VALUE 0.
           05 WS-TOT-FINAL          PIC 9(7) VALUE 0.
           05 WS-TOT-NOT-FOUND      PIC 9(7) VALUE 0.
           05 WS-TOT-CONSOL         PIC 9(7) VALUE 0.
           05 WS-TOT-PART-PAID      PIC 9(7) VALUE 0.
           05 WS-TOT-UNALLOC-AMT    PIC 9(9)V99 VALUE 0.
           05 WS-TOT-VULN-HELD      PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

           05 DB2-INST-NUM-SINT     PIC S9(4) COMP.
           05 DB2-NEW-STATUS        PIC X.
           05 DB2-ATTEMPT-SINT      PIC S9(4) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-INST-AMT-DEC      PIC S9(7)V99 COMP-3.
           05 DB2-PAID-AMT-DEC      PIC S9(7)V99 COMP-3.
           05 DB2-SPLIT-NUM-SINT    PIC S9(4) COMP.
           05 WS-DUE-DATE-ISO       PIC X(10).

      * A refusal on a vulnerable customer's policy is not
      * re-presented - it is held at 'R' and referred to a person,
      * once per policy while the referral stays open.
       01  DB2-REFERRAL-FIELDS.
           05 WS-VULN-FLAG          PIC X.
           05 DB2-VULN-CUST-INT     PIC S9(9) COMP.
           05 DB2-OPEN-REFERRALS    PIC S9(9) COMP.
           05 DB2-ZERO-SINT         PIC S9(4) COMP VALUE 0.
           05 DB2-ZERO-INT          PIC S9(9) COMP VALUE 0.
           05 WS-REFER-REASON       PIC X(50)
                 VALUE 'VULNERABLE CUSTOMER - DD NOT RE-PRESENTED'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    A consolidated customer's open installments, in the order
      *    the collection is allocated across them.
           EXEC SQL
             DECLARE CONSOL-CSR CURSOR FOR
               SELECT S.POLICYNUMBER, S.INSTALLMENTNUM,
                      S.DUEDATE, S.AMOUNT
                 FROM PAYSCHED S, POLICY P
                WHERE S.POLICYNUMBER  = P.POLICYNUMBER
                  AND P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                  AND S.STATUS = 'D'
                ORDER BY S.DUEDATE, S.POLICYNUMBER, S.INSTALLMENTNUM
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
               UNTIL WS-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-READ
           IF BR-PRESENTED-AMT NUMERIC
              ADD BR-PRESENTED-AMT TO WS-IFR-HASH
           END-IF
           IF BR-CONSOLIDATED
               PERFORM 2500-ALLOCATE-CONSOL THRU 2500-EXIT
           ELSE
               PERFORM 2100-POST-RESULT THRU 2100-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

       2050-FORMAT-PAID-DATE.
           MOVE SPACES TO WS-PAID-DATE-ISO
           IF BR-PAID AND BR-PAID-DATE NOT = 0
               MOVE BR-PAID-DATE(1:4) TO WS-PAID-DATE-ISO(1:4)
               MOVE '-'               TO WS-PAID-DATE-ISO(5:1)
               MOVE BR-PAID-DATE(5:2) TO WS-PAID-DATE-ISO(6:2)
               MOVE '-'               TO WS-PAID-DATE-ISO(8:1)
               MOVE BR-PAID-DATE(7:2) TO WS-PAID-DATE-ISO(9:2)
           END-IF.

      * One UPDATE per result - the schedule row keeps its amount
      * and due date, only the collection outcome moves.  A result
      * for a row that is not on the schedule (or is already paid)
               END-IF
           END-IF

           PERFORM 2050-FORMAT-PAID-DATE

           IF BR-PAID
               EXEC SQL
      * count; while attempts remain, the row goes back to 'D' with
      * its due date pushed out so the next LGDDCOL1 run re-presents
      * it.  After the final refusal it stays 'R' and the aging/
      * lapse chain takes over.  A vulnerable customer's refusal is
      * never re-presented automatically - see 2350.
       2300-REPRESENT-REFUSAL.
           MOVE DB2-POLICYNUM-INT TO WS-RPT-POLICY
           MOVE DB2-INST-NUM-SINT TO WS-RPT-INST
           EXEC SQL
             UPDATE PAYSCHED
                SET ATTEMPTCOUNT = COALESCE(ATTEMPTCOUNT, 0) + 1
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ATTEMPTCOUNT UPDATE SQLCODE: ' SQLCODE
                       ' POLICY ' WS-RPT-POLICY
               MOVE 8 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF
           IF DB2-ATTEMPT-SINT > WS-MAX-RETRIES
               ADD 1 TO WS-TOT-FINAL
               MOVE SPACES TO RESULT-REPORT-RECORD
               STRING 'FINAL REFUSAL - TO AGING: ' WS-RPT-POLICY
                      ' #' WS-RPT-INST
                   DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
               WRITE RESULT-REPORT-RECORD
               GO TO 2300-EXIT
           END-IF

           PERFORM 2350-CHECK-VULNERABLE THRU 2350-EXIT
           IF WS-VULN-FLAG = 'Y'
               GO TO 2300-EXIT
           END-IF

           COMPUTE WS-RETRY-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              + WS-RETRY-GAP-DAYS
           ELSE
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'REPRESENT UPDATE SQLCODE: ' SQLCODE
                           ' POLICY ' WS-RPT-POLICY
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
       2300-EXIT.
           EXIT.

      * The policyholder is marked vulnerable on the customer master -
      * the installment stays 'R' rather than going back to the bank,
      * and the policy is put on the REFERRAL worklist (unless already
      * waiting there) so a person can agree a way to pay with the
      * customer.  A policy or customer not found is treated as not
      * vulnerable and re-presented as normal.
       2350-CHECK-VULNERABLE.
           MOVE 'N' TO WS-VULN-FLAG
           EXEC SQL
             SELECT COALESCE(C.VULNERABLE, 'N'), P.CUSTOMERNUMBER
               INTO :WS-VULN-FLAG, :DB2-VULN-CUST-INT
               FROM POLICY P, CUSTOMER C
              WHERE P.POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-VULN-FLAG NOT = 'Y'
               MOVE 'N' TO WS-VULN-FLAG
               GO TO 2350-EXIT
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
                             :DB2-VULN-CUST-INT,
                             :DB2-ZERO-SINT,
                             :WS-REFER-REASON,
                             :DB2-ZERO-INT,
                             'O',
                             CURRENT TIMESTAMP )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'REFERRAL INSERT SQLCODE: ' SQLCODE
                           ' POLICY ' WS-RPT-POLICY
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           ADD 1 TO WS-TOT-VULN-HELD
           MOVE SPACES TO RESULT-REPORT-RECORD
           STRING 'HELD - VULNERABLE CUSTOMER: ' WS-RPT-POLICY
                  ' #' WS-RPT-INST
               DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
           WRITE RESULT-REPORT-RECORD
           .
       2350-EXIT.
           EXIT.

      * Consolidated result - see WS-ALLOC-FIELDS.  A refusal is an
      * allocation of nothing: every presented row goes the refusal
      * route.
       2500-ALLOCATE-CONSOL.
           IF NOT BR-PAID AND NOT BR-REFUSED
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-TOT-CONSOL
           MOVE BR-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           PERFORM 2050-FORMAT-PAID-DATE

           IF BR-PAID
               MOVE BR-AMOUNT TO WS-ALLOC-REMAIN
           ELSE
               MOVE 0 TO WS-ALLOC-REMAIN
           END-IF
      *    A bank that doesn't echo the presented amount has paid in
      *    full or refused outright - either way the amount on the
      *    record is the one presented.
           IF BR-PRESENTED-AMT NUMERIC AND BR-PRESENTED-AMT > 0
               MOVE BR-PRESENTED-AMT TO WS-ALLOC-PRESENT-LEFT
           ELSE
               MOVE BR-AMOUNT TO WS-ALLOC-PRESENT-LEFT
           END-IF

           PERFORM 2510-LOAD-CONSOL-ROWS THRU 2510-EXIT
           IF WS-ALLOC-USED = 0
               ADD 1 TO WS-TOT-NOT-FOUND
               MOVE SPACES TO RESULT-REPORT-RECORD
               STRING 'NO OPEN INSTALLMENTS FOR CUSTOMER: '
                      BR-CUSTOMER-NUM
                   DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
               WRITE RESULT-REPORT-RECORD
           END-IF

           PERFORM 2550-ALLOCATE-ROW THRU 2550-EXIT
               VARYING WS-ALLOC-SUB FROM 1 BY 1
                 UNTIL WS-ALLOC-SUB > WS-ALLOC-USED

           IF WS-ALLOC-REMAIN > 0
               ADD WS-ALLOC-REMAIN TO WS-TOT-UNALLOC-AMT
               MOVE WS-ALLOC-REMAIN TO WS-REPORT-AMOUNT
               MOVE SPACES TO RESULT-REPORT-RECORD
               STRING 'UNALLOCATED RECEIPT: CUSTOMER '
                      BR-CUSTOMER-NUM ' ' WS-REPORT-AMOUNT
                   DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
               WRITE RESULT-REPORT-RECORD
           END-IF
           .
       2500-EXIT.
           EXIT.

      * The presented rows are read off into the table before any of
      * them is touched, so the allocation never updates under its
      * own open cursor.
       2510-LOAD-CONSOL-ROWS.
           MOVE 0   TO WS-ALLOC-USED
           MOVE 'N' TO WS-ALLOC-EOF
           EXEC SQL
             OPEN CONSOL-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CONSOL CURSOR OPEN SQLCODE: ' SQLCODE
                       ' CUSTOMER ' BR-CUSTOMER-NUM
               MOVE 8 TO RETURN-CODE
               GO TO 2510-EXIT
           END-IF

           PERFORM 2520-FETCH-CONSOL-ROW
               UNTIL WS-ALLOC-EOF = 'Y'
                  OR WS-ALLOC-PRESENT-LEFT NOT > 0
                  OR WS-ALLOC-USED = 60

           EXEC SQL
             CLOSE CONSOL-CSR
           END-EXEC
           .
       2510-EXIT.
           EXIT.

       2520-FETCH-CONSOL-ROW.
           EXEC SQL
             FETCH CONSOL-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-INST-NUM-SINT,
                   :WS-DUE-DATE-ISO, :DB2-INST-AMT-DEC
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ALLOC-EOF
               IF SQLCODE NOT = 100
                   DISPLAY 'CONSOL FETCH SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-ALLOC-USED
               MOVE DB2-POLICYNUM-INT
                 TO WS-AL-POLICY(WS-ALLOC-USED)
               MOVE DB2-INST-NUM-SINT
                 TO WS-AL-INST(WS-ALLOC-USED)
               MOVE WS-DUE-DATE-ISO
                 TO WS-AL-DUE-DATE(WS-ALLOC-USED)
               MOVE DB2-INST-AMT-DEC
                 TO WS-AL-AMOUNT(WS-ALLOC-USED)
               SUBTRACT DB2-INST-AMT-DEC FROM WS-ALLOC-PRESENT-LEFT
           END-IF.

      * One presented row: paid in full while the money lasts, split
      * where it runs out, refused once it has gone.
       2550-ALLOCATE-ROW.
           MOVE WS-AL-POLICY(WS-ALLOC-SUB)   TO DB2-POLICYNUM-INT
           MOVE WS-AL-INST(WS-ALLOC-SUB)     TO DB2-INST-NUM-SINT
           MOVE WS-AL-AMOUNT(WS-ALLOC-SUB)   TO DB2-INST-AMT-DEC

           IF WS-ALLOC-REMAIN NOT < DB2-INST-AMT-DEC
               EXEC SQL
                 UPDATE PAYSCHED
                    SET STATUS   = 'P',
                        PAIDDATE = :WS-PAID-DATE-ISO
                  WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                    AND INSTALLMENTNUM = :DB2-INST-NUM-SINT
                    AND STATUS = 'D'
               END-EXEC
               IF SQLCODE = 0 AND SQLERRD(3) > 0
                   SUBTRACT DB2-INST-AMT-DEC FROM WS-ALLOC-REMAIN
                   ADD 1 TO WS-TOT-PAID
               ELSE
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       DISPLAY 'CONSOL PAID SQLCODE: ' SQLCODE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               GO TO 2550-EXIT
           END-IF

           IF WS-ALLOC-REMAIN > 0
               PERFORM 2560-SPLIT-PART-PAID THRU 2560-EXIT
           END-IF

           EXEC SQL
             UPDATE PAYSCHED
                SET STATUS = 'R'
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND INSTALLMENTNUM = :DB2-INST-NUM-SINT
                AND STATUS = 'D'
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) > 0
               ADD 1 TO WS-TOT-REFUSED
               PERFORM 2300-REPRESENT-REFUSAL THRU 2300-EXIT
           ELSE
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'CONSOL REFUSE SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .
       2550-EXIT.
           EXIT.

      * The part the money covered comes off the open row and is
      * filed as a paid installment of its own, due the same day, so
      * the schedule still adds up to the premium and the receipts
      * unload sees exactly the cash that came in.
       2560-SPLIT-PART-PAID.
           MOVE WS-ALLOC-REMAIN TO DB2-PAID-AMT-DEC
           COMPUTE DB2-INST-AMT-DEC =
              DB2-INST-AMT-DEC - DB2-PAID-AMT-DEC
           MOVE WS-AL-DUE-DATE(WS-ALLOC-SUB) TO WS-DUE-DATE-ISO

           EXEC SQL
             SELECT COALESCE(MAX(INSTALLMENTNUM), 0) + 1
               INTO :DB2-SPLIT-NUM-SINT
               FROM PAYSCHED
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SPLIT MAX SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2560-EXIT
           END-IF

           EXEC SQL
             UPDATE PAYSCHED
                SET AMOUNT = :DB2-INST-AMT-DEC
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND INSTALLMENTNUM = :DB2-INST-NUM-SINT
                AND STATUS = 'D'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SPLIT UPDATE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2560-EXIT
           END-IF

           EXEC SQL
             INSERT INTO PAYSCHED
                       ( POLICYNUMBER,
                         INSTALLMENTNUM,
                         DUEDATE,
                         AMOUNT,
                         STATUS,
                         PAIDDATE       )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-SPLIT-NUM-SINT,
                         :WS-DUE-DATE-ISO,
                         :DB2-PAID-AMT-DEC,
                         'P',
                         :WS-PAID-DATE-ISO )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SPLIT INSERT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2560-EXIT
           END-IF

           MOVE 0 TO WS-ALLOC-REMAIN
           ADD 1 TO WS-TOT-PART-PAID
           ADD 1 TO WS-TOT-PAID
           MOVE DB2-POLICYNUM-INT TO WS-RPT-POLICY
           MOVE DB2-INST-NUM-SINT TO WS-RPT-INST
           MOVE DB2-PAID-AMT-DEC TO WS-REPORT-AMOUNT
           MOVE SPACES TO RESULT-REPORT-RECORD
           STRING 'PART-PAID: ' WS-RPT-POLICY ' #' WS-RPT-INST
                  ' ' WS-REPORT-AMOUNT ' PAID, BALANCE OPEN'
               DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
           WRITE RESULT-REPORT-RECORD
           .
       2560-EXIT.
           EXIT.

       3000-CLOSE.
           MOVE SPACES TO RESULT-REPORT-RECORD
           WRITE RESULT-REPORT-RECORD
               DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
           WRITE RESULT-REPORT-RECORD

           MOVE WS-TOT-CONSOL TO WS-REPORT-COUNT
           STRING 'CONSOLIDATED RESULTS: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
           WRITE RESULT-REPORT-RECORD

           MOVE WS-TOT-PART-PAID TO WS-REPORT-COUNT
           STRING 'PART-PAID SPLITS....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
           WRITE RESULT-REPORT-RECORD

           MOVE WS-TOT-UNALLOC-AMT TO WS-REPORT-AMOUNT
           STRING 'UNALLOCATED RECEIPTS: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
           WRITE RESULT-REPORT-RECORD

           MOVE WS-TOT-VULN-HELD TO WS-REPORT-COUNT
           MOVE SPACES TO RESULT-REPORT-RECORD
           STRING 'HELD - VULNERABLE...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RESULT-REPORT-RECORD
           WRITE RESULT-REPORT-RECORD

           CLOSE BANK-RESULT-FILE
                 RESULT-REPORT-FILE.

              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the return this     *
      * run took in, and the outbound interface it answers.            *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'BANKRET' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGCOLRS1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-READ TO IR-RECORD-COUNT
              MOVE WS-IFR-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-BANKRET-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-TOT-READ = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 'DDCOLL' TO IR-ACK-FOR
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
