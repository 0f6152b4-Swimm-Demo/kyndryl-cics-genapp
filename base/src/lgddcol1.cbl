           SELECT COLLECT-REPORT-FILE ASSIGN TO DDCOLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL RATE-BASIS-FILE ASSIGN TO RATESEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATESEQ-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * INSTEXT carries one row per open PAYSCHED installment,
      * unloaded from the live table the same way LGRENEW1 consumes
      * its POLEXPX extract rather than reading DB2 directly in batch.
      * Rows come in customer-number order so a consolidated
      * customer's installments arrive together.
       FD  INSTALLMENT-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           05 IX-AMOUNT             PIC 9(7)V99.
           05 IX-STATUS             PIC X.
      *    The policy's DDMANDATE status as unloaded - only an
      *    active ('A') mandate may be collected against.  For a
      *    consolidated customer it is the status of the customer's
      *    collecting mandate, the most recently activated of their
      *    policies' mandates.
           05 IX-MANDATE-STATUS     PIC X.
      *    The customer's CONSOLBILL choice - 'C' when the customer
      *    is billed as one consolidated collection.
           05 IX-BILL-LEVEL         PIC X.
              88 IX-CONSOLIDATED        VALUE 'C'.
      *    POLICY.ORGID - whose business calendar the collection date
      *    is rolled on; blank takes the shared calendar.
           05 IX-ORG-ID             PIC X(5).
           05 FILLER                PIC X(13).

      * DDCOLL is handed to the bank collection process - one record
      * per installment falling due inside the collection window, the
      * same one-record-per-item file pattern LGRENEW1 uses for its
      * RENOFFR offers.  A consolidated customer's installments go
      * as one record for the customer instead: DC-POLICY-NUM
      * carries the customer number and DC-INSTALLMENT-NUM is 00,
      * which the bank hands back unchanged for LGCOLRS1 to
      * allocate.
       FD  COLLECTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  COLLECT-REPORT-RECORD    PIC X(80).


      * RATESEQ is the sequential unload of LGRATES; only its 'H'
      * business-calendar records are used here - see LGBUSCAL.
       FD  RATE-BASIS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
           COPY LGRATTBL.

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of job, one record per execution.
       FD  RUN-STATS-FILE
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
       01  WS-FILE-STATUS.
           05 WS-EXTRACT-STATUS     PIC X(2).
           05 WS-COLLECT-STATUS     PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.

      * Installments whose collection date is within this many
      * business days of the run date are collected in tonight's
      * file, giving the bank its notice period ahead of the date.
       01  WS-COLLECT-LEAD-DAYS     PIC 9(3)   VALUE 003.

      * Consolidated billing - once a consolidated customer's
      * earliest open installment comes inside the lead window,
      * every installment they have falling due within
      * WS-CONSOL-SWEEP-DAYS goes with it in the one collection, so
      * all their policies are collected together once a month.
       01  WS-CONSOL-SWEEP-DAYS     PIC 9(3)   VALUE 030.
       01  WS-CONSOL-FIELDS.
           05 WS-CON-CUSTOMER       PIC X(10)  VALUE SPACES.
           05 WS-CON-AMOUNT         PIC 9(7)V99 VALUE 0.
           05 WS-CON-ITEMS          PIC S9(4) COMP VALUE 0.
           05 WS-CON-TRIGGERED      PIC X      VALUE 'N'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-LILIAN       PIC 9(9).
       01  WS-DUE-DATE-LILIAN       PIC 9(9).
       01  WS-DAYS-TO-DUE           PIC S9(5) COMP.

      * Business calendar - see LGBUSCAL.  Loaded once from the 'H'
      * records on RATESEQ; every collection date lands on a
      * business day of the policy's organization, and the bank's
      * notice period is counted in business days.
       01  WS-COLLECT-DATE          PIC 9(8).
       01  WS-BUS-DAYS-TO-COLLECT   PIC S9(5) COMP.
       01  WS-CON-COLLECT-DATE      PIC 9(8) VALUE 0.
       01  WS-RATESEQ-STATUS        PIC X(2).
       01  WS-RATESEQ-EOF           PIC X VALUE 'N'.
       01  WS-CAL-SUB               PIC S9(4) COMP.
       01  WS-CAL-FOUND             PIC X.
           COPY LGBUSCAL.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-COLLECTED      PIC 9(7) VALUE 0.
           05 WS-TOT-NOT-DUE        PIC 9(7) VALUE 0.
           05 WS-TOT-NOT-OPEN       PIC 9(7) VALUE 0.
           05 WS-TOT-NO-MANDATE     PIC 9(7) VALUE 0.
           05 WS-TOT-CONSOL         PIC 9(7) VALUE 0.
           05 WS-TOT-CONSOL-ITEMS   PIC 9(7) VALUE 0.
           05 WS-TOT-ROLLED         PIC 9(7) VALUE 0.
           05 WS-TOT-AMOUNT         PIC 9(11)V99 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
               UNTIL WS-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT

           OPEN INPUT  INSTALLMENT-EXTRACT
                OUTPUT COLLECTION-FILE
               MOVE 'Y' TO WS-EOF
           END-IF.

      *----------------------------------------------------------------*
      * Loads the business calendar off the LGRATES 'H' records.  A    *
      * later record for the same organization and day replaces the    *
      * earlier one, so the newest maintenance wins.  With no RATESEQ  *
      * the table stays empty and only weekends are closed.            *
      *----------------------------------------------------------------*
       1500-LOAD-CALENDAR.
           MOVE 0 TO BC-ENTRY-COUNT
           OPEN INPUT RATE-BASIS-FILE
           IF WS-RATESEQ-STATUS NOT = '00'
               DISPLAY 'RATESEQ NOT PRESENT - WEEKENDS-ONLY CALENDAR'
               CLOSE RATE-BASIS-FILE
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-READ-CALENDAR THRU 1510-EXIT
               UNTIL WS-RATESEQ-EOF = 'Y'
           CLOSE RATE-BASIS-FILE
           .
       1500-EXIT.
           EXIT.

       1510-READ-CALENDAR.
           READ RATE-BASIS-FILE
               AT END MOVE 'Y' TO WS-RATESEQ-EOF
               GO TO 1510-EXIT
           END-READ
           IF NOT RT-CAT-CALENDAR
               GO TO 1510-EXIT
           END-IF
           IF RT-ORG = LOW-VALUES
               MOVE SPACES TO RT-ORG
           END-IF
           MOVE 'N' TO WS-CAL-FOUND
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > BC-ENTRY-COUNT OR WS-CAL-FOUND = 'Y'
               IF BC-E-ORG(WS-CAL-SUB) = RT-ORG
                  AND BC-E-CODE(WS-CAL-SUB) = RT-CODE(1:8)
                  MOVE 'Y' TO WS-CAL-FOUND
                  SUBTRACT 1 FROM WS-CAL-SUB
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND = 'N'
               IF BC-ENTRY-COUNT NOT < 600
                   DISPLAY 'CALENDAR TABLE FULL - DROPPED ' RT-ORG
                           ' ' RT-CODE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1510-EXIT
               END-IF
               ADD 1 TO BC-ENTRY-COUNT
               MOVE BC-ENTRY-COUNT TO WS-CAL-SUB
           END-IF
           MOVE RT-ORG       TO BC-E-ORG(WS-CAL-SUB)
           MOVE RT-CODE(1:8) TO BC-E-CODE(WS-CAL-SUB)
           IF RT-FACTOR = 0
               MOVE 'N' TO BC-E-CLOSED(WS-CAL-SUB)
           ELSE
               MOVE 'Y' TO BC-E-CLOSED(WS-CAL-SUB)
           END-IF
           .
       1510-EXIT.
           EXIT.

       2000-PROCESS.
           READ INSTALLMENT-EXTRACT
               AT END MOVE 'Y' TO WS-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-READ
           IF IX-CUSTOMER-NUM NOT = WS-CON-CUSTOMER
               PERFORM 2400-FLUSH-CONSOL
               MOVE IX-CUSTOMER-NUM TO WS-CON-CUSTOMER
           END-IF
           PERFORM 2100-EVALUATE-INSTALLMENT
           .
       2000-EXIT.
                    FUNCTION INTEGER-OF-DATE(IX-DUE-DATE)
                 COMPUTE WS-DAYS-TO-DUE =
                    WS-DUE-DATE-LILIAN - WS-RUN-DATE-LILIAN
                 PERFORM 2150-SET-COLLECT-DATE
                 IF IX-CONSOLIDATED
                    PERFORM 2300-ADD-TO-CONSOL
                 ELSE
                    IF WS-BUS-DAYS-TO-COLLECT <= WS-COLLECT-LEAD-DAYS
                       PERFORM 2200-WRITE-COLLECTION
                    ELSE
                       ADD 1 TO WS-TOT-NOT-DUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * The bank collects on a business day - the due date itself,
      * rolled forward off a weekend or holiday, or for an
      * installment already due the first business day after the
      * run.  The notice period is the business days from the run
      * to that date.
       2150-SET-COLLECT-DATE.
           MOVE 'R'          TO BC-FUNCTION
           MOVE IX-ORG-ID    TO BC-ORG-ID
           MOVE IX-DUE-DATE  TO BC-FROM-DATE
           CALL 'LGBUSDAY' USING BUSINESS-CALENDAR-AREA
           IF BC-RETURN-CODE NOT = '00'
              MOVE IX-DUE-DATE TO BC-RESULT-DATE
           END-IF
           IF BC-RESULT-DATE NOT > WS-RUN-DATE
              MOVE 'A'         TO BC-FUNCTION
              MOVE WS-RUN-DATE TO BC-FROM-DATE
              MOVE 1           TO BC-DAYS
              CALL 'LGBUSDAY' USING BUSINESS-CALENDAR-AREA
              IF BC-RETURN-CODE NOT = '00'
                 MOVE WS-RUN-DATE TO BC-RESULT-DATE
              END-IF
           END-IF
           MOVE BC-RESULT-DATE TO WS-COLLECT-DATE

           MOVE 'C'             TO BC-FUNCTION
           MOVE WS-RUN-DATE     TO BC-FROM-DATE
           MOVE WS-COLLECT-DATE TO BC-TO-DATE
           CALL 'LGBUSDAY' USING BUSINESS-CALENDAR-AREA
           IF BC-RETURN-CODE = '00'
              MOVE BC-DAYS TO WS-BUS-DAYS-TO-COLLECT
           ELSE
              MOVE WS-DAYS-TO-DUE TO WS-BUS-DAYS-TO-COLLECT
           END-IF.

       2200-WRITE-COLLECTION.
           MOVE SPACES              TO COLLECTION-RECORD
           MOVE WS-COLLECT-DATE     TO DC-COLLECT-DATE
           MOVE IX-POLICY-NUM       TO DC-POLICY-NUM
           MOVE IX-CUSTOMER-NUM     TO DC-CUSTOMER-NUM
           MOVE IX-INSTALLMENT-NUM  TO DC-INSTALLMENT-NUM
           STRING IX-POLICY-NUM '/' IX-INSTALLMENT-NUM
               DELIMITED BY SIZE INTO DC-REFERENCE
           WRITE COLLECTION-RECORD
           IF WS-COLLECT-DATE > IX-DUE-DATE
              ADD 1 TO WS-TOT-ROLLED
           END-IF
           ADD 1 TO WS-TOT-COLLECTED
           ADD IX-AMOUNT TO WS-TOT-AMOUNT.

      * A consolidated customer's open installment is held back
      * until all of the customer's rows have been read - it goes
      * in the sweep if it falls due inside the sweep window, and
      * any one inside the lead window triggers the collection,
      * which is taken on the earliest triggering collection date.
       2300-ADD-TO-CONSOL.
           IF WS-DAYS-TO-DUE <= WS-CONSOL-SWEEP-DAYS
              ADD IX-AMOUNT TO WS-CON-AMOUNT
              ADD 1 TO WS-CON-ITEMS
              IF WS-BUS-DAYS-TO-COLLECT <= WS-COLLECT-LEAD-DAYS
                 MOVE 'Y' TO WS-CON-TRIGGERED
                 IF WS-CON-COLLECT-DATE = 0
                    OR WS-COLLECT-DATE < WS-CON-COLLECT-DATE
                    MOVE WS-COLLECT-DATE TO WS-CON-COLLECT-DATE
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-TOT-NOT-DUE
           END-IF.

      * Customer break - the customer just finished goes to the bank
      * as one collection when anything of theirs was due; otherwise
      * the swept rows simply wait for a later run.
       2400-FLUSH-CONSOL.
           IF WS-CON-ITEMS > 0
              IF WS-CON-TRIGGERED = 'Y'
                 MOVE SPACES              TO COLLECTION-RECORD
                 MOVE WS-CON-COLLECT-DATE TO DC-COLLECT-DATE
                 MOVE WS-CON-CUSTOMER     TO DC-POLICY-NUM
                 MOVE WS-CON-CUSTOMER     TO DC-CUSTOMER-NUM
                 MOVE 0                   TO DC-INSTALLMENT-NUM
                 MOVE WS-CON-AMOUNT       TO DC-AMOUNT
                 STRING 'C/' WS-CON-CUSTOMER
                     DELIMITED BY SIZE INTO DC-REFERENCE
                 WRITE COLLECTION-RECORD
                 ADD 1 TO WS-TOT-CONSOL
                 ADD WS-CON-ITEMS TO WS-TOT-CONSOL-ITEMS
                 ADD WS-CON-AMOUNT TO WS-TOT-AMOUNT
              ELSE
                 ADD WS-CON-ITEMS TO WS-TOT-NOT-DUE
              END-IF
           END-IF
           MOVE 0   TO WS-CON-AMOUNT
           MOVE 0   TO WS-CON-ITEMS
           MOVE 0   TO WS-CON-COLLECT-DATE
           MOVE 'N' TO WS-CON-TRIGGERED.

       3000-CLOSE.
           PERFORM 2400-FLUSH-CONSOL
           PERFORM 9150-VERIFY-TRAILER
           PERFORM 3100-WRITE-COLLECT-REPORT
           CLOSE INSTALLMENT-EXTRACT
               DELIMITED BY SIZE INTO COLLECT-REPORT-RECORD
           WRITE COLLECT-REPORT-RECORD

           MOVE WS-TOT-CONSOL TO WS-REPORT-COUNT
           STRING 'CONSOLIDATED WRITTEN: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO COLLECT-REPORT-RECORD
           WRITE COLLECT-REPORT-RECORD

           MOVE WS-TOT-CONSOL-ITEMS TO WS-REPORT-COUNT
           STRING 'INSTALLMENTS IN THEM: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO COLLECT-REPORT-RECORD
           WRITE COLLECT-REPORT-RECORD

           MOVE WS-TOT-ROLLED TO WS-REPORT-COUNT
           STRING 'ROLLED TO BUS. DAY..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO COLLECT-REPORT-RECORD
           WRITE COLLECT-REPORT-RECORD

           MOVE WS-TOT-NOT-DUE TO WS-REPORT-COUNT
           STRING 'NOT YET DUE.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO COLLECT-REPORT-RECORD
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              COMPUTE RS-RECS-OUT = WS-TOT-COLLECTED + WS-TOT-CONSOL
              MOVE 0 TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the file this run   *
      * cut for transmission with its controls; LGIFRRP1 chases the    *
      * counterparty's return against it.                              *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'DDCOLL' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGDDCOL1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              COMPUTE IR-RECORD-COUNT = WS-TOT-COLLECTED
                                      + WS-TOT-CONSOL
              MOVE WS-TOT-AMOUNT TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Extract control validation for INSTEXT - see LGEXTCTL.  The *
      * first record must be the header; the trailer's count and hash *
