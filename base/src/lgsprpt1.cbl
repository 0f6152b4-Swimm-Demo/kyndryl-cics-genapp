       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSPRPT1.
      *----------------------------------------------------------------*
      * Quarterly supplier report for the procurement review.  One    *
      * line per supplier on the SUPPLIER master, type by type: the   *
      * fees paid to it in the quarter (SUPPINVOICE rows filed paid,  *
      * by invoice date), the claims it was appointed to in the       *
      * quarter, and its average cycle time - appointment to final    *
      * invoice, in days - over the appointments it completed in the  *
      * quarter.  A supplier with nothing in the quarter still gets   *
      * its line, so the review sees who was never instructed.        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-REPORT-FILE ASSIGN TO SUPQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SUPPLIER-REPORT-RECORD   PIC X(100).

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of job, one record per execution.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY LGRUNST.

       WORKING-STORAGE SECTION.

      * Run-statistics capture - see LGRUNST.
       01  WS-RUNSTATS-STATUS       PIC X(2).
       01  WS-RS-START-TIME         PIC 9(6) VALUE 0.
       01  WS-RS-RUN-DATE           PIC 9(8) VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.

      * The quarter reported - start and end dates supplied by the
      * scheduler as YYYY-MM-DDYYYY-MM-DD; blank means the calendar
      * quarter before the run date.
       01  WS-QUARTER-PARM.
           05 WS-QTR-FROM           PIC X(10).
           05 WS-QTR-TO             PIC X(10).

       01  WS-QTR-WORK.
           05 WS-QTR-YEAR           PIC 9(4).
           05 WS-QTR-MONTH          PIC 9(2).
           05 WS-QTR-NUMBER         PIC 9.
           05 WS-QTR-END-MONTH      PIC 9(2).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-SUPPLIERS      PIC 9(7) VALUE 0.
           05 WS-TOT-ACTIVE         PIC 9(7) VALUE 0.
           05 WS-TOT-CLAIMS         PIC 9(7) VALUE 0.
           05 WS-TOT-COMPLETED      PIC 9(7) VALUE 0.
           05 WS-TOT-COST           PIC 9(11)V99 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-HEADING-1.
           05 FILLER                PIC X(30)
                VALUE 'SUPPLIER QUARTERLY REVIEW - '.
           05 WS-H1-FROM            PIC X(10).
           05 FILLER                PIC X(4) VALUE ' TO '.
           05 WS-H1-TO              PIC X(10).
           05 FILLER                PIC X(46) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER                PIC X(40)
                VALUE 'T SUPPLIER NAME                        S'.
           05 FILLER                PIC X(30)
                VALUE '           COST  CLAIMS  COMPL'.
           05 FILLER                PIC X(30)
                VALUE '  AVG DAYS'.

       01  WS-DETAIL-LINE.
           05 DL-TYPE               PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-SUPPLIER           PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-NAME               PIC X(28).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-STATUS             PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-COST               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-CLAIMS             PIC ZZ,ZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-COMPLETED          PIC ZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 DL-AVG-DAYS           PIC ZZZZ9.9.
           05 FILLER                PIC X(21) VALUE SPACES.

       01  DB2-SUPPLIER-FIELDS.
           05 DB2-SUPPLIERID        PIC X(8).
           05 DB2-SUPPLIERNAME      PIC X(30).
           05 DB2-SUPPLIERTYPE      PIC X.
           05 DB2-SUPPSTATUS        PIC X.
           05 DB2-COST-DEC          PIC S9(11)V99 COMP-3.
           05 DB2-CLAIMCNT-INT      PIC S9(9) COMP.
           05 DB2-COMPCNT-INT       PIC S9(9) COMP.
           05 DB2-CYCLEDAYS-INT     PIC S9(9) COMP.
           05 DB2-AVG-DAYS          PIC S9(5)V9 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every supplier on the master, type by type.
           EXEC SQL
             DECLARE SUPPLIER-CSR CURSOR FOR
               SELECT SUPPLIERID, SUPPLIERNAME, SUPPLIERTYPE, STATUS
                 FROM SUPPLIER
                ORDER BY SUPPLIERTYPE, SUPPLIERID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2000-EXIT
               UNTIL WS-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           GOBACK.

       1000-INIT.
           ACCEPT WS-QUARTER-PARM.
           IF WS-QTR-FROM = SPACES OR WS-QTR-TO = SPACES
               PERFORM 1100-PRIOR-QUARTER
           END-IF

           OPEN OUTPUT SUPPLIER-REPORT-FILE
           MOVE WS-QTR-FROM TO WS-H1-FROM
           MOVE WS-QTR-TO   TO WS-H1-TO
           WRITE SUPPLIER-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO SUPPLIER-REPORT-RECORD
           WRITE SUPPLIER-REPORT-RECORD
           WRITE SUPPLIER-REPORT-RECORD FROM WS-HEADING-2

           EXEC SQL
             OPEN SUPPLIER-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SUPPLIER CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The calendar quarter before the one the run date falls in -
      * a January run reports October to December of the year before.
       1100-PRIOR-QUARTER.
           MOVE WS-RS-RUN-DATE(1:4) TO WS-QTR-YEAR
           MOVE WS-RS-RUN-DATE(5:2) TO WS-QTR-MONTH
           COMPUTE WS-QTR-NUMBER = (WS-QTR-MONTH - 1) / 3
           IF WS-QTR-NUMBER = 0
               SUBTRACT 1 FROM WS-QTR-YEAR
               MOVE 4 TO WS-QTR-NUMBER
           END-IF
           COMPUTE WS-QTR-MONTH = (WS-QTR-NUMBER * 3) - 2
           COMPUTE WS-QTR-END-MONTH = WS-QTR-NUMBER * 3

           MOVE WS-QTR-YEAR      TO WS-QTR-FROM(1:4)
           MOVE '-'              TO WS-QTR-FROM(5:1)
           MOVE WS-QTR-MONTH     TO WS-QTR-FROM(6:2)
           MOVE '-01'            TO WS-QTR-FROM(8:3)
           MOVE WS-QTR-YEAR      TO WS-QTR-TO(1:4)
           MOVE '-'              TO WS-QTR-TO(5:1)
           MOVE WS-QTR-END-MONTH TO WS-QTR-TO(6:2)
           IF WS-QTR-NUMBER = 1 OR WS-QTR-NUMBER = 4
               MOVE '-31'        TO WS-QTR-TO(8:3)
           ELSE
               MOVE '-30'        TO WS-QTR-TO(8:3)
           END-IF.

       2000-PROCESS.
           EXEC SQL
             FETCH SUPPLIER-CSR
              INTO :DB2-SUPPLIERID, :DB2-SUPPLIERNAME,
                   :DB2-SUPPLIERTYPE, :DB2-SUPPSTATUS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'SUPPLIER FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOT-SUPPLIERS
           MOVE 0 TO DB2-COST-DEC
           MOVE 0 TO DB2-CLAIMCNT-INT
           MOVE 0 TO DB2-COMPCNT-INT
           MOVE 0 TO DB2-CYCLEDAYS-INT
           MOVE 0 TO DB2-AVG-DAYS
           PERFORM 2100-SUPPLIER-FIGURES

           IF DB2-COST-DEC > 0 OR DB2-CLAIMCNT-INT > 0
              OR DB2-COMPCNT-INT > 0
               ADD 1 TO WS-TOT-ACTIVE
           END-IF
           ADD DB2-COST-DEC     TO WS-TOT-COST
           ADD DB2-CLAIMCNT-INT TO WS-TOT-CLAIMS
           ADD DB2-COMPCNT-INT  TO WS-TOT-COMPLETED

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE DB2-SUPPLIERTYPE    TO DL-TYPE
           MOVE DB2-SUPPLIERID      TO DL-SUPPLIER
           MOVE DB2-SUPPLIERNAME    TO DL-NAME
           MOVE DB2-SUPPSTATUS      TO DL-STATUS
           MOVE DB2-COST-DEC        TO DL-COST
           MOVE DB2-CLAIMCNT-INT    TO DL-CLAIMS
           MOVE DB2-COMPCNT-INT     TO DL-COMPLETED
           MOVE DB2-AVG-DAYS        TO DL-AVG-DAYS
           WRITE SUPPLIER-REPORT-RECORD FROM WS-DETAIL-LINE
           .
       2000-EXIT.
           EXIT.

      * Cost is what was paid - invoices still held or rejected are
      * not the supplier's cost until the review releases them.
       2100-SUPPLIER-FIGURES.
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :DB2-COST-DEC
               FROM SUPPINVOICE
              WHERE SUPPLIERID  = :DB2-SUPPLIERID
                AND STATUS      = 'P'
                AND INVOICEDATE BETWEEN :WS-QTR-FROM AND :WS-QTR-TO
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SUPPLIER COST SQLCODE: ' SQLCODE
                       ' SUPPLIER ' DB2-SUPPLIERID
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             SELECT COUNT(DISTINCT CLAIMNUMBER)
               INTO :DB2-CLAIMCNT-INT
               FROM CLAIMAPPT
              WHERE SUPPLIERID = :DB2-SUPPLIERID
                AND APPTDATE BETWEEN :WS-QTR-FROM AND :WS-QTR-TO
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SUPPLIER CLAIMS SQLCODE: ' SQLCODE
                       ' SUPPLIER ' DB2-SUPPLIERID
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(DAYS(COMPLETEDDATE)
                                 - DAYS(APPTDATE)), 0)
               INTO :DB2-COMPCNT-INT, :DB2-CYCLEDAYS-INT
               FROM CLAIMAPPT
              WHERE SUPPLIERID = :DB2-SUPPLIERID
                AND STATUS     = 'C'
                AND COMPLETEDDATE BETWEEN :WS-QTR-FROM AND :WS-QTR-TO
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SUPPLIER CYCLE SQLCODE: ' SQLCODE
                       ' SUPPLIER ' DB2-SUPPLIERID
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DB2-COMPCNT-INT > 0
                   COMPUTE DB2-AVG-DAYS ROUNDED =
                      DB2-CYCLEDAYS-INT / DB2-COMPCNT-INT
               END-IF
           END-IF.

       3000-CLOSE.
           EXEC SQL
             CLOSE SUPPLIER-CSR
           END-EXEC

           MOVE SPACES TO SUPPLIER-REPORT-RECORD
           WRITE SUPPLIER-REPORT-RECORD

           MOVE 'SUPPLIER REVIEW - CONTROL TOTALS'
               TO SUPPLIER-REPORT-RECORD
           WRITE SUPPLIER-REPORT-RECORD

           MOVE WS-TOT-SUPPLIERS TO WS-REPORT-COUNT
           MOVE SPACES TO SUPPLIER-REPORT-RECORD
           STRING 'SUPPLIERS...........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SUPPLIER-REPORT-RECORD
           WRITE SUPPLIER-REPORT-RECORD

           MOVE WS-TOT-ACTIVE TO WS-REPORT-COUNT
           MOVE SPACES TO SUPPLIER-REPORT-RECORD
           STRING '  USED IN QUARTER...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SUPPLIER-REPORT-RECORD
           WRITE SUPPLIER-REPORT-RECORD

           MOVE WS-TOT-CLAIMS TO WS-REPORT-COUNT
           MOVE SPACES TO SUPPLIER-REPORT-RECORD
           STRING 'CLAIMS APPOINTED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SUPPLIER-REPORT-RECORD
           WRITE SUPPLIER-REPORT-RECORD

           MOVE WS-TOT-COMPLETED TO WS-REPORT-COUNT
           MOVE SPACES TO SUPPLIER-REPORT-RECORD
           STRING 'APPTS COMPLETED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SUPPLIER-REPORT-RECORD
           WRITE SUPPLIER-REPORT-RECORD

           MOVE WS-TOT-COST TO WS-REPORT-AMOUNT
           MOVE SPACES TO SUPPLIER-REPORT-RECORD
           STRING 'SUPPLIER COST.......: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO SUPPLIER-REPORT-RECORD
           WRITE SUPPLIER-REPORT-RECORD

           CLOSE SUPPLIER-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGSPRPT1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-SUPPLIERS TO RS-RECS-IN
              MOVE WS-TOT-SUPPLIERS TO RS-RECS-OUT
              MOVE 0 TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE = 0
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.
