       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCEGRT1.
      *----------------------------------------------------------------*
      * Year-end chargeable-event return.  Every gain LGCEGCT1 has     *
      * certified for the tax year (CHGEVENT status 'C' with a gain)   *
      * goes to the tax authority on one file, CEGRETN, with the       *
      * policyholder's name and address off the CUSTOMER row and the   *
      * figures the certificate showed.  The file carries the          *
      * standard LGEXTCTL header and trailer, the trailer hashing the  *
      * gains, so the return can be balanced before it is sent.  The   *
      * tax year is the last one completed at the run date (the year   *
      * running from 6 April) unless the CEGPARM record names another  *
      * - used to rerun a past return.                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CEGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RETURN-FILE ASSIGN TO CEGRETN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETN-STATUS.
           SELECT RETURN-REPORT-FILE ASSIGN TO CEGRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One optional record: the tax year to return, YYYY - the year
      * starting 6 April YYYY.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 CP-TAX-YEAR           PIC 9(4).
           05 FILLER                PIC X(76).

      * The return - one row per certified gain in the tax year,
      * between the standard header and trailer.
       FD  RETURN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  RETURN-RECORD.
           05 RT-POLICY-NUM         PIC X(10).
           05 RT-CUSTOMER-NUM       PIC X(10).
           05 RT-CUSTOMER-NAME      PIC X(40).
           05 RT-ADDRESS            PIC X(80).
           05 RT-POSTCODE           PIC X(8).
           05 RT-EVENT-TYPE         PIC X.
           05 RT-EVENT-DATE         PIC 9(8).
           05 RT-TAX-YEAR           PIC 9(4).
           05 RT-POLICY-YEARS       PIC 9(3).
           05 RT-EVENT-VALUE        PIC 9(9)V99.
           05 RT-PREMIUMS-PAID      PIC 9(9)V99.
           05 RT-GAIN               PIC 9(9)V99.
           05 FILLER                PIC X(3).

       FD  RETURN-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-REPORT-RECORD     PIC X(80).

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of job, one record per execution.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F
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
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-RETN-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-TAX-YEAR              PIC 9(4).
       01  WS-TAX-YEAR-END          PIC 9(4).

      * Extract controls for CEGRETN - see LGEXTCTL.
           COPY LGEXTCTL.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-WRITTEN        PIC 9(9) VALUE 0.
           05 WS-TOT-GAIN           PIC 9(13)V99 VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  DB2-RETN-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-CUSTOMER-NAME     PIC X(40).
           05 DB2-ADDRESS           PIC X(80).
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-EVENT-TYPE        PIC X.
           05 DB2-EVENT-DATE        PIC X(10).
           05 DB2-POLYEARS-SINT     PIC S9(4) COMP.
           05 DB2-EVENT-VALUE-DEC   PIC S9(9)V99 COMP-3.
           05 DB2-PREMIUMS-DEC      PIC S9(9)V99 COMP-3.
           05 DB2-GAIN-DEC          PIC S9(9)V99 COMP-3.
           05 DB2-TAXYEAR-SINT      PIC S9(4) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE RETN-CSR CURSOR FOR
               SELECT C.POLICYNUMBER, C.CUSTOMERNUMBER,
                      U.CUSTOMERNAME, U.CUSTOMERADDRESS, U.POSTCODE,
                      C.EVENTTYPE, CHAR(C.EVENTDATE, ISO),
                      C.POLICYYEARS, C.EVENTVALUE, C.PREMIUMSPAID,
                      C.GAIN
                 FROM CHGEVENT C, CUSTOMER U
                WHERE C.CUSTOMERNUMBER = U.CUSTOMERNUMBER
                  AND C.STATUS         = 'C'
                  AND C.TAXYEAR        = :DB2-TAXYEAR-SINT
                  AND C.GAIN           > 0
                ORDER BY C.POLICYNUMBER, C.EVENTDATE, C.EVENTID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2000-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           OPEN OUTPUT RETURN-FILE
                OUTPUT RETURN-REPORT-FILE

           PERFORM 1100-SET-TAX-YEAR
           MOVE WS-TAX-YEAR TO DB2-TAXYEAR-SINT
           COMPUTE WS-TAX-YEAR-END = WS-TAX-YEAR + 1

           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'CHARGEABLE EVENT RETURN - TAX YEAR '
                  WS-TAX-YEAR '/' WS-TAX-YEAR-END(3:2)
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

      *    Every extract opens with the standard header.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'HDR*' TO XC-RECORD-ID
           MOVE WS-RS-RUN-DATE TO XC-RUN-DATE
           MOVE 'LGCEGRT1' TO XC-SOURCE
           MOVE SPACES TO RETURN-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO RETURN-RECORD(1:34)
           WRITE RETURN-RECORD

           EXEC SQL
             OPEN RETN-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The last tax year completed at the run date, unless CEGPARM
      * names one.
       1100-SET-TAX-YEAR.
           MOVE WS-RS-RUN-DATE(1:4) TO WS-TAX-YEAR
           IF WS-RS-RUN-DATE(5:4) < '0406'
               SUBTRACT 2 FROM WS-TAX-YEAR
           ELSE
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CP-TAX-YEAR NUMERIC
                          AND CP-TAX-YEAR > 0
                           MOVE CP-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       2000-PROCESS.
           EXEC SQL
             FETCH RETN-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-CUSTOMER-NAME, :DB2-ADDRESS, :DB2-POSTCODE,
                   :DB2-EVENT-TYPE, :DB2-EVENT-DATE,
                   :DB2-POLYEARS-SINT, :DB2-EVENT-VALUE-DEC,
                   :DB2-PREMIUMS-DEC, :DB2-GAIN-DEC
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO RETURN-RECORD
           MOVE DB2-POLICYNUM-INT   TO RT-POLICY-NUM
           MOVE DB2-CUSTOMERNUM-INT TO RT-CUSTOMER-NUM
           MOVE DB2-CUSTOMER-NAME   TO RT-CUSTOMER-NAME
           MOVE DB2-ADDRESS         TO RT-ADDRESS
           MOVE DB2-POSTCODE        TO RT-POSTCODE
           MOVE DB2-EVENT-TYPE      TO RT-EVENT-TYPE
           MOVE DB2-EVENT-DATE(1:4) TO RT-EVENT-DATE(1:4)
           MOVE DB2-EVENT-DATE(6:2) TO RT-EVENT-DATE(5:2)
           MOVE DB2-EVENT-DATE(9:2) TO RT-EVENT-DATE(7:2)
           MOVE WS-TAX-YEAR         TO RT-TAX-YEAR
           MOVE DB2-POLYEARS-SINT   TO RT-POLICY-YEARS
           MOVE DB2-EVENT-VALUE-DEC TO RT-EVENT-VALUE
           MOVE DB2-PREMIUMS-DEC    TO RT-PREMIUMS-PAID
           MOVE DB2-GAIN-DEC        TO RT-GAIN
           WRITE RETURN-RECORD

           ADD 1 TO WS-TOT-WRITTEN
           ADD DB2-GAIN-DEC TO WS-TOT-GAIN
           .
       2000-EXIT.
           EXIT.

       3000-CLOSE.
           EXEC SQL
             CLOSE RETN-CSR
           END-EXEC

      *    And closes with the standard trailer - the count and the
      *    hash of the gains.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'TRL*' TO XC-RECORD-ID
           MOVE WS-TOT-WRITTEN TO XC-RECORD-COUNT
           MOVE WS-TOT-GAIN TO XC-HASH-TOTAL
           MOVE SPACES TO RETURN-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO RETURN-RECORD(1:34)
           WRITE RETURN-RECORD

           MOVE SPACES TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE 'CHARGEABLE EVENT RETURN - CONTROL TOTALS'
               TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE SPACES TO RETURN-REPORT-RECORD
           MOVE WS-TOT-WRITTEN TO WS-REPORT-COUNT
           STRING 'GAINS RETURNED......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE SPACES TO RETURN-REPORT-RECORD
           MOVE WS-TOT-GAIN TO WS-REPORT-AMOUNT
           STRING 'TOTAL GAINS.........: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           CLOSE RETURN-FILE
                 RETURN-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGCEGRT1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-WRITTEN TO RS-RECS-IN
              MOVE WS-TOT-WRITTEN TO RS-RECS-OUT
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

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the return this     *
      * run cut for the tax authority, with the same count and gain    *
      * hash as its trailer.                                           *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'CEGRETN' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGCEGRT1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-WRITTEN TO IR-RECORD-COUNT
              MOVE WS-TOT-GAIN TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
