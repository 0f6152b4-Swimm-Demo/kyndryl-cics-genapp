       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUNDIN1.
      *----------------------------------------------------------------*
      * Monthly underinsurance report on the in-force house book.     *
      * LGAPDB01 estimates the rebuild cost of every house it adds or *
      * amends and keeps the estimate on the HOUSE row; this job      *
      * lists each in-force house policy whose buildings value is     *
      * below the warning percentage of that estimate (80 unless the  *
      * UNDPARM control record says otherwise - the same default the  *
      * online 'L'/'UNDINSWARN' entry carries), soonest expiry first, *
      * so the renewals team can raise sums insured before the offer  *
      * goes out.  A row written before the estimate was kept (or     *
      * carried forward by a renewal without one) is estimated here   *
      * the way LGAPDB01 would - the 'B' rebuild-cost table off the   *
      * RATESEQ unload of LGRATES, then the compiled-in cost a        *
      * bedroom - and shown as estimated this run.                    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO UNDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT UNDERINS-REPORT-FILE ASSIGN TO UNDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL RATE-BASIS-FILE ASSIGN TO RATESEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATESEQ-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One optional record: the warning percentage of the rebuild
      * estimate below which a house is listed.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 UP-WARN-PCT           PIC 9(3).
           05 FILLER                PIC X(77).

       FD  UNDERINS-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  UNDERINS-REPORT-RECORD   PIC X(100).

      * RATESEQ is the sequential unload of LGRATES; only its 'B'
      * rebuild-cost records are used here.
       FD  RATE-BASIS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
           COPY LGRATTBL.

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
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
           05 WS-RATESEQ-STATUS     PIC X(2).

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-RUN-DATE-ISO          PIC X(10).
       01  WS-WARN-PCT              PIC 9(3) VALUE 080.
       01  WS-VALUE-PCT             PIC 9(3).

      * Rebuild-cost table - the 'B' records as LGAPDB01's keyed read
      * of LGRATES finds them (the undated, shared version of each
      * code): property type (8), bedrooms (2) and postcode area (2),
      * a blank area the national figure for the type and size.  Used
      * only for a house whose row carries no estimate; with no
      * RATESEQ the compiled-in cost a bedroom stands alone, as it
      * does online when LGRATES has no entry.
       01  WS-RATESEQ-EOF           PIC X VALUE 'N'.
       01  WS-RBC-TABLE.
           05 WS-RBC-ENTRY OCCURS 500 TIMES.
              10 WS-RBC-CODE        PIC X(12).
              10 WS-RBC-COST        PIC 9(9).
       01  WS-RBC-USED              PIC S9(4) COMP VALUE 0.
       01  WS-RBC-SUB               PIC S9(4) COMP.
       01  WS-RBC-FOUND             PIC X.
       01  WS-RBC-KEY.
           05 WS-RBC-KEY-TYPE       PIC X(8).
           05 WS-RBC-KEY-BEDS       PIC 9(2).
           05 WS-RBC-KEY-AREA       PIC X(2).
       01  WS-RBC-BEDS              PIC 9(2).
       01  WS-RBC-PER-BED           PIC 9(7).

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ           PIC 9(7) VALUE 0.
           05 WS-TOT-ESTIMATED      PIC 9(7) VALUE 0.
           05 WS-TOT-LISTED         PIC 9(7) VALUE 0.
           05 WS-TOT-SHORTFALL      PIC 9(11) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-HEADING-1.
           05 FILLER                PIC X(50)
                VALUE 'HOUSE BOOK UNDERINSURANCE REPORT - RUN DATE '.
           05 WS-H1-DATE            PIC X(10).
           05 FILLER                PIC X(40) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER                PIC X(35)
                VALUE 'POLICY     CUSTOMER   TYPE     BD  '.
           05 FILLER                PIC X(33)
                VALUE 'POSTCODE  EXPIRY          VALUE  '.
           05 FILLER                PIC X(32)
                VALUE 'REBUILD EST  PCT  BASIS'.

       01  WS-DETAIL-LINE.
           05 DL-POLICY             PIC 9(10).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-CUSTOMER           PIC 9(10).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-TYPE               PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-BEDS               PIC Z9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DL-POSTCODE           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DL-EXPIRY             PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 DL-VALUE              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DL-REBUILD            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DL-PCT                PIC ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 DL-BASIS              PIC X(8).
           05 FILLER                PIC X(6) VALUE SPACES.

       01  DB2-UNDERINS-FIELDS.
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           05 DB2-PROPTYPE          PIC X(15).
           05 DB2-BEDROOMS-SINT     PIC S9(4) COMP.
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-EXPIRY-DATE       PIC X(10).
           05 DB2-VALUE-INT         PIC S9(9) COMP.
           05 DB2-REBUILD-INT       PIC S9(9) COMP.
           05 DB2-WARN-PCT-SINT     PIC S9(4) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * In-force houses insured below the warning share of their
      * rebuild estimate, soonest to renew first - plus every
      * in-force house with no estimate on its row, which 2100
      * estimates and tests here.
           EXEC SQL
             DECLARE UNDERINS-CSR CURSOR FOR
               SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                      H.PROPERTYTYPE, H.BEDROOMS, H.POSTCODE,
                      CHAR(P.EXPIRYDATE, ISO),
                      H.VALUE, COALESCE(H.REBUILDCOST, 0)
                 FROM POLICY P, HOUSE H
                WHERE P.POLICYNUMBER = H.POLICYNUMBER
                  AND P.EXPIRYDATE  >= :WS-RUN-DATE-ISO
                  AND (COALESCE(H.REBUILDCOST, 0) = 0
                       OR H.VALUE * 100
                          < H.REBUILDCOST * :DB2-WARN-PCT-SINT)
                ORDER BY P.EXPIRYDATE, P.POLICYNUMBER
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
           MOVE WS-RS-RUN-DATE(1:4) TO WS-RUN-DATE-ISO(1:4).
           MOVE '-'                 TO WS-RUN-DATE-ISO(5:1).
           MOVE WS-RS-RUN-DATE(5:2) TO WS-RUN-DATE-ISO(6:2).
           MOVE '-'                 TO WS-RUN-DATE-ISO(8:1).
           MOVE WS-RS-RUN-DATE(7:2) TO WS-RUN-DATE-ISO(9:2).

           PERFORM 1100-READ-PARM
           MOVE WS-WARN-PCT TO DB2-WARN-PCT-SINT
           PERFORM 1500-LOAD-REBUILD THRU 1500-EXIT

           OPEN OUTPUT UNDERINS-REPORT-FILE
           MOVE WS-RUN-DATE-ISO TO WS-H1-DATE
           WRITE UNDERINS-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO UNDERINS-REPORT-RECORD
           WRITE UNDERINS-REPORT-RECORD
           WRITE UNDERINS-REPORT-RECORD FROM WS-HEADING-2

           EXEC SQL
             OPEN UNDERINS-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'UNDERINS CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A missing or unreadable parm file keeps the compiled-in
      * percentage.
       1100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF UP-WARN-PCT NUMERIC
                          AND UP-WARN-PCT > 0
                           MOVE UP-WARN-PCT TO WS-WARN-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Loads the rebuild-cost table off the LGRATES 'B' records.      *
      * Only the version LGAPDB01 reads is kept - undated and shared - *
      * so a house estimated here gets the figure it would have been   *
      * given online.  With no RATESEQ the table stays empty.          *
      *----------------------------------------------------------------*
       1500-LOAD-REBUILD.
           OPEN INPUT RATE-BASIS-FILE
           IF WS-RATESEQ-STATUS NOT = '00'
               DISPLAY 'RATESEQ NOT PRESENT - COMPILED-IN REBUILD COSTS'
               CLOSE RATE-BASIS-FILE
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-READ-REBUILD THRU 1510-EXIT
               UNTIL WS-RATESEQ-EOF = 'Y'
           CLOSE RATE-BASIS-FILE
           .
       1500-EXIT.
           EXIT.

       1510-READ-REBUILD.
           READ RATE-BASIS-FILE
               AT END MOVE 'Y' TO WS-RATESEQ-EOF
               GO TO 1510-EXIT
           END-READ
           IF NOT RT-CAT-REBUILD
               GO TO 1510-EXIT
           END-IF
           IF (RT-EFF-FROM NOT = SPACES
                AND RT-EFF-FROM NOT = LOW-VALUES)
              OR (RT-ORG NOT = SPACES AND RT-ORG NOT = LOW-VALUES)
               GO TO 1510-EXIT
           END-IF
           IF WS-RBC-USED NOT < 500
               DISPLAY 'REBUILD TABLE FULL - DROPPED ' RT-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-RBC-USED
           MOVE RT-CODE   TO WS-RBC-CODE(WS-RBC-USED)
           MOVE RT-FACTOR TO WS-RBC-COST(WS-RBC-USED)
           .
       1510-EXIT.
           EXIT.

       2000-PROCESS.
           EXEC SQL
             FETCH UNDERINS-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-PROPTYPE, :DB2-BEDROOMS-SINT,
                   :DB2-POSTCODE, :DB2-EXPIRY-DATE,
                   :DB2-VALUE-INT, :DB2-REBUILD-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'UNDERINS FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-READ

      *    No estimate on the row - make it now, and list the house
      *    only if it falls below the warning share of it.
           MOVE 'ON FILE' TO DL-BASIS
           IF DB2-REBUILD-INT = 0
               PERFORM 2100-ESTIMATE-REBUILD
               IF DB2-VALUE-INT * 100
                  NOT < DB2-REBUILD-INT * WS-WARN-PCT
                   GO TO 2000-EXIT
               END-IF
               MOVE 'THIS RUN' TO DL-BASIS
               ADD 1 TO WS-TOT-ESTIMATED
           END-IF

           COMPUTE WS-VALUE-PCT =
              (DB2-VALUE-INT * 100) / DB2-REBUILD-INT
           MOVE DB2-POLICYNUM-INT   TO DL-POLICY
           MOVE DB2-CUSTOMERNUM-INT TO DL-CUSTOMER
           MOVE DB2-PROPTYPE        TO DL-TYPE
           MOVE DB2-BEDROOMS-SINT   TO DL-BEDS
           MOVE DB2-POSTCODE        TO DL-POSTCODE
           MOVE DB2-EXPIRY-DATE     TO DL-EXPIRY
           MOVE DB2-VALUE-INT       TO DL-VALUE
           MOVE DB2-REBUILD-INT     TO DL-REBUILD
           MOVE WS-VALUE-PCT        TO DL-PCT
           WRITE UNDERINS-REPORT-RECORD FROM WS-DETAIL-LINE

           ADD 1 TO WS-TOT-LISTED
           COMPUTE WS-TOT-SHORTFALL =
              WS-TOT-SHORTFALL + DB2-REBUILD-INT - DB2-VALUE-INT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Rebuild estimate as LGAPDB01's P315-H-REBUILD-CHECK makes it - *
      * the 'B' entry for the type, bedrooms and postcode area, else   *
      * the national entry for the type and size, else the compiled-in *
      * cost a bedroom for the type.                                   *
      *----------------------------------------------------------------*
       2100-ESTIMATE-REBUILD.
           MOVE DB2-BEDROOMS-SINT TO WS-RBC-BEDS
           IF WS-RBC-BEDS = 0
               MOVE 1 TO WS-RBC-BEDS
           END-IF
           MOVE DB2-PROPTYPE(1:8) TO WS-RBC-KEY-TYPE
           MOVE WS-RBC-BEDS       TO WS-RBC-KEY-BEDS
           MOVE DB2-POSTCODE(1:2) TO WS-RBC-KEY-AREA
           PERFORM 2110-FIND-REBUILD
           IF WS-RBC-FOUND = 'N'
               MOVE SPACES TO WS-RBC-KEY-AREA
               PERFORM 2110-FIND-REBUILD
           END-IF

           IF WS-RBC-FOUND = 'Y' AND WS-RBC-COST(WS-RBC-SUB) > 0
               MOVE WS-RBC-COST(WS-RBC-SUB) TO DB2-REBUILD-INT
           ELSE
               EVALUATE DB2-PROPTYPE
                  WHEN 'DETACHED'
                     MOVE 0095000 TO WS-RBC-PER-BED
                  WHEN 'SEMI'
                     MOVE 0080000 TO WS-RBC-PER-BED
                  WHEN 'TERRACED'
                     MOVE 0070000 TO WS-RBC-PER-BED
                  WHEN 'FLAT'
                     MOVE 0060000 TO WS-RBC-PER-BED
                  WHEN OTHER
                     MOVE 0075000 TO WS-RBC-PER-BED
               END-EVALUATE
               COMPUTE DB2-REBUILD-INT = WS-RBC-PER-BED * WS-RBC-BEDS
           END-IF.

       2110-FIND-REBUILD.
           MOVE 'N' TO WS-RBC-FOUND
           PERFORM VARYING WS-RBC-SUB FROM 1 BY 1
             UNTIL WS-RBC-SUB > WS-RBC-USED OR WS-RBC-FOUND = 'Y'
               IF WS-RBC-CODE(WS-RBC-SUB) = WS-RBC-KEY
                  MOVE 'Y' TO WS-RBC-FOUND
                  SUBTRACT 1 FROM WS-RBC-SUB
               END-IF
           END-PERFORM.

       3000-CLOSE.
           EXEC SQL
             CLOSE UNDERINS-CSR
           END-EXEC

           MOVE SPACES TO UNDERINS-REPORT-RECORD
           WRITE UNDERINS-REPORT-RECORD

           MOVE 'UNDERINSURANCE REPORT - CONTROL TOTALS'
               TO UNDERINS-REPORT-RECORD
           WRITE UNDERINS-REPORT-RECORD

           MOVE WS-TOT-READ TO WS-REPORT-COUNT
           MOVE SPACES TO UNDERINS-REPORT-RECORD
           STRING 'HOUSES EXAMINED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO UNDERINS-REPORT-RECORD
           WRITE UNDERINS-REPORT-RECORD

           MOVE WS-TOT-LISTED TO WS-REPORT-COUNT
           MOVE SPACES TO UNDERINS-REPORT-RECORD
           STRING 'HOUSES UNDERINSURED.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO UNDERINS-REPORT-RECORD
           WRITE UNDERINS-REPORT-RECORD

           MOVE WS-TOT-ESTIMATED TO WS-REPORT-COUNT
           MOVE SPACES TO UNDERINS-REPORT-RECORD
           STRING '  ESTIMATED THIS RUN: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO UNDERINS-REPORT-RECORD
           WRITE UNDERINS-REPORT-RECORD

           MOVE WS-TOT-SHORTFALL TO WS-REPORT-AMOUNT
           MOVE SPACES TO UNDERINS-REPORT-RECORD
           STRING 'TOTAL SHORTFALL.....: ' WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO UNDERINS-REPORT-RECORD
           WRITE UNDERINS-REPORT-RECORD

           CLOSE UNDERINS-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended    *
      * per execution, whatever the outcome.                          *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGUNDIN1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              MOVE WS-TOT-READ TO RS-RECS-IN
              MOVE WS-TOT-LISTED TO RS-RECS-OUT
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
