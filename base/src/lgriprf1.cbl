       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRIPRF1.
      *----------------------------------------------------------------*
      * Property risk profile for the reinsurance renewal - the book   *
      * in force at the valuation date on RPPARM, counted and summed   *
      * by sum-insured band, property type and region, gross and net   *
      * of facultative cessions.  It replaces the profile that used to *
      * be built by hand from the extracts every treaty renewal.       *
      *                                                                *
      *   commercial - every accepted COMMERCIAL risk (Status 0) on a  *
      *                policy in force at the valuation date.  The     *
      *                primary premises is the COMMERCIAL row; each    *
      *                additional premises of a multi-location risk    *
      *                is its own COMMLOC row and is profiled as a     *
      *                risk in its own right, in the band its own sum  *
      *                insured falls in.                               *
      *   household  - every HOUSE risk on a policy in force, sum      *
      *                insured being buildings plus contents.          *
      *                                                                *
      * A policy counts once, under its primary premises; additional   *
      * premises are counted in a column of their own so the broker    *
      * can see the number of risks as well as the number of policies. *
      * The facultative cession (CededSI) is taken off the primary     *
      * premises it was ceded from - LGCOMCAL cedes off the primary    *
      * sum insured only - and the primary premium is netted down in   *
      * the same proportion.  The primary premises' premium is the     *
      * policy premium less what the additional premises were rated    *
      * at.  Region is the postcode area, the first two characters of  *
      * the postcode, as on the regulatory filing extract.  A policy   *
      * cancelled or lapsed at the valuation date is not in force.     *
      *                                                                *
      * The band upper limits come from RPPARM as well, so the bands   *
      * can follow whatever the reinsurers ask for this year; without  *
      * them the standard eight bands below apply.  The same figures   *
      * go to the broker on RIPROF, one fixed-format row per cell with *
      * the standard LGEXTCTL header and trailer, the trailer hashing  *
      * the gross sum insured.                                         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO RPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PROFILE-FILE ASSIGN TO RIPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT PROFILE-REPORT-FILE ASSIGN TO RPRPT
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
      * The valuation date, YYYYMMDD - by default the run date - and
      * up to seven ascending band upper limits.  The first zero limit
      * ends the list; the band above the last limit is open-ended.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 RP-VALN-DATE          PIC 9(8).
           05 RP-BAND-LIMIT         PIC 9(9) OCCURS 7 TIMES.
           05 FILLER                PIC X(9).

      * The profile in the broker's layout - one row per line of
      * business, band, property type and region.  Band 'to' is
      * 999999999 on the open-ended top band.
       FD  PROFILE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  PROFILE-RECORD.
           05 PF-RECORD-TYPE        PIC X.
           05 PF-LOB                PIC X.
           05 PF-BAND               PIC 9(2).
           05 PF-BAND-FROM          PIC 9(9).
           05 PF-BAND-TO            PIC 9(9).
           05 PF-PROPTYPE           PIC X(15).
           05 PF-REGION             PIC X(2).
           05 PF-POLICIES           PIC 9(7).
           05 PF-ADDL-PREMISES      PIC 9(7).
           05 PF-GROSS-SI           PIC 9(13).
           05 PF-NET-SI             PIC 9(13).
           05 PF-GROSS-PREMIUM      PIC 9(11).
           05 PF-NET-PREMIUM        PIC 9(11).
           05 PF-VALN-DATE          PIC 9(8).
           05 FILLER                PIC X(11).

       FD  PROFILE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  PROFILE-REPORT-RECORD    PIC X(100).

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
           05 WS-PROFILE-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

      * Extract controls for RIPROF - see LGEXTCTL.
           COPY LGEXTCTL.

       01  WS-SQL-EOF               PIC X VALUE 'N'.
       01  WS-LOC-EOF               PIC X VALUE 'N'.

       01  WS-VALN-DATE             PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-VALN-DATE.
           05 WS-VD-YEAR            PIC 9(4).
           05 WS-VD-MONTH           PIC 9(2).
           05 WS-VD-DAY             PIC 9(2).

      *----------------------------------------------------------------*
      * Sum-insured bands - upper limits of all but the top band,      *
      * which takes everything above the last limit and is closed off  *
      * at 999999999 once the band count is known.  These are the      *
      * standard bands; RPPARM replaces them for the run.              *
      *----------------------------------------------------------------*
       01  WS-DEFAULT-LIMITS.
           05 FILLER                PIC 9(9) VALUE 000250000.
           05 FILLER                PIC 9(9) VALUE 000500000.
           05 FILLER                PIC 9(9) VALUE 001000000.
           05 FILLER                PIC 9(9) VALUE 002500000.
           05 FILLER                PIC 9(9) VALUE 005000000.
           05 FILLER                PIC 9(9) VALUE 010000000.
           05 FILLER                PIC 9(9) VALUE 025000000.
       01  FILLER REDEFINES WS-DEFAULT-LIMITS.
           05 WS-DEFAULT-LIMIT      PIC 9(9) OCCURS 7 TIMES.
       01  WS-BAND-LIMITS.
           05 WS-BAND-LIMIT         PIC 9(9) OCCURS 8 TIMES.
       01  WS-BAND-COUNT            PIC S9(4) COMP VALUE 8.
       01  WS-BAND-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-LIMIT-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-LIMITS-OK             PIC X VALUE 'Y'.
       01  WS-BAND-FROM             PIC 9(9).
       01  WS-BAND-TO               PIC 9(9).

      * The two lines of business profiled.
       01  WS-LOB-CODES             PIC X(2) VALUE 'CH'.
       01  FILLER REDEFINES WS-LOB-CODES.
           05 WS-LOB-CODE           PIC X OCCURS 2 TIMES.
       01  WS-LOB-NAMES.
           05 FILLER PIC X(20) VALUE 'COMMERCIAL PROPERTY'.
           05 FILLER PIC X(20) VALUE 'HOUSEHOLD'.
       01  FILLER REDEFINES WS-LOB-NAMES.
           05 WS-LOB-NAME           PIC X(20) OCCURS 2 TIMES.
       01  WS-LOB-SUB               PIC S9(4) COMP VALUE 0.

      *----------------------------------------------------------------*
      * The profile cells, held in key order - line of business, band, *
      * property type, region - as they are added, so the report and   *
      * the broker file come out sorted without a sort step.           *
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           03 WS-CL-ENTRY OCCURS 3000 TIMES.
              05 WS-CL-KEY.
                 07 WS-CL-LOB       PIC X.
                 07 WS-CL-BAND      PIC 9(2).
                 07 WS-CL-PROPTYPE  PIC X(15).
                 07 WS-CL-REGION    PIC X(2).
              05 WS-CL-TOTALS.
                 07 WS-CL-POLICIES  PIC 9(7) COMP-3.
                 07 WS-CL-PREMISES  PIC 9(7) COMP-3.
                 07 WS-CL-GROSS-SI  PIC 9(13) COMP-3.
                 07 WS-CL-NET-SI    PIC 9(13) COMP-3.
                 07 WS-CL-GROSS-PREM PIC 9(11) COMP-3.
                 07 WS-CL-NET-PREM  PIC 9(11) COMP-3.
       01  WS-CELL-USED             PIC S9(4) COMP VALUE 0.
       01  WS-CELL-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-CELL-MOVE             PIC S9(4) COMP VALUE 0.

      * Band subtotals by line of business.
       01  WS-BAND-TOTALS.
           03 WS-BT-LOB OCCURS 2 TIMES.
              05 WS-BT-BAND OCCURS 8 TIMES.
                 07 WS-BT-POLICIES  PIC 9(7) COMP-3.
                 07 WS-BT-PREMISES  PIC 9(7) COMP-3.
                 07 WS-BT-GROSS-SI  PIC 9(13) COMP-3.
                 07 WS-BT-NET-SI    PIC 9(13) COMP-3.
                 07 WS-BT-GROSS-PREM PIC 9(11) COMP-3.
                 07 WS-BT-NET-PREM  PIC 9(11) COMP-3.

      * The risk being profiled - one premises.
       01  WS-RISK-FIELDS.
           05 WS-RK-KEY.
              07 WS-RK-LOB          PIC X.
              07 WS-RK-BAND         PIC 9(2).
              07 WS-RK-PROPTYPE     PIC X(15).
              07 WS-RK-REGION       PIC X(2).
           05 WS-RK-PRIMARY         PIC X.
           05 WS-RK-GROSS-SI        PIC 9(11).
           05 WS-RK-NET-SI          PIC 9(11).
           05 WS-RK-GROSS-PREM      PIC 9(9).
           05 WS-RK-NET-PREM        PIC 9(9).

      * The line being reported - a cell, a band or a total.
       01  WS-RPT-FIELDS.
           05 WS-RPT-LABEL          PIC X(20).
           05 WS-RPT-POLICIES       PIC 9(7).
           05 WS-RPT-PREMISES       PIC 9(7).
           05 WS-RPT-GROSS-SI       PIC 9(13).
           05 WS-RPT-NET-SI         PIC 9(13).
           05 WS-RPT-GROSS-PREM     PIC 9(11).
           05 WS-RPT-NET-PREM       PIC 9(11).
       01  WS-LOB-TOTALS.
           05 WS-LT-POLICIES        PIC 9(7) COMP-3.
           05 WS-LT-PREMISES        PIC 9(7) COMP-3.
           05 WS-LT-GROSS-SI        PIC 9(13) COMP-3.
           05 WS-LT-NET-SI          PIC 9(13) COMP-3.
           05 WS-LT-GROSS-PREM      PIC 9(11) COMP-3.
           05 WS-LT-NET-PREM        PIC 9(11) COMP-3.

       01  DB2-RP-FIELDS.
           05 DB2-VALN-DATE         PIC X(10).
           05 DB2-POLICYNUM-INT     PIC S9(9) COMP.
           05 DB2-PROPTYPE          PIC X(15).
           05 DB2-POSTCODE          PIC X(8).
           05 DB2-SUMINS-INT        PIC S9(9) COMP.
           05 DB2-CEDED-INT         PIC S9(9) COMP.
           05 DB2-CONTENTS-INT      PIC S9(9) COMP.
           05 DB2-PAYMENT-INT       PIC S9(9) COMP.
           05 DB2-LOC-COUNT-INT     PIC S9(9) COMP.
           05 DB2-LOC-PREM-INT      PIC S9(9) COMP.
           05 DB2-L-PROPTYPE        PIC X(15).
           05 DB2-L-ZIPCODE         PIC X(8).
           05 DB2-L-SUMINS-INT      PIC S9(9) COMP.
           05 DB2-L-PREMIUM-INT     PIC S9(9) COMP.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-COMM-POLICIES  PIC 9(7) VALUE 0.
           05 WS-TOT-MULTI-LOC      PIC 9(7) VALUE 0.
           05 WS-TOT-ADDL-PREMISES  PIC 9(7) VALUE 0.
           05 WS-TOT-HOUSE-POLICIES PIC 9(7) VALUE 0.
           05 WS-TOT-DROPPED        PIC 9(7) VALUE 0.
           05 WS-TOT-WRITTEN        PIC 9(7) VALUE 0.
           05 WS-TOT-CEDED-SI       PIC 9(13) VALUE 0.
           05 WS-TOT-GROSS-SI       PIC 9(13) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-COUNT2         PIC ZZZ,ZZ9.
       01  WS-REPORT-POLICIES       PIC ZZZZ,ZZ9.
       01  WS-REPORT-SI1            PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-SI2            PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-PREM1          PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-PREM2          PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-LIMIT1         PIC ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-LIMIT2         PIC ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-BAND           PIC 9(2).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    Accepted commercial risks in force at the valuation date,
      *    with how many additional premises they carry and what
      *    those premises were rated at.
           EXEC SQL
             DECLARE RPCOM-CSR CURSOR FOR
               SELECT P.POLICYNUMBER,
                      COALESCE(C.PropertyType, ' '),
                      COALESCE(C.Zipcode, ' '),
                      COALESCE(C.SumInsured, 0),
                      COALESCE(C.CededSI, 0),
                      COALESCE(P.PAYMENT, 0),
                      COALESCE(L.LOCS, 0),
                      COALESCE(L.LOCPREM, 0)
                 FROM POLICY P
                 JOIN COMMERCIAL C
                   ON C.PolicyNumber = P.POLICYNUMBER
                 LEFT OUTER JOIN
                      (SELECT POLICYNUMBER, COUNT(*) AS LOCS,
                              SUM(PREMIUM) AS LOCPREM
                         FROM COMMLOC
                        GROUP BY POLICYNUMBER) L
                   ON L.POLICYNUMBER = P.POLICYNUMBER
                WHERE P.POLICYTYPE = 'C'
                  AND C.Status     = 0
                  AND P.ISSUEDATE  <= :DB2-VALN-DATE
                  AND P.EXPIRYDATE >= :DB2-VALN-DATE
                  AND NOT EXISTS
                      (SELECT 1
                         FROM POLICYHIST H
                        WHERE H.POLICYNUMBER = P.POLICYNUMBER
                          AND H.CHANGETYPE IN ('C', 'L')
                          AND H.CHANGEDTIMESTAMP =
                              (SELECT MAX(X.CHANGEDTIMESTAMP)
                                 FROM POLICYHIST X
                                WHERE X.POLICYNUMBER = P.POLICYNUMBER
                                  AND X.CHANGETYPE IN ('C', 'L', 'T')
                                  AND DATE(X.CHANGEDTIMESTAMP)
                                      <= :DB2-VALN-DATE))
           END-EXEC.

      *    The additional premises of one multi-location risk.
           EXEC SQL
             DECLARE RPLOC-CSR CURSOR FOR
               SELECT COALESCE(PROPERTYTYPE, ' '),
                      COALESCE(ZIPCODE, ' '),
                      COALESCE(SUMINSURED, 0),
                      COALESCE(PREMIUM, 0)
                 FROM COMMLOC
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                ORDER BY LOCSEQ
           END-EXEC.

      *    Household risks in force at the valuation date.
           EXEC SQL
             DECLARE RPHSE-CSR CURSOR FOR
               SELECT P.POLICYNUMBER,
                      COALESCE(H.PROPERTYTYPE, ' '),
                      COALESCE(H.POSTCODE, ' '),
                      COALESCE(H.VALUE, 0),
                      COALESCE(H.CONTENTSVALUE, 0),
                      COALESCE(P.PAYMENT, 0)
                 FROM POLICY P
                 JOIN HOUSE H
                   ON H.POLICYNUMBER = P.POLICYNUMBER
                WHERE P.POLICYTYPE = 'H'
                  AND P.ISSUEDATE  <= :DB2-VALN-DATE
                  AND P.EXPIRYDATE >= :DB2-VALN-DATE
                  AND NOT EXISTS
                      (SELECT 1
                         FROM POLICYHIST H
                        WHERE H.POLICYNUMBER = P.POLICYNUMBER
                          AND H.CHANGETYPE IN ('C', 'L')
                          AND H.CHANGEDTIMESTAMP =
                              (SELECT MAX(X.CHANGEDTIMESTAMP)
                                 FROM POLICYHIST X
                                WHERE X.POLICYNUMBER = P.POLICYNUMBER
                                  AND X.CHANGETYPE IN ('C', 'L', 'T')
                                  AND DATE(X.CHANGEDTIMESTAMP)
                                      <= :DB2-VALN-DATE))
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           PERFORM 2000-LOAD-COMMERCIAL
           PERFORM 2500-LOAD-HOUSEHOLD
           PERFORM 4000-WRITE-PROFILE
           PERFORM 5000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
           INITIALIZE WS-CELL-TABLE
                      WS-BAND-TOTALS

           OPEN INPUT  PARM-FILE
                OUTPUT PROFILE-FILE
                OUTPUT PROFILE-REPORT-FILE

           MOVE WS-RS-RUN-DATE TO WS-VALN-DATE
           MOVE WS-DEFAULT-LIMITS TO WS-BAND-LIMITS
           MOVE 8 TO WS-BAND-COUNT
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1100-APPLY-PARM THRU 1100-EXIT
               END-READ
           END-IF

           MOVE 999999999 TO WS-BAND-LIMIT(WS-BAND-COUNT)

           MOVE SPACES TO DB2-VALN-DATE
           STRING WS-VD-YEAR '-' WS-VD-MONTH '-' WS-VD-DAY
               DELIMITED BY SIZE INTO DB2-VALN-DATE

           MOVE 'REINSURANCE RISK PROFILE BY SUM-INSURED BAND'
               TO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD
           MOVE SPACES TO PROFILE-REPORT-RECORD
           STRING 'IN FORCE AT ' DB2-VALN-DATE
                  ' - GROSS AND NET OF FACULTATIVE CESSIONS'
               DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD
           IF WS-LIMITS-OK NOT = 'Y'
               MOVE 'RPPARM BAND LIMITS NOT ASCENDING - STANDARD BANDS'
                 TO PROFILE-REPORT-RECORD
               WRITE PROFILE-REPORT-RECORD
           END-IF

      *    Every extract opens with the standard header.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'HDR*' TO XC-RECORD-ID
           MOVE WS-RS-RUN-DATE TO XC-RUN-DATE
           MOVE 'LGRIPRF1' TO XC-SOURCE
           MOVE SPACES TO PROFILE-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO PROFILE-RECORD(1:34)
           WRITE PROFILE-RECORD.

      * The valuation date if one is given, and the band limits if
      * the first is non-zero.  The limits must climb; a list that
      * does not is refused whole and the standard bands are used.
       1100-APPLY-PARM.
           IF RP-VALN-DATE NUMERIC AND RP-VALN-DATE > 0
               MOVE RP-VALN-DATE TO WS-VALN-DATE
           END-IF
           IF RP-BAND-LIMIT(1) NOT NUMERIC OR RP-BAND-LIMIT(1) = 0
               GO TO 1100-EXIT
           END-IF

           MOVE 0 TO WS-LIMIT-COUNT
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
             UNTIL WS-BAND-SUB > 7
                OR RP-BAND-LIMIT(WS-BAND-SUB) NOT NUMERIC
                OR RP-BAND-LIMIT(WS-BAND-SUB) = 0
               IF WS-BAND-SUB > 1
                  IF RP-BAND-LIMIT(WS-BAND-SUB)
                     NOT > RP-BAND-LIMIT(WS-BAND-SUB - 1)
                     MOVE 'N' TO WS-LIMITS-OK
                  END-IF
               END-IF
               ADD 1 TO WS-LIMIT-COUNT
           END-PERFORM

           IF WS-LIMITS-OK NOT = 'Y'
               DISPLAY 'RPPARM BAND LIMITS NOT ASCENDING - '
                       'STANDARD BANDS USED'
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE ZERO TO WS-BAND-LIMITS
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
             UNTIL WS-BAND-SUB > WS-LIMIT-COUNT
               MOVE RP-BAND-LIMIT(WS-BAND-SUB)
                 TO WS-BAND-LIMIT(WS-BAND-SUB)
           END-PERFORM
           COMPUTE WS-BAND-COUNT = WS-LIMIT-COUNT + 1
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Commercial - the primary premises off the COMMERCIAL row, net  *
      * of the facultative cession, then each additional premises.     *
      *----------------------------------------------------------------*
       2000-LOAD-COMMERCIAL.
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN RPCOM-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'RPCOM CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF
           PERFORM 2100-FETCH-COMMERCIAL THRU 2100-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           EXEC SQL
             CLOSE RPCOM-CSR
           END-EXEC.

       2100-FETCH-COMMERCIAL.
           EXEC SQL
             FETCH RPCOM-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-PROPTYPE,
                   :DB2-POSTCODE, :DB2-SUMINS-INT,
                   :DB2-CEDED-INT, :DB2-PAYMENT-INT,
                   :DB2-LOC-COUNT-INT, :DB2-LOC-PREM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'RPCOM FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-TOT-COMM-POLICIES

           IF DB2-SUMINS-INT < 0
               MOVE 0 TO DB2-SUMINS-INT
           END-IF
           IF DB2-CEDED-INT < 0
               MOVE 0 TO DB2-CEDED-INT
           END-IF
           IF DB2-CEDED-INT > DB2-SUMINS-INT
               MOVE DB2-SUMINS-INT TO DB2-CEDED-INT
           END-IF
           ADD DB2-CEDED-INT TO WS-TOT-CEDED-SI

           MOVE 'C' TO WS-RK-LOB
           MOVE 'Y' TO WS-RK-PRIMARY
           MOVE DB2-PROPTYPE TO WS-RK-PROPTYPE
           MOVE DB2-POSTCODE(1:2) TO WS-RK-REGION
           MOVE DB2-SUMINS-INT TO WS-RK-GROSS-SI
           COMPUTE WS-RK-NET-SI = DB2-SUMINS-INT - DB2-CEDED-INT
           IF DB2-PAYMENT-INT > DB2-LOC-PREM-INT
               COMPUTE WS-RK-GROSS-PREM =
                  DB2-PAYMENT-INT - DB2-LOC-PREM-INT
           ELSE
               MOVE 0 TO WS-RK-GROSS-PREM
           END-IF
           IF WS-RK-GROSS-SI > 0
               COMPUTE WS-RK-NET-PREM ROUNDED =
                  WS-RK-GROSS-PREM * WS-RK-NET-SI / WS-RK-GROSS-SI
           ELSE
               MOVE WS-RK-GROSS-PREM TO WS-RK-NET-PREM
           END-IF
           PERFORM 3500-ADD-TO-CELL THRU 3500-EXIT

           IF DB2-LOC-COUNT-INT > 0
               ADD 1 TO WS-TOT-MULTI-LOC
               PERFORM 2200-LOAD-PREMISES
           END-IF
           .
       2100-EXIT.
           EXIT.

      * Each additional premises is a risk of its own.  No cession is
      * placed against it, so it is the same gross and net.
       2200-LOAD-PREMISES.
           MOVE 'N' TO WS-LOC-EOF
           EXEC SQL
             OPEN RPLOC-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'RPLOC CURSOR OPEN SQLCODE: ' SQLCODE
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-LOC-EOF
           END-IF
           PERFORM 2210-FETCH-PREMISES THRU 2210-EXIT
               UNTIL WS-LOC-EOF = 'Y'
           EXEC SQL
             CLOSE RPLOC-CSR
           END-EXEC.

       2210-FETCH-PREMISES.
           EXEC SQL
             FETCH RPLOC-CSR
              INTO :DB2-L-PROPTYPE, :DB2-L-ZIPCODE,
                   :DB2-L-SUMINS-INT, :DB2-L-PREMIUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-LOC-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'RPLOC FETCH SQLCODE: ' SQLCODE
                          ' POLICY ' DB2-POLICYNUM-INT
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO WS-TOT-ADDL-PREMISES

           IF DB2-L-SUMINS-INT < 0
               MOVE 0 TO DB2-L-SUMINS-INT
           END-IF
           IF DB2-L-PREMIUM-INT < 0
               MOVE 0 TO DB2-L-PREMIUM-INT
           END-IF
           MOVE 'C' TO WS-RK-LOB
           MOVE 'N' TO WS-RK-PRIMARY
           MOVE DB2-L-PROPTYPE TO WS-RK-PROPTYPE
           MOVE DB2-L-ZIPCODE(1:2) TO WS-RK-REGION
           MOVE DB2-L-SUMINS-INT  TO WS-RK-GROSS-SI
                                     WS-RK-NET-SI
           MOVE DB2-L-PREMIUM-INT TO WS-RK-GROSS-PREM
                                     WS-RK-NET-PREM
           PERFORM 3500-ADD-TO-CELL THRU 3500-EXIT
           .
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Household - buildings plus contents, the whole policy premium. *
      * Household risks carry no facultative cession.                  *
      *----------------------------------------------------------------*
       2500-LOAD-HOUSEHOLD.
           MOVE 'N' TO WS-SQL-EOF
           EXEC SQL
             OPEN RPHSE-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'RPHSE CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF
           PERFORM 2600-FETCH-HOUSEHOLD THRU 2600-EXIT
               UNTIL WS-SQL-EOF = 'Y'
           EXEC SQL
             CLOSE RPHSE-CSR
           END-EXEC.

       2600-FETCH-HOUSEHOLD.
           EXEC SQL
             FETCH RPHSE-CSR
              INTO :DB2-POLICYNUM-INT, :DB2-PROPTYPE,
                   :DB2-POSTCODE, :DB2-SUMINS-INT,
                   :DB2-CONTENTS-INT, :DB2-PAYMENT-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-SQL-EOF
               IF SQLCODE NOT = 100
                  DISPLAY 'RPHSE FETCH SQLCODE: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-TOT-HOUSE-POLICIES

           IF DB2-SUMINS-INT < 0
               MOVE 0 TO DB2-SUMINS-INT
           END-IF
           IF DB2-CONTENTS-INT < 0
               MOVE 0 TO DB2-CONTENTS-INT
           END-IF
           IF DB2-PAYMENT-INT < 0
               MOVE 0 TO DB2-PAYMENT-INT
           END-IF
           MOVE 'H' TO WS-RK-LOB
           MOVE 'Y' TO WS-RK-PRIMARY
           MOVE DB2-PROPTYPE TO WS-RK-PROPTYPE
           MOVE DB2-POSTCODE(1:2) TO WS-RK-REGION
           COMPUTE WS-RK-GROSS-SI = DB2-SUMINS-INT + DB2-CONTENTS-INT
           MOVE WS-RK-GROSS-SI  TO WS-RK-NET-SI
           MOVE DB2-PAYMENT-INT TO WS-RK-GROSS-PREM
                                   WS-RK-NET-PREM
           PERFORM 3500-ADD-TO-CELL THRU 3500-EXIT
           .
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Bands the risk on its gross sum insured and adds it to its     *
      * cell, opening the cell in key order if it is the first risk    *
      * there.  A full table drops the risk from the cells (it still   *
      * counts in the band subtotals) and says so.                     *
      *----------------------------------------------------------------*
       3500-ADD-TO-CELL.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
             UNTIL WS-BAND-SUB NOT < WS-BAND-COUNT
                OR WS-RK-GROSS-SI NOT > WS-BAND-LIMIT(WS-BAND-SUB)
               CONTINUE
           END-PERFORM
           MOVE WS-BAND-SUB TO WS-RK-BAND
           IF WS-RK-LOB = 'C'
               MOVE 1 TO WS-LOB-SUB
           ELSE
               MOVE 2 TO WS-LOB-SUB
           END-IF

           IF WS-RK-PRIMARY = 'Y'
               ADD 1 TO WS-BT-POLICIES(WS-LOB-SUB, WS-BAND-SUB)
           ELSE
               ADD 1 TO WS-BT-PREMISES(WS-LOB-SUB, WS-BAND-SUB)
           END-IF
           ADD WS-RK-GROSS-SI
             TO WS-BT-GROSS-SI(WS-LOB-SUB, WS-BAND-SUB)
           ADD WS-RK-NET-SI
             TO WS-BT-NET-SI(WS-LOB-SUB, WS-BAND-SUB)
           ADD WS-RK-GROSS-PREM
             TO WS-BT-GROSS-PREM(WS-LOB-SUB, WS-BAND-SUB)
           ADD WS-RK-NET-PREM
             TO WS-BT-NET-PREM(WS-LOB-SUB, WS-BAND-SUB)

           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
             UNTIL WS-CELL-SUB > WS-CELL-USED
                OR WS-CL-KEY(WS-CELL-SUB) NOT < WS-RK-KEY
               CONTINUE
           END-PERFORM

           IF WS-CELL-SUB > WS-CELL-USED
              OR WS-CL-KEY(WS-CELL-SUB) NOT = WS-RK-KEY
               IF WS-CELL-USED NOT < 3000
                   ADD 1 TO WS-TOT-DROPPED
                   IF WS-TOT-DROPPED = 1
                       DISPLAY 'PROFILE CELL TABLE FULL - CELLS '
                               'INCOMPLETE'
                   END-IF
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 3500-EXIT
               END-IF
               PERFORM VARYING WS-CELL-MOVE FROM WS-CELL-USED BY -1
                 UNTIL WS-CELL-MOVE < WS-CELL-SUB
                   MOVE WS-CL-ENTRY(WS-CELL-MOVE)
                     TO WS-CL-ENTRY(WS-CELL-MOVE + 1)
               END-PERFORM
               ADD 1 TO WS-CELL-USED
               MOVE WS-RK-KEY TO WS-CL-KEY(WS-CELL-SUB)
               INITIALIZE WS-CL-TOTALS(WS-CELL-SUB)
           END-IF

           IF WS-RK-PRIMARY = 'Y'
               ADD 1 TO WS-CL-POLICIES(WS-CELL-SUB)
           ELSE
               ADD 1 TO WS-CL-PREMISES(WS-CELL-SUB)
           END-IF
           ADD WS-RK-GROSS-SI   TO WS-CL-GROSS-SI(WS-CELL-SUB)
           ADD WS-RK-NET-SI     TO WS-CL-NET-SI(WS-CELL-SUB)
           ADD WS-RK-GROSS-PREM TO WS-CL-GROSS-PREM(WS-CELL-SUB)
           ADD WS-RK-NET-PREM   TO WS-CL-NET-PREM(WS-CELL-SUB)
           .
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The report - per line of business, each band with its cells    *
      * beneath it and its subtotal, then the line of business total.  *
      * Every cell reported also goes to the broker on RIPROF.         *
      *----------------------------------------------------------------*
       4000-WRITE-PROFILE.
           PERFORM 4100-WRITE-LOB
               VARYING WS-LOB-SUB FROM 1 BY 1
               UNTIL WS-LOB-SUB > 2.

       4100-WRITE-LOB.
           INITIALIZE WS-LOB-TOTALS
           MOVE SPACES TO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD
           MOVE WS-LOB-NAME(WS-LOB-SUB) TO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD
           PERFORM 4400-WRITE-COLUMN-HEADS
           PERFORM 4200-WRITE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-COUNT

           MOVE SPACES TO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD
           MOVE 'TOTAL'           TO WS-RPT-LABEL
           MOVE WS-LT-POLICIES    TO WS-RPT-POLICIES
           MOVE WS-LT-PREMISES    TO WS-RPT-PREMISES
           MOVE WS-LT-GROSS-SI    TO WS-RPT-GROSS-SI
           MOVE WS-LT-NET-SI      TO WS-RPT-NET-SI
           MOVE WS-LT-GROSS-PREM  TO WS-RPT-GROSS-PREM
           MOVE WS-LT-NET-PREM    TO WS-RPT-NET-PREM
           PERFORM 4300-WRITE-LINE.

       4200-WRITE-BAND.
           PERFORM 4250-SET-BAND-RANGE
           MOVE WS-BAND-SUB TO WS-REPORT-BAND
           MOVE WS-BAND-FROM TO WS-REPORT-LIMIT1
           MOVE WS-BAND-TO   TO WS-REPORT-LIMIT2
           MOVE SPACES TO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD
           EVALUATE TRUE
             WHEN WS-BAND-SUB = WS-BAND-COUNT
               MOVE WS-BAND-LIMIT(WS-BAND-SUB - 1) TO WS-REPORT-LIMIT1
               STRING 'BAND ' WS-REPORT-BAND '  OVER '
                      WS-REPORT-LIMIT1
                   DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
             WHEN OTHER
               STRING 'BAND ' WS-REPORT-BAND '  '
                      WS-REPORT-LIMIT1 ' TO ' WS-REPORT-LIMIT2
                   DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           END-EVALUATE
           WRITE PROFILE-REPORT-RECORD

           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
             UNTIL WS-CELL-SUB > WS-CELL-USED
               IF WS-CL-LOB(WS-CELL-SUB) = WS-LOB-CODE(WS-LOB-SUB)
                  AND WS-CL-BAND(WS-CELL-SUB) = WS-BAND-SUB
                   PERFORM 4280-WRITE-CELL
               END-IF
           END-PERFORM

           MOVE '  BAND SUBTOTAL'
             TO WS-RPT-LABEL
           MOVE WS-BT-POLICIES(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-RPT-POLICIES
           MOVE WS-BT-PREMISES(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-RPT-PREMISES
           MOVE WS-BT-GROSS-SI(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-RPT-GROSS-SI
           MOVE WS-BT-NET-SI(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-RPT-NET-SI
           MOVE WS-BT-GROSS-PREM(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-RPT-GROSS-PREM
           MOVE WS-BT-NET-PREM(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-RPT-NET-PREM
           PERFORM 4300-WRITE-LINE

           ADD WS-BT-POLICIES(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-LT-POLICIES
           ADD WS-BT-PREMISES(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-LT-PREMISES
           ADD WS-BT-GROSS-SI(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-LT-GROSS-SI
           ADD WS-BT-NET-SI(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-LT-NET-SI
           ADD WS-BT-GROSS-PREM(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-LT-GROSS-PREM
           ADD WS-BT-NET-PREM(WS-LOB-SUB, WS-BAND-SUB)
             TO WS-LT-NET-PREM.

      * The band's range - from one above the limit below it, to its
      * own limit.
       4250-SET-BAND-RANGE.
           IF WS-BAND-SUB = 1
               MOVE 0 TO WS-BAND-FROM
           ELSE
               COMPUTE WS-BAND-FROM =
                  WS-BAND-LIMIT(WS-BAND-SUB - 1) + 1
           END-IF
           MOVE WS-BAND-LIMIT(WS-BAND-SUB) TO WS-BAND-TO.

      * One cell - a report line under its band and a row for the
      * broker.
       4280-WRITE-CELL.
           MOVE SPACES TO WS-RPT-LABEL
           STRING '  ' WS-CL-PROPTYPE(WS-CELL-SUB)
                  ' ' WS-CL-REGION(WS-CELL-SUB)
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE WS-CL-POLICIES(WS-CELL-SUB)   TO WS-RPT-POLICIES
           MOVE WS-CL-PREMISES(WS-CELL-SUB)   TO WS-RPT-PREMISES
           MOVE WS-CL-GROSS-SI(WS-CELL-SUB)   TO WS-RPT-GROSS-SI
           MOVE WS-CL-NET-SI(WS-CELL-SUB)     TO WS-RPT-NET-SI
           MOVE WS-CL-GROSS-PREM(WS-CELL-SUB) TO WS-RPT-GROSS-PREM
           MOVE WS-CL-NET-PREM(WS-CELL-SUB)   TO WS-RPT-NET-PREM
           PERFORM 4300-WRITE-LINE

           MOVE SPACES TO PROFILE-RECORD
           MOVE 'D'                         TO PF-RECORD-TYPE
           MOVE WS-CL-LOB(WS-CELL-SUB)      TO PF-LOB
           MOVE WS-CL-BAND(WS-CELL-SUB)     TO PF-BAND
           MOVE WS-BAND-FROM                TO PF-BAND-FROM
           MOVE WS-BAND-TO                  TO PF-BAND-TO
           MOVE WS-CL-PROPTYPE(WS-CELL-SUB) TO PF-PROPTYPE
           MOVE WS-CL-REGION(WS-CELL-SUB)   TO PF-REGION
           MOVE WS-RPT-POLICIES             TO PF-POLICIES
           MOVE WS-RPT-PREMISES             TO PF-ADDL-PREMISES
           MOVE WS-RPT-GROSS-SI             TO PF-GROSS-SI
           MOVE WS-RPT-NET-SI               TO PF-NET-SI
           MOVE WS-RPT-GROSS-PREM           TO PF-GROSS-PREMIUM
           MOVE WS-RPT-NET-PREM             TO PF-NET-PREMIUM
           MOVE WS-VALN-DATE                TO PF-VALN-DATE
           WRITE PROFILE-RECORD
           IF WS-PROFILE-STATUS NOT = '00'
               DISPLAY 'RIPROF WRITE ERROR ' WS-PROFILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOT-WRITTEN
               ADD WS-RPT-GROSS-SI TO WS-TOT-GROSS-SI
           END-IF.

       4300-WRITE-LINE.
           MOVE WS-RPT-POLICIES   TO WS-REPORT-POLICIES
           MOVE WS-RPT-PREMISES   TO WS-REPORT-COUNT2
           MOVE WS-RPT-GROSS-SI   TO WS-REPORT-SI1
           MOVE WS-RPT-NET-SI     TO WS-REPORT-SI2
           MOVE WS-RPT-GROSS-PREM TO WS-REPORT-PREM1
           MOVE WS-RPT-NET-PREM   TO WS-REPORT-PREM2
           MOVE SPACES TO PROFILE-REPORT-RECORD
           STRING WS-RPT-LABEL ' ' WS-REPORT-POLICIES ' '
                  WS-REPORT-COUNT2 ' ' WS-REPORT-SI1 ' '
                  WS-REPORT-SI2 ' ' WS-REPORT-PREM1 ' '
                  WS-REPORT-PREM2
               DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD.

       4400-WRITE-COLUMN-HEADS.
           MOVE SPACES TO PROFILE-REPORT-RECORD
           STRING '  PROPTYPE        RG POLICIES ADD PRM'
                  '        GROSS SI          NET SI'
                  '     GROSS PREM       NET PREM'
               DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD.

       5000-CLOSE.
      *    And closes with the standard trailer - the count and the
      *    hash of the gross sum insured.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE 'TRL*' TO XC-RECORD-ID
           MOVE WS-TOT-WRITTEN TO XC-RECORD-COUNT
           MOVE WS-TOT-GROSS-SI TO XC-HASH-TOTAL
           MOVE SPACES TO PROFILE-RECORD
           MOVE EXTRACT-CONTROL-RECORD TO PROFILE-RECORD(1:34)
           WRITE PROFILE-RECORD

           MOVE SPACES TO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD
           MOVE 'RISK PROFILE - CONTROL TOTALS'
               TO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD
           MOVE SPACES TO PROFILE-REPORT-RECORD

           MOVE WS-TOT-COMM-POLICIES TO WS-REPORT-COUNT
           STRING 'COMMERCIAL POLICIES.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD

           MOVE WS-TOT-MULTI-LOC TO WS-REPORT-COUNT
           MOVE SPACES TO PROFILE-REPORT-RECORD
           STRING 'MULTI-LOCATION......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD

           MOVE WS-TOT-ADDL-PREMISES TO WS-REPORT-COUNT
           MOVE SPACES TO PROFILE-REPORT-RECORD
           STRING 'ADDITIONAL PREMISES.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD

           MOVE WS-TOT-HOUSE-POLICIES TO WS-REPORT-COUNT
           MOVE SPACES TO PROFILE-REPORT-RECORD
           STRING 'HOUSEHOLD POLICIES..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD

           MOVE WS-TOT-CEDED-SI TO WS-REPORT-SI1
           MOVE SPACES TO PROFILE-REPORT-RECORD
           STRING 'FACULTATIVE CEDED SI: ' WS-REPORT-SI1
               DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD

           MOVE WS-TOT-WRITTEN TO WS-REPORT-COUNT
           MOVE SPACES TO PROFILE-REPORT-RECORD
           STRING 'BROKER ROWS WRITTEN.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD

           IF WS-TOT-DROPPED > 0
               MOVE WS-TOT-DROPPED TO WS-REPORT-COUNT
               MOVE SPACES TO PROFILE-REPORT-RECORD
               STRING 'RISKS NOT IN CELLS..: ' WS-REPORT-COUNT
                   DELIMITED BY SIZE INTO PROFILE-REPORT-RECORD
               WRITE PROFILE-REPORT-RECORD
           END-IF

           CLOSE PARM-FILE
                 PROFILE-FILE
                 PROFILE-REPORT-FILE.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGRIPRF1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              COMPUTE RS-RECS-IN = WS-TOT-COMM-POLICIES
                 + WS-TOT-ADDL-PREMISES + WS-TOT-HOUSE-POLICIES
              MOVE WS-TOT-WRITTEN TO RS-RECS-OUT
              MOVE WS-TOT-DROPPED TO RS-RECS-ERROR
              MOVE 0 TO RS-RECS-SUSPENSE
              IF RETURN-CODE < 8
                 MOVE 'OK' TO RS-STATUS
              ELSE
                 MOVE 'FAIL' TO RS-STATUS
              END-IF
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the profile this    *
      * run sent the broker, with the same count and gross sum insured *
      * hash as its trailer.                                           *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'RIPROF' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGRIPRF1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-WRITTEN TO IR-RECORD-COUNT
              MOVE WS-TOT-GROSS-SI TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
