       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSOLVR1.
      *----------------------------------------------------------------*
      * Quarterly solvency regulatory return by line of business.      *
      * Runs behind the LGSNPCK1 gate against the quarter-end month's  *
      * retained snapshot set, and checks the set's MANIFEST against   *
      * SNAPPARM itself before anything is filed.  Our policy types    *
      * and perils are mapped onto the regulator's lines of business   *
      * through the LOBMAP table finance maintains; from the set it    *
      * takes premium written (EARNEXT) and earned (the quarter's      *
      * three EARNDET months), claims paid and incurred and the case   *
      * reserves (CLAIMEXT), reinsurers' shares (CESSEXT), IBNR        *
      * (IBNRRES) and the unearned premium (the quarter-end EARNDET).  *
      * Paid and incurred are cumulative on the claim system, so the   *
      * quarter's figures are struck against last quarter's positions  *
      * carried on SOLVHIST.  SOLVRET is the filing, SOLVRPT the       *
      * control report with the reconciliation of premium and IBNR to  *
      * what the ledger posted in the quarter (GLPOST).                *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SNAPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT LOB-MAP-FILE ASSIGN TO LOBMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOBMAP-STATUS.
           SELECT EARNING-EXTRACT ASSIGN TO EARNEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNEXT-STATUS.
           SELECT EARNING-DETAIL-FILE ASSIGN TO EARNDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNDET-STATUS.
           SELECT CESSION-EXTRACT ASSIGN TO CESSEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CESS-STATUS.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO CLAIMEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT IBNR-RESULT-FILE ASSIGN TO IBNRRES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IBNR-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT HISTORY-IN-FILE ASSIGN TO SOLVHSTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT HISTORY-OUT-FILE ASSIGN TO SOLVHSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-STATUS.
           SELECT RETURN-FILE ASSIGN TO SOLVRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT SOLV-REPORT-FILE ASSIGN TO SOLVRPT
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
      * The quarter-end period - the same SNAPPARM the gate reads.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05 PR-PERIOD             PIC 9(6).
           05 FILLER                PIC X(74).

      * The snapshot set's manifest, exactly as LGUNLEX1 writes it.
       FD  MANIFEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  MANIFEST-RECORD.
           05 MF-RUN-DATE           PIC 9(8).
           05 MF-COMMEXT-COUNT      PIC 9(9).
           05 MF-BROKEXT-COUNT      PIC 9(9).
           05 MF-CUSTEXT-COUNT      PIC 9(9).
           05 MF-POLEXT-COUNT       PIC 9(9).
           05 MF-PREMEXT-COUNT      PIC 9(9).
           05 MF-CMFIL-COUNT        PIC 9(9).
           05 MF-POLEXP-COUNT       PIC 9(9).
           05 MF-PAYMENT-TOTAL      PIC 9(13)V99.
           05 MF-PERIOD             PIC 9(6).
           05 FILLER                PIC X(28).

      * LOBMAP maps our book onto the regulator's lines of business,
      * maintained by finance as data so a re-mapping needs no
      * recompile.  'T' rows map a policy type (premiums, unearned
      * premium, and any claim no peril row catches); 'P' rows map a
      * peril on claims, for one policy type or for all when the
      * type is '*'; 'I' rows map an IBNR claim class.  The line
      * name rides on every row and the first one seen is filed.
       FD  LOB-MAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  LOB-MAP-RECORD.
           05 LM-KIND               PIC X.
              88 LM-POLICY-TYPE-MAP     VALUE 'T'.
              88 LM-PERIL-MAP           VALUE 'P'.
              88 LM-IBNR-CLASS-MAP      VALUE 'I'.
           05 LM-POLICY-TYPE        PIC X.
           05 LM-PERIL-CODE         PIC X(10).
           05 LM-CLAIM-CLASS        PIC X.
           05 LM-LOB                PIC X(4).
           05 LM-LOB-NAME           PIC X(20).
           05 FILLER                PIC X(3).

      * EARNEXT as LGERNPM1 reads it - the policy's type and written
      * premium, with the refund when cancelled mid-term.
       FD  EARNING-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EARNING-RECORD.
           05 EA-POLICY-NUM         PIC X(10).
           05 EA-POLICY-TYPE        PIC X.
           05 EA-ISSUE-DATE         PIC 9(8).
           05 EA-EXPIRY-DATE        PIC 9(8).
           05 EA-PAYMENT            PIC 9(7)V99.
           05 EA-CANCEL-DATE        PIC 9(8).
           05 EA-REFUND-AMOUNT      PIC 9(7)V99.
           05 FILLER                PIC X(27).

      * EARNDET as LGERNPM1 writes it, the quarter's three months
      * concatenated.
       FD  EARNING-DETAIL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  EARNING-DETAIL-RECORD.
           05 ED-POLICY-NUM         PIC X(10).
           05 ED-POLICY-TYPE        PIC X.
           05 ED-MONTH-END          PIC 9(8).
           05 ED-EARNED-MONTH       PIC 9(7)V99.
           05 ED-UPR                PIC 9(7)V99.
           05 FILLER                PIC X(23).

      * CESSEXT as LGRIBRD1 reads it - ceded premium and the ceded
      * share of the risk, one row per ceded policy.
       FD  CESSION-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CESSION-RECORD.
           05 CE-POLICY-NUM         PIC X(10).
           05 CE-CEDED-SI           PIC 9(9).
           05 CE-RETAINED-SI        PIC 9(9).
           05 CE-CEDED-PREMIUM      PIC 9(8).
           05 CE-REINSURER          PIC X(8).
           05 FILLER                PIC X(36).

      * CLAIMEXT in the shared claim-extract layout LGCLMEX1 reads.
       FD  CLAIM-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  CLAIM-EXTRACT-RECORD.
           05 LC-CLAIM-NUM          PIC X(10).
           05 LC-POLICY-NUM         PIC X(10).
           05 LC-CUSTOMER-NUM       PIC X(10).
           05 LC-STATUS             PIC X.
           05 LC-PERIL-CODE         PIC X(10).
           05 LC-EST-AMOUNT         PIC 9(7)V99.
           05 LC-RESERVE            PIC 9(7)V99.
           05 LC-PAID               PIC 9(7)V99.
           05 LC-RECOVERED          PIC 9(7)V99.
           05 LC-EVENT-ID           PIC X(8).
           05 LC-LOSS-DATE          PIC 9(8).
           05 LC-LEGAL-PAID         PIC 9(7)V99.
           05 LC-INJURY-FLAG        PIC X.
           05 FILLER                PIC X(7).

      * IBNRRES as LGIBNRS1 writes it; only the class rows are used.
       FD  IBNR-RESULT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  IBNR-RESULT-RECORD.
           05 IR-CLAIM-CLASS        PIC X.
           05 IR-ACC-MONTH          PIC 9(6).
           05 IR-DEV-MONTHS         PIC 9(3).
           05 IR-INCURRED           PIC 9(11)V99.
           05 IR-CDF                PIC 9(3)V9(6).
           05 IR-ULTIMATE           PIC 9(11)V99.
           05 IR-IBNR               PIC S9(11)V99.
           05 IR-EARNED             PIC 9(11)V99.
           05 IR-LOSS-RATIO         PIC 9(4)V99.
           05 FILLER                PIC X(3).

      * GLPOST as LGGLPST1 writes it, the quarter's months
      * concatenated.
       FD  GL-POSTING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-POSTING-RECORD.
           05 GP-ACCOUNT            PIC X(8).
           05 GP-DRCR               PIC X.
           05 GP-AMOUNT             PIC 9(9)V99.
           05 GP-TRAN-TYPE          PIC X.
           05 GP-TRAN-DATE          PIC 9(8).
           05 GP-POLICY-NUM         PIC X(10).
           05 GP-BROKERID           PIC 9(9).
           05 GP-POST-PERIOD        PIC 9(6).
           05 GP-PPA-FLAG           PIC X.
           05 GP-CURRENCY           PIC X(3).
           05 GP-BASE-AMOUNT        PIC 9(9)V99.
           05 GP-FX-RATE            PIC 9(3)V9(6).
           05 FILLER                PIC X(2).

      * Each line's cumulative claim positions and IBNR at the last
      * quarter end - the base the quarter's paid and incurred are
      * measured from - rolled forward one quarter each run.
       FD  HISTORY-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-IN-RECORD.
           05 HI-LOB                PIC X(4).
           05 HI-PERIOD             PIC 9(6).
           05 HI-PAID               PIC S9(11)V99.
           05 HI-PAID-RI            PIC S9(11)V99.
           05 HI-INCURRED           PIC S9(11)V99.
           05 HI-INCURRED-RI        PIC S9(11)V99.
           05 HI-IBNR               PIC S9(11)V99.
           05 FILLER                PIC X(5).

       FD  HISTORY-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-OUT-RECORD.
           05 HO-LOB                PIC X(4).
           05 HO-PERIOD             PIC 9(6).
           05 HO-PAID               PIC S9(11)V99.
           05 HO-PAID-RI            PIC S9(11)V99.
           05 HO-INCURRED           PIC S9(11)V99.
           05 HO-INCURRED-RI        PIC S9(11)V99.
           05 HO-IBNR               PIC S9(11)V99.
           05 FILLER                PIC X(5).

      * SOLVRET is the return handed to the regulator - one line per
      * line of business and template item on a fixed 80-byte
      * record, the same style as the state filing LGREGFL1 writes.
      * Items:  PRWGRS premium written      PRWRIS reinsurers' share
      *         PREGRS premium earned       CLPGRS claims paid
      *         CLPRIS reinsurers' share    CLIGRS claims incurred
      *         CLIRIS reinsurers' share    TPCGRS claims provision
      *         TPCRIS reinsurers' share    TPPGRS premium provision
       FD  RETURN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-RECORD.
           05 SR-PERIOD             PIC 9(6).
           05 FILLER                PIC X(1).
           05 SR-LOB                PIC X(4).
           05 FILLER                PIC X(1).
           05 SR-LOB-NAME           PIC X(20).
           05 FILLER                PIC X(1).
           05 SR-ITEM               PIC X(6).
           05 FILLER                PIC X(1).
           05 SR-AMOUNT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(21).

       FD  SOLV-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SOLV-REPORT-RECORD       PIC X(80).

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

      * Interface register capture - see LGIFREG.  The hash is
      * on the line amounts without their sign, as the register's
      * hash field is unsigned.
       01  WS-IFREG-STATUS          PIC X(2).
       01  WS-IFR-FIELDS.
           05 WS-IFR-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-PARM-STATUS        PIC X(2).
           05 WS-MANIFEST-STATUS    PIC X(2).
           05 WS-LOBMAP-STATUS      PIC X(2).
           05 WS-EARNEXT-STATUS     PIC X(2).
           05 WS-EARNDET-STATUS     PIC X(2).
           05 WS-CESS-STATUS        PIC X(2).
           05 WS-CLAIM-STATUS       PIC X(2).
           05 WS-IBNR-STATUS        PIC X(2).
           05 WS-GLPOST-STATUS      PIC X(2).
           05 WS-HISTIN-STATUS      PIC X(2).
           05 WS-HISTOUT-STATUS     PIC X(2).
           05 WS-RETURN-STATUS      PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-EOF-FLAGS.
           05 WS-MAP-EOF            PIC X VALUE 'N'.
           05 WS-EARNEXT-EOF        PIC X VALUE 'N'.
           05 WS-EARNDET-EOF        PIC X VALUE 'N'.
           05 WS-CESS-EOF           PIC X VALUE 'N'.
           05 WS-CLAIM-EOF          PIC X VALUE 'N'.
           05 WS-IBNR-EOF           PIC X VALUE 'N'.
           05 WS-GLPOST-EOF         PIC X VALUE 'N'.
           05 WS-HISTIN-EOF         PIC X VALUE 'N'.

      * The quarter being returned.  Nothing is filed unless the
      * period is a quarter end and the snapshot set is for it.
       01  WS-PERIOD-OK             PIC X VALUE 'Y'.
       01  WS-QTR-END               PIC 9(6) VALUE 0.
       01  FILLER REDEFINES WS-QTR-END.
           05 WS-QE-YEAR            PIC 9(4).
           05 WS-QE-MONTH           PIC 9(2).
              88 WS-QE-QUARTER-END      VALUES 03 06 09 12.
       01  WS-QTR-START             PIC 9(6) VALUE 0.
       01  WS-WORK-PERIOD           PIC 9(6).

      * Lines of business as LOBMAP names them.  Entry 1 is the
      * catch-all for anything the map misses - filed all the same
      * so the return still totals, and reported so the map gets
      * fixed.
       01  WS-LOB-TABLE.
           03 WS-LB-ENTRY OCCURS 30 TIMES.
              05 WS-LB-CODE         PIC X(4).
              05 WS-LB-NAME         PIC X(20).
              05 WS-LB-WRITTEN      PIC S9(13)V99 COMP-3.
              05 WS-LB-WRITTEN-RI   PIC S9(13)V99 COMP-3.
              05 WS-LB-EARNED       PIC S9(13)V99 COMP-3.
              05 WS-LB-PAID         PIC S9(13)V99 COMP-3.
              05 WS-LB-PAID-RI      PIC S9(13)V99 COMP-3.
              05 WS-LB-INCURRED     PIC S9(13)V99 COMP-3.
              05 WS-LB-INCURRED-RI  PIC S9(13)V99 COMP-3.
              05 WS-LB-RESERVE      PIC S9(13)V99 COMP-3.
              05 WS-LB-RESERVE-RI   PIC S9(13)V99 COMP-3.
              05 WS-LB-IBNR         PIC S9(13)V99 COMP-3.
              05 WS-LB-UPR          PIC S9(13)V99 COMP-3.
              05 WS-LB-PRIOR-PAID   PIC S9(13)V99 COMP-3.
              05 WS-LB-PRIOR-PAID-RI PIC S9(13)V99 COMP-3.
              05 WS-LB-PRIOR-INC    PIC S9(13)V99 COMP-3.
              05 WS-LB-PRIOR-INC-RI PIC S9(13)V99 COMP-3.
              05 WS-LB-PRIOR-IBNR   PIC S9(13)V99 COMP-3.
       01  WS-LOB-USED              PIC 9(2) VALUE 0.
       01  WS-LB-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-LB-FOUND              PIC X VALUE 'N'.
       01  WS-LB-WANTED             PIC X(4).

      * The three maps, each entry pointing at its line.
       01  WS-TYPE-MAP-TABLE.
           03 WS-TM-ENTRY OCCURS 20 TIMES.
              05 WS-TM-POLICY-TYPE  PIC X.
              05 WS-TM-LOB-SUB      PIC S9(4) COMP.
       01  WS-TM-USED               PIC 9(2) VALUE 0.
       01  WS-PERIL-MAP-TABLE.
           03 WS-PM-ENTRY OCCURS 100 TIMES.
              05 WS-PM-POLICY-TYPE  PIC X.
              05 WS-PM-PERIL-CODE   PIC X(10).
              05 WS-PM-LOB-SUB      PIC S9(4) COMP.
       01  WS-PM-USED               PIC 9(3) VALUE 0.
       01  WS-CLASS-MAP-TABLE.
           03 WS-CM-ENTRY OCCURS 5 TIMES.
              05 WS-CM-CLAIM-CLASS  PIC X.
              05 WS-CM-LOB-SUB      PIC S9(4) COMP.
       01  WS-CM-USED               PIC 9(1) VALUE 0.
       01  WS-MAP-SUB               PIC S9(4) COMP VALUE 0.

      * Policy types off EARNEXT, so claims and cessions can be
      * mapped by the type of the policy they fall on.
       01  WS-POLICY-TABLE.
           03 WS-PT-ENTRY OCCURS 5000 TIMES.
              05 WS-PT-POLICY-NUM   PIC X(10).
              05 WS-PT-POLICY-TYPE  PIC X.
       01  WS-POLICY-USED           PIC 9(4) VALUE 0.
       01  WS-PT-SUB                PIC S9(5) COMP VALUE 0.

      * Ceded share of each ceded policy's risk.
       01  WS-CESSION-TABLE.
           03 WS-CS-ENTRY OCCURS 2000 TIMES.
              05 WS-CS-POLICY-NUM   PIC X(10).
              05 WS-CS-SHARE        PIC 9V9(6).
       01  WS-CESSION-USED          PIC 9(4) VALUE 0.
       01  WS-CS-SUB                PIC S9(5) COMP VALUE 0.

       01  WS-LOOKUP-FIELDS.
           05 WS-LK-POLICY-NUM      PIC X(10).
           05 WS-LK-POLICY-TYPE     PIC X.
           05 WS-LK-PERIL-CODE      PIC X(10).
           05 WS-LK-SHARE           PIC 9V9(6).

       01  WS-CLAIM-FIELDS.
           05 WS-CLM-PAID           PIC S9(9)V99.
           05 WS-CLM-INCURRED       PIC S9(9)V99.
           05 WS-CLM-TOTAL-SI       PIC 9(10).

      * What the ledger posted in the quarter, by movement type -
      * debit legs only, each movement being one balanced pair.
       01  WS-GL-TOTALS.
           05 WS-GL-PREMIUM         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GL-REFUND          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GL-IBNR-RAISED     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GL-IBNR-RELEASED   PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GL-FLOOD-CEDED     PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-RECON-FIELDS.
           05 WS-RC-RETURN          PIC S9(13)V99 COMP-3.
           05 WS-RC-LEDGER          PIC S9(13)V99 COMP-3.
           05 WS-RC-DIFFERENCE      PIC S9(13)V99 COMP-3.
           05 WS-RC-LABEL           PIC X(18).
      *    Rounding between the policy and ledger statements of the
      *    same money is tolerated up to this much.
           05 WS-RC-TOLERANCE       PIC 9(3)V99 VALUE 1.00.

       01  WS-RETURN-TOTALS.
           05 WS-RT-WRITTEN         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-RT-WRITTEN-RI      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-RT-IBNR-MOVE       PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-ITEM-CODE             PIC X(6).
       01  WS-ITEM-AMOUNT           PIC S9(13)V99 COMP-3.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-POLICIES       PIC 9(7) VALUE 0.
           05 WS-TOT-EARNDET        PIC 9(7) VALUE 0.
           05 WS-TOT-CESSIONS       PIC 9(7) VALUE 0.
           05 WS-TOT-CLAIMS         PIC 9(7) VALUE 0.
           05 WS-TOT-IBNR-ROWS      PIC 9(7) VALUE 0.
           05 WS-TOT-GL-ROWS        PIC 9(7) VALUE 0.
           05 WS-TOT-UNMAPPED       PIC 9(7) VALUE 0.
           05 WS-TOT-RETURN-LINES   PIC 9(7) VALUE 0.
           05 WS-TOT-BREAKS         PIC 9(7) VALUE 0.
           05 WS-TOT-DROPPED        PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.
       01  WS-REPORT-AMT1           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-AMT2           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-AMT3           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Extract control state for CLAIMEXT - see LGEXTCTL.
       01  WS-XCA-FIELDS.
           03 WS-XCA-FIRST             PIC X VALUE 'Y'.
           03 WS-XCA-SKIP              PIC X VALUE 'N'.
           03 WS-XCA-TRAILER-SEEN      PIC X VALUE 'N'.
           03 WS-XCA-COUNT             PIC 9(9) VALUE 0.
           03 WS-XCA-HASH              PIC 9(13)V99 VALUE 0.

           COPY LGEXTCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RS-START-TIME FROM TIME
           ACCEPT WS-RS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INIT
           IF WS-PERIOD-OK = 'Y'
               PERFORM 1200-LOAD-MAP THRU 1200-EXIT
                   UNTIL WS-MAP-EOF = 'Y'
               PERFORM 2000-LOAD-POLICY THRU 2000-EXIT
                   UNTIL WS-EARNEXT-EOF = 'Y'
               PERFORM 2200-LOAD-CESSION THRU 2200-EXIT
                   UNTIL WS-CESS-EOF = 'Y'
               PERFORM 2400-LOAD-EARNED THRU 2400-EXIT
                   UNTIL WS-EARNDET-EOF = 'Y'
               PERFORM 2600-LOAD-CLAIM THRU 2600-EXIT
                   UNTIL WS-CLAIM-EOF = 'Y'
               PERFORM 9150-VERIFY-TRAILER
               PERFORM 2800-LOAD-IBNR THRU 2800-EXIT
                   UNTIL WS-IBNR-EOF = 'Y'
               PERFORM 2900-LOAD-HISTORY THRU 2900-EXIT
                   UNTIL WS-HISTIN-EOF = 'Y'
               PERFORM 3000-WRITE-RETURN
               PERFORM 4000-LOAD-LEDGER THRU 4000-EXIT
                   UNTIL WS-GLPOST-EOF = 'Y'
               PERFORM 4500-RECONCILE
           END-IF
           PERFORM 5000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

      *----------------------------------------------------------------*
      * Opens everything and settles the quarter.  The return is only  *
      * cut for a quarter-end month and only off that month's set -    *
      * the gate has already checked, but a filing to the regulator    *
      * checks again rather than trust the JCL.                        *
      *----------------------------------------------------------------*
       1000-INIT.
           INITIALIZE WS-LOB-TABLE
           MOVE 1 TO WS-LOB-USED
           MOVE 'UNMP' TO WS-LB-CODE(1)
           MOVE 'UNMAPPED' TO WS-LB-NAME(1)

           OPEN INPUT  PARM-FILE
                INPUT  MANIFEST-FILE
                INPUT  LOB-MAP-FILE
                INPUT  EARNING-EXTRACT
                INPUT  EARNING-DETAIL-FILE
                INPUT  CESSION-EXTRACT
                INPUT  CLAIM-EXTRACT-FILE
                INPUT  IBNR-RESULT-FILE
                INPUT  GL-POSTING-FILE
                INPUT  HISTORY-IN-FILE
                OUTPUT HISTORY-OUT-FILE
                OUTPUT RETURN-FILE
                OUTPUT SOLV-REPORT-FILE

           MOVE 'QUARTERLY SOLVENCY RETURN BY LINE OF BUSINESS'
               TO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'SNAPPARM OPEN ERROR: ' WS-PARM-STATUS
               MOVE 'N' TO WS-PERIOD-OK
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'SNAPPARM IS EMPTY - NO PERIOD'
                       MOVE 'N' TO WS-PERIOD-OK
                   NOT AT END
                       MOVE PR-PERIOD TO WS-QTR-END
               END-READ
           END-IF

           IF WS-PERIOD-OK = 'Y' AND NOT WS-QE-QUARTER-END
               DISPLAY 'PERIOD ' WS-QTR-END ' IS NOT A QUARTER END'
               MOVE 'N' TO WS-PERIOD-OK
           END-IF

           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'MANIFEST OPEN ERROR: ' WS-MANIFEST-STATUS
               MOVE 'N' TO WS-PERIOD-OK
           ELSE
               READ MANIFEST-FILE
                   AT END
                       DISPLAY 'MANIFEST IS EMPTY - NO SNAPSHOT'
                       MOVE 'N' TO WS-PERIOD-OK
                   NOT AT END
                       IF MF-PERIOD NOT = WS-QTR-END
                          DISPLAY 'SNAPSHOT IS FOR PERIOD ' MF-PERIOD
                                  ' NOT ' WS-QTR-END
                          MOVE 'N' TO WS-PERIOD-OK
                       END-IF
               END-READ
           END-IF

           IF WS-LOBMAP-STATUS NOT = '00'
               DISPLAY 'LOBMAP OPEN ERROR: ' WS-LOBMAP-STATUS
               MOVE 'N' TO WS-PERIOD-OK
           END-IF
           IF WS-EARNEXT-STATUS NOT = '00'
               DISPLAY 'EARNEXT OPEN ERROR: ' WS-EARNEXT-STATUS
               MOVE 'N' TO WS-PERIOD-OK
           END-IF
           IF WS-CLAIM-STATUS NOT = '00'
               DISPLAY 'CLAIMEXT OPEN ERROR: ' WS-CLAIM-STATUS
               MOVE 'N' TO WS-PERIOD-OK
           END-IF

      *    The side files may legitimately be absent - no cessions,
      *    no IBNR run yet, the first quarter with no history.
           IF WS-EARNDET-STATUS NOT = '00'
               MOVE 'Y' TO WS-EARNDET-EOF
           END-IF
           IF WS-CESS-STATUS NOT = '00'
               MOVE 'Y' TO WS-CESS-EOF
           END-IF
           IF WS-IBNR-STATUS NOT = '00'
               MOVE 'Y' TO WS-IBNR-EOF
           END-IF
           IF WS-GLPOST-STATUS NOT = '00'
               MOVE 'Y' TO WS-GLPOST-EOF
           END-IF
           IF WS-HISTIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-HISTIN-EOF
           END-IF

           IF WS-PERIOD-OK = 'N'
               MOVE 8 TO RETURN-CODE
               MOVE 'PERIOD OR SNAPSHOT REJECTED - NOTHING FILED'
                   TO SOLV-REPORT-RECORD
               WRITE SOLV-REPORT-RECORD
           ELSE
               COMPUTE WS-QTR-START = WS-QTR-END - 2
               MOVE SPACES TO SOLV-REPORT-RECORD
               STRING 'QUARTER ' WS-QTR-START ' TO ' WS-QTR-END
                      '  SNAPSHOT CUT ' MF-RUN-DATE
                   DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
               WRITE SOLV-REPORT-RECORD
           END-IF.

       1200-LOAD-MAP.
           READ LOB-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF
               GO TO 1200-EXIT
           END-READ

           MOVE LM-LOB TO WS-LB-WANTED
           PERFORM 9300-FIND-LOB
           IF WS-LB-FOUND = 'N'
               IF WS-LOB-USED < 30
                  ADD 1 TO WS-LOB-USED
                  MOVE WS-LOB-USED TO WS-LB-SUB
                  MOVE LM-LOB TO WS-LB-CODE(WS-LB-SUB)
                  MOVE LM-LOB-NAME TO WS-LB-NAME(WS-LB-SUB)
               ELSE
                  DISPLAY 'LOBMAP HAS TOO MANY LINES: ' LM-LOB
                  MOVE 1 TO WS-LB-SUB
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN LM-POLICY-TYPE-MAP AND WS-TM-USED < 20
               ADD 1 TO WS-TM-USED
               MOVE LM-POLICY-TYPE TO WS-TM-POLICY-TYPE(WS-TM-USED)
               MOVE WS-LB-SUB TO WS-TM-LOB-SUB(WS-TM-USED)
             WHEN LM-PERIL-MAP AND WS-PM-USED < 100
               ADD 1 TO WS-PM-USED
               MOVE LM-POLICY-TYPE TO WS-PM-POLICY-TYPE(WS-PM-USED)
               MOVE LM-PERIL-CODE TO WS-PM-PERIL-CODE(WS-PM-USED)
               MOVE WS-LB-SUB TO WS-PM-LOB-SUB(WS-PM-USED)
             WHEN LM-IBNR-CLASS-MAP AND WS-CM-USED < 5
               ADD 1 TO WS-CM-USED
               MOVE LM-CLAIM-CLASS TO WS-CM-CLAIM-CLASS(WS-CM-USED)
               MOVE WS-LB-SUB TO WS-CM-LOB-SUB(WS-CM-USED)
             WHEN OTHER
               MOVE SPACES TO SOLV-REPORT-RECORD
               STRING 'LOBMAP ROW IGNORED: ' LOB-MAP-RECORD
                   DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
               WRITE SOLV-REPORT-RECORD
           END-EVALUATE
           .
       1200-EXIT.
           EXIT.

      * Premium written in the quarter - new business at its annual
      * premium, less refunds on policies cancelled in the quarter.
       2000-LOAD-POLICY.
           READ EARNING-EXTRACT
               AT END MOVE 'Y' TO WS-EARNEXT-EOF
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-POLICIES

           IF WS-POLICY-USED < 5000
               ADD 1 TO WS-POLICY-USED
               MOVE EA-POLICY-NUM TO WS-PT-POLICY-NUM(WS-POLICY-USED)
               MOVE EA-POLICY-TYPE
                 TO WS-PT-POLICY-TYPE(WS-POLICY-USED)
           ELSE
               ADD 1 TO WS-TOT-DROPPED
           END-IF

           MOVE EA-POLICY-TYPE TO WS-LK-POLICY-TYPE
           PERFORM 9400-LOB-FOR-TYPE
           MOVE EA-ISSUE-DATE(1:6) TO WS-WORK-PERIOD
           IF WS-WORK-PERIOD NOT < WS-QTR-START
              AND WS-WORK-PERIOD NOT > WS-QTR-END
               ADD EA-PAYMENT TO WS-LB-WRITTEN(WS-LB-SUB)
           END-IF
           IF EA-CANCEL-DATE NUMERIC AND EA-CANCEL-DATE > 0
               MOVE EA-CANCEL-DATE(1:6) TO WS-WORK-PERIOD
               IF WS-WORK-PERIOD NOT < WS-QTR-START
                  AND WS-WORK-PERIOD NOT > WS-QTR-END
                  SUBTRACT EA-REFUND-AMOUNT
                      FROM WS-LB-WRITTEN(WS-LB-SUB)
               END-IF
           END-IF
           .
       2000-EXIT.
           EXIT.

      * Ceded premium is the reinsurers' share of premium written; the
      * ceded share of the risk is kept to split the policy's claims.
       2200-LOAD-CESSION.
           READ CESSION-EXTRACT
               AT END MOVE 'Y' TO WS-CESS-EOF
               GO TO 2200-EXIT
           END-READ
           ADD 1 TO WS-TOT-CESSIONS

           MOVE CE-POLICY-NUM TO WS-LK-POLICY-NUM
           PERFORM 9500-FIND-POLICY-TYPE
           PERFORM 9400-LOB-FOR-TYPE
           ADD CE-CEDED-PREMIUM TO WS-LB-WRITTEN-RI(WS-LB-SUB)

           COMPUTE WS-CLM-TOTAL-SI = CE-CEDED-SI + CE-RETAINED-SI
           IF WS-CLM-TOTAL-SI > 0
               IF WS-CESSION-USED < 2000
                  ADD 1 TO WS-CESSION-USED
                  MOVE CE-POLICY-NUM
                    TO WS-CS-POLICY-NUM(WS-CESSION-USED)
                  COMPUTE WS-CS-SHARE(WS-CESSION-USED) ROUNDED =
                     CE-CEDED-SI / WS-CLM-TOTAL-SI
               ELSE
                  ADD 1 TO WS-TOT-DROPPED
               END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.

      * Earned premium over the quarter's three months, and the
      * unearned premium - the premium provision - at quarter end.
       2400-LOAD-EARNED.
           READ EARNING-DETAIL-FILE
               AT END MOVE 'Y' TO WS-EARNDET-EOF
               GO TO 2400-EXIT
           END-READ
           MOVE ED-MONTH-END(1:6) TO WS-WORK-PERIOD
           IF WS-WORK-PERIOD < WS-QTR-START
              OR WS-WORK-PERIOD > WS-QTR-END
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-TOT-EARNDET

           MOVE ED-POLICY-TYPE TO WS-LK-POLICY-TYPE
           PERFORM 9400-LOB-FOR-TYPE
           ADD ED-EARNED-MONTH TO WS-LB-EARNED(WS-LB-SUB)
           IF WS-WORK-PERIOD = WS-QTR-END
               ADD ED-UPR TO WS-LB-UPR(WS-LB-SUB)
           END-IF
           .
       2400-EXIT.
           EXIT.

      * Cumulative paid (indemnity and legal defence) and incurred
      * net of recoveries, the same incurred LGTRIDV1 snapshots; the
      * case reserve is the claims provision before IBNR.  The
      * reinsurers' share follows the policy's ceded share.
       2600-LOAD-CLAIM.
           READ CLAIM-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CLAIM-EOF
               GO TO 2600-EXIT
           END-READ
           PERFORM 9100-CHECK-CONTROL THRU 9100-CHECK-EXIT
           IF WS-XCA-SKIP = 'Y'
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-TOT-CLAIMS

           MOVE LC-POLICY-NUM TO WS-LK-POLICY-NUM
           PERFORM 9500-FIND-POLICY-TYPE
           MOVE LC-PERIL-CODE TO WS-LK-PERIL-CODE
           PERFORM 9600-LOB-FOR-CLAIM

           MOVE 0 TO WS-LK-SHARE
           PERFORM VARYING WS-CS-SUB FROM 1 BY 1
             UNTIL WS-CS-SUB > WS-CESSION-USED
               IF WS-CS-POLICY-NUM(WS-CS-SUB) = LC-POLICY-NUM
                  MOVE WS-CS-SHARE(WS-CS-SUB) TO WS-LK-SHARE
                  MOVE WS-CESSION-USED TO WS-CS-SUB
               END-IF
           END-PERFORM

           MOVE LC-PAID TO WS-CLM-PAID
           IF LC-LEGAL-PAID NUMERIC
               ADD LC-LEGAL-PAID TO WS-CLM-PAID
           END-IF
           IF LC-RECOVERED > LC-PAID + LC-RESERVE
               MOVE 0 TO WS-CLM-INCURRED
           ELSE
               COMPUTE WS-CLM-INCURRED =
                  LC-PAID + LC-RESERVE - LC-RECOVERED
           END-IF
           IF LC-LEGAL-PAID NUMERIC
               ADD LC-LEGAL-PAID TO WS-CLM-INCURRED
           END-IF

           ADD WS-CLM-PAID     TO WS-LB-PAID(WS-LB-SUB)
           ADD WS-CLM-INCURRED TO WS-LB-INCURRED(WS-LB-SUB)
           ADD LC-RESERVE      TO WS-LB-RESERVE(WS-LB-SUB)
           IF WS-LK-SHARE > 0
               COMPUTE WS-LB-PAID-RI(WS-LB-SUB) ROUNDED =
                  WS-LB-PAID-RI(WS-LB-SUB) + WS-CLM-PAID * WS-LK-SHARE
               COMPUTE WS-LB-INCURRED-RI(WS-LB-SUB) ROUNDED =
                  WS-LB-INCURRED-RI(WS-LB-SUB)
                  + WS-CLM-INCURRED * WS-LK-SHARE
               COMPUTE WS-LB-RESERVE-RI(WS-LB-SUB) ROUNDED =
                  WS-LB-RESERVE-RI(WS-LB-SUB)
                  + LC-RESERVE * WS-LK-SHARE
           END-IF
           .
       2600-EXIT.
           EXIT.

      * IBNR by claim class; the class rows are summed, the all-class
      * loss ratio rows skipped.
       2800-LOAD-IBNR.
           READ IBNR-RESULT-FILE
               AT END MOVE 'Y' TO WS-IBNR-EOF
               GO TO 2800-EXIT
           END-READ
           IF IR-CLAIM-CLASS = '*'
               GO TO 2800-EXIT
           END-IF
           ADD 1 TO WS-TOT-IBNR-ROWS

           MOVE 1 TO WS-LB-SUB
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
             UNTIL WS-MAP-SUB > WS-CM-USED
               IF WS-CM-CLAIM-CLASS(WS-MAP-SUB) = IR-CLAIM-CLASS
                  MOVE WS-CM-LOB-SUB(WS-MAP-SUB) TO WS-LB-SUB
               END-IF
           END-PERFORM
           IF WS-LB-SUB = 1
               ADD 1 TO WS-TOT-UNMAPPED
           END-IF
           ADD IR-IBNR TO WS-LB-IBNR(WS-LB-SUB)
           .
       2800-EXIT.
           EXIT.

       2900-LOAD-HISTORY.
           READ HISTORY-IN-FILE
               AT END MOVE 'Y' TO WS-HISTIN-EOF
               GO TO 2900-EXIT
           END-READ
           MOVE HI-LOB TO WS-LB-WANTED
           PERFORM 9300-FIND-LOB
           IF WS-LB-FOUND = 'N'
               MOVE SPACES TO SOLV-REPORT-RECORD
               STRING 'HISTORY LINE ' HI-LOB
                      ' NO LONGER MAPPED - CARRIED AS UNMAPPED'
                   DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
               WRITE SOLV-REPORT-RECORD
               MOVE 1 TO WS-LB-SUB
           END-IF
           ADD HI-PAID        TO WS-LB-PRIOR-PAID(WS-LB-SUB)
           ADD HI-PAID-RI     TO WS-LB-PRIOR-PAID-RI(WS-LB-SUB)
           ADD HI-INCURRED    TO WS-LB-PRIOR-INC(WS-LB-SUB)
           ADD HI-INCURRED-RI TO WS-LB-PRIOR-INC-RI(WS-LB-SUB)
           ADD HI-IBNR        TO WS-LB-PRIOR-IBNR(WS-LB-SUB)
           .
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The return itself: every line of business, every item, zero    *
      * or not, so the template is always complete.  The catch-all is  *
      * filed only when something fell into it.  Claims incurred in    *
      * the quarter is the movement in incurred plus the movement in   *
      * IBNR; the claims provision is case reserves plus IBNR.         *
      *----------------------------------------------------------------*
       3000-WRITE-RETURN.
           PERFORM 3100-WRITE-LOB THRU 3100-EXIT
               VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB > WS-LOB-USED.

       3100-WRITE-LOB.
           IF WS-LB-SUB = 1 AND WS-TOT-UNMAPPED = 0
               GO TO 3100-EXIT
           END-IF

           MOVE 'PRWGRS' TO WS-ITEM-CODE
           MOVE WS-LB-WRITTEN(WS-LB-SUB) TO WS-ITEM-AMOUNT
           PERFORM 3200-WRITE-ITEM
           MOVE 'PRWRIS' TO WS-ITEM-CODE
           MOVE WS-LB-WRITTEN-RI(WS-LB-SUB) TO WS-ITEM-AMOUNT
           PERFORM 3200-WRITE-ITEM
           MOVE 'PREGRS' TO WS-ITEM-CODE
           MOVE WS-LB-EARNED(WS-LB-SUB) TO WS-ITEM-AMOUNT
           PERFORM 3200-WRITE-ITEM

           MOVE 'CLPGRS' TO WS-ITEM-CODE
           COMPUTE WS-ITEM-AMOUNT =
              WS-LB-PAID(WS-LB-SUB) - WS-LB-PRIOR-PAID(WS-LB-SUB)
           PERFORM 3200-WRITE-ITEM
           MOVE 'CLPRIS' TO WS-ITEM-CODE
           COMPUTE WS-ITEM-AMOUNT =
              WS-LB-PAID-RI(WS-LB-SUB)
              - WS-LB-PRIOR-PAID-RI(WS-LB-SUB)
           PERFORM 3200-WRITE-ITEM

           MOVE 'CLIGRS' TO WS-ITEM-CODE
           COMPUTE WS-ITEM-AMOUNT =
              WS-LB-INCURRED(WS-LB-SUB) - WS-LB-PRIOR-INC(WS-LB-SUB)
              + WS-LB-IBNR(WS-LB-SUB) - WS-LB-PRIOR-IBNR(WS-LB-SUB)
           PERFORM 3200-WRITE-ITEM
           MOVE 'CLIRIS' TO WS-ITEM-CODE
           COMPUTE WS-ITEM-AMOUNT =
              WS-LB-INCURRED-RI(WS-LB-SUB)
              - WS-LB-PRIOR-INC-RI(WS-LB-SUB)
           PERFORM 3200-WRITE-ITEM

           MOVE 'TPCGRS' TO WS-ITEM-CODE
           COMPUTE WS-ITEM-AMOUNT =
              WS-LB-RESERVE(WS-LB-SUB) + WS-LB-IBNR(WS-LB-SUB)
           PERFORM 3200-WRITE-ITEM
           MOVE 'TPCRIS' TO WS-ITEM-CODE
           MOVE WS-LB-RESERVE-RI(WS-LB-SUB) TO WS-ITEM-AMOUNT
           PERFORM 3200-WRITE-ITEM
           MOVE 'TPPGRS' TO WS-ITEM-CODE
           MOVE WS-LB-UPR(WS-LB-SUB) TO WS-ITEM-AMOUNT
           PERFORM 3200-WRITE-ITEM

           ADD WS-LB-WRITTEN(WS-LB-SUB) TO WS-RT-WRITTEN
           ADD WS-LB-WRITTEN-RI(WS-LB-SUB) TO WS-RT-WRITTEN-RI
           COMPUTE WS-RT-IBNR-MOVE = WS-RT-IBNR-MOVE
              + WS-LB-IBNR(WS-LB-SUB) - WS-LB-PRIOR-IBNR(WS-LB-SUB)

      *    This quarter's positions become next quarter's base.
           MOVE SPACES TO HISTORY-OUT-RECORD
           MOVE WS-LB-CODE(WS-LB-SUB) TO HO-LOB
           MOVE WS-QTR-END TO HO-PERIOD
           MOVE WS-LB-PAID(WS-LB-SUB) TO HO-PAID
           MOVE WS-LB-PAID-RI(WS-LB-SUB) TO HO-PAID-RI
           MOVE WS-LB-INCURRED(WS-LB-SUB) TO HO-INCURRED
           MOVE WS-LB-INCURRED-RI(WS-LB-SUB) TO HO-INCURRED-RI
           MOVE WS-LB-IBNR(WS-LB-SUB) TO HO-IBNR
           WRITE HISTORY-OUT-RECORD
           .
       3100-EXIT.
           EXIT.

       3200-WRITE-ITEM.
           MOVE SPACES TO RETURN-RECORD
           MOVE WS-QTR-END TO SR-PERIOD
           MOVE WS-LB-CODE(WS-LB-SUB) TO SR-LOB
           MOVE WS-LB-NAME(WS-LB-SUB) TO SR-LOB-NAME
           MOVE WS-ITEM-CODE TO SR-ITEM
           MOVE WS-ITEM-AMOUNT TO SR-AMOUNT
           WRITE RETURN-RECORD
           ADD 1 TO WS-TOT-RETURN-LINES
           IF WS-ITEM-AMOUNT < 0
              SUBTRACT WS-ITEM-AMOUNT FROM WS-IFR-HASH
           ELSE
              ADD WS-ITEM-AMOUNT TO WS-IFR-HASH
           END-IF

           MOVE SPACES TO SOLV-REPORT-RECORD
           MOVE RETURN-RECORD(8:59) TO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD.

      * The ledger's debit legs for the quarter, by movement type.
       4000-LOAD-LEDGER.
           READ GL-POSTING-FILE
               AT END MOVE 'Y' TO WS-GLPOST-EOF
               GO TO 4000-EXIT
           END-READ
           IF GP-DRCR NOT = 'D'
              OR GP-POST-PERIOD < WS-QTR-START
              OR GP-POST-PERIOD > WS-QTR-END
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-TOT-GL-ROWS

           EVALUATE GP-TRAN-TYPE
             WHEN 'P'
               ADD GP-BASE-AMOUNT TO WS-GL-PREMIUM
             WHEN 'R'
               ADD GP-BASE-AMOUNT TO WS-GL-REFUND
             WHEN 'I'
               ADD GP-BASE-AMOUNT TO WS-GL-IBNR-RAISED
             WHEN 'J'
               ADD GP-BASE-AMOUNT TO WS-GL-IBNR-RELEASED
             WHEN 'F'
               ADD GP-BASE-AMOUNT TO WS-GL-FLOOD-CEDED
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reconciliation to the ledger.  Premium written ties to premium *
      * less refunds posted; the IBNR movement ties to the IBNR raised *
      * less released.  Claims are not ledgered by line, and the       *
      * ledger carries only the flood pool's ceded premium, so those   *
      * are shown for information.  A break beyond the tolerance is    *
      * flagged and the job ends RC 4 - the return is still cut, for   *
      * finance to clear before it is submitted.                       *
      *----------------------------------------------------------------*
       4500-RECONCILE.
           MOVE SPACES TO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD
           MOVE 'RECONCILIATION TO GL'
               TO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'ITEM                          RETURN'
                  '              GL          DIFFERENCE'
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE 'PREMIUM WRITTEN' TO WS-RC-LABEL
           MOVE WS-RT-WRITTEN TO WS-RC-RETURN
           COMPUTE WS-RC-LEDGER = WS-GL-PREMIUM - WS-GL-REFUND
           PERFORM 4600-RECON-LINE

           MOVE 'IBNR MOVEMENT' TO WS-RC-LABEL
           MOVE WS-RT-IBNR-MOVE TO WS-RC-RETURN
           COMPUTE WS-RC-LEDGER =
              WS-GL-IBNR-RAISED - WS-GL-IBNR-RELEASED
           PERFORM 4600-RECON-LINE

           MOVE WS-RT-WRITTEN-RI TO WS-REPORT-AMT1
           MOVE WS-GL-FLOOD-CEDED TO WS-REPORT-AMT2
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'CEDED PREMIUM (INFO)' WS-REPORT-AMT1
                  WS-REPORT-AMT2 '  FLOOD POOL ONLY'
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           IF WS-TOT-BREAKS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       4600-RECON-LINE.
           COMPUTE WS-RC-DIFFERENCE = WS-RC-RETURN - WS-RC-LEDGER
           MOVE WS-RC-RETURN TO WS-REPORT-AMT1
           MOVE WS-RC-LEDGER TO WS-REPORT-AMT2
           MOVE WS-RC-DIFFERENCE TO WS-REPORT-AMT3
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING WS-RC-LABEL WS-REPORT-AMT1 WS-REPORT-AMT2
                  WS-REPORT-AMT3
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           IF WS-RC-DIFFERENCE > WS-RC-TOLERANCE
              OR WS-RC-DIFFERENCE < 0 - WS-RC-TOLERANCE
               MOVE 'BREAK' TO SOLV-REPORT-RECORD(76:5)
               ADD 1 TO WS-TOT-BREAKS
           END-IF
           WRITE SOLV-REPORT-RECORD.

       5000-CLOSE.
           MOVE SPACES TO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE 'SOLVENCY RETURN - CONTROL TOTALS'
               TO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-POLICIES TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'POLICIES READ.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-EARNDET TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'EARNED ROWS IN QTR..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-CESSIONS TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'CESSIONS READ.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-CLAIMS TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'CLAIMS READ.........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-IBNR-ROWS TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'IBNR ROWS READ......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-GL-ROWS TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'GL POSTINGS IN QTR..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-UNMAPPED TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'UNMAPPED ITEMS......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-DROPPED TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'TABLE OVERFLOWS.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-RETURN-LINES TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'RETURN LINES FILED..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           MOVE WS-TOT-BREAKS TO WS-REPORT-COUNT
           MOVE SPACES TO SOLV-REPORT-RECORD
           STRING 'GL BREAKS...........: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SOLV-REPORT-RECORD
           WRITE SOLV-REPORT-RECORD

           IF WS-TOT-UNMAPPED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE PARM-FILE
                 MANIFEST-FILE
                 LOB-MAP-FILE
                 EARNING-EXTRACT
                 EARNING-DETAIL-FILE
                 CESSION-EXTRACT
                 CLAIM-EXTRACT-FILE
                 IBNR-RESULT-FILE
                 GL-POSTING-FILE
                 HISTORY-IN-FILE
                 HISTORY-OUT-FILE
                 RETURN-FILE
                 SOLV-REPORT-FILE.

      *----------------------------------------------------------------*
      * Extract control validation for CLAIMEXT - see LGEXTCTL.        *
      *----------------------------------------------------------------*
       9100-CHECK-CONTROL.
           MOVE 'N' TO WS-XCA-SKIP.
           MOVE CLAIM-EXTRACT-RECORD(1:34)
             TO EXTRACT-CONTROL-RECORD(1:34).

           IF WS-XCA-FIRST = 'Y'
              MOVE 'N' TO WS-XCA-FIRST
              IF XC-IS-HEADER
                 MOVE 'Y' TO WS-XCA-SKIP
                 GO TO 9100-CHECK-EXIT
              ELSE
                 DISPLAY 'CLAIMEXT HAS NO HEADER RECORD - REJECTED'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           IF XC-IS-TRAILER
              MOVE 'Y' TO WS-XCA-SKIP
              MOVE 'Y' TO WS-XCA-TRAILER-SEEN
              IF XC-RECORD-COUNT NOT = WS-XCA-COUNT
                 OR XC-HASH-TOTAL NOT = WS-XCA-HASH
                 DISPLAY 'CLAIMEXT TRAILER DOES NOT BALANCE'
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO 9100-CHECK-EXIT
           END-IF.

           ADD 1 TO WS-XCA-COUNT.
           ADD LC-PAID TO WS-XCA-HASH.
           ADD LC-RESERVE TO WS-XCA-HASH.
           ADD LC-RECOVERED TO WS-XCA-HASH.

       9100-CHECK-EXIT.
           EXIT.

       9150-VERIFY-TRAILER.
           IF WS-XCA-TRAILER-SEEN NOT = 'Y'
              DISPLAY 'CLAIMEXT ENDED WITHOUT ITS TRAILER'
                      ' - TRUNCATED'
              MOVE 8 TO RETURN-CODE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Table lookups.  Every miss lands on the catch-all, entry 1.    *
      *----------------------------------------------------------------*
       9300-FIND-LOB.
           MOVE 'N' TO WS-LB-FOUND
           PERFORM VARYING WS-LB-SUB FROM 1 BY 1
             UNTIL WS-LB-SUB > WS-LOB-USED OR WS-LB-FOUND = 'Y'
               IF WS-LB-CODE(WS-LB-SUB) = WS-LB-WANTED
                  MOVE 'Y' TO WS-LB-FOUND
               END-IF
           END-PERFORM
           IF WS-LB-FOUND = 'Y'
               SUBTRACT 1 FROM WS-LB-SUB
           END-IF.

       9400-LOB-FOR-TYPE.
           MOVE 1 TO WS-LB-SUB
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
             UNTIL WS-MAP-SUB > WS-TM-USED OR WS-LB-SUB > 1
               IF WS-TM-POLICY-TYPE(WS-MAP-SUB) = WS-LK-POLICY-TYPE
                  MOVE WS-TM-LOB-SUB(WS-MAP-SUB) TO WS-LB-SUB
               END-IF
           END-PERFORM
           IF WS-LB-SUB = 1
               ADD 1 TO WS-TOT-UNMAPPED
           END-IF.

       9500-FIND-POLICY-TYPE.
           MOVE SPACE TO WS-LK-POLICY-TYPE
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
             UNTIL WS-PT-SUB > WS-POLICY-USED
                OR WS-LK-POLICY-TYPE NOT = SPACE
               IF WS-PT-POLICY-NUM(WS-PT-SUB) = WS-LK-POLICY-NUM
                  MOVE WS-PT-POLICY-TYPE(WS-PT-SUB)
                    TO WS-LK-POLICY-TYPE
               END-IF
           END-PERFORM.

      * A claim maps by its peril for its policy type first, then by
      * its peril for any type, then by its policy type alone.
       9600-LOB-FOR-CLAIM.
           MOVE 1 TO WS-LB-SUB
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
             UNTIL WS-MAP-SUB > WS-PM-USED OR WS-LB-SUB > 1
               IF WS-PM-PERIL-CODE(WS-MAP-SUB) = WS-LK-PERIL-CODE
                  AND WS-PM-POLICY-TYPE(WS-MAP-SUB)
                      = WS-LK-POLICY-TYPE
                  MOVE WS-PM-LOB-SUB(WS-MAP-SUB) TO WS-LB-SUB
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
             UNTIL WS-MAP-SUB > WS-PM-USED OR WS-LB-SUB > 1
               IF WS-PM-PERIL-CODE(WS-MAP-SUB) = WS-LK-PERIL-CODE
                  AND WS-PM-POLICY-TYPE(WS-MAP-SUB) = '*'
                  MOVE WS-PM-LOB-SUB(WS-MAP-SUB) TO WS-LB-SUB
               END-IF
           END-PERFORM
           IF WS-LB-SUB = 1
               PERFORM 9400-LOB-FOR-TYPE
           END-IF.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTATS-STATUS = '00' OR WS-RUNSTATS-STATUS = '05'
              MOVE SPACES TO RUN-STATS-RECORD
              MOVE 'LGSOLVR1' TO RS-PROGRAM
              MOVE WS-RS-RUN-DATE TO RS-RUN-DATE
              MOVE WS-RS-START-TIME TO RS-START-TIME
              ACCEPT RS-END-TIME FROM TIME
              COMPUTE RS-RECS-IN = WS-TOT-POLICIES + WS-TOT-CLAIMS
                 + WS-TOT-CESSIONS + WS-TOT-EARNDET
              MOVE WS-TOT-RETURN-LINES TO RS-RECS-OUT
              MOVE WS-TOT-UNMAPPED TO RS-RECS-ERROR
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
      * run cut for the regulator.  The extracts and GLPOST it reads   *
      * are our own files, registered by the jobs that write them.     *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'SOLVRET' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGSOLVR1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-RETURN-LINES TO IR-RECORD-COUNT
              MOVE WS-IFR-HASH TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
