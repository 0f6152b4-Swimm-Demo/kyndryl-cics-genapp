       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCORR1.
      *----------------------------------------------------------------*
      * Consolidated customer correspondence engine.  Renewal offers   *
      * (RENOFFR), endowment maturity advance notices (ENDMNOT),       *
      * lapse warnings (LAPSOUT), non-renewal notices (NRENNOT),       *
      * with-profits bonus notices (BONNOT), BI revenue declaration    *
      * requests (BIDNOT) and change-of-policyholder notices           *
      * (XFRNOT) were each fed to the print bureau as raw records in   *
      * their own formats; this job gathers every letter-triggering    *
      * record, resolves the customer's name and address once off      *
      * the CUSTEXT extract, folds multiple letters to the same        *
      * customer into one envelope, and emits a single PRNSTRM         *
      * print-stream file.                                             *
      * Every letter also lands on the LETHIST letter-history file     *
      * (appended, never rewritten) so service staff can see what      *
      * was sent and when.                                             *
      * A customer marked vulnerable with a correspondence format      *
      * (large print, braille, audio, easy read) has their envelope    *
      * routed to the ALTPRNT stream instead, headed with the format   *
      * the bureau must produce it in.                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NONRENEW-NOTICE-FILE ASSIGN TO NRENNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NREN-STATUS.
           SELECT BONUS-NOTICE-FILE ASSIGN TO BONNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BONUS-STATUS.
           SELECT BI-DECL-NOTICE-FILE ASSIGN TO BIDNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIDN-STATUS.
           SELECT XFR-NOTICE-FILE ASSIGN TO XFRNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFRN-STATUS.
           SELECT PRINT-STREAM-FILE ASSIGN TO PRNSTRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT ALT-PRINT-STREAM-FILE ASSIGN TO ALTPRNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALTPRT-STATUS.
           SELECT LETTER-HISTORY-FILE ASSIGN TO LETHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CUSTEXT in the shared layout LGUNLEX1 writes - number, name,
      * address and correspondence format, with the standard controls.
       FD  CUSTOMER-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           05 CU-CUSTOMER-NAME      PIC X(30).
           05 CU-ADDRESS            PIC X(40).
           05 CU-POSTCODE           PIC X(8).
           05 CU-CORR-FORMAT        PIC X.
           05 FILLER                PIC X(11).

      * RENOFFR exactly as LGRENEW1 writes it.
       FD  RENEWAL-OFFER-FILE
           05 RO-CAPPED-FLAG        PIC X.
           05 RO-CLAIM-COUNT        PIC 9(2).
           05 RO-CLAIM-LOAD-PCT     PIC 9(3).
           05 RO-BUNDLE-PCT         PIC 9(2).
           05 RO-DRIVE-SCORE        PIC 9(3).
           05 RO-TELEM-BAND         PIC X.
           05 FILLER                PIC X(1).

      * ENDMNOT exactly as LGENDMT1 writes it.
       FD  NOTICE-FILE
           05 NN-LATE-FLAG          PIC X.
           05 FILLER                PIC X(23).

      * BONNOT exactly as LGWPBON1 writes it.
       FD  BONUS-NOTICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  BONUS-NOTICE-RECORD.
           05 BN-POLICY-NUM         PIC X(10).
           05 BN-CUSTOMER-NUM       PIC X(10).
           05 BN-BONUS-YEAR         PIC 9(4).
           05 BN-BONUS-RATE         PIC 9(2)V99.
           05 BN-BONUS-ADDED        PIC 9(8).
           05 BN-BONUS-TOTAL        PIC 9(8).
           05 BN-SUM-ASSURED        PIC 9(8).
           05 FILLER                PIC X(8).

      * BIDNOT exactly as LGBIDCL1 writes it - type 'R' the request
      * for the actual revenue, 'C' the reminder once chased.
       FD  BI-DECL-NOTICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  BI-DECL-NOTICE-RECORD.
           05 BD-POLICY-NUM         PIC X(10).
           05 BD-CUSTOMER-NUM       PIC X(10).
           05 BD-NOTICE-TYPE        PIC X.
              88 BD-REQUEST             VALUE 'R'.
              88 BD-REMINDER            VALUE 'C'.
           05 BD-PERIOD-END         PIC X(10).
           05 BD-EST-REVENUE        PIC 9(9).
           05 BD-DUE-DATE           PIC X(10).
           05 FILLER                PIC X(10).

      * XFRNOT exactly as LGXFRNT1 writes it - one record to each
      * holder of a transferred policy, 'O' the holder it left, 'I'
      * the holder it went to.
       FD  XFR-NOTICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  XFR-NOTICE-RECORD.
           05 XN-POLICY-NUM         PIC X(10).
           05 XN-CUSTOMER-NUM       PIC X(10).
           05 XN-DIRECTION          PIC X.
              88 XN-OUTGOING            VALUE 'O'.
              88 XN-INCOMING            VALUE 'I'.
           05 XN-OTHER-CUSTNUM      PIC X(10).
           05 XN-EFF-DATE           PIC X(10).
           05 XN-POLICY-TYPE        PIC X.
           05 FILLER                PIC X(18).

      * The single print stream the bureau consumes - envelope
      * header lines then one line per letter in it.
       FD  PRINT-STREAM-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PRINT-STREAM-RECORD      PIC X(100).

      * The alternative-format stream, laid out the same way - every
      * envelope on it starts with the format it is to be produced in.
       FD  ALT-PRINT-STREAM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ALT-PRINT-STREAM-RECORD  PIC X(100).

      * One record per letter sent, appended so the history is never
      * lost to the next run.
       FD  LETTER-HISTORY-FILE
           05 LH-LETTER-TYPE        PIC X(8).
           05 LH-POLICY-NUM         PIC X(10).
           05 LH-SENT-DATE          PIC 9(8).
           05 LH-CORR-FORMAT        PIC X.
           05 FILLER                PIC X(23).

       FD  CORR-REPORT-FILE
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
           05 WS-CUST-STATUS        PIC X(2).
           05 WS-OFFER-STATUS       PIC X(2).
           05 WS-NOTICE-STATUS      PIC X(2).
           05 WS-LAPSE-STATUS       PIC X(2).
           05 WS-NREN-STATUS        PIC X(2).
           05 WS-BONUS-STATUS       PIC X(2).
           05 WS-BIDN-STATUS        PIC X(2).
           05 WS-XFRN-STATUS        PIC X(2).
           05 WS-PRINT-STATUS       PIC X(2).
           05 WS-ALTPRT-STATUS      PIC X(2).
           05 WS-HIST-STATUS        PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).

       01  WS-NOTICE-EOF            PIC X VALUE 'N'.
       01  WS-LAPSE-EOF             PIC X VALUE 'N'.
       01  WS-NREN-EOF              PIC X VALUE 'N'.
       01  WS-BONUS-EOF             PIC X VALUE 'N'.
       01  WS-BIDN-EOF              PIC X VALUE 'N'.
       01  WS-XFRN-EOF              PIC X VALUE 'N'.

      * Customer master loaded once - the one place an envelope's
      * name and address come from.
              05 WS-CM-NAME         PIC X(30).
              05 WS-CM-ADDRESS      PIC X(40).
              05 WS-CM-POSTCODE     PIC X(8).
              05 WS-CM-FORMAT       PIC X.
       01  WS-CUST-USED             PIC 9(4) VALUE 0.
       01  WS-CM-SUB                PIC S9(5) COMP VALUE 0.

       01  WS-LT-SUB                PIC S9(5) COMP VALUE 0.

       01  WS-ENV-OPEN              PIC X.
       01  WS-FORMAT-NAME           PIC X(20).
       01  WS-ED-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-BONUS              PIC ZZ,ZZZ,ZZ9.
       01  WS-ED-BONUS-TOTAL        PIC ZZ,ZZZ,ZZ9.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-LETTERS        PIC 9(7) VALUE 0.
           05 WS-TOT-ENVELOPES      PIC 9(7) VALUE 0.
           05 WS-TOT-ORPHANS        PIC 9(7) VALUE 0.
           05 WS-TOT-DROPPED        PIC 9(7) VALUE 0.
           05 WS-TOT-ALT-FORMAT     PIC 9(7) VALUE 0.

       01  WS-REPORT-COUNT          PIC ZZZ,ZZ9.

               UNTIL WS-LAPSE-EOF = 'Y'
           PERFORM 2300-GATHER-NONRENEWALS THRU 2300-EXIT
               UNTIL WS-NREN-EOF = 'Y'
           PERFORM 2400-GATHER-BONUSES THRU 2400-EXIT
               UNTIL WS-BONUS-EOF = 'Y'
           PERFORM 2500-GATHER-BI-DECLARATIONS THRU 2500-EXIT
               UNTIL WS-BIDN-EOF = 'Y'
           PERFORM 2600-GATHER-TRANSFERS THRU 2600-EXIT
               UNTIL WS-XFRN-EOF = 'Y'
           PERFORM 3000-PRINT-ENVELOPES
           PERFORM 3500-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
                INPUT  NOTICE-FILE
                INPUT  LAPSE-FILE
                INPUT  NONRENEW-NOTICE-FILE
                INPUT  BONUS-NOTICE-FILE
                INPUT  BI-DECL-NOTICE-FILE
                INPUT  XFR-NOTICE-FILE
                OUTPUT PRINT-STREAM-FILE
                OUTPUT ALT-PRINT-STREAM-FILE
                OUTPUT CORR-REPORT-FILE
           OPEN EXTEND LETTER-HISTORY-FILE
           IF WS-HIST-STATUS = '05'
           END-IF
           IF WS-NREN-STATUS NOT = '00'
               MOVE 'Y' TO WS-NREN-EOF
           END-IF
           IF WS-BONUS-STATUS NOT = '00'
               MOVE 'Y' TO WS-BONUS-EOF
           END-IF
           IF WS-BIDN-STATUS NOT = '00'
               MOVE 'Y' TO WS-BIDN-EOF
           END-IF
           IF WS-XFRN-STATUS NOT = '00'
               MOVE 'Y' TO WS-XFRN-EOF
           END-IF.

       1200-LOAD-CUSTOMERS.
               MOVE CU-CUSTOMER-NAME TO WS-CM-NAME(WS-CUST-USED)
               MOVE CU-ADDRESS       TO WS-CM-ADDRESS(WS-CUST-USED)
               MOVE CU-POSTCODE      TO WS-CM-POSTCODE(WS-CUST-USED)
               MOVE CU-CORR-FORMAT   TO WS-CM-FORMAT(WS-CUST-USED)
           END-IF
           .
       1200-EXIT.
       2300-EXIT.
           EXIT.

      * The year's bonus added and the total now attaching - the
      * figure the customer's maturity value is built on.
       2400-GATHER-BONUSES.
           READ BONUS-NOTICE-FILE
               AT END MOVE 'Y' TO WS-BONUS-EOF
               GO TO 2400-EXIT
           END-READ
           MOVE BN-BONUS-ADDED TO WS-ED-BONUS
           MOVE BN-BONUS-TOTAL TO WS-ED-BONUS-TOTAL
           PERFORM 2900-ADD-LETTER-ENTRY
           MOVE BN-CUSTOMER-NUM TO WS-LT-CUST(WS-LT-SUB)
           MOVE 'BONUS'         TO WS-LT-TYPE(WS-LT-SUB)
           MOVE BN-POLICY-NUM   TO WS-LT-POLICY(WS-LT-SUB)
           STRING 'BONUS ' BN-BONUS-YEAR ' ADDED ' WS-ED-BONUS
                  ' - TOTAL ' WS-ED-BONUS-TOTAL
               DELIMITED BY SIZE INTO WS-LT-TEXT(WS-LT-SUB)
           .
       2400-EXIT.
           EXIT.

      * The request for the revenue actually earned over the expired
      * period, or the reminder once it has been chased - both give
      * the date it is due back by.
       2500-GATHER-BI-DECLARATIONS.
           READ BI-DECL-NOTICE-FILE
               AT END MOVE 'Y' TO WS-BIDN-EOF
               GO TO 2500-EXIT
           END-READ
           PERFORM 2900-ADD-LETTER-ENTRY
           MOVE BD-CUSTOMER-NUM TO WS-LT-CUST(WS-LT-SUB)
           MOVE BD-POLICY-NUM   TO WS-LT-POLICY(WS-LT-SUB)
           IF BD-REMINDER
               MOVE 'BIDREM'    TO WS-LT-TYPE(WS-LT-SUB)
               STRING 'BI DECLARATION REMINDER - DUE ' BD-DUE-DATE
                   DELIMITED BY SIZE INTO WS-LT-TEXT(WS-LT-SUB)
           ELSE
               MOVE 'BIDREQ'    TO WS-LT-TYPE(WS-LT-SUB)
               STRING 'BI REVENUE DECLARATION DUE ' BD-DUE-DATE
                   DELIMITED BY SIZE INTO WS-LT-TEXT(WS-LT-SUB)
           END-IF
           .
       2500-EXIT.
           EXIT.

      * A change of policyholder writes to both sides - the holder
      * the policy left and the holder it now belongs to - with the
      * date the transfer took effect.
       2600-GATHER-TRANSFERS.
           READ XFR-NOTICE-FILE
               AT END MOVE 'Y' TO WS-XFRN-EOF
               GO TO 2600-EXIT
           END-READ
           PERFORM 2900-ADD-LETTER-ENTRY
           MOVE XN-CUSTOMER-NUM TO WS-LT-CUST(WS-LT-SUB)
           MOVE XN-POLICY-NUM   TO WS-LT-POLICY(WS-LT-SUB)
           IF XN-OUTGOING
               MOVE 'XFEROUT'   TO WS-LT-TYPE(WS-LT-SUB)
               STRING 'POLICY TRANSFERRED AWAY EFFECTIVE '
                      XN-EFF-DATE
                   DELIMITED BY SIZE INTO WS-LT-TEXT(WS-LT-SUB)
           ELSE
               MOVE 'XFERIN'    TO WS-LT-TYPE(WS-LT-SUB)
               STRING 'POLICY TRANSFERRED TO YOU EFFECTIVE '
                      XN-EFF-DATE
                   DELIMITED BY SIZE INTO WS-LT-TEXT(WS-LT-SUB)
           END-IF
           .
       2600-EXIT.
           EXIT.

      * Claims the next letter slot; a full table drops the letter
      * onto the exception report rather than silently not writing.
       2900-ADD-LETTER-ENTRY.
           END-PERFORM
           IF WS-ENV-OPEN = 'Y'
               MOVE ALL '-' TO PRINT-STREAM-RECORD
               PERFORM 3300-PUT-LINE
           END-IF.

       3200-PRINT-ONE-LETTER.
           IF WS-ENV-OPEN = 'N'
               MOVE 'Y' TO WS-ENV-OPEN
               ADD 1 TO WS-TOT-ENVELOPES
               IF WS-CM-FORMAT(WS-CM-SUB) NOT = SPACE
                   PERFORM 3400-FORMAT-HEADER
               END-IF
               MOVE SPACES TO PRINT-STREAM-RECORD
               STRING 'ENVELOPE: ' WS-CM-NAME(WS-CM-SUB)
                   DELIMITED BY SIZE INTO PRINT-STREAM-RECORD
               PERFORM 3300-PUT-LINE
               MOVE SPACES TO PRINT-STREAM-RECORD
               STRING '          ' WS-CM-ADDRESS(WS-CM-SUB)
                      ' ' WS-CM-POSTCODE(WS-CM-SUB)
                   DELIMITED BY SIZE INTO PRINT-STREAM-RECORD
               PERFORM 3300-PUT-LINE
           END-IF

           MOVE 'Y' TO WS-LT-DONE(WS-LT-SUB)
                  ' POLICY ' WS-LT-POLICY(WS-LT-SUB)
                  ': ' WS-LT-TEXT(WS-LT-SUB)
               DELIMITED BY SIZE INTO PRINT-STREAM-RECORD
           PERFORM 3300-PUT-LINE

           MOVE SPACES TO LETTER-HISTORY-RECORD
           MOVE WS-LT-CUST(WS-LT-SUB)   TO LH-CUSTOMER-NUM
           MOVE WS-LT-TYPE(WS-LT-SUB)   TO LH-LETTER-TYPE
           MOVE WS-LT-POLICY(WS-LT-SUB) TO LH-POLICY-NUM
           MOVE WS-RS-RUN-DATE          TO LH-SENT-DATE
           MOVE WS-CM-FORMAT(WS-CM-SUB) TO LH-CORR-FORMAT
           WRITE LETTER-HISTORY-RECORD.

      * Every envelope line goes to the stream its customer's format
      * calls for - standard print on PRNSTRM, anything else ALTPRNT.
       3300-PUT-LINE.
           IF WS-CM-FORMAT(WS-CM-SUB) = SPACE
               WRITE PRINT-STREAM-RECORD
           ELSE
               MOVE PRINT-STREAM-RECORD TO ALT-PRINT-STREAM-RECORD
               WRITE ALT-PRINT-STREAM-RECORD
           END-IF.

      * Heads an alternative-format envelope with the format the
      * bureau is to produce it in.
       3400-FORMAT-HEADER.
           ADD 1 TO WS-TOT-ALT-FORMAT
           EVALUATE WS-CM-FORMAT(WS-CM-SUB)
             WHEN 'B'
               MOVE 'BRAILLE'     TO WS-FORMAT-NAME
             WHEN 'A'
               MOVE 'AUDIO'       TO WS-FORMAT-NAME
             WHEN 'E'
               MOVE 'EASY READ'   TO WS-FORMAT-NAME
             WHEN OTHER
               MOVE 'LARGE PRINT' TO WS-FORMAT-NAME
           END-EVALUATE
           MOVE SPACES TO PRINT-STREAM-RECORD
           STRING 'FORMAT: ' WS-FORMAT-NAME
               DELIMITED BY SIZE INTO PRINT-STREAM-RECORD
           PERFORM 3300-PUT-LINE.

       3500-CLOSE.
           PERFORM 9150-VERIFY-TRAILER

               DELIMITED BY SIZE INTO CORR-REPORT-RECORD
           WRITE CORR-REPORT-RECORD

           MOVE WS-TOT-ALT-FORMAT TO WS-REPORT-COUNT
           STRING 'ALTERNATIVE FORMAT..: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CORR-REPORT-RECORD
           WRITE CORR-REPORT-RECORD

           MOVE WS-TOT-ORPHANS TO WS-REPORT-COUNT
           STRING 'UNADDRESSABLE.......: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO CORR-REPORT-RECORD
                 NOTICE-FILE
                 LAPSE-FILE
                 NONRENEW-NOTICE-FILE
                 BONUS-NOTICE-FILE
                 BI-DECL-NOTICE-FILE
                 XFR-NOTICE-FILE
                 PRINT-STREAM-FILE
                 ALT-PRINT-STREAM-FILE
                 LETTER-HISTORY-FILE
                 CORR-REPORT-FILE.

      *----------------------------------------------------------------*
      * Extract control validation for CUSTEXT - see LGEXTCTL.         *
      *----------------------------------------------------------------*
       9100-CHECK-CONTROL.
           MOVE 'N' TO WS-XCA-SKIP.
           EXIT.

      *----------------------------------------------------------------*
      * Run-statistics capture - see LGRUNST.  One record appended     *
      * per execution, whatever the outcome.                           *
      *----------------------------------------------------------------*
       9900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Two records: the print      *
      * stream for the mail house and the alternate-format stream.     *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'PRNSTRM' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGCORR1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              COMPUTE IR-RECORD-COUNT = WS-TOT-ENVELOPES
                                      - WS-TOT-ALT-FORMAT
              MOVE 0 TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'ALTPRNT' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGCORR1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-ALT-FORMAT TO IR-RECORD-COUNT
              MOVE 0 TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
