           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT IFACE-REG-FILE ASSIGN TO IFREGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 WS-REMIT-STATUS       PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
               UNTIL WS-AGE-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-TOT-READ
           IF RM-AMOUNT NUMERIC
              ADD RM-AMOUNT TO WS-IFR-HASH
           END-IF
           PERFORM 2100-POST-REMITTANCE THRU 2100-EXIT
           .
       2000-EXIT.
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
              MOVE 'COINSREM' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGCOIRS1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-TOT-READ TO IR-RECORD-COUNT
              MOVE WS-IFR-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-REMIT-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-TOT-READ = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE 'R' TO IR-STATUS
              END-EVALUATE
              MOVE 'CARRBORD' TO IR-ACK-FOR
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
