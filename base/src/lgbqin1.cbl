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
           05 WS-IFR-STATUS         PIC X VALUE 'R'.
           05 WS-IFR-FILE-DATE      PIC 9(8) VALUE 0.
       01  WS-FILE-STATUS.
           05 WS-REQUEST-STATUS     PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
               UNTIL WS-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
              MOVE 'N' TO WS-XCA-FIRST
              IF XC-IS-HEADER
                 MOVE 'Y' TO WS-XCA-SKIP
                 MOVE XC-RUN-DATE TO WS-IFR-FILE-DATE
                 GO TO 9100-CHECK-EXIT
              ELSE
                 DISPLAY 'QUOTEREQ HAS NO HEADER RECORD - REJECTED'
                 MOVE 8 TO RETURN-CODE
                 MOVE 'F' TO WS-IFR-STATUS
              END-IF
           END-IF.

                 OR XC-HASH-TOTAL NOT = WS-XCA-HASH
                 DISPLAY 'QUOTEREQ TRAILER DOES NOT BALANCE'
                 MOVE 8 TO RETURN-CODE
                 MOVE 'F' TO WS-IFR-STATUS
              END-IF
              GO TO 9100-CHECK-EXIT
           END-IF.
              DISPLAY 'QUOTEREQ ENDED WITHOUT ITS TRAILER'
                      ' - TRUNCATED'
              MOVE 8 TO RETURN-CODE
              MOVE 'F' TO WS-IFR-STATUS
           END-IF.
           EXIT.

              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the file this run   *
      * took in with its controls.                                     *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'QUOTEREQ' TO IR-INTERFACE
              MOVE 'I' TO IR-DIRECTION
              MOVE 'LGBQIN1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              IF WS-IFR-FILE-DATE > 0
                 MOVE WS-IFR-FILE-DATE TO IR-FILE-DATE
              ELSE
                 MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              END-IF
              MOVE WS-XCA-COUNT TO IR-RECORD-COUNT
              MOVE WS-XCA-HASH TO IR-HASH-TOTAL
              EVALUATE TRUE
                  WHEN WS-REQUEST-STATUS NOT = '00'
                     MOVE 'F' TO IR-STATUS
                  WHEN WS-XCA-COUNT = 0
                     MOVE 'E' TO IR-STATUS
                  WHEN OTHER
                     MOVE WS-IFR-STATUS TO IR-STATUS
              END-EVALUATE
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
