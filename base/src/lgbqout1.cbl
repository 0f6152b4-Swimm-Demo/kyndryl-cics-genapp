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
       01  WS-FILE-STATUS.
           05 WS-RESPONSE-STATUS    PIC X(2).
           05 WS-REPORT-STATUS      PIC X(2).
               UNTIL WS-SQL-EOF = 'Y'
           PERFORM 3000-CLOSE
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9950-WRITE-IFACE-REG
           GOBACK.

       1000-INIT.
              WRITE RUN-STATS-RECORD
              CLOSE RUN-STATS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Interface register - see LGIFREG.  Records the file this run   *
      * cut for transmission with its controls.                        *
      *----------------------------------------------------------------*
       9950-WRITE-IFACE-REG.
           OPEN EXTEND IFACE-REG-FILE
           IF WS-IFREG-STATUS = '00' OR WS-IFREG-STATUS = '05'
              MOVE SPACES TO IFACE-REG-RECORD
              MOVE 'BQRESP' TO IR-INTERFACE
              MOVE 'O' TO IR-DIRECTION
              MOVE 'LGBQOUT1' TO IR-PROGRAM
              MOVE WS-RS-RUN-DATE TO IR-RUN-DATE
              ACCEPT IR-RUN-TIME FROM TIME
              MOVE WS-RS-RUN-DATE TO IR-FILE-DATE
              MOVE WS-CNT-RESP TO IR-RECORD-COUNT
              MOVE WS-HSH-RESP TO IR-HASH-TOTAL
              IF RETURN-CODE = 0
                 MOVE 'S' TO IR-STATUS
              ELSE
                 MOVE 'W' TO IR-STATUS
              END-IF
              MOVE 0 TO IR-ACK-FILE-DATE
              WRITE IFACE-REG-RECORD
              CLOSE IFACE-REG-FILE
           END-IF.
