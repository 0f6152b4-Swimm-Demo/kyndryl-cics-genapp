              10 AR-N-CREATED       PIC X(26).
              10 AR-N-COMPLETED     PIC X(26).
              10 FILLER             PIC X(552).
           05 AR-K-DETAIL REDEFINES AR-DETAIL.
              10 AR-K-SEQ           PIC 9(2).
              10 AR-K-ZIPCODE       PIC X(8).
              10 AR-K-PROPTYPE      PIC X(15).
              10 AR-K-SUMINS        PIC 9(9).
              10 AR-K-PREMIUM       PIC 9(8).
              10 FILLER             PIC X(583).
           05 AR-H-VIEW REDEFINES AR-DETAIL.
              10 AR-V-CHANGETYPE    PIC X.
              10 AR-V-TIMESTAMP     PIC X(26).
           05 DB2-G-PCT-DEC         PIC S9(3)V99 COMP-3.
           05 DB2-W-SEQ-SINT        PIC S9(4) COMP.
           05 DB2-N-ID-INT          PIC S9(9) COMP.
           05 DB2-K-SEQ-SINT        PIC S9(4) COMP.
           05 DB2-K-SI-INT          PIC S9(9) COMP.
           05 DB2-K-PREM-INT        PIC S9(9) COMP.
           05 IND-N-COMPLETED       PIC S9(4) COMP.
           05 IND-S-PAIDDATE        PIC S9(4) COMP.
       01  DB2-RESTORE-TYPE-FIELDS.
      * Each child record goes back on the table it was imaged
      * from, under the restored policy number - named drivers,
      * item schedules, claims, the payment schedule, co-insurance
      * shares, worksheet lines, inspections and additional
      * commercial premises.
       2250-RESTORE-CHILD-RECORD.
           EVALUATE AR-RECORD-TYPE
             WHEN 'S'
                             :AR-N-RESULT, :AR-N-CREATED,
                             :AR-N-COMPLETED:IND-N-COMPLETED )
               END-EXEC
             WHEN 'K'
               MOVE AR-K-SEQ     TO DB2-K-SEQ-SINT
               MOVE AR-K-SUMINS  TO DB2-K-SI-INT
               MOVE AR-K-PREMIUM TO DB2-K-PREM-INT
               EXEC SQL
                 INSERT INTO COMMLOC
                           ( POLICYNUMBER, LOCSEQ, ZIPCODE,
                             PROPERTYTYPE, SUMINSURED, PREMIUM )
                    VALUES ( :DB2-POLICYNUM-INT,
                             :DB2-K-SEQ-SINT, :AR-K-ZIPCODE,
                             :AR-K-PROPTYPE, :DB2-K-SI-INT,
                             :DB2-K-PREM-INT )
               END-EXEC
             WHEN OTHER
               GO TO 2250-EXIT
           END-EVALUATE
