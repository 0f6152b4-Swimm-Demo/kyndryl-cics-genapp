           05 FILLER                PIC X(35).

      * Declines, kept with their reason codes so the persistency
      * analysis (LGPERSR1) sees why business walked.
       FD  DECLINE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
           05 RO-CAPPED-FLAG        PIC X.
           05 RO-CLAIM-COUNT        PIC 9(2).
           05 RO-CLAIM-LOAD-PCT     PIC 9(3).
           05 RO-BUNDLE-PCT         PIC 9(2).
           05 RO-DRIVE-SCORE        PIC 9(3).
           05 RO-TELEM-BAND         PIC X.
           05 FILLER                PIC X(1).

      * The KSDSPOLY policy index - the new term gets its own index
      * record, written directly the way LGVSRB01 writes the file in
           05 DB2-BROKERID-INT      PIC S9(9) COMP.
           05 DB2-BROKERSREF        PIC X(15).
           05 DB2-PAYMENT-INT       PIC S9(9) COMP.
           05 DB2-BUNDLE-SINT       PIC S9(4) COMP.
           05 DB2-PAYFREQ           PIC X.
           05 DB2-CHANNEL           PIC X.
           05 DB2-COHORT-SINT       PIC S9(4) COMP.
       01  WS-NEW-COHORT            PIC 9(4).

      * Index-record fields off the expiring term's type row - the
      * handful the KSDSPOLY record carries for each type.
           03 WS-OF-ENTRY OCCURS 2000 TIMES.
              05 WS-OF-POLICY-NUM   PIC X(10).
              05 WS-OF-PREMIUM      PIC 9(8)V99.
              05 WS-OF-BUNDLE-PCT   PIC 9(2).
       01  WS-OF-USED               PIC S9(4) COMP VALUE 0.
       01  WS-OF-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-OF-FOUND              PIC X VALUE 'N'.
           05 DB2-NCD-SINT          PIC S9(4) COMP.
           05 DB2-FAULT-CNT-INT     PIC S9(9) COMP.

      * Motor fleet renewal - the vehicles on cover at expiry carry
      * onto the new term under an experience factor re-derived off
      * the expiring term's claims per hundred vehicle-years, banded
      * as LGAPDB01 and LGRENEW1 band it, over LGRENEW1's default
      * three-year look-back.
       01  DB2-FLT-FIELDS.
           05 DB2-FLT-FLAG          PIC X.
           05 DB2-FLT-COUNT-INT     PIC S9(9) COMP.
           05 DB2-FLT-TOTAL-INT     PIC S9(9) COMP.
           05 DB2-FLT-CLAIMS-INT    PIC S9(9) COMP.
           05 DB2-FLT-EXP-SINT      PIC S9(4) COMP.
       01  WS-FLT-FIELDS.
           05 WS-FLT-LOOKBACK-YEARS PIC 9(1) VALUE 3.
           05 WS-FLT-VEH-YEARS      PIC 9(5).
           05 WS-FLT-FREQ           PIC 9(5).
           05 WS-FLT-BAND-1         PIC 9(3) VALUE 010.
           05 WS-FLT-BAND-2         PIC 9(3) VALUE 025.
           05 WS-FLT-BAND-3         PIC 9(3) VALUE 050.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           ADD 1 TO WS-OF-USED
           MOVE RO-POLICY-NUM      TO WS-OF-POLICY-NUM(WS-OF-USED)
           MOVE RO-RENEWAL-PREMIUM TO WS-OF-PREMIUM(WS-OF-USED)
           MOVE RO-BUNDLE-PCT      TO WS-OF-BUNDLE-PCT(WS-OF-USED)
           .
       1100-EXIT.
           EXIT.

           EXEC SQL
             SELECT CUSTOMERNUMBER, POLICYTYPE, ISSUEDATE,
                    EXPIRYDATE, BROKERID, BROKERSREFERENCE, PAYMENT,
                    COALESCE(PAYFREQ, ' '), COALESCE(CHANNEL, ' ')
               INTO :DB2-CUSTOMERNUM-INT, :DB2-POLICYTYPE,
                    :DB2-ISSUE-DATE, :DB2-EXPIRY-DATE,
                    :DB2-BROKERID-INT, :DB2-BROKERSREF,
                    :DB2-PAYMENT-INT, :DB2-PAYFREQ, :DB2-CHANNEL
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-OLD-POLICY-INT
           END-EXEC
      *    'M' binds the negotiated figure; 'A' binds the premium
      *    the offer run put in front of the customer - loading and
      *    cap included - with the uplift only covering a response
      *    whose offer record is missing.  Either way the new term
      *    carries the multi-policy discount the offer run left on
      *    it - none when the offer record is missing.
           PERFORM 2150-FIND-OFFER THRU 2150-EXIT
           MOVE 0 TO DB2-BUNDLE-SINT
           IF WS-OF-FOUND = 'Y'
               MOVE WS-OF-BUNDLE-PCT(WS-OF-SUB) TO DB2-BUNDLE-SINT
           END-IF
           IF RR-DISPOSITION = 'M' AND RR-AMENDED-PREMIUM > 0
               MOVE RR-AMENDED-PREMIUM TO WS-NEW-PREMIUM
               ADD 1 TO WS-TOT-AMENDED
           ELSE
               IF WS-OF-FOUND = 'Y'
                   MOVE WS-OF-PREMIUM(WS-OF-SUB) TO WS-NEW-PREMIUM
               ELSE
                       ( POLICYNUMBER, CUSTOMERNUMBER, ISSUEDATE,
                         EXPIRYDATE, POLICYTYPE, LASTCHANGED,
                         BROKERID, BROKERSREFERENCE, PAYMENT,
                         PRIORPOLICY, BUNDLEDISC, PAYFREQ,
                         CHANNEL )
                VALUES ( DEFAULT, :DB2-CUSTOMERNUM-INT,
                         :WS-NEW-ISSUE, :WS-NEW-EXPIRY,
                         :DB2-POLICYTYPE, CURRENT TIMESTAMP,
                         :DB2-BROKERID-INT, :DB2-BROKERSREF,
                         :DB2-PAYMENT-INT, :DB2-OLD-POLICY-INT,
                         :DB2-BUNDLE-SINT, :DB2-PAYFREQ,
                         :DB2-CHANNEL )
           END-EXEC

           IF SQLCODE NOT = 0
      *    like any other.
           PERFORM 2200-COPY-TYPE-ROW THRU 2200-EXIT
           PERFORM 2300-WRITE-INDEX-RECORD THRU 2300-EXIT
           PERFORM 2400-IFRS-GROUP THRU 2400-EXIT
           .
       2100-EXIT.
           EXIT.
                           BuildYear, CededSI, PremiumTax,
                           DeductFire, DeductCrime, DeductFlood,
                           DeductWeather, DeductTerror,
                           DeductCyber, BIPremium, CustGroup )
                  SELECT :DB2-NEW-POLICY-INT, CURRENT TIMESTAMP,
                         :WS-NEW-ISSUE, :WS-NEW-EXPIRY,
                         Address, Zipcode, LatitudeN, LongitudeW,
                         BuildYear, CededSI, PremiumTax,
                         DeductFire, DeductCrime, DeductFlood,
                         DeductWeather, DeductTerror,
                         DeductCyber, BIPremium, CustGroup
                    FROM COMMERCIAL
                   WHERE PolicyNumber = :DB2-OLD-POLICY-INT
               END-EXEC
      *        Additional premises of a multi-location risk carry
      *        forward with it - no rows is the single-site case.
               IF SQLCODE = 0
                   EXEC SQL
                     INSERT INTO COMMLOC
                             ( POLICYNUMBER, LOCSEQ, ZIPCODE,
                               PROPERTYTYPE, SUMINSURED, PREMIUM )
                      SELECT :DB2-NEW-POLICY-INT, LOCSEQ, ZIPCODE,
                             PROPERTYTYPE, SUMINSURED, PREMIUM
                        FROM COMMLOC
                       WHERE POLICYNUMBER = :DB2-OLD-POLICY-INT
                   END-EXEC
               END-IF
             WHEN 'E'
               EXEC SQL
                 INSERT INTO ENDOWMENT
                 INSERT INTO HOUSE
                         ( POLICYNUMBER, PROPERTYTYPE, BEDROOMS,
                           VALUE, CONTENTSVALUE, HOUSENAME,
                           HOUSENUMBER, POSTCODE, REBUILDCOST )
                  SELECT :DB2-NEW-POLICY-INT, PROPERTYTYPE,
                         BEDROOMS, VALUE, CONTENTSVALUE,
                         HOUSENAME, HOUSENUMBER, POSTCODE,
                         REBUILDCOST
                    FROM HOUSE
                   WHERE POLICYNUMBER = :DB2-OLD-POLICY-INT
               END-EXEC
             WHEN 'M'
               MOVE 'N' TO DB2-FLT-FLAG
               EXEC SQL
                 SELECT COALESCE(FLEET, 'N')
                   INTO :DB2-FLT-FLAG
                   FROM MOTOR
                  WHERE POLICYNUMBER = :DB2-OLD-POLICY-INT
               END-EXEC
               EXEC SQL
                 INSERT INTO MOTOR
                         ( POLICYNUMBER, MAKE, MODEL, VALUE,
                           REGNUMBER, COLOUR, CC,
                           YEAROFMANUFACTURE, PREMIUM, ACCIDENTS,
                           NCDLEVEL, FLEET, FLEETEXPPCT,
                           RATINGGROUP, DRIVESCORE, SCOREMONTHS,
                           SCOREPERIOD )
                  SELECT :DB2-NEW-POLICY-INT, MAKE, MODEL, VALUE,
                         REGNUMBER, COLOUR, CC,
                         YEAROFMANUFACTURE, PREMIUM, ACCIDENTS,
                         COALESCE(NCDLEVEL, 0), FLEET, FLEETEXPPCT,
                         RATINGGROUP, DRIVESCORE, SCOREMONTHS,
                         SCOREPERIOD
                    FROM MOTOR
                   WHERE POLICYNUMBER = :DB2-OLD-POLICY-INT
               END-EXEC
               IF SQLCODE = 0
                   IF DB2-FLT-FLAG = 'Y'
                       PERFORM 2260-RENEW-FLEET THRU 2260-EXIT
                   ELSE
                       PERFORM 2250-STEP-UP-NCD THRU 2250-EXIT
                   END-IF
               END-IF
             WHEN OTHER
               GO TO 2200-EXIT
       2250-EXIT.
           EXIT.

      * A fleet carries no NCD ladder.  Its vehicles still on cover
      * at expiry go onto the new term from its issue date, their
      * annual premiums scaled so they add up to the premium the
      * customer accepted, and the MOTOR row takes that premium and
      * the re-derived experience factor mid-term additions will
      * rate at.  Vehicles taken off during the expiring term stay
      * behind with it.
       2260-RENEW-FLEET.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(ANNUALPREMIUM), 0)
               INTO :DB2-FLT-COUNT-INT, :DB2-FLT-TOTAL-INT
               FROM FLEETVEH
              WHERE POLICYNUMBER = :DB2-OLD-POLICY-INT
                AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 OR DB2-FLT-COUNT-INT = 0
               GO TO 2260-EXIT
           END-IF
           IF DB2-FLT-TOTAL-INT = 0
               MOVE 1 TO DB2-FLT-TOTAL-INT
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-FLT-CLAIMS-INT
               FROM CLAIM
              WHERE POLICYNUMBER = :DB2-OLD-POLICY-INT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO DB2-FLT-CLAIMS-INT
           END-IF

           COMPUTE WS-FLT-VEH-YEARS =
              DB2-FLT-COUNT-INT * WS-FLT-LOOKBACK-YEARS
           COMPUTE WS-FLT-FREQ =
              (DB2-FLT-CLAIMS-INT * 100) / WS-FLT-VEH-YEARS
           EVALUATE TRUE
             WHEN WS-FLT-FREQ NOT > WS-FLT-BAND-1
               MOVE 085 TO DB2-FLT-EXP-SINT
             WHEN WS-FLT-FREQ NOT > WS-FLT-BAND-2
               MOVE 100 TO DB2-FLT-EXP-SINT
             WHEN WS-FLT-FREQ NOT > WS-FLT-BAND-3
               MOVE 125 TO DB2-FLT-EXP-SINT
             WHEN OTHER
               MOVE 160 TO DB2-FLT-EXP-SINT
           END-EVALUATE

           EXEC SQL
             INSERT INTO FLEETVEH
                     ( POLICYNUMBER, VEHICLESEQ, REGNUMBER, MAKE,
                       MODEL, VALUE, YEAROFMANUFACTURE,
                       BASEPREMIUM, RATINGGROUP, ANNUALPREMIUM,
                       CHARGED, ONDATE, STATUS, LASTCHANGED )
              SELECT :DB2-NEW-POLICY-INT, VEHICLESEQ, REGNUMBER,
                     MAKE, MODEL, VALUE, YEAROFMANUFACTURE,
                     BASEPREMIUM, RATINGGROUP,
                     INTEGER(DECIMAL(ANNUALPREMIUM, 15, 0)
                             * :DB2-PAYMENT-INT
                             / :DB2-FLT-TOTAL-INT),
                     INTEGER(DECIMAL(ANNUALPREMIUM, 15, 0)
                             * :DB2-PAYMENT-INT
                             / :DB2-FLT-TOTAL-INT),
                     :WS-NEW-ISSUE, 'A', CURRENT TIMESTAMP
                FROM FLEETVEH
               WHERE POLICYNUMBER = :DB2-OLD-POLICY-INT
                 AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'FLEET VEHICLE COPY SQLCODE: ' SQLCODE
                       ' POLICY ' RR-POLICY-NUM
               MOVE 8 TO RETURN-CODE
               GO TO 2260-EXIT
           END-IF

           EXEC SQL
             UPDATE MOTOR
                SET PREMIUM     = :DB2-PAYMENT-INT,
                    FLEETEXPPCT = :DB2-FLT-EXP-SINT
              WHERE POLICYNUMBER = :DB2-NEW-POLICY-INT
           END-EXEC
           .
       2260-EXIT.
           EXIT.

      * The same per-type record LGAPVS01 writes online at bind.
       2300-WRITE-INDEX-RECORD.
           MOVE SPACES TO V2-RECORD
       2300-EXIT.
           EXIT.

      * The renewed term is a new contract for IFRS 17 and joins the
      * cohort of its own issue year.  Batch has no LGRATES to price
      * a fresh loss ratio against, so it carries the expiring term's
      * portfolio, profitability group and ELR forward - the group
      * LGAPDB01 assigned at bind.  A term bound before grouping
      * began has nothing to carry and files as 'R' with no ELR,
      * left to the quarterly measurement to test on experience.
       2400-IFRS-GROUP.
           MOVE WS-NEW-ISSUE(1:4) TO WS-NEW-COHORT
           MOVE WS-NEW-COHORT TO DB2-COHORT-SINT

           EXEC SQL
             INSERT INTO IFRSCONTRACT
                       ( POLICYNUMBER, PORTFOLIO, COHORT, PROFGROUP,
                         EXPLOSSRATIO, ASSIGNEDDATE )
                SELECT :DB2-NEW-POLICY-INT, PORTFOLIO,
                       :DB2-COHORT-SINT, PROFGROUP,
                       EXPLOSSRATIO, CURRENT DATE
                  FROM IFRSCONTRACT
                 WHERE POLICYNUMBER = :DB2-OLD-POLICY-INT
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                 INSERT INTO IFRSCONTRACT
                           ( POLICYNUMBER, PORTFOLIO, COHORT,
                             PROFGROUP, EXPLOSSRATIO, ASSIGNEDDATE )
                    VALUES ( :DB2-NEW-POLICY-INT, :DB2-POLICYTYPE,
                             :DB2-COHORT-SINT, 'R', 0, CURRENT DATE )
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY 'IFRSCONTRACT INSERT SQLCODE: ' SQLCODE
                       ' POLICY ' RR-POLICY-NUM
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       2400-EXIT.
           EXIT.

       2500-RECORD-DECLINE.
           ADD 1 TO WS-TOT-DECLINED
           MOVE SPACES TO DECLINE-RECORD
