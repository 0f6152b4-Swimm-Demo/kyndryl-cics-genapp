      *    engine resolves each envelope once, off one file.
           05 CU-ADDRESS            PIC X(40).
           05 CU-POSTCODE           PIC X(8).
      *    Format a vulnerable customer's letters must go out in -
      *    'L' large print, 'B' braille, 'A' audio, 'E' easy read;
      *    blank for standard print.
           05 CU-CORR-FORMAT        PIC X.
           05 FILLER                PIC X(11).

       FD  POLICY-EXTRACT-FILE
           RECORDING MODE IS F

       FD  EXPIRY-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS.
       01  EXPIRY-EXTRACT-RECORD.
           05 PE-POLICY-NUM         PIC X(10).
           05 PE-CUSTOMER-NUM       PIC X(10).
      *    motor policy (whose claims the no-claims ladder already
      *    prices) from a house policy when it loads for claims.
           05 PE-POLICY-TYPE        PIC X.
      *    Multi-policy discount percentage the term was written with
      *    (POLICY.BUNDLEDISC) - LGRENEW1 takes it back off the offer
      *    once the customer no longer holds the qualifying policies.
           05 PE-BUNDLE-PCT         PIC 9(2).
      *    'Y' when a commercial policy has been cancelled or lapsed
      *    (COMMERCIAL Status 9 or 8) - POLICY.EXPIRYDATE is left as
      *    it was written, so this is the only sign it is no longer
      *    live for the multi-policy count.
           05 PE-TERMINATED         PIC X.
      *    Rolled telematics driving score off the MOTOR row (0-100,
      *    zero when no black box is reporting) - LGRENEW1 bands the
      *    motor renewal premium off it.
           05 PE-DRIVE-SCORE        PIC 9(3).
      *    Vehicles on cover under a motor fleet policy (zero for a
      *    single-vehicle policy) and the claims experience factor
      *    the fleet was rated at - LGRENEW1 re-derives the factor
      *    off the fleet's claims per vehicle-year at renewal.
           05 PE-FLEET-VEHICLES     PIC 9(3).
           05 PE-FLEET-EXP-PCT      PIC 9(3).
      *    POLICY.ORGID - whose business calendar LGRENEW1 dates the
      *    offer and any non-renewal notice by.
           05 PE-ORG-ID             PIC X(5).
           05 FILLER                PIC X(2).

      * Checkpoint/restart position - the same operational contract
      * the RISKPROG JCL documents for RESTFILE: written every
           05 DB2-ORGID             PIC X(5).
           05 DB2-NONRENEW          PIC X.
           05 DB2-COMPFREEZE        PIC X.
           05 DB2-BUNDLE-SINT       PIC S9(4) COMP.
           05 DB2-C-STATUS-SINT     PIC S9(4) COMP.
           05 DB2-DRIVESCORE-SINT   PIC S9(4) COMP.
           05 DB2-FLTEXP-SINT       PIC S9(4) COMP.
           05 DB2-FLTVEH-INT        PIC S9(9) COMP.
           05 DB2-CUSTNAME          PIC X(40).
           05 DB2-CUSTADDR          PIC X(40).
           05 DB2-CUSTPCD           PIC X(8).
           05 DB2-CORRFORMAT        PIC X.
       01  DB2-NULL-INDICATORS.
           05 IND-COMMERCIAL        PIC S9(4) COMP OCCURS 18 TIMES.
           05 IND-ORGID             PIC S9(4) COMP.
                      P.BROKERSREFERENCE, P.PAYMENT, P.ORGID,
                      COALESCE(P.NONRENEWAL, 'N'),
                      COALESCE(P.COMPFREEZE, 'N'),
                      COALESCE(P.BUNDLEDISC, 0),
                      COALESCE(V.DRIVESCORE, 0),
                      COALESCE(V.FLEETEXPPCT, 0),
                      (SELECT COUNT(*) FROM FLEETVEH F
                        WHERE F.POLICYNUMBER = P.POLICYNUMBER
                          AND F.STATUS       = 'A'),
                      C.Zipcode, C.LatitudeN, C.LongitudeW,
                      C.PropertyType, C.SumInsured,
                      C.FirePeril, C.CrimePeril, C.FloodPeril,
                      C.WeatherPeril,
                      C.CA-B-FPR, C.CrimePremium, C.FloodPremium,
                      C.WeatherPremium,
                      C.Construction, C.BuildYear, C.CededSI,
                      C.Status
                 FROM POLICY P
                 LEFT OUTER JOIN COMMERCIAL C
                   ON P.POLICYNUMBER = C.PolicyNumber
                 LEFT OUTER JOIN MOTOR V
                   ON P.POLICYNUMBER = V.POLICYNUMBER
                WHERE P.POLICYNUMBER > :WS-RESUME-POLICY
                ORDER BY P.POLICYNUMBER
           END-EXEC.
             DECLARE CUSTOMER-CSR CURSOR FOR
               SELECT CUSTOMERNUMBER, CUSTOMERNAME,
                      COALESCE(CUSTOMERADDRESS, ' '),
                      COALESCE(POSTCODE, ' '),
                      CASE WHEN COALESCE(VULNERABLE, 'N') = 'Y'
                           THEN COALESCE(CORRFORMAT, 'L')
                           ELSE ' ' END
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER > :WS-RESUME-CUSTOMER
                ORDER BY CUSTOMERNUMBER
                   :DB2-ORGID:IND-ORGID,
                   :DB2-NONRENEW,
                   :DB2-COMPFREEZE,
                   :DB2-BUNDLE-SINT,
                   :DB2-DRIVESCORE-SINT,
                   :DB2-FLTEXP-SINT,
                   :DB2-FLTVEH-INT,
                   :DB2-ZIPCODE:IND-COMMERCIAL(1),
                   :DB2-LAT:IND-COMMERCIAL(2),
                   :DB2-LONG:IND-COMMERCIAL(3),
                   :DB2-WEATHERPREM-INT:IND-COMMERCIAL(13),
                   :DB2-CONSTRUCTION:IND-COMMERCIAL(14),
                   :DB2-YEAR-SINT:IND-COMMERCIAL(15),
                   :DB2-CEDED-INT:IND-COMMERCIAL(16),
                   :DB2-C-STATUS-SINT:IND-COMMERCIAL(17)
           END-EXEC

           IF SQLCODE NOT = 0
           MOVE DB2-NONRENEW    TO PE-NONRENEW-FLAG
           MOVE DB2-COMPFREEZE  TO PE-COMPFREEZE-FLAG
           MOVE DB2-POLICYTYPE  TO PE-POLICY-TYPE
           MOVE DB2-BUNDLE-SINT TO PE-BUNDLE-PCT
           MOVE DB2-DRIVESCORE-SINT TO PE-DRIVE-SCORE
           MOVE DB2-FLTVEH-INT  TO PE-FLEET-VEHICLES
           MOVE DB2-FLTEXP-SINT TO PE-FLEET-EXP-PCT
           MOVE DB2-ORGID       TO PE-ORG-ID
           MOVE 'N'             TO PE-TERMINATED
           IF DB2-POLICYTYPE = 'C' AND IND-COMMERCIAL(17) NOT < 0
              AND (DB2-C-STATUS-SINT = 8 OR DB2-C-STATUS-SINT = 9)
               MOVE 'Y' TO PE-TERMINATED
           END-IF
           IF WS-CNT-POLEXP < WS-PHY-POLEXP
               CONTINUE
           ELSE
           EXEC SQL
             FETCH CUSTOMER-CSR
              INTO :DB2-CUSTOMERNUM-INT, :DB2-CUSTNAME,
                   :DB2-CUSTADDR, :DB2-CUSTPCD,
                   :DB2-CORRFORMAT
           END-EXEC

           IF SQLCODE NOT = 0
           MOVE DB2-CUSTNAME(1:30)  TO CU-CUSTOMER-NAME
           MOVE DB2-CUSTADDR        TO CU-ADDRESS
           MOVE DB2-CUSTPCD         TO CU-POSTCODE
           MOVE DB2-CORRFORMAT      TO CU-CORR-FORMAT
           IF WS-CNT-CUSTEXT < WS-PHY-CUSTEXT
               CONTINUE
           ELSE
