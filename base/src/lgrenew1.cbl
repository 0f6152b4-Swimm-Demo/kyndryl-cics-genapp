           SELECT RENEWAL-REPORT-FILE ASSIGN TO RENRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL RATE-BASIS-FILE ASSIGN TO RATESEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATESEQ-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
      * rather than reading DB2 directly in batch.
       FD  POLICY-EXPIRY-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS.
       01  POLICY-EXPIRY-RECORD.
           05 PE-POLICY-NUM         PIC X(10).
           05 PE-CUSTOMER-NUM       PIC X(10).
      *    priced by the no-claims ladder step-back, so the claims
      *    loading treats the two types differently.
           05 PE-POLICY-TYPE        PIC X.
      *    Multi-policy discount the expiring term was written with,
      *    and 'Y' on a commercial policy already cancelled or lapsed
      *    - between them the renewal can tell whether the customer
      *    still holds what earned the discount.
           05 PE-BUNDLE-PCT         PIC 9(2).
           05 PE-TERMINATED         PIC X.
      *    Rolled telematics driving score off the MOTOR row (0-100,
      *    zero when no black box is reporting) - LGRENEW1 bands the
      *    motor renewal premium off it.
           05 PE-DRIVE-SCORE        PIC 9(3).
      *    Vehicles on cover under a motor fleet (zero otherwise) and
      *    the claims experience factor the fleet was rated at.
           05 PE-FLEET-VEHICLES     PIC 9(3).
           05 PE-FLEET-EXP-PCT      PIC 9(3).
      *    POLICY.ORGID - the offer and notice are dated on that
      *    organization's business calendar.
           05 PE-ORG-ID             PIC X(5).
           05 FILLER                PIC X(2).

      * RENOFFR is handed to the renewal-notice/mailing process - one
      * record per policy due for renewal within the offer window.
      *    the insured's letter can say why the premium moved.
           05 RO-CLAIM-COUNT        PIC 9(2).
           05 RO-CLAIM-LOAD-PCT     PIC 9(3).
      *    Multi-policy discount carried onto the renewed term - zero
      *    when the customer no longer holds enough other live
      *    policies and the discount has been taken back off.
           05 RO-BUNDLE-PCT         PIC 9(2).
      *    Telematics driving score behind a motor offer and the band
      *    it fell in ('A' best through 'F' worst) - space and zero
      *    when no black box is reporting.
           05 RO-DRIVE-SCORE        PIC 9(3).
           05 RO-TELEM-BAND         PIC X.
           05 FILLER                PIC X(1).

      * INSPEXT carries the inspection diary, the same extract
      * LGINSPC1 reports from - loaded once so each offer can carry
      *    Legal defence spend on the claim, kept out of LC-PAID so
      *    the indemnity and defence positions never blur.
           05 LC-LEGAL-PAID         PIC 9(7)V99.
      *    'Y' once a third-party bodily injury claimant is filed on
      *    the claim - the CLAIM row's INJURYFLAG.
           05 LC-INJURY-FLAG        PIC X.
           05 FILLER                PIC X(7).

      * One optional record: the year-over-year cap above and floor
      * below the expiring premium, both whole percentages.
           05 PR-CAP-DOWN-PCT       PIC 9(3).
           05 PR-NOTICE-LEAD-DAYS   PIC 9(3).
           05 PR-CLM-LOOKBACK-DAYS  PIC 9(4).
           05 PR-BUNDLE-MIN         PIC 9(2).
           05 FILLER                PIC X(65).

      * One statutory notice record per policy an underwriter marked
      * not to renew - emitted instead of the offer, flagged late
       01  RENEWAL-REPORT-RECORD    PIC X(80).


      * RATESEQ is the sequential unload of LGRATES; only its 'H'
      * business-calendar records are used here - see LGBUSCAL.
       FD  RATE-BASIS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
           COPY LGRATTBL.

      * Shared run-statistics file - see LGRUNST.  Opened EXTEND only
      * at end of job, one record per execution.
       FD  RUN-STATS-FILE
       01  WS-CL-FOUND              PIC X VALUE 'N'.
       01  WS-CL-NET-INCURRED       PIC S9(8)V99.

      * Live house, motor and commercial policies held per customer,
      * tallied off a first pass of POLEXPX - live meaning not yet
      * expired and not cancelled or lapsed.  A renewing policy
      * written with the multi-policy discount keeps it only while
      * the customer still holds WS-BND-MIN-OTHERS other live ones
      * (the same minimum the LGRATES 'BUNDLEMIN' entry sets online,
      * overridden here by the RENPARM control file).  POLEXPX comes
      * in policy order, so each new customer is slotted into place
      * and the table stays in customer number order for SEARCH ALL.
      * A customer who finds it full is counted in WS-TOT-HLD-DROPPED
      * and the run ends RC 4; a renewal for a customer not held then
      * keeps its discount rather than lose it unchecked.
       01  WS-HLD-MAX               PIC S9(5) COMP VALUE 50000.
       01  WS-HLD-USED              PIC S9(5) COMP VALUE 0.
       01  WS-HLD-TABLE.
           03 WS-HL-ENTRY OCCURS 1 TO 50000 TIMES
                          DEPENDING ON WS-HLD-USED
                          ASCENDING KEY IS WS-HL-CUSTOMER-NUM
                          INDEXED BY WS-HL-IDX.
              05 WS-HL-CUSTOMER-NUM PIC X(10).
              05 WS-HL-LIVE         PIC 9(3).
       01  WS-HL-SUB                PIC S9(5) COMP VALUE 0.
       01  WS-HL-MOVE               PIC S9(5) COMP VALUE 0.
       01  WS-HL-LOW                PIC S9(5) COMP VALUE 0.
       01  WS-HL-HIGH               PIC S9(5) COMP VALUE 0.
       01  WS-HL-MID                PIC S9(5) COMP VALUE 0.
       01  WS-HL-FOUND              PIC X VALUE 'N'.
       01  WS-HLD-EOF               PIC X VALUE 'N'.
       01  WS-BND-MIN-OTHERS        PIC 9(2) VALUE 01.
       01  WS-BND-OTHERS            PIC S9(3) VALUE 0.

      * Policies that fall within this many days of expiry, but have
      * not yet expired, receive a renewal offer.
       01  WS-RENEWAL-WINDOW-DAYS   PIC 9(3)   VALUE 030.
       01  WS-EXPIRY-DATE-LILIAN     PIC 9(9).
       01  WS-DAYS-TO-EXPIRY         PIC S9(5) COMP.

      * Business calendar - see LGBUSCAL.  Loaded once from the 'H'
      * records on RATESEQ; the offer and any non-renewal
      * notice are dated the first business day from today for the
      * policy's organization, and the days to expiry are counted
      * from that date, so nothing is dated on a day nobody mails.
       01  WS-OFR-ORG               PIC X(5) VALUE HIGH-VALUES.
       01  WS-OFFER-DATE            PIC 9(8) VALUE 0.
       01  WS-OFFER-LILIAN          PIC 9(9) VALUE 0.
       01  WS-RATESEQ-STATUS        PIC X(2).
       01  WS-RATESEQ-EOF           PIC X VALUE 'N'.
       01  WS-CAL-SUB               PIC S9(4) COMP.
       01  WS-CAL-FOUND             PIC X.
           COPY LGBUSCAL.

       01  WS-CONTROL-TOTALS.
           05 WS-TOT-READ            PIC 9(7) VALUE 0.
           05 WS-TOT-OFFERED         PIC 9(7) VALUE 0.
           05 WS-TOT-LATE-NOTICE     PIC 9(7) VALUE 0.
           05 WS-TOT-FROZEN          PIC 9(7) VALUE 0.
           05 WS-TOT-LOADED          PIC 9(7) VALUE 0.
           05 WS-TOT-BUNDLE-LOST     PIC 9(7) VALUE 0.
           05 WS-TOT-TELEM           PIC 9(7) VALUE 0.
           05 WS-TOT-FLEET           PIC 9(7) VALUE 0.
           05 WS-TOT-HLD-DROPPED     PIC 9(7) VALUE 0.
           05 WS-TOT-BUNDLE-KEPT     PIC 9(7) VALUE 0.

      * Statutory advance notice required ahead of a non-renewal,
      * overridden by the RENPARM control file.
           05 WS-LOAD-COUNT          PIC S9(2).
           05 WS-LOAD-PCT            PIC 9(3).

      * Telematics banding of a motor renewal - the rolled driving
      * score LGTELMS1 keeps on the MOTOR row discounts or loads the
      * technical premium after the claims loading, ahead of the cap.
       01  WS-TEL-FIELDS.
           05 WS-TEL-ADJ-PCT         PIC S9(3).

      * Motor fleet experience rating.  A fleet is not loaded claim
      * by claim - its experience factor is re-derived off the claims
      * per hundred vehicle-years over the look-back, banded exactly
      * as LGAPDB01 bands it at bind, and the technical premium moves
      * by the new factor over the one the expiring term carried.
       01  WS-FLT-FIELDS.
           05 WS-FLT-VEH-YEARS       PIC 9(5).
           05 WS-FLT-FREQ            PIC 9(5).
           05 WS-FLT-OLD-PCT         PIC 9(3).
           05 WS-FLT-NEW-PCT         PIC 9(3).
           05 WS-FLT-BAND-1          PIC 9(3) VALUE 010.
           05 WS-FLT-BAND-2          PIC 9(3) VALUE 025.
           05 WS-FLT-BAND-3          PIC 9(3) VALUE 050.

       01  WS-REPORT-COUNT           PIC ZZZ,ZZ9.
       01  WS-REPORT-GIVEN-UP        PIC ZZZ,ZZZ,ZZ9.99.

           COMPUTE WS-RUN-DATE-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 1400-LOAD-HOLDINGS THRU 1400-EXIT
           PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT

           OPEN INPUT  POLICY-EXPIRY-EXTRACT
                INPUT  INSPECTION-EXTRACT
                INPUT  CLAIM-EXTRACT-FILE
                           MOVE PR-CLM-LOOKBACK-DAYS
                             TO WS-CLM-LOOKBACK-DAYS
                       END-IF
                       IF PR-BUNDLE-MIN NUMERIC
                          AND PR-BUNDLE-MIN > 0
                           MOVE PR-BUNDLE-MIN TO WS-BND-MIN-OTHERS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1300-EXIT.
           EXIT.

      * First pass of POLEXPX for the per-customer live holdings.
      * The file is closed again so the offer pass reads it from the
      * top with its header/trailer control intact; an open failure
      * is left for the offer pass to report.
       1400-LOAD-HOLDINGS.
           OPEN INPUT POLICY-EXPIRY-EXTRACT
           IF WS-EXTRACT-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-TALLY-HOLDING THRU 1410-EXIT
               UNTIL WS-HLD-EOF = 'Y'
           CLOSE POLICY-EXPIRY-EXTRACT
           IF WS-TOT-HLD-DROPPED > 0
               DISPLAY 'HOLDINGS TABLE FULL - CUSTOMERS DROPPED: '
                       WS-TOT-HLD-DROPPED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

       1410-TALLY-HOLDING.
           READ POLICY-EXPIRY-EXTRACT
               AT END MOVE 'Y' TO WS-HLD-EOF
               GO TO 1410-EXIT
           END-READ
           MOVE POLICY-EXPIRY-RECORD(1:34)
             TO EXTRACT-CONTROL-RECORD(1:34)
           IF XC-IS-HEADER OR XC-IS-TRAILER
               GO TO 1410-EXIT
           END-IF
           IF PE-POLICY-TYPE NOT = 'H' AND PE-POLICY-TYPE NOT = 'M'
              AND PE-POLICY-TYPE NOT = 'C'
               GO TO 1410-EXIT
           END-IF
           IF PE-TERMINATED = 'Y' OR PE-EXPIRY-DATE < WS-RUN-DATE
               GO TO 1410-EXIT
           END-IF

           MOVE 'N' TO WS-HL-FOUND
           MOVE 1 TO WS-HL-LOW
           MOVE WS-HLD-USED TO WS-HL-HIGH
           PERFORM 1420-PROBE-HOLDING THRU 1420-EXIT
               UNTIL WS-HL-LOW > WS-HL-HIGH OR WS-HL-FOUND = 'Y'
           IF WS-HL-FOUND = 'N'
              IF WS-HLD-USED NOT < WS-HLD-MAX
                 ADD 1 TO WS-TOT-HLD-DROPPED
                 GO TO 1410-EXIT
              END-IF
      *       Not held yet - WS-HL-LOW is where it belongs; everything
      *       from there up moves along one.
              MOVE WS-HL-LOW TO WS-HL-SUB
              ADD 1 TO WS-HLD-USED
              PERFORM VARYING WS-HL-MOVE FROM WS-HLD-USED BY -1
                UNTIL WS-HL-MOVE NOT > WS-HL-SUB
                  MOVE WS-HL-ENTRY(WS-HL-MOVE - 1)
                    TO WS-HL-ENTRY(WS-HL-MOVE)
              END-PERFORM
              MOVE PE-CUSTOMER-NUM TO WS-HL-CUSTOMER-NUM(WS-HL-SUB)
              MOVE 0 TO WS-HL-LIVE(WS-HL-SUB)
           END-IF
           ADD 1 TO WS-HL-LIVE(WS-HL-SUB)
           .
       1410-EXIT.
           EXIT.

      * One step of the binary search of the holdings table for
      * PE-CUSTOMER-NUM.  Found, WS-HL-SUB is its entry; not found,
      * the search ends with WS-HL-LOW on the slot it belongs in.
       1420-PROBE-HOLDING.
           COMPUTE WS-HL-MID = (WS-HL-LOW + WS-HL-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-HL-CUSTOMER-NUM(WS-HL-MID) = PE-CUSTOMER-NUM
                  MOVE 'Y' TO WS-HL-FOUND
                  MOVE WS-HL-MID TO WS-HL-SUB
               WHEN WS-HL-CUSTOMER-NUM(WS-HL-MID) < PE-CUSTOMER-NUM
                  COMPUTE WS-HL-LOW = WS-HL-MID + 1
               WHEN OTHER
                  COMPUTE WS-HL-HIGH = WS-HL-MID - 1
           END-EVALUATE.
       1420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Loads the business calendar off the LGRATES 'H' records.  A    *
      * later record for the same organization and day replaces the    *
      * earlier one, so the newest maintenance wins.  With no RATESEQ  *
      * the table stays empty and only weekends are closed.            *
      *----------------------------------------------------------------*
       1500-LOAD-CALENDAR.
           MOVE 0 TO BC-ENTRY-COUNT
           OPEN INPUT RATE-BASIS-FILE
           IF WS-RATESEQ-STATUS NOT = '00'
               DISPLAY 'RATESEQ NOT PRESENT - WEEKENDS-ONLY CALENDAR'
               CLOSE RATE-BASIS-FILE
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-READ-CALENDAR THRU 1510-EXIT
               UNTIL WS-RATESEQ-EOF = 'Y'
           CLOSE RATE-BASIS-FILE
           .
       1500-EXIT.
           EXIT.

       1510-READ-CALENDAR.
           READ RATE-BASIS-FILE
               AT END MOVE 'Y' TO WS-RATESEQ-EOF
               GO TO 1510-EXIT
           END-READ
           IF NOT RT-CAT-CALENDAR
               GO TO 1510-EXIT
           END-IF
           IF RT-ORG = LOW-VALUES
               MOVE SPACES TO RT-ORG
           END-IF
           MOVE 'N' TO WS-CAL-FOUND
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > BC-ENTRY-COUNT OR WS-CAL-FOUND = 'Y'
               IF BC-E-ORG(WS-CAL-SUB) = RT-ORG
                  AND BC-E-CODE(WS-CAL-SUB) = RT-CODE(1:8)
                  MOVE 'Y' TO WS-CAL-FOUND
                  SUBTRACT 1 FROM WS-CAL-SUB
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND = 'N'
               IF BC-ENTRY-COUNT NOT < 600
                   DISPLAY 'CALENDAR TABLE FULL - DROPPED ' RT-ORG
                           ' ' RT-CODE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1510-EXIT
               END-IF
               ADD 1 TO BC-ENTRY-COUNT
               MOVE BC-ENTRY-COUNT TO WS-CAL-SUB
           END-IF
           MOVE RT-ORG       TO BC-E-ORG(WS-CAL-SUB)
           MOVE RT-CODE(1:8) TO BC-E-CODE(WS-CAL-SUB)
           IF RT-FACTOR = 0
               MOVE 'N' TO BC-E-CLOSED(WS-CAL-SUB)
           ELSE
               MOVE 'Y' TO BC-E-CLOSED(WS-CAL-SUB)
           END-IF
           .
       1510-EXIT.
           EXIT.

       2000-PROCESS.
           READ POLICY-EXPIRY-EXTRACT
               AT END MOVE 'Y' TO WS-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TOT-READ
           PERFORM 2050-SET-OFFER-DATE
           PERFORM 2100-EVALUATE-RENEWAL
           .
       2000-EXIT.
           EXIT.

      * The offer date is today rolled to the organization's next
      * business day.  The extract is in policy order, not by
      * organization, so the last one worked out is kept and only
      * recomputed when the organization changes.
       2050-SET-OFFER-DATE.
           IF PE-ORG-ID NOT = WS-OFR-ORG
               MOVE PE-ORG-ID   TO WS-OFR-ORG
               MOVE 'R'         TO BC-FUNCTION
               MOVE PE-ORG-ID   TO BC-ORG-ID
               MOVE WS-RUN-DATE TO BC-FROM-DATE
               CALL 'LGBUSDAY' USING BUSINESS-CALENDAR-AREA
               IF BC-RETURN-CODE = '00'
                   MOVE BC-RESULT-DATE TO WS-OFFER-DATE
               ELSE
                   MOVE WS-RUN-DATE    TO WS-OFFER-DATE
               END-IF
               COMPUTE WS-OFFER-LILIAN =
                  FUNCTION INTEGER-OF-DATE(WS-OFFER-DATE)
           END-IF.

      * A policy already past its expiry date is left for the lapse/
      * cancellation process rather than offered a renewal here; one
      * that falls inside the offer window gets a renewal record.
           COMPUTE WS-EXPIRY-DATE-LILIAN =
              FUNCTION INTEGER-OF-DATE(PE-EXPIRY-DATE)
           COMPUTE WS-DAYS-TO-EXPIRY =
              WS-EXPIRY-DATE-LILIAN - WS-OFFER-LILIAN

           IF WS-DAYS-TO-EXPIRY < 0
              ADD 1 TO WS-TOT-EXPIRED
           MOVE PE-CURRENT-PREMIUM TO RO-CURRENT-PREMIUM
           COMPUTE WS-TECH-PREMIUM ROUNDED =
              PE-CURRENT-PREMIUM * (1 + WS-RENEWAL-UPLIFT)
           PERFORM 2220-CHECK-BUNDLE-DISCOUNT THRU 2220-EXIT
           PERFORM 2230-APPLY-CLAIMS-LOADING THRU 2230-EXIT
           PERFORM 2240-APPLY-TELEMATICS THRU 2240-EXIT
           PERFORM 2250-APPLY-CHANGE-CAP THRU 2250-DONE
           MOVE WS-OFFER-DATE   TO RO-OFFER-DATE
           MOVE 'N' TO WS-IN-FOUND
           PERFORM VARYING WS-IN-SUB FROM 1 BY 1
             UNTIL WS-IN-SUB > WS-INSP-USED OR WS-IN-FOUND = 'Y'
           WRITE RENEWAL-OFFER-RECORD
           ADD 1 TO WS-TOT-OFFERED.

      * The expiring premium carries the multi-policy discount it
      * was written with.  While the customer still holds enough
      * other live policies the discount rides on to the new term;
      * once they have gone, the technical premium is grossed back up
      * to the undiscounted figure before the claims loading and the
      * year-over-year cap have their say, and the run reports it so
      * the letter can explain the movement.
       2220-CHECK-BUNDLE-DISCOUNT.
           MOVE 0 TO RO-BUNDLE-PCT
           IF PE-BUNDLE-PCT NOT NUMERIC OR PE-BUNDLE-PCT = 0
              GO TO 2220-EXIT
           END-IF

           MOVE 0 TO WS-BND-OTHERS
           MOVE 'N' TO WS-HL-FOUND
           IF WS-HLD-USED > 0
              SEARCH ALL WS-HL-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-HL-CUSTOMER-NUM(WS-HL-IDX) = PE-CUSTOMER-NUM
                     MOVE 'Y' TO WS-HL-FOUND
                     COMPUTE WS-BND-OTHERS = WS-HL-LIVE(WS-HL-IDX) - 1
              END-SEARCH
           END-IF

      *    A customer missing only because the table filled up can't
      *    be judged either way - the discount stands.
           IF WS-HL-FOUND = 'N' AND WS-TOT-HLD-DROPPED > 0
              MOVE PE-BUNDLE-PCT TO RO-BUNDLE-PCT
              ADD 1 TO WS-TOT-BUNDLE-KEPT
              MOVE SPACES TO RENEWAL-REPORT-RECORD
              STRING 'MULTI-POLICY DISCOUNT KEPT - NOT CHECKED: '
                     PE-POLICY-NUM
                  DELIMITED BY SIZE
                  INTO RENEWAL-REPORT-RECORD
              WRITE RENEWAL-REPORT-RECORD
              GO TO 2220-EXIT
           END-IF

           IF WS-BND-OTHERS NOT < WS-BND-MIN-OTHERS
              MOVE PE-BUNDLE-PCT TO RO-BUNDLE-PCT
              GO TO 2220-EXIT
           END-IF

           COMPUTE WS-TECH-PREMIUM ROUNDED =
              WS-TECH-PREMIUM * 100 / (100 - PE-BUNDLE-PCT)
           ADD 1 TO WS-TOT-BUNDLE-LOST
           MOVE SPACES TO RENEWAL-REPORT-RECORD
           STRING 'MULTI-POLICY DISCOUNT WITHDRAWN: ' PE-POLICY-NUM
                  ' WAS ' PE-BUNDLE-PCT '%'
               DELIMITED BY SIZE
               INTO RENEWAL-REPORT-RECORD
           WRITE RENEWAL-REPORT-RECORD.
       2220-EXIT.
           EXIT.

      * Loads the technical premium for the policy's claims
      * experience over the look-back, before the year-over-year
      * cap has its say, so a heavy loading is still tempered the
      * claim count; motor policies skip the first claim, because
      * the no-claims ladder step-back has already repriced it and
      * one claim must not be punished twice.  A severity step is
      * added when the net incurred is past the threshold.  A motor
      * fleet is experience-rated as a whole instead.
       2230-APPLY-CLAIMS-LOADING.
           MOVE 0 TO RO-CLAIM-COUNT
           MOVE 0 TO RO-CLAIM-LOAD-PCT
              GO TO 2230-EXIT
           END-IF

           IF PE-POLICY-TYPE = 'M'
              AND PE-FLEET-VEHICLES NUMERIC
              AND PE-FLEET-VEHICLES > 0
              PERFORM 2235-APPLY-FLEET-EXPERIENCE THRU 2235-EXIT
              GO TO 2230-EXIT
           END-IF

           MOVE 'N' TO WS-CL-FOUND
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
             UNTIL WS-CL-SUB > WS-CLM-USED OR WS-CL-FOUND = 'Y'
       2230-EXIT.
           EXIT.

      * Re-derives a fleet's experience factor - every claim on the
      * fleet inside the look-back counts, no first-claim allowance,
      * since a fleet carries no no-claims ladder - and moves the
      * technical premium from the factor the expiring term was
      * rated at to the new one.  The report shows every fleet whose
      * factor moved so the broker letter can explain it.
       2235-APPLY-FLEET-EXPERIENCE.
           MOVE 0 TO WS-LOAD-COUNT
           MOVE 'N' TO WS-CL-FOUND
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
             UNTIL WS-CL-SUB > WS-CLM-USED OR WS-CL-FOUND = 'Y'
               IF WS-CL-POLICY-NUM(WS-CL-SUB) = PE-POLICY-NUM
                  MOVE 'Y' TO WS-CL-FOUND
                  MOVE WS-CL-COUNT(WS-CL-SUB) TO WS-LOAD-COUNT
               END-IF
           END-PERFORM
           MOVE WS-LOAD-COUNT TO RO-CLAIM-COUNT

           COMPUTE WS-FLT-VEH-YEARS =
              (PE-FLEET-VEHICLES * WS-CLM-LOOKBACK-DAYS) / 365
           IF WS-FLT-VEH-YEARS < 1
              MOVE 1 TO WS-FLT-VEH-YEARS
           END-IF
           COMPUTE WS-FLT-FREQ =
              (WS-LOAD-COUNT * 100) / WS-FLT-VEH-YEARS

           EVALUATE TRUE
             WHEN WS-FLT-FREQ NOT > WS-FLT-BAND-1
               MOVE 085 TO WS-FLT-NEW-PCT
             WHEN WS-FLT-FREQ NOT > WS-FLT-BAND-2
               MOVE 100 TO WS-FLT-NEW-PCT
             WHEN WS-FLT-FREQ NOT > WS-FLT-BAND-3
               MOVE 125 TO WS-FLT-NEW-PCT
             WHEN OTHER
               MOVE 160 TO WS-FLT-NEW-PCT
           END-EVALUATE

           MOVE PE-FLEET-EXP-PCT TO WS-FLT-OLD-PCT
           IF PE-FLEET-EXP-PCT NOT NUMERIC OR PE-FLEET-EXP-PCT = 0
              MOVE 100 TO WS-FLT-OLD-PCT
           END-IF
           IF WS-FLT-NEW-PCT = WS-FLT-OLD-PCT
              GO TO 2235-EXIT
           END-IF

           COMPUTE WS-TECH-PREMIUM ROUNDED =
              WS-TECH-PREMIUM * WS-FLT-NEW-PCT / WS-FLT-OLD-PCT
           ADD 1 TO WS-TOT-FLEET
           MOVE SPACES TO RENEWAL-REPORT-RECORD
           STRING 'FLEET EXPERIENCE RE-RATED: ' PE-POLICY-NUM
                  ' WAS ' WS-FLT-OLD-PCT '% NOW ' WS-FLT-NEW-PCT '%'
               DELIMITED BY SIZE
               INTO RENEWAL-REPORT-RECORD
           WRITE RENEWAL-REPORT-RECORD.
       2235-EXIT.
           EXIT.

      * Bands a motor renewal on its rolled driving score - the
      * safest drivers earn up to fifteen percent off, the worst
      * carry up to thirty percent more.  A policy with no score on
      * file is left exactly as the claims loading priced it.
       2240-APPLY-TELEMATICS.
           MOVE 0     TO RO-DRIVE-SCORE
           MOVE SPACE TO RO-TELEM-BAND

           IF PE-POLICY-TYPE NOT = 'M'
              OR PE-DRIVE-SCORE NOT NUMERIC
              OR PE-DRIVE-SCORE = 0
              GO TO 2240-EXIT
           END-IF

           MOVE PE-DRIVE-SCORE TO RO-DRIVE-SCORE
           EVALUATE TRUE
             WHEN PE-DRIVE-SCORE NOT < 85
               MOVE 'A' TO RO-TELEM-BAND
               MOVE -15 TO WS-TEL-ADJ-PCT
             WHEN PE-DRIVE-SCORE NOT < 70
               MOVE 'B' TO RO-TELEM-BAND
               MOVE -10 TO WS-TEL-ADJ-PCT
             WHEN PE-DRIVE-SCORE NOT < 55
               MOVE 'C' TO RO-TELEM-BAND
               MOVE -5  TO WS-TEL-ADJ-PCT
             WHEN PE-DRIVE-SCORE NOT < 40
               MOVE 'D' TO RO-TELEM-BAND
               MOVE 0   TO WS-TEL-ADJ-PCT
             WHEN PE-DRIVE-SCORE NOT < 25
               MOVE 'E' TO RO-TELEM-BAND
               MOVE 15  TO WS-TEL-ADJ-PCT
             WHEN OTHER
               MOVE 'F' TO RO-TELEM-BAND
               MOVE 30  TO WS-TEL-ADJ-PCT
           END-EVALUATE

           COMPUTE WS-TECH-PREMIUM ROUNDED =
              WS-TECH-PREMIUM * (100 + WS-TEL-ADJ-PCT) / 100
           ADD 1 TO WS-TOT-TELEM.
       2240-EXIT.
           EXIT.

      * The offer is the technical premium unless the year-over-year
      * change caps bite; the technical figure always rides the
      * record so what retention cost is never hidden.
           MOVE PE-POLICY-NUM   TO NN-POLICY-NUM
           MOVE PE-CUSTOMER-NUM TO NN-CUSTOMER-NUM
           MOVE PE-EXPIRY-DATE  TO NN-EXPIRY-DATE
           MOVE WS-OFFER-DATE   TO NN-NOTICE-DATE
           IF WS-DAYS-TO-EXPIRY < WS-NOTICE-LEAD-DAYS
              MOVE 'L' TO NN-LATE-FLAG
              ADD 1 TO WS-TOT-LATE-NOTICE
           MOVE WS-TOT-LOADED TO WS-REPORT-COUNT
           STRING 'OFFERS CLAIM-LOADED.: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RENEWAL-REPORT-RECORD
           WRITE RENEWAL-REPORT-RECORD

           MOVE WS-TOT-BUNDLE-LOST TO WS-REPORT-COUNT
           STRING 'MULTI-POLICY LOST...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RENEWAL-REPORT-RECORD
           WRITE RENEWAL-REPORT-RECORD

           MOVE WS-TOT-TELEM TO WS-REPORT-COUNT
           STRING 'TELEMATICS BANDED...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RENEWAL-REPORT-RECORD
           WRITE RENEWAL-REPORT-RECORD

           MOVE WS-TOT-FLEET TO WS-REPORT-COUNT
           STRING 'FLEETS RE-RATED.....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RENEWAL-REPORT-RECORD
           WRITE RENEWAL-REPORT-RECORD

           MOVE WS-TOT-HLD-DROPPED TO WS-REPORT-COUNT
           STRING 'HOLDINGS DROPPED....: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RENEWAL-REPORT-RECORD
           WRITE RENEWAL-REPORT-RECORD

           MOVE WS-TOT-BUNDLE-KEPT TO WS-REPORT-COUNT
           STRING 'MULTI-POLICY KEPT...: ' WS-REPORT-COUNT
               DELIMITED BY SIZE INTO RENEWAL-REPORT-RECORD
           WRITE RENEWAL-REPORT-RECORD.

      *----------------------------------------------------------------*
