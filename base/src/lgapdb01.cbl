           03 DB2-INST-NUM-SINT        PIC S9(4) COMP.
           03 DB2-INST-AMT-DEC         PIC S9(7)V99 COMP-3.

      *----------------------------------------------------------------*
      * Bank details at rest - the sort code and account number go     *
      * encrypted onto BANKVAULT under the key held on VAULTKEY (read  *
      * only by the plans that file or resolve bank details); the      *
      * mandate keeps the vault token and a masked copy showing the    *
      * last digits only, which is all anything else ever sees.        *
      *----------------------------------------------------------------*
       01  WS-BNK-FIELDS.
           03 WS-BNK-CLEAR.
              05 WS-BNK-SORTCODE       PIC X(6).
              05 WS-BNK-ACCOUNT        PIC X(8).
           03 WS-BNK-MASK-SORTCODE     PIC X(6).
           03 WS-BNK-MASK-ACCOUNT      PIC X(8).
      *    A diaried request carries the token in place of the details
      *    - VAULT# in the sort code and the token in the account.
           03 WS-BNK-TOKEN-MARK        PIC X(6) VALUE 'VAULT#'.
           03 WS-BNK-TOKEN-NUM         PIC 9(8).
       01  DB2-BNK-FIELDS.
           03 DB2-BNK-TOKEN-INT        PIC S9(9) COMP.
       01  DB2-BNK-KEY.
           49 DB2-BNK-KEY-LEN          PIC S9(4) COMP.
           49 DB2-BNK-KEY-TEXT         PIC X(32).

      *----------------------------------------------------------------*
      * Endorsement re-spread - when an amend changes CA-PAYMENT, the *
      * still-unbilled ('D') PAYSCHED rows are recalculated so the    *
      *    the endorsement targets from park time.
           03 WS-PEND-REQID           PIC X(6).
           03 DB2-PEND-TARGET-INT     PIC S9(9) COMP VALUE +0.
      *    The policy's LASTCHANGED as the maker read it - kept with a
      *    parked amend so approval is held to the row the maker saw,
      *    not the row as it stands when the approver gets to it.
      *    Blank for a parked add.
           03 WS-PEND-LASTCHANGED     PIC X(26).

      *----------------------------------------------------------------*
      * Survey/inspection scheduling - a commercial bind whose risk   *
      * WS-QUO-VALID-DAYS).  '03IQUO' retrieves it; '03CQUO' binds     *
      * the policy from the stored image at the quoted premium,        *
      * provided the quote is still open and inside validity.          *
      * A quote holds up to three options under the one number -       *
      * option 1 on the QUOTE row, alternatives 2 and 3 on QUOTEOPTION *
      * rows, each with its own LGCOMCAL worksheet on QUOTEWKSHT.      *
      * '04WQUO' compares the options or shows one's worksheet;        *
      * '03CQUO' binds the option CA-QUOTE-OPTION names and expires    *
      * the others.                                                    *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Endowment surrender - the savings element the generic delete  *
       01  WS-CAN-CHANGETYPE          PIC X.
       01  WS-CAN-METHOD              PIC X.
       01  DB2-CAN-REFUND-DEC         PIC S9(7)V99 COMP-3.
      *----------------------------------------------------------------*
      * Policy administration fees - 'L' records on LGRATES keyed by   *
      * fee and policy type ('AMENDFEE  C', 'CANCELFEE C',             *
      * 'MINRETAIN C' and so on for E/H/M).  RT-FACTOR is the amount   *
      * in money.  No record means no fee and no minimum, so a type    *
      * finance hasn't priced behaves exactly as it always did.  Fees  *
      * are fee income, not premium: they never enter POLICY.PAYMENT,  *
      * and each one is filed as an 'F' row on POLICYHIST (CANCEL-     *
      * METHOD 'A' amendment, 'C' cancellation) for the GL unload to   *
      * post as its own movement type.                                 *
      *----------------------------------------------------------------*
       01  WS-FEE-FIELDS.
           03 WS-FEE-RESP             PIC S9(8) COMP.
           03 WS-FEE-RATE-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 WS-FEE-KEY-NAME      PIC X(10).
              05 WS-FEE-KEY-TYPE      PIC X.
              05 FILLER               PIC X VALUE SPACE.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
           03 WS-FEE-POLICY-TYPE      PIC X.
           03 WS-FEE-AMOUNT           PIC 9(5)V99.
           03 WS-FEE-MIN-RETAIN       PIC 9(7)V99.
           03 WS-FEE-RETAINED         PIC S9(7)V99.
           03 WS-FEE-KIND             PIC X.
      *    Set by P700-CANCEL-COMM only - a lapse and a reinstatement
      *    claw-back run the same refund arithmetic but carry neither
      *    the cancellation fee nor the minimum retained premium.
           03 WS-FEE-ON-CANCEL        PIC X VALUE 'N'.
       01  DB2-FEE-AMT-DEC            PIC S9(7)V99 COMP-3.
      *----------------------------------------------------------------*
      * IFRS 17 contract grouping at bind - see P128-T-IFRS-GROUP.     *
      * Every new policy is filed on IFRSCONTRACT in its portfolio     *
      * (the policy type), its annual cohort (the issue year) and its  *
      * profitability group off the pricing expected loss ratio:       *
      *   'O' onerous at inception          - ELR at or over ONEROUS   *
      *   'N' no significant possibility of                            *
      *       becoming onerous              - ELR under LOWRISK        *
      *   'R' the remainder                                            *
      * The ELR is an 'L' record on LGRATES keyed 'IFRSELR   ' and the *
      * policy type, RT-FACTOR the ratio in per cent; the thresholds   *
      * are 'IFRSONER  *' and 'IFRSLOWR  *', defaulting to 100 and 60. *
      * A type finance hasn't given an ELR files as 'R' with ELR zero  *
      * - nothing shows it can't become onerous, and the quarterly     *
      * measurement tests it on its own experience.  The group never   *
      * changes once filed; the quarterly run remeasures it.           *
      *----------------------------------------------------------------*
       01  WS-IFR-FIELDS.
           03 WS-IFR-ELR              PIC 9(7)V99.
           03 WS-IFR-ONEROUS-PCT      PIC 9(7)V99.
           03 WS-IFR-LOWRISK-PCT      PIC 9(7)V99.
           03 WS-IFR-GROUP            PIC X.
           03 WS-IFR-COHORT           PIC 9(4).
       01  DB2-IFR-COHORT-SINT        PIC S9(4) COMP.
       01  DB2-IFR-ELR-DEC            PIC S9(3)V99 COMP-3.

      *----------------------------------------------------------------*
      * Persistency keys kept on the POLICY row for LGPERSR1 - the     *
      * payment frequency ('M' 'Q' 'F', anything else annual 'A') and  *
      * the sales channel ('T' 'W' 'B', blank taken as terminal).      *
      *----------------------------------------------------------------*
       01  WS-PRS-FIELDS.
           03 WS-PRS-PAYFREQ          PIC X.
           03 WS-PRS-CHANNEL          PIC X.

      *----------------------------------------------------------------*
      * Card payments ('29KCRD').  The acquirer's token and auth code  *
      * are all that is kept of the card - one CARDPAY row per         *
      * payment, status 'T' taken until LGCRDST1 matches it to the     *
      * acquirer's settlement ('S') or a chargeback ('C').  Every      *
      * PAYSCHED row the payment pays carries its CARDPAYID, which is  *
      * how a chargeback finds the installments to reopen.  Only       *
      * refused ('R') installments count as arrears - a 'D' row past   *
      * its due date may still be out with the bank for collection,    *
      * and paying it by card as well would take the money twice.      *
      *----------------------------------------------------------------*
       01  WS-CRD-FIELDS.
           03 WS-CRD-REMAIN           PIC S9(7)V99.
           03 WS-CRD-DUE-DATE         PIC X(10).
           03 WS-CRD-EOF              PIC X.
       01  DB2-CRD-FIELDS.
           03 DB2-CRD-PAYID-INT       PIC S9(9) COMP.
           03 DB2-CRD-POLCUST-INT     PIC S9(9) COMP.
           03 DB2-CRD-AMOUNT-DEC      PIC S9(7)V99 COMP-3.
           03 DB2-CRD-INST-SINT       PIC S9(4) COMP.
           03 DB2-CRD-INST-AMT-DEC    PIC S9(7)V99 COMP-3.
           03 DB2-CRD-PAID-AMT-DEC    PIC S9(7)V99 COMP-3.
           03 DB2-CRD-SPLIT-SINT      PIC S9(4) COMP.
           03 DB2-CRD-ARREARS-DEC     PIC S9(7)V99 COMP-3.
      *    Set while an approved parked add or a quote conversion is
      *    re-driven through P100-T under '01ACOM' - the velocity and
      *    dual-control gates have already had their say on the
       01  WS-ENDT-NEW-PAY-ED         PIC Z(8)9.
       01  WS-ENDT-EFFECT             PIC S9(9).
       01  WS-ENDT-EFFECT-ED          PIC +(9)9.
       01  WS-ENDT-FEE-ED             PIC ZZ,ZZ9.99.

       01  WS-DIA-FIELDS.
           03 WS-DIA-EFFDATE          PIC X(10).
           03 WS-DRV-NAME             PIC X(30).
           03 WS-DRV-DOB              PIC X(8).
           03 WS-DRV-CONVICT          PIC X.
       01 DB2-LOC-FIELDS.
           03 DB2-LOC-SEQ-SINT        PIC S9(4) COMP.
           03 DB2-LOC-SI-INT          PIC S9(9) COMP.
           03 DB2-LOC-PREM-INT        PIC S9(9) COMP.
           03 WS-LOC-POSTCODE         PIC X(8).
           03 WS-LOC-PROPTYPE         PIC X(15).

      *----------------------------------------------------------------*
      * Vehicle reference check on a motor add or amend - see         *
      * LGVEHREF.  A registration on the stolen / written-off register *
      * is declined outright with CA-RETURN-CODE 65, re-drive or not.  *
      * A vehicle found on the reference file takes its rating group  *
      * into the premium (LGRATES 'L'/'VEHGRPnn' percentage, or the    *
      * compiled-in 80 + 4 a group when the entry isn't on file), and *
      * a stated CA-M-VALUE outside its market value band is referred *
      * - parked on PENDINGPOL for a second pair of eyes exactly as a *
      * backdated request is, CA-RETURN-CODE 77.  A vehicle not on    *
      * the file rates as it always has, with no group loading.       *
      *----------------------------------------------------------------*
       01  WS-VEH-FIELDS.
           03 WS-VEH-RESP             PIC S9(8) COMP.
           03 WS-VEH-FOUND            PIC X VALUE 'N'.
           03 WS-VEH-GROUP            PIC 9(2) VALUE 0.
           03 WS-VEH-GROUP-PCT        PIC 9(3)V99.
           03 WS-VEH-KEY.
              05 WS-VEH-KEY-MAKE      PIC X(15).
              05 WS-VEH-KEY-MODEL     PIC X(15).
              05 WS-VEH-KEY-YEAR      PIC 9(4).
           03 WS-VEH-RATE-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 FILLER               PIC X(6) VALUE 'VEHGRP'.
              05 WS-VEH-RATE-GROUP    PIC 9(2).
              05 FILLER               PIC X(4) VALUE SPACES.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
       01 DB2-M-GROUP-SINT            PIC S9(4) COMP VALUE +0.
           COPY LGVEHREF.

      *----------------------------------------------------------------*
      * Industry claims-history check on a house or motor add - see   *
      * LGCHDREF.  The applicant is looked up on the bureau file by   *
      * the CUSTOMER row's postcode and name, and the bureau's        *
      * recorded claim count for the line goes back on the commarea   *
      * (CA-H-BUREAU-CLAIMS / CA-M-BUREAU-CLAIMS).  Recorded claims   *
      * beyond those declared - CA-M-ACCIDENTS on motor, CA-H-        *
      * DECLARED-CLAIMS on house - refer the add to underwriting,     *
      * parked on PENDINGPOL with CA-RETURN-CODE 77 as the other      *
      * referral gates are.  No bureau record means nothing recorded. *
      *----------------------------------------------------------------*
       01  WS-CHD-FIELDS.
           03 WS-CHD-RESP             PIC S9(8) COMP.
           03 WS-CHD-DECLARED         PIC 9(3) VALUE 0.
           03 WS-CHD-RECORDED         PIC 9(3) VALUE 0.
           03 WS-CHD-NAME             PIC X(40).
           03 WS-CHD-POSTCODE         PIC X(8).
           03 WS-CHD-KEY.
              05 WS-CHD-KEY-POSTCODE  PIC X(8).
              05 WS-CHD-KEY-NAME      PIC X(30).
           COPY LGCHDREF.

      *----------------------------------------------------------------*
      * Catastrophe bind embargo - while an event LGCATEM1 has synced  *
      * from the CATEVENT feed stands active on CATEMBARGO, no new     *
      * house or commercial cover is bound in its postcode prefix,     *
      * and no existing cover there is increased or moved into it.     *
      * The prefix is matched on the first four characters of the      *
      * risk postcode, exactly as LGCATWX1 matches its exposures;      *
      * every premises on a commercial schedule is checked as well as  *
      * the primary one.  A hit refuses the request with               *
      * CA-RETURN-CODE 54 unless the operator carries at least         *
      * WS-EMB-OVERRIDE-LVL authority.  Refusals and overrides alike   *
      * are filed on EMBARGOLOG against the event, which is what the   *
      * LGCATEM1 embargo report is built from.  Closing the event on   *
      * the feed lifts the embargo - nothing here needs to change.     *
      *----------------------------------------------------------------*
       01  WS-EMB-FIELDS.
           03 WS-EMB-OVERRIDE-LVL     PIC 9 VALUE 5.
           03 WS-EMB-AUTH             PIC 9(4) VALUE 0.
           03 WS-EMB-CHECKED          PIC X VALUE 'N'.
           03 WS-EMB-APPLIES          PIC X VALUE 'N'.
           03 WS-EMB-HIT              PIC X VALUE 'N'.
           03 WS-EMB-SUB              PIC S9(4) COMP.
           03 WS-EMB-REQUEST          PIC X(6).
           03 WS-EMB-POSTCODE         PIC X(8).
           03 WS-EMB-PREFIX           PIC X(4).
           03 WS-EMB-STORED-PCD       PIC X(8).
           03 WS-EMB-EVENT-ID         PIC X(8).
           03 WS-EMB-OUTCOME          PIC X.
       01  DB2-EMB-FIELDS.
           03 DB2-EMB-NEW-SI-INT      PIC S9(9) COMP.
           03 DB2-EMB-OLD-SI-INT      PIC S9(9) COMP.
           03 DB2-EMB-OLD-CV-INT      PIC S9(9) COMP.
           03 DB2-EMB-POLICY-INT      PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Lost-update protection - an amend, cancellation,               *
      * reinstatement, fund switch, paid-up conversion, fleet schedule *
      * change or transfer must carry back the CA-LASTCHANGED its      *
      * caller read, and is turned away with CA-RETURN-CODE 52 when    *
      * the POLICY row has moved on since: the operator refreshes and  *
      * re-keys.  Every one of them moves POLICY.LASTCHANGED, and only *
      * while the row still carries that stamp, so a change landing    *
      * between the check and the update is caught as well.  An amend  *
      * parked on PENDINGPOL keeps its maker's stamp for approval to   *
      * be held to.                                                    *
      *----------------------------------------------------------------*
       01  WS-LCK-FIELDS.
           03 WS-LCK-STORED           PIC X(26).
           03 WS-LCK-READ             PIC X(26).

      *----------------------------------------------------------------*
      * Identity and credit bureau result on the first policy bound   *
      * for a customer - see LGCRDREF.  LGACDB01 looks a customer up  *
      * when they are added; a customer carried over from before      *
      * that, or whose lookup couldn't be made at the time, is looked *
      * up here and the result stored on the CUSTOMER row the same    *
      * way.  The score then gates installment billing: a monthly or  *
      * quarterly add for a customer scoring below the LGRATES        *
      * 'L'/'CRSCOREMIN' floor (300 by default) is refused with       *
      * CA-RETURN-CODE 67 - installment two is where the bad debt     *
      * sits - and one scoring below 'L'/'CRLOADBAND' (550) pays the  *
      * 'L'/'CRLOADPCT' loading (2 percent) on top of the frequency's *
      * installment fee.  A bureau file that can't be read leaves the *
      * score unknown and the add proceeds unloaded; the next bind    *
      * for the customer tries again.                                 *
      *----------------------------------------------------------------*
       01  WS-CRD-FIELDS.
           03 WS-CRD-RESP             PIC S9(8) COMP.
           03 WS-CRD-KNOWN            PIC X VALUE 'N'.
           03 WS-CRD-SCORE            PIC 9(3) VALUE 0.
           03 WS-CRD-FLOOR            PIC 9(3) VALUE 300.
           03 WS-CRD-BAND             PIC 9(3) VALUE 550.
           03 WS-CRD-LOAD-PCT         PIC 9(3)V99 VALUE 2.00.
           03 WS-CRD-NAME             PIC X(40).
           03 WS-CRD-POSTCODE         PIC X(8).
           03 WS-CRD-IDENT            PIC X.
           03 WS-CRD-REF              PIC X(12).
           03 WS-CRD-KEY.
              05 WS-CRD-KEY-POSTCODE  PIC X(8).
              05 WS-CRD-KEY-NAME      PIC X(30).
           03 WS-CRD-FLOOR-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 FILLER               PIC X(12) VALUE 'CRSCOREMIN'.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
           03 WS-CRD-BAND-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 FILLER               PIC X(12) VALUE 'CRLOADBAND'.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
           03 WS-CRD-LOAD-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 FILLER               PIC X(12) VALUE 'CRLOADPCT'.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
       01 DB2-CRD-SCORE-SINT          PIC S9(4) COMP VALUE +0.
       01 IND-CRD-IDENT               PIC S9(4) COMP VALUE +0.
       01 IND-CRD-SCORE               PIC S9(4) COMP VALUE +0.
           COPY LGCRDREF.

      *----------------------------------------------------------------*
      * Flood pool cession at bind.  A house add whose P310 score is  *
      * above the LGRATES 'L'/'FLOODPOOLSC' threshold (600 by default,*
      * where P310 starts calling the risk high) has its flood risk   *
      * ceded to the national flood pool.  The pool charges a fixed   *
      * premium by the property's council-tax-style band, A to H off  *
      * the stated buildings value; the band ceilings and the         *
      * scheme's premium for each are the encoded table below, in the *
      * same FILLER/REDEFINES shape as WS-H-FLOOD-MATRIX, changed     *
      * when the scheme re-prices.  The customer's premium is not     *
      * touched - the pool premium is ours to pay.  The cession is    *
      * filed on FLOODCESSION, where LGFLDBD1's monthly bordereau and *
      * flood claims recovery file pick it up.                        *
      *----------------------------------------------------------------*
       01  WS-FPL-BAND-MATRIX.
           03 WS-FPL-BAND-VALUES.
              05 FILLER             PIC X(16) VALUE 'A000100000013200'.
              05 FILLER             PIC X(16) VALUE 'B000130000013200'.
              05 FILLER             PIC X(16) VALUE 'C000170000016200'.
              05 FILLER             PIC X(16) VALUE 'D000220000019800'.
              05 FILLER             PIC X(16) VALUE 'E000300000025200'.
              05 FILLER             PIC X(16) VALUE 'F000400000031200'.
              05 FILLER             PIC X(16) VALUE 'G000800000045000'.
              05 FILLER             PIC X(16) VALUE 'H999999999120000'.
           03 WS-FPL-BAND-TABLE REDEFINES WS-FPL-BAND-VALUES.
              05 WS-FPL-BAND-ENTRY OCCURS 8 TIMES.
                 07 WS-FPL-BAND-CODE   PIC X.
                 07 WS-FPL-BAND-CEILING PIC 9(9).
                 07 WS-FPL-BAND-PREMIUM PIC 9(4)V99.
       01  WS-FPL-FIELDS.
           03 WS-FPL-RESP             PIC S9(8) COMP.
           03 WS-FPL-THRESHOLD        PIC 9(3) VALUE 600.
           03 WS-FPL-SUB              PIC 9(2).
           03 WS-FPL-FOUND            PIC X VALUE 'N'.
           03 WS-FPL-BAND             PIC X.
           03 WS-FPL-SCORE-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 FILLER               PIC X(12) VALUE 'FLOODPOOLSC'.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
       01 DB2-FPL-SCORE-SINT          PIC S9(4) COMP VALUE +0.
       01 DB2-FPL-PREMIUM-DEC         PIC S9(5)V99 COMP-3 VALUE +0.

      *----------------------------------------------------------------*
      * Rebuild-cost check on a house add or amend.  The estimate     *
      * comes off the LGRATES 'B' table by property type, bedrooms    *
      * and postcode area, falling back to the national figure for    *
      * the type and size, then to a compiled-in cost a bedroom.  A   *
      * stated CA-H-VAL below the 'L'/'UNDINSWARN' percentage of it   *
      * (80 by default) is warned on CA-H-STATUS; below the           *
      * 'L'/'UNDINSREFER' percentage (60) the request is referred -   *
      * parked on PENDINGPOL, CA-RETURN-CODE 77, as the other         *
      * referral gates do.  The estimate is kept on the HOUSE row so  *
      * LGUNDIN1's monthly report can list the underinsured book.     *
      *----------------------------------------------------------------*
       01  WS-RBC-FIELDS.
           03 WS-RBC-RESP             PIC S9(8) COMP.
           03 WS-RBC-WARN             PIC X VALUE 'N'.
           03 WS-RBC-ESTIMATE         PIC 9(9) VALUE 0.
           03 WS-RBC-PER-BED          PIC 9(7).
           03 WS-RBC-BEDS             PIC 9(2).
           03 WS-RBC-WARN-PCT         PIC 9(3) VALUE 080.
           03 WS-RBC-REFER-PCT        PIC 9(3) VALUE 060.
           03 WS-RBC-VALUE-PCT        PIC 9(5).
           03 WS-RBC-VALUE-PCT-ED     PIC ZZ9.
           03 WS-RBC-EST-ED           PIC Z(8)9.
           03 WS-RBC-KEY.
              05 FILLER               PIC X VALUE 'B'.
              05 WS-RBC-KEY-TYPE      PIC X(8).
              05 WS-RBC-KEY-BEDS      PIC 9(2).
              05 WS-RBC-KEY-AREA      PIC X(2).
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
           03 WS-RBC-WARN-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 FILLER               PIC X(12) VALUE 'UNDINSWARN'.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
           03 WS-RBC-REFER-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 FILLER               PIC X(12) VALUE 'UNDINSREFER'.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
       01 DB2-H-REBUILD-INT           PIC S9(9) COMP VALUE +0.

       01  WS-SUR-FIELDS.
           03 WS-SUR-PEN-EARLY        PIC 9(2) VALUE 30.
           03 DB2-PUP-REDUCED-INT     PIC S9(9) COMP.
           03 WS-PUP-FLAG             PIC X.

      *----------------------------------------------------------------*
      * Death of the life assured ('21DEND' notify, '22DEND' proof     *
      * received).  Notification files the date of death and the       *
      * certificate reference on a DEATHCLAIM row, marks the ENDOWMENT *
      * deceased so no surrender, loan or paid-up can run against it,  *
      * and stops premium collection at once - every unbilled PAYSCHED *
      * row cancelled, the POLICY premium zeroed and cover ended at    *
      * the date of death.  The benefit is the greater of the sum      *
      * assured (with any attaching with-profits bonuses) and the fund *
      * value, the fund value being the sum assured split across the   *
      * funds held and valued at the latest validated unit prices -    *
      * LGFNDPR1's prices, held on the LGFNDVAL file keyed by fund     *
      * name, the same valuation LGFNDST1 prints on the statement (a   *
      * fund with no price values at one).  An outstanding loan nets   *
      * off through P835 exactly as on surrender.  Nothing is paid     *
      * until '22DEND' marks the proof of death received; the net      *
      * benefit is then queued on DISBURSE, source 'D', payable to the *
      * estate.  A notification with no certificate reference, or a    *
      * date of death that isn't a date, is in the future or is before *
      * the policy was issued, comes back CA-RETURN-CODE 68.           *
      *----------------------------------------------------------------*
       01  WS-DTH-FIELDS.
           03 WS-DTH-DECEASED         PIC X.
           03 WS-DTH-RESP             PIC S9(8) COMP.
           03 WS-DTH-WPROFITS         PIC X.
           03 WS-DTH-EQUITIES         PIC X.
           03 WS-DTH-MANAGED          PIC X.
           03 WS-DTH-FUND-COUNT       PIC 9.
           03 WS-DTH-FUND-SLICE       PIC 9(8).
           03 WS-DTH-FUND-VALUE       PIC 9(9)V99.
           03 WS-DTH-BENEFIT          PIC 9(9)V99.
           03 WS-DTH-FUND-KEY         PIC X(12).
           03 WS-DTH-STATUS           PIC X.
           03 WS-DTH-DAY              PIC 9(2).
           03 WS-DTH-MONTH            PIC 9(2).
      *    LGFNDVAL record - the FUNDVAL layout LGFNDPR1 writes.
       01  WS-DTH-PRICE-RECORD.
           03 WS-DTH-PRICE-FUND       PIC X(12).
           03 WS-DTH-PRICE-DATE       PIC 9(8).
           03 WS-DTH-PRICE            PIC 9(5)V9999.
           03 FILLER                  PIC X(11).
       01 DB2-DTH-FIELDS.
           03 DB2-DTH-FUNDVAL-DEC     PIC S9(9)V99 COMP-3.
           03 DB2-DTH-BENEFIT-DEC     PIC S9(9)V99 COMP-3.
           03 DB2-DTH-PAYABLE-DEC     PIC S9(7)V99 COMP-3.

      *    With-profits reversionary bonuses attaching (LGWPBON1) -
      *    added to the sum assured by the surrender quote and the
      *    death benefit.
       01  DB2-E-BONUS-INT            PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Assignment and beneficiary register ('25AASG' add, '25RASG'   *
      * release, '25IASG' inquiry) - one ENDASSIGN row per entry,     *
      * numbered per policy.  Role 'A' legal assignee, 'B' nominated  *
      * beneficiary; STATUS 'A' active, 'R' released.  Only one       *
      * unreleased assignee at a time.  P880 refuses surrender        *
      * confirm, loan advance and paid-up conversion (return code 58) *
      * while an assignee is unreleased; P885 finds who a payout goes *
      * to - the assignee, else for a death claim the beneficiary,    *
      * else nobody (the policyholder or the estate).                 *
      *----------------------------------------------------------------*
       01  WS-ASG-FIELDS.
           03 WS-ASG-COUNT            PIC S9(9) COMP.
           03 DB2-ASG-SEQ-SINT        PIC S9(4) COMP.
           03 WS-ASG-ROLE             PIC X.
           03 WS-ASG-STATUS           PIC X.
           03 WS-ASG-NAME             PIC X(30).
           03 WS-ASG-PAYEE            PIC X(8).
           03 WS-ASG-REF              PIC X(20).
           03 WS-ASG-DATE             PIC X(10).
           03 WS-ASG-SEQ-ED           PIC ZZ9.
           03 WS-ASG-SUB              PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Chargeable events - every endowment surrender, loan advance    *
      * and assignment for value is filed on CHGEVENT (status 'N')     *
      * with the value the policyholder took, for LGCEGCT1 to work     *
      * out the gain against premiums paid and earlier benefits and    *
      * issue the certificate; maturities are filed by LGENDMT1.  A    *
      * failure abends - a payout the tax return never hears of is     *
      * worse than a payout that didn't happen.                        *
      *----------------------------------------------------------------*
       01  WS-CEV-FIELDS.
           03 WS-CEV-TYPE             PIC X.
              88 WS-CEV-SURRENDER         VALUE 'S'.
              88 WS-CEV-LOAN              VALUE 'L'.
              88 WS-CEV-ASSIGNMENT        VALUE 'A'.
           03 DB2-CEV-VALUE-DEC       PIC S9(9)V99 COMP-3.

       01  WS-QUO-FIELDS.
           03 WS-QUO-VALID-DAYS       PIC 9(3) VALUE 030.
           03 WS-QUO-RESP             PIC S9(8) COMP.
              05 FILLER               PIC X(05) VALUE SPACES.
           03 WS-QUO-STATUS           PIC X.
           03 WS-QUO-ORGID            PIC X(5).
           03 WS-QUO-CHANNEL          PIC X.
           03 WS-QUO-VALIDUNTIL       PIC X(10).
           03 WS-QUO-VALID-LILIAN     PIC 9(9).
           03 WS-QUO-VALID-NUM        PIC 9(8).
      *    Multi-option quotes - the option this request names, and
      *    whether this '03QCOM' prices an alternative on a quote
      *    already on file rather than starting a new one.
           03 WS-QUO-OPTION           PIC 9.
           03 WS-QUO-MAX-OPTIONS      PIC 9 VALUE 3.
           03 WS-QUO-ADD-OPTION       PIC X VALUE 'N'.
           03 WS-QUO-OPT-SUB          PIC S9(4) COMP.
           03 WS-QUO-OPT-TOTAL        PIC 9(9).
           03 WS-QUO-OPT-TOTAL-ED     PIC ZZZ,ZZZ,ZZ9.
           03 WS-QUO-OPT-PERILS       PIC X(6).
           03 WS-QUO-OPT-DED-ED       PIC Z(6)9.
           03 WS-QUO-OPT-LAYER-ED     PIC Z(8)9.
           03 WS-QUO-OPT-FOUND        PIC X.
           03 WS-QUO-OPT-STATUS       PIC X.
      *    The caller's terms for an alternative option, held while
      *    the stored risk is restored underneath them.
           03 WS-QUO-OPT-TERMS.
              05 WS-QOT-FP            PIC 9(4).
              05 WS-QOT-CP            PIC 9(4).
              05 WS-QOT-FLP           PIC 9(4).
              05 WS-QOT-WP            PIC 9(4).
              05 WS-QOT-TP            PIC 9(4).
              05 WS-QOT-CYP           PIC 9(4).
              05 WS-QOT-DED-FIRE      PIC 9(7).
              05 WS-QOT-DED-CRIME     PIC 9(7).
              05 WS-QOT-DED-FLOOD     PIC 9(7).
              05 WS-QOT-DED-WEATHER   PIC 9(7).
              05 WS-QOT-DED-TERROR    PIC 9(7).
              05 WS-QOT-DED-CYBER     PIC 9(7).
              05 WS-QOT-ATTACHMENT    PIC 9(9).
              05 WS-QOT-LAYER-LIMIT   PIC 9(9).
       01 DB2-QUO-FIELDS.
           03 DB2-QUOTEID-INT         PIC S9(9) COMP VALUE +0.
           03 DB2-QUO-OPTION-SINT     PIC S9(4) COMP VALUE +0.
           03 DB2-QUO-BOUND-SINT      PIC S9(4) COMP VALUE +0.

      * Per-peril deductibles stored on the COMMERCIAL row
       01 DB2-BI-FIELDS.
           03 DB2-B-BI-INT             PIC S9(9) COMP.
           03 DB2-B-BIREV-INT          PIC S9(9) COMP.
           03 DB2-B-RISK-SINT          PIC S9(4) COMP.
           03 DB2-B-YEAR-SINT          PIC S9(4) COMP.
           03 DB2-B-CEDED-INT          PIC S9(9) COMP.
           03 WS-REQ-DESC             PIC X(40).
           03 WS-REQ-DUE              PIC X(10).

      *----------------------------------------------------------------*
      * Clause library - the rules that attach CLAUSE wording to a     *
      * policy (see LGWDAREA).  WS-CLS-PERILS holds the commercial     *
      * perils selected, blank-delimited so a rule value only matches  *
      * a whole peril; the property type and flood score are the       *
      * house or commercial risk's own.  How many clauses an amend     *
      * attached and dropped goes onto its endorsement schedule, with  *
      * the wording of every clause the policy then carries.           *
      *----------------------------------------------------------------*
       01  WS-CLS-FIELDS.
           03 WS-CLS-PERILS           PIC X(60).
           03 WS-CLS-PTR              PIC S9(4) COMP.
           03 WS-CLS-PROPTYPE         PIC X(15).
           03 WS-CLS-ADDED            PIC 9(3) VALUE 0.
           03 WS-CLS-DROPPED          PIC 9(3) VALUE 0.
           03 WS-CLS-LINES            PIC S9(4) COMP.
           03 WS-CLS-WSUB             PIC S9(4) COMP.
           03 WS-CLS-EOF              PIC X.
           03 WS-CLS-FIRST            PIC X.
           03 WS-CLS-HEAD             PIC X(46)
              VALUE 'CLAUSES AND WORDING FORMING PART OF THE POLICY'.
           03 WS-CLS-MORE-MSG.
              05 FILLER               PIC X(24)
                 VALUE 'FURTHER CLAUSES APPLY - '.
              05 FILLER               PIC X(30)
                 VALUE 'SEE THE POLICY CLAUSE SCHEDULE'.
           03 WS-CLS-WORDING          PIC X(300).
           03 WS-CLS-WORDING-LINES REDEFINES WS-CLS-WORDING.
              05 WS-CLS-WORDING-LINE  PIC X(75) OCCURS 4 TIMES.
       01 DB2-CLS-FIELDS.
           03 DB2-CLS-POLICYNUM-INT   PIC S9(9) COMP.
           03 DB2-CLS-SCORE-SINT      PIC S9(4) COMP.
           03 DB2-CLS-CODE            PIC X(8).
           03 DB2-CLS-EFFFROM         PIC X(10).
           03 DB2-CLS-TITLE           PIC X(40).
       01 DB2-CLS-WORDING-FIELD.
           49 DB2-CLS-WORDING-LEN     PIC S9(4) COMP.
           49 DB2-CLS-WORDING-CHAR    PIC X(300).

      *----------------------------------------------------------------*
      * BI revenue declaration - LGBIDCL1 raises a BIDECL row at       *
      * status 'R' for each expired policy with BI cover, asks the     *
      * insured for the revenue actually earned and diaries a          *
      * '26CBID' chase on the due date.  '26DBID' records the          *
      * declared figure and settles the adjustment through the         *
      * schedule or the disbursement file.  The first chase on a       *
      * declaration still open marks it 'C' and diaries a second       *
      * (LGBIDCL1 sends the reminder); the second marks it 'O'         *
      * overdue and puts it on the underwriters' referral worklist.    *
      *----------------------------------------------------------------*
       01  WS-BID-FIELDS.
           03 WS-BID-STATUS           PIC X.
           03 WS-BID-CHASE-DAYS       PIC 9(3) VALUE 30.
           03 WS-BID-CHASE-CYMD       PIC 9(8).
           03 WS-BID-CHASE-ISO        PIC X(10).
           03 WS-BID-DUE-DATE         PIC X(10).
       01  DB2-BID-FIELDS.
           03 DB2-BID-DECLID-INT      PIC S9(9) COMP.
           03 DB2-BID-EST-INT         PIC S9(9) COMP.
           03 DB2-BID-ACTUAL-INT      PIC S9(9) COMP.
           03 DB2-BID-BIPREM-INT      PIC S9(9) COMP.
           03 DB2-BID-ADJUSTED-INT    PIC S9(9) COMP.
           03 DB2-BID-ADJ-INT         PIC S9(9) COMP.
           03 DB2-BID-INST-SINT       PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Change of policyholder ('27TXFR').  The policy keeps its       *
      * number and everything hung off it - history, claims, the       *
      * payment schedule and the motor NCD all follow the number -     *
      * only the holder changes.  The new holder's name comes off the  *
      * customer master for screening and for the commercial row; the  *
      * POLXFER row is what the overnight notification run works off.  *
      *----------------------------------------------------------------*
       01  WS-XFR-FIELDS.
           03 WS-XFR-NEW-NAME         PIC X(40).
           03 WS-XFR-POLTYPE          PIC X.
           03 WS-XFR-CFZ              PIC X.
           03 WS-XFR-ISSUE            PIC X(10).
           03 WS-XFR-EXPIRY           PIC X(10).
       01  DB2-XFR-FIELDS.
           03 DB2-XFR-OLDCUST-INT     PIC S9(9) COMP.
           03 DB2-XFR-NEWCUST-INT     PIC S9(9) COMP.
           03 DB2-XFR-POLCUST-INT     PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Motor fleet ('01AFLT' bind, '28MFLT' schedule change).  The    *
      * fleet rides on one MOTOR row flagged FLEET 'Y' - make 'FLEET', *
      * the fleet name as model, total value and annual premium -      *
      * with a FLEETVEH row per vehicle ever on the schedule, 'A'      *
      * while on cover and 'R' once taken off.  Each vehicle is rated  *
      * off its keyed base premium through the rating-group loading    *
      * and then the fleet's claims experience factor, which takes     *
      * the place of the per-vehicle NCD ladder: claims per hundred    *
      * vehicle-years banded at WS-FLT-BAND-n, the factor held on the  *
      * MOTOR row (FLEETEXPPCT) so mid-term additions rate at it and   *
      * re-derived at renewal by LGRENEW1/LGRENRS1 the same way.  A    *
      * mid-term change is charged pro-rata to the unexpired term -    *
      * the additional premium billed as one adjustment installment    *
      * on the policy's schedule, a return premium refunded through    *
      * DISBURSE (source 'V') - and POLICY.PAYMENT moves to the        *
      * fleet's new annual premium for the renewal to start from.      *
      *----------------------------------------------------------------*
       01  WS-FLT-FIELDS.
           03 WS-FLT-SUB              PIC 9(2).
           03 WS-FLT-SUB2             PIC 9(2).
           03 WS-FLT-MAX-VEHICLES     PIC 9(2) VALUE 10.
           03 WS-FLT-EXP-PCT          PIC 9(3).
           03 WS-FLT-FREQ             PIC 9(5).
           03 WS-FLT-VEH-YEARS        PIC 9(5).
           03 WS-FLT-BAND-1           PIC 9(3) VALUE 010.
           03 WS-FLT-BAND-2           PIC 9(3) VALUE 025.
           03 WS-FLT-BAND-3           PIC 9(3) VALUE 050.
           03 WS-FLT-PREMIUM          PIC 9(8).
           03 WS-FLT-TOTAL            PIC 9(8).
           03 WS-FLT-VALUE            PIC 9(9).
           03 WS-FLT-NET              PIC S9(8).
           03 WS-FLT-FLAG             PIC X.
           03 WS-FLT-ISSUE            PIC X(10).
           03 WS-FLT-EXPIRY           PIC X(10).
           03 WS-FLT-ISSUE-NUM        PIC 9(8).
           03 WS-FLT-EXPIRY-NUM       PIC 9(8).
           03 WS-FLT-EFF-NUM          PIC 9(8).
           03 WS-FLT-TERM-DAYS        PIC S9(5) COMP.
           03 WS-FLT-REMAIN-DAYS      PIC S9(5) COMP.
           03 WS-FLT-MODEL            PIC X(15).
           03 WS-FLT-ONDATE           PIC X(10).
           03 WS-FLT-REG              PIC X(7).
           03 WS-FLT-V-MAKE           PIC X(15).
           03 WS-FLT-V-MODEL          PIC X(15).
           03 WS-FLT-RATED OCCURS 10 TIMES.
              05 WS-FLT-R-GROUP       PIC 9(2).
              05 WS-FLT-R-ANNUAL      PIC 9(8).
       01  DB2-FLT-FIELDS.
           03 DB2-FLT-SEQ-SINT        PIC S9(4) COMP.
           03 DB2-FLT-VALUE-INT       PIC S9(9) COMP.
           03 DB2-FLT-YEAR-SINT       PIC S9(4) COMP.
           03 DB2-FLT-BASE-INT        PIC S9(9) COMP.
           03 DB2-FLT-GROUP-SINT      PIC S9(4) COMP.
           03 DB2-FLT-ANNUAL-INT      PIC S9(9) COMP.
           03 DB2-FLT-CHARGE-INT      PIC S9(9) COMP.
           03 DB2-FLT-EXP-SINT        PIC S9(4) COMP.
           03 DB2-FLT-COUNT-INT       PIC S9(9) COMP.
           03 DB2-FLT-TOTAL-INT       PIC S9(9) COMP.
           03 DB2-FLT-VALUE-TOT-INT   PIC S9(9) COMP.
           03 DB2-FLT-CLAIMS-SINT     PIC S9(4) COMP.
           03 DB2-FLT-FOUND-INT       PIC S9(9) COMP.
           03 DB2-FLT-SEQMAX-SINT     PIC S9(4) COMP.

       01  WS-INSP-FIELDS.
           03 WS-INSP-SCORE-MIN       PIC 9(3) VALUE 150.
           03 WS-INSP-SUMINS-MIN      PIC 9(9) VALUE 002000000.
           03 FILLER                  PIC X(40).
           03 WS-VEL-V2-EXPIRY        PIC X(10).
           03 FILLER                  PIC 9(9).
      *----------------------------------------------------------------*
      * Multi-policy (household) discount - a house, motor or          *
      * commercial add for a customer who already holds at least the   *
      * LGRATES 'L'/'BUNDLEMIN' number of other live house, motor or   *
      * commercial policies comes off by the 'L'/'BUNDLEDISC'          *
      * percentage.  The customer's holdings are counted off the       *
      * KSDSPOLX customer path LGAPVS01's accumulation browse walks -  *
      * live meaning an index expiry not yet passed, which is exactly  *
      * what a cancellation or lapse pulls down.  The percentage given *
      * rides the POLICY row (BUNDLEDISC) so LGRENEW1 can take it back *
      * off once the qualifying policies have gone, and the line is    *
      * filed on the rating worksheet with the rest of the pricing.    *
      *----------------------------------------------------------------*
       01  WS-BND-FIELDS.
           03 WS-BND-PCT              PIC 9(2) VALUE 0.
           03 WS-BND-DISC-PCT         PIC 9(2) VALUE 10.
           03 WS-BND-MIN-OTHERS       PIC 9(2) VALUE 01.
           03 WS-BND-OTHERS           PIC 9(3) VALUE 0.
           03 WS-BND-EOF              PIC X VALUE 'N'.
           03 WS-BND-RESP             PIC S9(8) COMP.
           03 WS-BND-AIX-KEY.
              05 WS-BND-AIX-CUST      PIC X(10).
              05 WS-BND-AIX-POL       PIC X(10).
           03 WS-BND-DISC-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 FILLER               PIC X(12) VALUE 'BUNDLEDISC'.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
           03 WS-BND-MIN-KEY.
              05 FILLER               PIC X VALUE 'L'.
              05 FILLER               PIC X(12) VALUE 'BUNDLEMIN'.
              05 FILLER               PIC X(10) VALUE SPACES.
              05 FILLER               PIC X(05) VALUE SPACES.
           03 WS-BND-AMOUNT           PIC 9(7)V99.
           03 WS-BND-AMOUNT-ED        PIC Z(6)9.99.
           03 WS-BND-OTHERS-ED        PIC ZZ9.
           03 WS-BND-LINE             PIC X(60).
       01 DB2-BND-PCT-SINT            PIC S9(4) COMP VALUE +0.

       01  WS-FRAUD-RECORD.
           03 WS-FR-KEY.
              05 WS-FR-PCD            PIC X(8).
           03 WS-DSB-SOURCE            PIC X.
           03 DB2-DSB-CLAIM-INT        PIC S9(9) COMP.
           03 DB2-DSB-AMT-DEC          PIC S9(7)V99 COMP-3.
      *    Paid to someone other than the policyholder - an endowment
      *    assignee or beneficiary.  Spaces for everyone else; P735
      *    clears it again after every insert.
           03 WS-DSB-PAYEE             PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------*
       01  LGAPVS01                    PIC X(8)  VALUE 'LGAPVS01'.
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'C' TO DB2-POLICYTYPE

             WHEN '04WQUO'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               ADD 3900 TO WS-REQUIRED-CA-LEN
               MOVE 'C' TO DB2-POLICYTYPE

             WHEN '04WCOM'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               ADD 3900 TO WS-REQUIRED-CA-LEN
               ADD WS-FULL-ENDOW-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'E' TO DB2-POLICYTYPE

             WHEN '21DEND'
               ADD WS-FULL-ENDOW-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'E' TO DB2-POLICYTYPE

             WHEN '22DEND'
               ADD WS-FULL-ENDOW-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'E' TO DB2-POLICYTYPE

             WHEN '25AASG'
               ADD WS-FULL-ENDOW-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'E' TO DB2-POLICYTYPE

             WHEN '25RASG'
               ADD WS-FULL-ENDOW-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'E' TO DB2-POLICYTYPE

             WHEN '25IASG'
               ADD WS-FULL-ENDOW-LEN TO WS-REQUIRED-CA-LEN
               ADD 3900 TO WS-REQUIRED-CA-LEN
               MOVE 'E' TO DB2-POLICYTYPE

             WHEN '18NREN'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'C' TO DB2-POLICYTYPE
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'C' TO DB2-POLICYTYPE

             WHEN '26DBID'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'C' TO DB2-POLICYTYPE

             WHEN '26CBID'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'C' TO DB2-POLICYTYPE

             WHEN '27TXFR'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE SPACE TO DB2-POLICYTYPE

             WHEN '01AFLT'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'M' TO DB2-POLICYTYPE

             WHEN '28MFLT'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'M' TO DB2-POLICYTYPE

             WHEN '29KCRD'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE SPACE TO DB2-POLICYTYPE

             WHEN '05JCOM'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'C' TO DB2-POLICYTYPE

           PERFORM P090-APPLY-USER-PROFILE THRU P090-EXIT

           PERFORM P096-CHECK-LASTCHANGED THRU P096-EXIT

           PERFORM P095-CHECK-FUTURE-DATED THRU P095-EXIT

           EVALUATE CA-REQUEST-ID
      * Conversion drives P100-T itself once the stored quote image
      * has been restored to the commarea.
               CONTINUE
             WHEN '04WQUO'
      * Quote option comparison and worksheets - read-only.
               CONTINUE
             WHEN '04WCOM'
      * Worksheet retrieval - read-only.
               CONTINUE
      * Paid-up conversion updates the ENDOWMENT row and the
      * schedule through its own paragraph.
               CONTINUE
             WHEN '21DEND'
      * Death notification and proof work through their own
      * paragraphs, like the surrender.
               CONTINUE
             WHEN '22DEND'
               CONTINUE
             WHEN '25AASG'
      * The assignment register lives on its own ENDASSIGN rows.
               CONTINUE
             WHEN '25RASG'
               CONTINUE
             WHEN '25IASG'
               CONTINUE
             WHEN '18NREN'
      * Non-renewal marker only touches the POLICY row's flag and
      * files its history entry.
      * Compliance clearance touches the workqueue row and the
      * POLICY freeze flag.
               CONTINUE
             WHEN '26DBID'
      * The BI declaration settles against its own BIDECL row and
      * the money movements - the expired POLICY row is untouched.
               CONTINUE
             WHEN '26CBID'
               CONTINUE
             WHEN '27TXFR'
      * A transfer re-points the existing POLICY row and its
      * dependants at the new holder - nothing is inserted here.
               CONTINUE
             WHEN '01AFLT'
      * The schedule is rated first so the one POLICY row, schedule
      * and mandate P100-T writes carry the fleet's total premium.
               PERFORM P440-F-FLEET-RATE THRU P440-EXIT
               PERFORM P100-T
             WHEN '28MFLT'
      * A schedule change moves the POLICY row's premium through
      * its own paragraph once the vehicles have been re-rated.
               CONTINUE
             WHEN '29KCRD'
      * A card payment books against the schedule of an existing
      * policy - the POLICY row itself is untouched.
               CONTINUE
             WHEN '05JCOM'
      * Cancellation preview - read-only.
               CONTINUE
               PERFORM P500-BIZ

             WHEN '03QCOM'
      * An alternative option is priced on the risk already quoted -
      * the stored image comes back first, under the caller's own
      * peril, deductible and layer choices.
               MOVE 'N' TO WS-QUO-ADD-OPTION
               IF CA-QUOTE-OPTION NUMERIC
                  AND CA-QUOTE-OPTION > 1
                  AND CA-QUOTE-OPTION NOT > WS-QUO-MAX-OPTIONS
                  PERFORM P957-QUOTE-OPTION-LOAD
               END-IF
               PERFORM P500-BIZ

             WHEN '05CCOM'
             WHEN '04WCOM'
               PERFORM P990-WORKSHEET-RETRIEVE

             WHEN '04WQUO'
               PERFORM P980-QUOTE-OPTIONS-SHOW THRU P980-EXIT

             WHEN '12GCOM'
               PERFORM P995-COINSURANCE-SHARES


             WHEN '07VEND'
               PERFORM P820-SURRENDER-QUOTE THRU P820-EXIT
               PERFORM P880-ASSIGN-CHECK THRU P880-EXIT
               PERFORM P830-SURRENDER-CONFIRM

             WHEN '16VLON'
             WHEN '16ALON'
               PERFORM P820-SURRENDER-QUOTE THRU P820-EXIT
               PERFORM P840-LOAN-QUOTE THRU P840-EXIT
               PERFORM P880-ASSIGN-CHECK THRU P880-EXIT
               PERFORM P845-LOAN-ADVANCE THRU P845-EXIT

             WHEN '17PEND'
               PERFORM P820-SURRENDER-QUOTE THRU P820-EXIT
               PERFORM P880-ASSIGN-CHECK THRU P880-EXIT
               PERFORM P850-PAIDUP-CONVERT THRU P850-EXIT

             WHEN '21DEND'
               PERFORM P820-SURRENDER-QUOTE THRU P820-EXIT
               PERFORM P860-DEATH-NOTIFY THRU P860-EXIT

             WHEN '22DEND'
               PERFORM P870-DEATH-PROOF THRU P870-EXIT

             WHEN '25AASG'
               PERFORM P890-ASSIGN-ADD THRU P890-EXIT

             WHEN '25RASG'
               PERFORM P892-ASSIGN-RELEASE THRU P892-EXIT

             WHEN '25IASG'
               PERFORM P895-ASSIGN-INQUIRE THRU P895-EXIT

             WHEN '18NREN'
               PERFORM P760-NONRENEW-MARK

             WHEN '20UCWQ'
               PERFORM P968-COMPWQ-CLEAR

             WHEN '26DBID'
               PERFORM P975-BI-DECLARE THRU P975-EXIT

             WHEN '26CBID'
               PERFORM P978-BI-CHASE THRU P978-EXIT

             WHEN '27TXFR'
               PERFORM P780-POLICY-TRANSFER THRU P780-EXIT

             WHEN '01AFLT'
               PERFORM P450-F-FLEET-ADD THRU P450-EXIT

             WHEN '28MFLT'
               PERFORM P460-F-FLEET-CHANGE THRU P460-EXIT

             WHEN '29KCRD'
               PERFORM P790-CARD-PAYMENT THRU P790-EXIT

             WHEN '05JCOM'
               MOVE 'Y' TO WS-CANCEL-PREVIEW-ONLY
               PERFORM P700-CANCEL-COMM
           END-EVALUATE

       MAINLINE-TAIL.
      *    The clause rules run on every add, bind and amend, ahead of
      *    the endorsement schedule that prints the wording.
           IF CA-RETURN-CODE = '00'
              AND (CA-REQUEST-ID = '01ACOM'
                OR CA-REQUEST-ID = '01AEND'
                OR CA-REQUEST-ID = '01AHOU'
                OR CA-REQUEST-ID = '01AMOT'
                OR CA-REQUEST-ID = '02ACOM'
                OR CA-REQUEST-ID = '02AEND'
                OR CA-REQUEST-ID = '02AHOU'
                OR CA-REQUEST-ID = '02AMOT')
              PERFORM P690-ATTACH-RULE-CLAUSES THRU P690-EXIT
           END-IF

      *    Every endorsement leaves paper behind it - the schedule of
      *    what changed, archived beside the original declarations so
      *    the customer's document history matches the cover bound.
             WHEN '01AEND'
             WHEN '01AHOU'
             WHEN '01AMOT'
             WHEN '01AFLT'
               MOVE 'POLADD' TO EV-EVENT-TYPE
             WHEN '02ACOM'
             WHEN '02AEND'
             WHEN '02AHOU'
             WHEN '02AMOT'
             WHEN '28MFLT'
               MOVE 'POLAMD' TO EV-EVENT-TYPE
             WHEN '05CCOM'
               MOVE 'POLCAN' TO EV-EVENT-TYPE
               MOVE 'POLLPS' TO EV-EVENT-TYPE
             WHEN '06RCOM'
               MOVE 'POLREI' TO EV-EVENT-TYPE
             WHEN '21DEND'
               MOVE 'POLDTH' TO EV-EVENT-TYPE
             WHEN '27TXFR'
               MOVE 'POLXFR' TO EV-EVENT-TYPE
             WHEN '06LCOM'
             WHEN '06LMOT'
               MOVE 'CLMOPN' TO EV-EVENT-TYPE

           MOVE CA-POLICY-NUM   TO EV-POLICY-NUM.
           MOVE CA-CUSTOMER-NUM TO EV-CUSTOMER-NUM.
      *    A transfer is published against the holder it now belongs
      *    to - the old holder is on the POLXFER row.
           IF CA-REQUEST-ID = '27TXFR'
              MOVE CA-X-NEW-CUSTNUM TO EV-CUSTOMER-NUM
           END-IF.
           MOVE SPACES          TO EV-TIMESTAMP.
           EXEC CICS LINK PROGRAM('LGEVTP01')
                     COMMAREA(WS-EVENT-RECORD)
                  AND (CA-REQUEST-ID(4:3) = 'END'
                    OR CA-REQUEST-ID(4:3) = 'HOU'
                    OR CA-REQUEST-ID(4:3) = 'MOT'
                    OR CA-REQUEST-ID(4:3) = 'FLT'
                    OR CA-REQUEST-ID(4:3) = 'COM')
               MOVE CA-ISSUE-DATE TO WS-DIA-EFFDATE
             WHEN CA-REQUEST-ID(3:1) = 'C'
             WHEN CA-REQUEST-ID(3:1) = 'F'
                  AND CA-REQUEST-ID(4:3) = 'COM'
               MOVE CA-CANCEL-DATE TO WS-DIA-EFFDATE
             WHEN CA-REQUEST-ID = '27TXFR'
               MOVE CA-X-EFF-DATE TO WS-DIA-EFFDATE
             WHEN CA-REQUEST-ID = '28MFLT'
               MOVE CA-F-EFF-DATE TO WS-DIA-EFFDATE
             WHEN OTHER
               GO TO P095-EXIT
           END-EVALUATE.
           END-IF.

      *    Future-dated - image the request onto the diary, exactly
      *    as received, sized to what this request type carries -
      *    save that bank details are vaulted first and the image
      *    carries the vault token in their place.
           IF CA-DD-SORTCODE NOT = SPACES
              AND CA-DD-ACCOUNT NOT = SPACES
              AND CA-DD-SORTCODE NOT = WS-BNK-TOKEN-MARK
              AND CA-DD-SORTCODE(1:4) NOT = '****'
              PERFORM P123-VAULT-BANK-DETAILS THRU P123-EXIT
              IF DB2-BNK-TOKEN-INT = 0
                 MOVE SPACES TO CA-DD-SORTCODE
                                CA-DD-ACCOUNT
              ELSE
                 MOVE DB2-BNK-TOKEN-INT TO WS-BNK-TOKEN-NUM
                 MOVE WS-BNK-TOKEN-MARK TO CA-DD-SORTCODE
                 MOVE WS-BNK-TOKEN-NUM  TO CA-DD-ACCOUNT
              END-IF
           END-IF.
           MOVE WS-REQUIRED-CA-LEN TO WS-VARY-LEN.
           MOVE DFHCOMMAREA(1:WS-VARY-LEN)
             TO WS-VARY-CHAR(1:WS-VARY-LEN).
       P095-EXIT.
           EXIT.

      *================================================================*
      * Lost-update check - see WS-LCK-FIELDS.  Made before anything   *
      * is diaried or written, so a future-dated request built on a    *
      * stale read never reaches the diary; a diaried one is checked   *
      * again when LGDIARY1 applies it, so one overtaken by a change   *
      * made in the meantime fails onto the diary exception listing    *
      * instead of overwriting it.                                     *
      *================================================================*
       P096-CHECK-LASTCHANGED.

           IF CA-REQUEST-ID NOT = '02ACOM'
              AND CA-REQUEST-ID NOT = '02AEND'
              AND CA-REQUEST-ID NOT = '02AHOU'
              AND CA-REQUEST-ID NOT = '02AMOT'
              AND CA-REQUEST-ID NOT = '02SEND'
              AND CA-REQUEST-ID NOT = '05CCOM'
              AND CA-REQUEST-ID NOT = '06RCOM'
              AND CA-REQUEST-ID NOT = '17PEND'
              AND CA-REQUEST-ID NOT = '27TXFR'
              AND CA-REQUEST-ID NOT = '28MFLT'
              GO TO P096-EXIT
           END-IF.

      *    No stamp means the caller never read the policy.
           IF CA-LASTCHANGED = SPACES
              OR CA-LASTCHANGED = LOW-VALUES
              MOVE '52' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.

           MOVE ' SELECT POL LCK' TO EM-SQLREQ
           EXEC SQL
             SELECT LASTCHANGED
               INTO :WS-LCK-STORED
               FROM POLICY
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF WS-LCK-STORED NOT = CA-LASTCHANGED
              MOVE '52' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

       P096-EXIT.
           EXIT.

      *================================================================*
      * Stamps the POLICY row for a cancellation or reinstatement,     *
      * which otherwise only move the COMMERCIAL row's Status - so an  *
      * amend keyed against the policy as it stood before is caught    *
      * too.  Made only while the row still carries the stamp the      *
      * caller read; the new stamp goes back in CA-LASTCHANGED.        *
      *================================================================*
       P099-STAMP-POLICY.

           MOVE ' UPDATE POL LCK' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET LASTCHANGED    = CURRENT TIMESTAMP
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND LASTCHANGED    = :CA-LASTCHANGED
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '52' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '92' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXEC SQL
             SELECT LASTCHANGED
               INTO :CA-LASTCHANGED
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.

       P099-EXIT.
           EXIT.

      *================================================================*
      * '13IDIA' diary inquiry - pending and failed items listed into *
      * CA-DOC-TEXT for the diary screen; a failed item carries the   *
              AND CA-REQUEST-ID(4:3) NOT = 'PAY'
              AND CA-REQUEST-ID(4:3) NOT = 'LON'
              AND CA-REQUEST-ID(4:3) NOT = 'CMP'
              AND CA-REQUEST-ID(4:3) NOT = 'ASG'
              AND CA-REQUEST-ID(4:3) NOT = 'FLT'
              MOVE '97' TO CA-RETURN-CODE
           END-IF.

              AND CA-REQUEST-ID(4:3) NOT = 'HOU'
              AND CA-REQUEST-ID(4:3) NOT = 'MOT'
              AND CA-REQUEST-ID(4:3) NOT = 'COM'
              AND CA-REQUEST-ID(4:3) NOT = 'BID'
              MOVE '97' TO CA-RETURN-CODE
           END-IF.

              AND CA-REQUEST-ID(4:3) NOT = 'QUO'
              AND CA-REQUEST-ID(4:3) NOT = 'REQ'
              AND CA-REQUEST-ID(4:3) NOT = 'CMP'
              AND CA-REQUEST-ID(4:3) NOT = 'BID'
              MOVE '97' TO CA-RETURN-CODE
           END-IF.


           PERFORM P110-VALIDATE-BROKER

           PERFORM P190-CREDIT-CHECK THRU P190-EXIT

           PERFORM P130-SCREEN-WATCHLIST THRU P130-EXIT

           PERFORM P185-CAT-EMBARGO THRU P185-EXIT

           IF CA-REQUEST-ID = '01AMOT'
              PERFORM P415-M-VEHICLE-CHECK THRU P415-EXIT
           END-IF

           IF CA-REQUEST-ID = '01AHOU'
              PERFORM P315-H-REBUILD-CHECK THRU P315-EXIT
           END-IF

           IF CA-REQUEST-ID = '01AHOU' OR CA-REQUEST-ID = '01AMOT'
              PERFORM P180-CLAIMS-HISTORY-CHECK THRU P180-EXIT
           END-IF

           IF CA-REQUEST-ID = '01ACOM'
              AND WS-REDRIVEN-BIND = 'N'
              PERFORM P140-VELOCITY-CHECK
              PERFORM P150-CHECK-DUAL-CONTROL THRU P150-EXIT
           END-IF

      *    The household discount is settled ahead of the POLICY
      *    insert so the row, the installment schedule and the
      *    mandate all carry the premium actually charged.
           MOVE 0 TO DB2-BND-PCT-SINT
           IF CA-REQUEST-ID = '01AHOU' OR CA-REQUEST-ID = '01AMOT'
              OR CA-REQUEST-ID = '01ACOM'
              PERFORM P170-BUNDLE-DISCOUNT THRU P170-EXIT
           END-IF

           EVALUATE CA-PAYMENT-FREQ
             WHEN 'M'
             WHEN 'Q'
             WHEN 'F'
               MOVE CA-PAYMENT-FREQ TO WS-PRS-PAYFREQ
             WHEN OTHER
               MOVE 'A'             TO WS-PRS-PAYFREQ
           END-EVALUATE
           IF CA-SALES-CHANNEL = 'W' OR CA-SALES-CHANNEL = 'B'
              MOVE CA-SALES-CHANNEL TO WS-PRS-CHANNEL
           ELSE
              MOVE 'T'              TO WS-PRS-CHANNEL
           END-IF

           MOVE ' INSERT POLICY' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY
                         PAYMENT,
                         ORGID,
                         CURRENCYCODE,
                         TERMMONTHS,
                         BUNDLEDISC,
                         PAYFREQ,
                         CHANNEL           )
                VALUES ( DEFAULT,
                         :DB2-CUSTOMERNUM-INT,
                         :CA-ISSUE-DATE,
                         :DB2-PAYMENT-INT,
                         :CA-ORG-ID,
                         :CA-CURRENCY-CODE,
                         :DB2-TERM-SINT,
                         :DB2-BND-PCT-SINT,
                         :WS-PRS-PAYFREQ,
                         :WS-PRS-CHANNEL       )
           END-EXEC

           Evaluate SQLCODE
           ELSE
              MOVE 0 TO CA-INSTALLMENT-FEE
           END-IF.

           PERFORM P128-T-IFRS-GROUP THRU P128-EXIT.
           EXIT.

      *================================================================*
      * Places the policy just inserted by P100-T in its IFRS 17       *
      * portfolio, cohort and profitability group - see WS-IFR-FIELDS. *
      * The thresholds and ELR come off LGRATES the way the fee        *
      * records do.  An insert failure abends so the POLICY insert     *
      * backs out with it - a contract outside every group would be    *
      * missed by the quarterly measurement.                           *
      *================================================================*
       P128-T-IFRS-GROUP.

           MOVE 100 TO WS-IFR-ONEROUS-PCT.
           MOVE 60 TO WS-IFR-LOWRISK-PCT.
           MOVE 0 TO WS-IFR-ELR.

           MOVE 'IFRSONER' TO WS-FEE-KEY-NAME.
           MOVE '*' TO WS-FEE-KEY-TYPE.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-FEE-RATE-KEY)
                     RESP(WS-FEE-RESP)
           END-EXEC.
           IF WS-FEE-RESP = DFHRESP(NORMAL) AND RT-FACTOR > 0
              MOVE RT-FACTOR TO WS-IFR-ONEROUS-PCT
           END-IF.

           MOVE 'IFRSLOWR' TO WS-FEE-KEY-NAME.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-FEE-RATE-KEY)
                     RESP(WS-FEE-RESP)
           END-EXEC.
           IF WS-FEE-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-IFR-LOWRISK-PCT
           END-IF.

           MOVE 'R' TO WS-IFR-GROUP.
           MOVE 'IFRSELR' TO WS-FEE-KEY-NAME.
           MOVE DB2-POLICYTYPE TO WS-FEE-KEY-TYPE.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-FEE-RATE-KEY)
                     RESP(WS-FEE-RESP)
           END-EXEC.
           IF WS-FEE-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-IFR-ELR
              IF WS-IFR-ELR NOT < WS-IFR-ONEROUS-PCT
                 MOVE 'O' TO WS-IFR-GROUP
              ELSE
                 IF WS-IFR-ELR < WS-IFR-LOWRISK-PCT
                    MOVE 'N' TO WS-IFR-GROUP
                 END-IF
              END-IF
           END-IF.
           IF WS-IFR-ELR > 999.99
              MOVE 999.99 TO WS-IFR-ELR
           END-IF.

           MOVE CA-ISSUE-DATE(1:4) TO WS-IFR-COHORT.
           MOVE WS-IFR-COHORT TO DB2-IFR-COHORT-SINT.
           MOVE WS-IFR-ELR TO DB2-IFR-ELR-DEC.

           MOVE ' INSERT IFRSCON' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO IFRSCONTRACT
                       ( POLICYNUMBER,
                         PORTFOLIO,
                         COHORT,
                         PROFGROUP,
                         EXPLOSSRATIO,
                         ASSIGNEDDATE )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-POLICYTYPE,
                         :DB2-IFR-COHORT-SINT,
                         :WS-IFR-GROUP,
                         :DB2-IFR-ELR-DEC,
                         CURRENT DATE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

       P128-EXIT.
           EXIT.

      *================================================================*
      * Files the direct-debit mandate the installment schedule will  *
      * collect against - pending ('P') until the bank acknowledges   *
      * the setup through LGDDMND1, at which point it goes active     *
      * and LGDDCOL1 starts including the policy's installments.      *
      * Bank details the caller didn't supply file nothing - the      *
      * collection run's no-active-mandate check catches the gap      *
      * before the bank refuses it one failed collection at a time.   *
      * The details themselves go encrypted onto BANKVAULT; the       *
      * mandate holds the token and the masked copy, and the          *
      * commarea goes back masked so the clear values travel no       *
      * further than this paragraph.                                  *
      *================================================================*
       P122-T-MANDATE.

           IF CA-DD-SORTCODE = SPACES OR CA-DD-ACCOUNT = SPACES
              GO TO P122-EXIT
           END-IF.

      *    A request replayed off the diary carries the vault token
      *    its details were filed under when it was diaried; one
      *    carrying only a masked copy has nothing to file.
           EVALUATE TRUE
             WHEN CA-DD-SORTCODE = WS-BNK-TOKEN-MARK
               MOVE CA-DD-ACCOUNT TO WS-BNK-TOKEN-NUM
               MOVE WS-BNK-TOKEN-NUM TO DB2-BNK-TOKEN-INT
               MOVE ' SELECT BNKVLT ' TO EM-SQLREQ
               EXEC SQL
                 SELECT SORTMASK, ACCTMASK
                   INTO :WS-BNK-MASK-SORTCODE, :WS-BNK-MASK-ACCOUNT
                   FROM BANKVAULT
                  WHERE BANKTOKEN = :DB2-BNK-TOKEN-INT
               END-EXEC
               IF SQLCODE NOT = 0
                  PERFORM WRITE-ERROR-MESSAGE
                  GO TO P122-EXIT
               END-IF
               MOVE WS-BNK-MASK-SORTCODE TO CA-DD-SORTCODE
               MOVE WS-BNK-MASK-ACCOUNT  TO CA-DD-ACCOUNT
             WHEN CA-DD-SORTCODE(1:4) = '****'
               GO TO P122-EXIT
             WHEN OTHER
               PERFORM P123-VAULT-BANK-DETAILS THRU P123-EXIT
               IF DB2-BNK-TOKEN-INT = 0
                  GO TO P122-EXIT
               END-IF
           END-EVALUATE.

           MOVE ' INSERT DDMANDT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO DDMANDATE
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         SORTCODE,
                         ACCOUNTNUM,
                         BANKTOKEN,
                         STATUS,
                         CREATEDDATE )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :WS-BNK-MASK-SORTCODE,
                         :WS-BNK-MASK-ACCOUNT,
                         :DB2-BNK-TOKEN-INT,
                         'P',
                         CURRENT TIMESTAMP )
           END-EXEC
       P122-EXIT.
           EXIT.

      *================================================================*
      * Files the clear bank details in CA-DD-SORTCODE/CA-DD-ACCOUNT  *
      * encrypted on BANKVAULT and hands back the token in            *
      * DB2-BNK-TOKEN-INT (zero when the vault could not take them)   *
      * with the masked copy in WS-BNK-MASK-SORTCODE/ACCOUNT.  The    *
      * commarea is overwritten with the masked copy either way - the *
      * clear values never leave this program.                        *
      *================================================================*
       P123-VAULT-BANK-DETAILS.

           MOVE 0 TO DB2-BNK-TOKEN-INT.
           MOVE CA-DD-SORTCODE TO WS-BNK-SORTCODE.
           MOVE CA-DD-ACCOUNT  TO WS-BNK-ACCOUNT.
           MOVE '****'               TO WS-BNK-MASK-SORTCODE(1:4).
           MOVE WS-BNK-SORTCODE(5:2) TO WS-BNK-MASK-SORTCODE(5:2).
           MOVE '****'               TO WS-BNK-MASK-ACCOUNT(1:4).
           MOVE WS-BNK-ACCOUNT(5:4)  TO WS-BNK-MASK-ACCOUNT(5:4).
           MOVE WS-BNK-MASK-SORTCODE TO CA-DD-SORTCODE.
           MOVE WS-BNK-MASK-ACCOUNT  TO CA-DD-ACCOUNT.

           MOVE ' SELECT VLTKEY ' TO EM-SQLREQ
           EXEC SQL
             SELECT KEYTEXT
               INTO :DB2-BNK-KEY
               FROM VAULTKEY
              WHERE KEYNAME = 'BANK'
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE SPACES TO WS-BNK-CLEAR
              GO TO P123-EXIT
           END-IF.

           EXEC SQL
             SET ENCRYPTION PASSWORD = :DB2-BNK-KEY
           END-EXEC
           MOVE SPACES TO DB2-BNK-KEY-TEXT.

           MOVE ' INSERT BNKVLT ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO BANKVAULT
                       ( BANKTOKEN,
                         BANKDETAILS,
                         SORTMASK,
                         ACCTMASK,
                         CREATEDTS )
                VALUES ( DEFAULT,
                         ENCRYPT_TDES(:WS-BNK-CLEAR),
                         :WS-BNK-MASK-SORTCODE,
                         :WS-BNK-MASK-ACCOUNT,
                         CURRENT TIMESTAMP )
           END-EXEC
           MOVE SPACES TO WS-BNK-CLEAR.

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO P123-EXIT
           END-IF.

           EXEC SQL
             SET :DB2-BNK-TOKEN-INT = IDENTITY_VAL_LOCAL()
           END-EXEC.

       P123-EXIT.
           EXIT.

      *================================================================*
      * Generates the PAYSCHED payment schedule for a monthly or       *
      * quarterly policy just inserted by P100-T.  A schedule insert   *
              MOVE WS-INST-QUARTERLY-PCT TO WS-INST-FEE-PCT
           END-IF.

      *    A weak bureau score pays the credit loading on top - see
      *    WS-CRD-FIELDS.
           IF WS-CRD-KNOWN = 'Y' AND WS-CRD-SCORE < WS-CRD-BAND
              COMPUTE WS-INST-FEE-PCT =
                 WS-INST-FEE-PCT + (WS-CRD-LOAD-PCT / 100)
           END-IF.

      *    A short-period term spreads over the term it actually
      *    runs - the last installment must never fall due after the
      *    policy has expired.
      * denied-party file before anything is inserted - CA-B-Customer  *
      * for commercial business, CA-E-LIFE-ASSURED for endowment; the  *
      * house and motor commareas carry no insured name to screen.     *
      * A change of holder screens the incoming holder's name as held  *
      * on the customer master, whatever the policy type.              *
      * A hit blocks with CA-RETURN-CODE 75; an operator at or above   *
      * WS-WATCH-OVERRIDE-LVL proceeds, with both the hit and the      *
      * override on the LGSTSQ log either way - commercial only; a     *
      * transfer hit always blocks.                                    *
      *================================================================*
       P130-SCREEN-WATCHLIST.

               MOVE CA-B-Customer TO WS-SCREEN-NAME
             WHEN 'END'
               MOVE CA-E-LIFE-ASSURED TO WS-SCREEN-NAME
             WHEN 'XFR'
               MOVE WS-XFR-NEW-NAME TO WS-SCREEN-NAME
             WHEN 'FLT'
               MOVE CA-F-FLEET-NAME TO WS-SCREEN-NAME
             WHEN OTHER
               MOVE SPACES TO WS-SCREEN-NAME
           END-EVALUATE.
           MOVE WS-VEL-TODAY-CYMD(7:2) TO WS-VEL-TODAY-ISO(9:2)
           EXIT.

      *================================================================*
      * Multi-policy discount for a house, motor or commercial add -   *
      * see WS-BND-FIELDS.  Browses the customer's KSDSPOLX records    *
      * (the policy being added has no index record yet, so every one *
      * found is another policy) and counts the live house, motor and *
      * commercial ones; endowments do not qualify.  Enough of them    *
      * takes the discount off CA-PAYMENT before P100-T files it, and  *
      * builds the worksheet line the type paragraph files once the    *
      * policy number exists.                                           *
      *================================================================*
       P170-BUNDLE-DISCOUNT.

           MOVE 0   TO WS-BND-PCT.
           MOVE 0   TO WS-BND-OTHERS.
           MOVE 'N' TO WS-BND-EOF.
           MOVE SPACES TO WS-BND-LINE.
           MOVE CA-CUSTOMER-NUM TO WS-BND-AIX-CUST.
           MOVE LOW-VALUES      TO WS-BND-AIX-POL.

           PERFORM P145-GET-TODAY-ISO

           EXEC CICS STARTBR FILE('KSDSPOLX')
                     RIDFLD(WS-BND-AIX-KEY)
                     KEYLENGTH(10)
                     GTEQ
                     RESP(WS-BND-RESP)
           END-EXEC.

           IF WS-BND-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-BND-EOF = 'Y'
                 EXEC CICS READNEXT FILE('KSDSPOLX')
                           INTO(WS-VEL-V2-RECORD)
                           RIDFLD(WS-BND-AIX-KEY)
                           KEYLENGTH(10)
                           RESP(WS-BND-RESP)
                 END-EXEC
                 IF WS-BND-RESP = DFHRESP(NORMAL)
                    AND WS-VEL-V2-CUST = CA-CUSTOMER-NUM
      *             An index record written before the expiry was
      *             carried on it has nothing to say - counted live.
                    IF (WS-VEL-V2-REQ = 'H' OR WS-VEL-V2-REQ = 'M'
                        OR WS-VEL-V2-REQ = 'C')
                       AND (WS-VEL-V2-EXPIRY NOT LESS THAN
                            WS-VEL-TODAY-ISO
                         OR WS-VEL-V2-EXPIRY = SPACES)
                       ADD 1 TO WS-BND-OTHERS
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-BND-EOF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('KSDSPOLX') END-EXEC
           END-IF.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-BND-MIN-KEY)
                     RESP(WS-BND-RESP)
           END-EXEC.
           IF WS-BND-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-BND-MIN-OTHERS
           END-IF.

           IF WS-BND-OTHERS = 0
              OR WS-BND-OTHERS < WS-BND-MIN-OTHERS
              GO TO P170-EXIT
           END-IF.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-BND-DISC-KEY)
                     RESP(WS-BND-RESP)
           END-EXEC.
           IF WS-BND-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-BND-DISC-PCT
           END-IF.

           IF WS-BND-DISC-PCT = 0
              GO TO P170-EXIT
           END-IF.

           MOVE WS-BND-DISC-PCT TO WS-BND-PCT.
           COMPUTE WS-BND-AMOUNT ROUNDED =
              CA-PAYMENT * WS-BND-PCT / 100.
           SUBTRACT WS-BND-AMOUNT FROM CA-PAYMENT.
           MOVE CA-PAYMENT TO DB2-PAYMENT-INT.
           MOVE WS-BND-PCT TO DB2-BND-PCT-SINT.

           MOVE WS-BND-AMOUNT TO WS-BND-AMOUNT-ED.
           MOVE WS-BND-OTHERS TO WS-BND-OTHERS-ED.
           STRING 'MULTI-POLICY DISC ' WS-BND-PCT '% -'
                  WS-BND-AMOUNT-ED ' (' WS-BND-OTHERS-ED
                  ' OTHER LIVE)'
               DELIMITED BY SIZE INTO WS-BND-LINE.

       P170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Files the multi-policy discount line as the rating worksheet  *
      * of a house or motor policy, which has no LGCOMCAL worksheet   *
      * of its own, through the same P985 the commercial path uses.   *
      *----------------------------------------------------------------*
       P175-BUNDLE-WORKSHEET.

           IF WS-BND-PCT = 0
              GO TO P175-EXIT
           END-IF.

           MOVE 1           TO WS-ZWS-COUNT.
           MOVE WS-BND-LINE TO WS-ZWS-LINE(1).
           PERFORM P985-STORE-WORKSHEET THRU P985-EXIT.

       P175-EXIT.
           EXIT.

      *================================================================*
      * Catastrophe bind embargo - see WS-EMB-FIELDS.  An add always   *
      * faces it; an amend only when it raises the sum insured or      *
      * moves the risk to another postcode prefix, since an            *
      * endorsement that leaves the cover where it was adds nothing    *
      * to the exposure.  An approved re-drive is judged again - the   *
      * event may have opened since the request was parked - and the   *
      * approver's own authority is what an override is judged on.     *
      *================================================================*
       P185-CAT-EMBARGO.

           IF WS-EMB-CHECKED = 'Y'
              GO TO P185-EXIT
           END-IF.

           MOVE 'Y' TO WS-EMB-CHECKED.
           MOVE 'N' TO WS-EMB-APPLIES.
           MOVE 'N' TO WS-EMB-HIT.
           MOVE CA-REQUEST-ID TO WS-EMB-REQUEST.
           MOVE 0 TO DB2-EMB-NEW-SI-INT.
           MOVE 0 TO DB2-EMB-POLICY-INT.

           EVALUATE CA-REQUEST-ID
             WHEN '01AHOU'
               MOVE 'Y' TO WS-EMB-APPLIES
               MOVE CA-H-VAL TO DB2-EMB-NEW-SI-INT
             WHEN '01ACOM'
             WHEN '03CQUO'
               MOVE 'Y' TO WS-EMB-APPLIES
               MOVE CA-B-SumInsured TO DB2-EMB-NEW-SI-INT
             WHEN '02AHOU'
               MOVE CA-H-VAL TO DB2-EMB-NEW-SI-INT
               MOVE DB2-POLICYNUM-INT TO DB2-EMB-POLICY-INT
               PERFORM P186-EMB-HOUSE-AMEND THRU P186-EXIT
             WHEN '02ACOM'
               MOVE CA-B-SumInsured TO DB2-EMB-NEW-SI-INT
               MOVE DB2-POLICYNUM-INT TO DB2-EMB-POLICY-INT
               PERFORM P187-EMB-COMM-AMEND THRU P187-EXIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-EMB-APPLIES NOT = 'Y'
              GO TO P185-EXIT
           END-IF.

      *    The house risk has one address; a commercial schedule is
      *    judged premises by premises, stopping at the first hit so
      *    WS-EMB-POSTCODE is left holding the one that matched.
           IF CA-REQUEST-ID(4:3) = 'HOU'
              MOVE CA-H-PCD TO WS-EMB-POSTCODE
              PERFORM P188-EMB-MATCH-PREFIX
           ELSE
              MOVE CA-B-PST TO WS-EMB-POSTCODE
              PERFORM P188-EMB-MATCH-PREFIX
              IF CA-B-LOC-COUNT NUMERIC
                 PERFORM VARYING WS-EMB-SUB FROM 1 BY 1
                   UNTIL WS-EMB-SUB > CA-B-LOC-COUNT
                      OR WS-EMB-SUB > 5
                      OR WS-EMB-HIT = 'Y'
                    MOVE CA-B-LOC-POSTCODE(WS-EMB-SUB)
                      TO WS-EMB-POSTCODE
                    PERFORM P188-EMB-MATCH-PREFIX
                 END-PERFORM
              END-IF
           END-IF.

           IF WS-EMB-HIT NOT = 'Y'
              GO TO P185-EXIT
           END-IF.

      *    The signed-on user's profile is the authority of record -
      *    a converted quote or a re-driven approval has just had
      *    CA-B-DETAIL restored from a stored image, AuthLevel and all.
           MOVE 0 TO WS-EMB-AUTH.
           EVALUATE TRUE
             WHEN WS-USR-FOUND = 'Y'
               MOVE DB2-USR-AUTH-SINT TO WS-EMB-AUTH
             WHEN CA-REQUEST-ID(4:3) = 'COM'
               MOVE CA-B-AuthLevel TO WS-EMB-AUTH
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-EMB-AUTH NOT LESS THAN WS-EMB-OVERRIDE-LVL
              MOVE 'O' TO WS-EMB-OUTCOME
              PERFORM P189-EMB-LOG-ATTEMPT
              GO TO P185-EXIT
           END-IF.

      *    The refusal is filed before the task ends - the normal
      *    RETURN commits it, with nothing else of the request
      *    written yet.
           MOVE 'R' TO WS-EMB-OUTCOME.
           PERFORM P189-EMB-LOG-ATTEMPT.
           MOVE '54' TO CA-RETURN-CODE.
           EXEC CICS RETURN END-EXEC.

       P185-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A house endorsement is embargoed when it raises the buildings  *
      * or contents value or moves the house to another postcode       *
      * prefix.  A policy the amend can't find is the UPDATE's own     *
      * '94' to report, not this gate's.                               *
      *----------------------------------------------------------------*
       P186-EMB-HOUSE-AMEND.

           MOVE ' SELECT HOU EMB' TO EM-SQLREQ
           EXEC SQL
             SELECT VALUE, COALESCE(CONTENTSVALUE, 0), POSTCODE
               INTO :DB2-EMB-OLD-SI-INT, :DB2-EMB-OLD-CV-INT,
                    :WS-EMB-STORED-PCD
               FROM HOUSE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO P186-EXIT
           END-IF.

           IF CA-H-VAL > DB2-EMB-OLD-SI-INT
              OR CA-H-PCD(1:4) NOT = WS-EMB-STORED-PCD(1:4)
              MOVE 'Y' TO WS-EMB-APPLIES
           END-IF.

           IF CA-H-CONTENTS-VAL NUMERIC
              IF CA-H-CONTENTS-VAL > DB2-EMB-OLD-CV-INT
                 MOVE 'Y' TO WS-EMB-APPLIES
              END-IF
           END-IF.

       P186-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A commercial endorsement is embargoed when it raises the sum   *
      * insured or moves the primary premises to another postcode      *
      * prefix.                                                        *
      *----------------------------------------------------------------*
       P187-EMB-COMM-AMEND.

           MOVE ' SELECT COM EMB' TO EM-SQLREQ
           EXEC SQL
             SELECT SumInsured, Zipcode
               INTO :DB2-EMB-OLD-SI-INT, :WS-EMB-STORED-PCD
               FROM COMMERCIAL
              WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO P187-EXIT
           END-IF.

           IF CA-B-SumInsured > DB2-EMB-OLD-SI-INT
              OR CA-B-PST(1:4) NOT = WS-EMB-STORED-PCD(1:4)
              MOVE 'Y' TO WS-EMB-APPLIES
           END-IF.

       P187-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Looks WS-EMB-POSTCODE's prefix up among the active embargoes.  *
      * A table that can't be read is logged and lets the request      *
      * through - the LGCATWX1 exposure alert still catches the risk.  *
      *----------------------------------------------------------------*
       P188-EMB-MATCH-PREFIX.

           MOVE FUNCTION UPPER-CASE(WS-EMB-POSTCODE(1:4))
             TO WS-EMB-PREFIX.

           IF WS-EMB-HIT NOT = 'Y' AND WS-EMB-PREFIX NOT = SPACES
              MOVE ' SELECT CATEMB' TO EM-SQLREQ
              EXEC SQL
                SELECT EVENTID
                  INTO :WS-EMB-EVENT-ID
                  FROM CATEMBARGO
                 WHERE POSTCODEPREFIX = :WS-EMB-PREFIX
                   AND STATUS = 'A'
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                  MOVE 'Y' TO WS-EMB-HIT
                WHEN 100
                  CONTINUE
                WHEN OTHER
                  PERFORM WRITE-ERROR-MESSAGE
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * Files the embargoed attempt - 'R' refused or 'O' overridden -  *
      * against the event.  Best effort: a row that fails to file is   *
      * on the error log, and the decision stands either way.          *
      *----------------------------------------------------------------*
       P189-EMB-LOG-ATTEMPT.

           MOVE ' INSERT EMBLOG' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO EMBARGOLOG
                       ( EVENTID,
                         REQUESTID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         POSTCODE,
                         SUMINSURED,
                         OUTCOME,
                         USERID,
                         LOGGEDTS )
                VALUES ( :WS-EMB-EVENT-ID,
                         :WS-EMB-REQUEST,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-EMB-POLICY-INT,
                         :WS-EMB-POSTCODE,
                         :DB2-EMB-NEW-SI-INT,
                         :WS-EMB-OUTCOME,
                         :WS-USR-ID,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

      *================================================================*
      * Industry claims-history gate for a house or motor add - see    *
      * WS-CHD-FIELDS.  Runs ahead of the POLICY insert.  The bureau's *
      * count is returned on every pass; an approved re-drive has      *
      * already been ruled on, so only a first pass refers.            *
      *================================================================*
       P180-CLAIMS-HISTORY-CHECK.

           MOVE 0 TO WS-CHD-RECORDED.
           IF CA-REQUEST-ID = '01AMOT'
              MOVE 0 TO CA-M-BUREAU-CLAIMS
              MOVE CA-M-ACCIDENTS TO WS-CHD-DECLARED
           ELSE
              MOVE 0 TO CA-H-BUREAU-CLAIMS
              IF CA-H-DECLARED-CLAIMS NUMERIC
                 MOVE CA-H-DECLARED-CLAIMS TO WS-CHD-DECLARED
              ELSE
                 MOVE 0 TO WS-CHD-DECLARED
              END-IF
           END-IF.

           MOVE ' SELECT CUST CHD' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNAME, POSTCODE
               INTO :WS-CHD-NAME, :WS-CHD-POSTCODE
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

      *    A customer the insert can't find is the -530 '70' for the
      *    POLICY insert to report, not this gate's.
           IF SQLCODE NOT = 0
              GO TO P180-EXIT
           END-IF.

           MOVE WS-CHD-POSTCODE TO WS-CHD-KEY-POSTCODE.
           MOVE FUNCTION UPPER-CASE(WS-CHD-NAME(1:30))
             TO WS-CHD-KEY-NAME.
           EXEC CICS READ FILE('LGCHDREF')
                     INTO(LGCHDREF-RECORD)
                     RIDFLD(WS-CHD-KEY)
                     RESP(WS-CHD-RESP)
           END-EXEC.
           IF WS-CHD-RESP NOT = DFHRESP(NORMAL)
              GO TO P180-EXIT
           END-IF.

           IF CA-REQUEST-ID = '01AMOT'
              MOVE CR-MOTOR-CLAIMS TO WS-CHD-RECORDED
              MOVE CR-MOTOR-CLAIMS TO CA-M-BUREAU-CLAIMS
           ELSE
              MOVE CR-HOUSE-CLAIMS TO WS-CHD-RECORDED
              MOVE CR-HOUSE-CLAIMS TO CA-H-BUREAU-CLAIMS
           END-IF.

           IF WS-REDRIVEN-BIND = 'Y'
              GO TO P180-EXIT
           END-IF.

           IF WS-CHD-RECORDED > WS-CHD-DECLARED
              PERFORM P103-PARK-BACKDATED
           END-IF.

       P180-EXIT.
           EXIT.

      *================================================================*
      * Identity and credit bureau gate on an add - see WS-CRD-FIELDS. *
      * The customer's stored result is used where there is one; a     *
      * customer never checked is looked up and the result stored.     *
      * Runs ahead of any POLICY write, re-drive or not.               *
      *================================================================*
       P190-CREDIT-CHECK.

           MOVE 'N' TO WS-CRD-KNOWN.
           MOVE 0   TO WS-CRD-SCORE.

           MOVE ' SELECT CUST CRD' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNAME, POSTCODE, IDENTRESULT, CREDITSCORE
               INTO :WS-CRD-NAME, :WS-CRD-POSTCODE,
                    :WS-CRD-IDENT:IND-CRD-IDENT,
                    :DB2-CRD-SCORE-SINT:IND-CRD-SCORE
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

      *    A customer the insert can't find is the -530 '70' for the
      *    POLICY insert to report, not this gate's.
           IF SQLCODE NOT = 0
              GO TO P190-EXIT
           END-IF.

           IF IND-CRD-IDENT NOT < 0
              MOVE 'Y' TO WS-CRD-KNOWN
              IF IND-CRD-SCORE NOT < 0
                 MOVE DB2-CRD-SCORE-SINT TO WS-CRD-SCORE
              END-IF
              GO TO P190-FLOOR
           END-IF.

           MOVE WS-CRD-POSTCODE TO WS-CRD-KEY-POSTCODE.
           MOVE FUNCTION UPPER-CASE(WS-CRD-NAME(1:30))
             TO WS-CRD-KEY-NAME.
           EXEC CICS READ FILE('LGCRDREF')
                     INTO(LGCRDREF-RECORD)
                     RIDFLD(WS-CRD-KEY)
                     RESP(WS-CRD-RESP)
           END-EXEC.
           EVALUATE TRUE
             WHEN WS-CRD-RESP = DFHRESP(NORMAL)
               MOVE CB-IDENT-RESULT TO WS-CRD-IDENT
               MOVE CB-SCORE        TO WS-CRD-SCORE
               MOVE CB-REFERENCE    TO WS-CRD-REF
             WHEN WS-CRD-RESP = DFHRESP(NOTFND)
               MOVE 'N'    TO WS-CRD-IDENT
               MOVE 0      TO WS-CRD-SCORE
               MOVE SPACES TO WS-CRD-REF
             WHEN OTHER
               GO TO P190-EXIT
           END-EVALUATE.
           MOVE 'Y' TO WS-CRD-KNOWN.

           MOVE WS-CRD-SCORE TO DB2-CRD-SCORE-SINT.
           MOVE ' UPDATE CRDCHK ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER
                SET IDENTRESULT    = :WS-CRD-IDENT,
                    CREDITSCORE    = :DB2-CRD-SCORE-SINT,
                    CREDITREF      = :WS-CRD-REF,
                    CREDITDATE     = CURRENT DATE
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       P190-FLOOR.
           IF CA-PAYMENT-FREQ NOT = 'M' AND CA-PAYMENT-FREQ NOT = 'Q'
              GO TO P190-EXIT
           END-IF.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-CRD-FLOOR-KEY)
                     RESP(WS-CRD-RESP)
           END-EXEC.
           IF WS-CRD-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-CRD-FLOOR
           END-IF.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-CRD-BAND-KEY)
                     RESP(WS-CRD-RESP)
           END-EXEC.
           IF WS-CRD-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-CRD-BAND
           END-IF.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-CRD-LOAD-KEY)
                     RESP(WS-CRD-RESP)
           END-EXEC.
           IF WS-CRD-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-CRD-LOAD-PCT
           END-IF.

           IF WS-CRD-KNOWN = 'Y' AND WS-CRD-SCORE < WS-CRD-FLOOR
              MOVE '67' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

       P190-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       P135-LOG-WATCH-EVENT.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO WM-DATE
           MOVE TIME1 TO WM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(WS-WATCH-MSG)
                     LENGTH(LENGTH OF WS-WATCH-MSG)
           END-EXEC.
           EXIT.

      *================================================================*
      * Short-period/seasonal term - a CA-TERM-MONTHS of 1 to 11     *
      * writes the policy for that term: the expiry date is set at    *
      * the true term end whatever anniversary the caller assumed,    *
      * and the premium keyed as annual is scaled to the term by the  *
      * short-period scale.  Zero or 12 is the ordinary annual        *
      * policy, untouched.  The stored term rides the POLICY row so   *
      * the installment spread, the earned-premium engine and the     *
      * renewal run all see the term they are working.                 *
      *================================================================*
       P101-APPLY-POLICY-TERM.

           MOVE 12 TO DB2-TERM-SINT.
           IF CA-TERM-MONTHS NOT NUMERIC
              GO TO P101-EXIT
           END-IF.
           IF CA-TERM-MONTHS = 0 OR CA-TERM-MONTHS NOT LESS THAN 12
              GO TO P101-EXIT
           END-IF.
           IF CA-ISSUE-DATE(1:4) NOT NUMERIC
              GO TO P101-EXIT
           END-IF.

           MOVE CA-TERM-MONTHS TO DB2-TERM-SINT.

      *    An approved re-drive carries the expiry and premium
      *    exactly as they were parked - already term-applied - so
      *    only the stored term is taken off the image; scaling
      *    again would halve a half-year premium twice.
           IF WS-REDRIVEN-BIND = 'Y'
              GO TO P101-EXIT
           END-IF.

      *    Expiry at the true term end - day clamped to 28 the same
      *    way the installment schedule clamps, so a month-end issue
      *    date never lands on a day the expiry month doesn't have.
           MOVE CA-ISSUE-DATE(1:4) TO WS-SPT-YEAR.
           MOVE CA-ISSUE-DATE(6:2) TO WS-SPT-MONTH.
           MOVE CA-ISSUE-DATE(9:2) TO WS-SPT-DAY.
           IF WS-SPT-DAY > 28
              MOVE 28 TO WS-SPT-DAY
           END-IF.
           ADD CA-TERM-MONTHS TO WS-SPT-MONTH.
           IF WS-SPT-MONTH > 12
              SUBTRACT 12 FROM WS-SPT-MONTH
              ADD 1 TO WS-SPT-YEAR
           END-IF.
           MOVE WS-SPT-YEAR  TO CA-EXPIRY-DATE(1:4).
           MOVE '-'          TO CA-EXPIRY-DATE(5:1).
           MOVE WS-SPT-MONTH TO CA-EXPIRY-DATE(6:2).
           MOVE '-'          TO CA-EXPIRY-DATE(8:1).
           MOVE WS-SPT-DAY   TO CA-EXPIRY-DATE(9:2).

      *    The short-period scale - compiled defaults, each month
      *    overridable off LGRATES.
           EVALUATE CA-TERM-MONTHS
             WHEN 1
               MOVE 015 TO WS-SPT-PCT
             WHEN 2
               MOVE 025 TO WS-SPT-PCT
             WHEN 3
               MOVE 035 TO WS-SPT-PCT
             WHEN 4
               MOVE 045 TO WS-SPT-PCT
             WHEN 5
               MOVE 055 TO WS-SPT-PCT
             WHEN 6
               MOVE 060 TO WS-SPT-PCT
             WHEN 7
               MOVE 065 TO WS-SPT-PCT
             WHEN 8
               MOVE 070 TO WS-SPT-PCT
             WHEN 9
               MOVE 075 TO WS-SPT-PCT
             WHEN 10
               MOVE 080 TO WS-SPT-PCT
             WHEN OTHER
               MOVE 085 TO WS-SPT-PCT
           END-EVALUATE.

           MOVE CA-TERM-MONTHS TO WS-SPT-KEY-MM.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-SPT-RATE-KEY)
                     RESP(WS-SPT-RESP)
           END-EXEC.
           IF WS-SPT-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-SPT-PCT
           END-IF.

           COMPUTE CA-PAYMENT ROUNDED =
              CA-PAYMENT * WS-SPT-PCT / 100.

       P101-EXIT.
           EXIT.

      *================================================================*
      * Backdating gate - see WS-BKD-FIELDS.  An approved re-drive    *
      * has already had its say; a malformed issue date is left for   *
      * the date handling further in.                                  *
      *================================================================*
       P102-CHECK-BACKDATING.

           IF WS-REDRIVEN-BIND = 'Y'
              GO TO P102-EXIT
           END-IF.

           IF CA-ISSUE-DATE(1:4) NOT NUMERIC
              GO TO P102-EXIT
           END-IF.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-BKD-RATE-KEY)
                     RESP(WS-BKD-RESP)
           END-EXEC.
           IF WS-BKD-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-BKD-LIMIT-DAYS
           END-IF.

           PERFORM P145-GET-TODAY-ISO.
           MOVE CA-ISSUE-DATE(1:4) TO WS-BKD-ISSUE-NUM(1:4).
           MOVE CA-ISSUE-DATE(6:2) TO WS-BKD-ISSUE-NUM(5:2).
           MOVE CA-ISSUE-DATE(9:2) TO WS-BKD-ISSUE-NUM(7:2).
           COMPUTE WS-BKD-BACK-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-VEL-TODAY-CYMD)
              - FUNCTION INTEGER-OF-DATE(WS-BKD-ISSUE-NUM).

           IF WS-BKD-BACK-DAYS NOT GREATER THAN WS-BKD-LIMIT-DAYS
              GO TO P102-EXIT
           END-IF.

      *    An add or amendment keyed by an operator carrying dual-
      *    control authority parks for a second pair of eyes - the
      *    same four-eyes queue high-value adds wait on.  Everything
      *    else that far in the past is refused: cover must not
      *    appear to have existed before we ever saw the risk.
           MOVE 0 TO WS-BKD-AUTH.
           EVALUATE TRUE
             WHEN CA-REQUEST-ID(4:3) = 'COM'
               MOVE CA-B-AuthLevel TO WS-BKD-AUTH
             WHEN WS-USR-FOUND = 'Y'
               MOVE DB2-USR-AUTH-SINT TO WS-BKD-AUTH
           END-EVALUATE.

           IF (CA-REQUEST-ID = '01ACOM'
               OR CA-REQUEST-ID = '01AEND'
               OR CA-REQUEST-ID = '01AHOU'
               OR CA-REQUEST-ID = '01AMOT'
               OR CA-REQUEST-ID = '02ACOM'
               OR CA-REQUEST-ID = '02AEND'
               OR CA-REQUEST-ID = '02AHOU'
               OR CA-REQUEST-ID = '02AMOT')
              AND WS-BKD-AUTH NOT LESS THAN WS-DUAL-APPROVE-LVL
              PERFORM P103-PARK-BACKDATED
           END-IF.

           MOVE '59' TO CA-RETURN-CODE.
           PERFORM WRITE-ERROR-MESSAGE.
           EXEC CICS RETURN END-EXEC.

       P102-EXIT.
           EXIT.

      *================================================================*
      * Backdating gate for the amend path.  An amend re-keys the     *
      * policy's ORIGINAL issue date, so the stored date is fetched   *
      * first and the distance-from-today limit applies only when     *
      * the keyed date actually moves issue backward - otherwise      *
      * every routine mid-term change on a policy older than the      *
      * limit would bounce off a gate meant for new business.          *
      *================================================================*
       P104-CHECK-AMEND-BACKDATE.

           IF CA-ISSUE-DATE(1:4) NOT NUMERIC
              GO TO P104-EXIT
           END-IF.

           MOVE SPACES TO WS-BKD-STORED-ISSUE.
           MOVE ' SELECT POL ISS' TO EM-SQLREQ
           EXEC SQL
             SELECT CHAR(ISSUEDATE, ISO)
               INTO :WS-BKD-STORED-ISSUE
               FROM POLICY
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

      *    A row the amend can't find is the UPDATE's own '94' to
      *    report, not this gate's.
           IF SQLCODE NOT = 0
              GO TO P104-EXIT
           END-IF.

           IF CA-ISSUE-DATE NOT LESS THAN WS-BKD-STORED-ISSUE
              GO TO P104-EXIT
           END-IF.

           PERFORM P102-CHECK-BACKDATING THRU P102-EXIT.

       P104-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The backdated add or amend, imaged onto PENDINGPOL exactly   *
      * as a dual-control park - the approver re-drives it through   *
      * P100-T or P105-T-AMEND with the gates held back, so approval *
      * binds it as keyed, effective date and all.  REQUESTID says   *
      * which; an amend also parks the policy it targets.  A motor   *
      * request whose stated value is outside the vehicle's band     *
      * (P415) is referred through the same park.                     *
      *----------------------------------------------------------------*
       P103-PARK-BACKDATED.

           MOVE EIBOPID TO WS-DUAL-OPID.

      *    Only the type's own detail span is imaged - the commarea
      *    on a personal-lines endorsement ends where its detail
      *    does, and the sum insured is a commercial notion.
           MOVE 0 TO DB2-PEND-SUMINS-INT.
           MOVE 0 TO DB2-PEND-TARGET-INT.
           EVALUATE CA-REQUEST-ID(4:3)
             WHEN 'END'
               MOVE LENGTH OF CA-E-DETAIL TO WS-VARY-LEN
             WHEN 'HOU'
               MOVE LENGTH OF CA-H-DETAIL TO WS-VARY-LEN
             WHEN 'MOT'
               MOVE LENGTH OF CA-M-DETAIL TO WS-VARY-LEN
             WHEN OTHER
               MOVE LENGTH OF CA-B-DETAIL TO WS-VARY-LEN
               MOVE CA-B-SumInsured TO DB2-PEND-SUMINS-INT
           END-EVALUATE.
           MOVE SPACES TO WS-PEND-LASTCHANGED.
           IF CA-REQUEST-ID(1:3) = '02A'
              MOVE DB2-POLICYNUM-INT TO DB2-PEND-TARGET-INT
              MOVE CA-LASTCHANGED TO WS-PEND-LASTCHANGED
           END-IF.
           MOVE CA-B-DETAIL(1:WS-VARY-LEN)
             TO WS-VARY-CHAR(1:WS-VARY-LEN).

           MOVE ' PARK BACKDATED' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PENDINGPOL
                       ( PENDINGID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         REQUESTID,
                         ISSUEDATE,
                         EXPIRYDATE,
                         BROKERID,
                         BROKERSREFERENCE,
                         PAYMENT,
                         SUMINSURED,
                         REQUESTEDBY,
                         REQUESTEDDATE,
                         STATUS,
                         ORGID,
                         LASTCHANGED,
                         DETAILIMAGE    )
                VALUES ( DEFAULT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-PEND-TARGET-INT,
                         :CA-REQUEST-ID,
                         :CA-ISSUE-DATE,
                         :CA-EXPIRY-DATE,
                         :DB2-BROKERID-INT,
                         :CA-BROKERSREF,
                         :DB2-PAYMENT-INT,
                         :DB2-PEND-SUMINS-INT,
                         :WS-DUAL-OPID,
                         CURRENT TIMESTAMP,
                         'P',
                         :CA-ORG-ID,
                         NULLIF(:WS-PEND-LASTCHANGED, ' '),
                         :WS-VARY-FIELD )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC SQL
             SET :DB2-PENDINGID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-PENDINGID-INT TO CA-POLICY-NUM.

           MOVE '77' TO CA-RETURN-CODE.
           EXEC CICS RETURN END-EXEC.

      *================================================================*
      * The broker on an add or amend must exist on the broker master  *
      * and still be Active - CA-BROKERID used to be a raw number      *
      * nothing validated, which is how policies ended up in force     *
      * against broker ids that don't exist.  A missing or inactive    *
      * broker comes back CA-RETURN-CODE 71, distinct from the -530    *
      * customer-foreign-key 70.                                       *
      *================================================================*
       P110-VALIDATE-BROKER.

           MOVE ' SELECT BROKER ' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS
               INTO :WS-BROKER-STATUS
               FROM BROKER
              WHERE BROKERID = :DB2-BROKERID-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF WS-BROKER-STATUS NOT = 'A'
                  MOVE '71' TO CA-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN 100
               MOVE '71' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
      * Amend path for '02ACOM' - UPDATE the existing POLICY row       *
      * rather than INSERT, so mid-term changes keep the original      *
      * RequestDate/premium history instead of cancel-and-rewrite.     *
      *================================================================*
       P105-T-AMEND.

           MOVE CA-BROKERID TO DB2-BROKERID-INT
           MOVE CA-PAYMENT TO DB2-PAYMENT-INT
           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT

           PERFORM P104-CHECK-AMEND-BACKDATE THRU P104-EXIT

           PERFORM P110-VALIDATE-BROKER

           PERFORM P130-SCREEN-WATCHLIST THRU P130-EXIT

           PERFORM P185-CAT-EMBARGO THRU P185-EXIT

           IF CA-REQUEST-ID = '02AMOT'
              PERFORM P415-M-VEHICLE-CHECK THRU P415-EXIT
           END-IF

           IF CA-REQUEST-ID = '02AHOU'
              PERFORM P315-H-REBUILD-CHECK THRU P315-EXIT
           END-IF

           PERFORM P106-T-HISTORY.

      *    Only while the row is still the one the caller read - see
      *    WS-LCK-FIELDS.  An approved re-drive is held to the stamp
      *    its maker read, kept on the PENDINGPOL row at park time; a
      *    row parked without one can't be vouched for and goes back
      *    the same way a stale one does.
           IF WS-REDRIVEN-BIND = 'Y'
              IF WS-PEND-LASTCHANGED = SPACES
                 MOVE '52' TO CA-RETURN-CODE
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE WS-PEND-LASTCHANGED TO WS-LCK-READ
           ELSE
              MOVE CA-LASTCHANGED TO WS-LCK-READ
           END-IF.

           MOVE ' UPDATE POLICY' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET ISSUEDATE        = :CA-ISSUE-DATE,
                    EXPIRYDATE       = :CA-EXPIRY-DATE,
                    LASTCHANGED      = CURRENT TIMESTAMP,
                    BROKERID         = :DB2-BROKERID-INT,
                    BROKERSREFERENCE = :CA-BROKERSREF,
                    PAYMENT          = :DB2-PAYMENT-INT
              WHERE POLICYNUMBER    = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER  = :DB2-CUSTOMERNUM-INT
                AND LASTCHANGED     = :WS-LCK-READ
           END-EXEC

      *    Any refusal backs out the history row P106-T-HISTORY has
      *    already filed for the amend.
           Evaluate SQLCODE

             When 0
               MOVE '00' TO CA-RETURN-CODE

             When 100
      *        The combination having been found by P096 (or, for an
      *        approved re-drive, by its maker), changed under this
      *        request - 52 either way.  A re-drive returns from
      *        '09APND' with its PENDINGPOL row still pending, for the
      *        approver to send back to the maker.
               MOVE '52' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC

             When -530
               MOVE '70' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC

             When Other
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC

           END-Evaluate.
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.

      *    An endorsement that moved the premium on an installment
      *    policy re-spreads the unbilled schedule - the before-image
      *    P106-T-HISTORY just captured supplies the premium the
      *    schedule was built for.
           IF CA-PAYMENT-FREQ = 'M' OR CA-PAYMENT-FREQ = 'Q'
              PERFORM P125-T-RESPREAD THRU P125-EXIT
           END-IF.

           PERFORM P107-T-AMEND-FEE THRU P107-EXIT.
           EXIT.

      *================================================================*
      * Administration fee on an endorsement - see WS-FEE-FIELDS.      *
      * Billed as its own one-off installment through the same         *
      * P126-T-ADJ-INSTALLMENT an additional premium uses, so it is    *
      * collected with the next run but never folds into PAYMENT,      *
      * and filed for the GL as an 'A' fee.  CA-ADMIN-FEE carries it   *
      * back to the caller and onto the endorsement schedule.          *
      *================================================================*
       P107-T-AMEND-FEE.

           MOVE 0 TO CA-ADMIN-FEE.
           MOVE 'AMENDFEE' TO WS-FEE-KEY-NAME.
           PERFORM P109-T-FEE-POLICY-TYPE.
           MOVE WS-FEE-POLICY-TYPE TO WS-FEE-KEY-TYPE.
           MOVE 0 TO WS-FEE-AMOUNT.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-FEE-RATE-KEY)
                     RESP(WS-FEE-RESP)
           END-EXEC.
           IF WS-FEE-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-FEE-AMOUNT
           END-IF.

           IF WS-FEE-AMOUNT = 0
              GO TO P107-EXIT
           END-IF.

           MOVE WS-FEE-AMOUNT TO CA-ADMIN-FEE.
           MOVE WS-FEE-AMOUNT TO WS-RSP-DELTA.
           PERFORM P126-T-ADJ-INSTALLMENT.

           MOVE 'A' TO WS-FEE-KIND.
           MOVE WS-FEE-AMOUNT TO DB2-FEE-AMT-DEC.
           PERFORM P108-T-FILE-FEE.

       P107-EXIT.
           EXIT.

      *================================================================*
      * Files an administration fee on the policy history as an 'F'    *
      * row - PAYMENT carries the fee, CANCELMETHOD its kind ('A'      *
      * amendment, 'C' cancellation).  The GL unload posts these as    *
      * fee income, apart from the premium and refund movements.  A    *
      * failure abends so the fee billed or deducted backs out with    *
      * the action that charged it, rather than being collected with   *
      * no income booked against it.                                   *
      *================================================================*
       P108-T-FILE-FEE.

           MOVE ' INSERT HIS FEE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICYHIST
                 (POLICYNUMBER, CUSTOMERNUMBER, ISSUEDATE,
                  EXPIRYDATE, BROKERID, BROKERSREFERENCE,
                  PAYMENT, CHANGETYPE, CANCELMETHOD,
                  CHANGEDBY, CHANGEDTERM, CHANGEDTIMESTAMP)
               VALUES
                 (:DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                  :CA-ISSUE-DATE, :CA-EXPIRY-DATE,
                  :DB2-BROKERID-INT, :CA-BROKERSREF,
                  :DB2-FEE-AMT-DEC, 'F',
                  :WS-FEE-KIND, :WS-AUD-BY, :WS-TERMID,
                  CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The policy type the fee records are keyed by - taken off the   *
      * request id, since an approved endorsement re-driven from the   *
      * park arrives under '09APND' with the approval's own type.      *
      *----------------------------------------------------------------*
       P109-T-FEE-POLICY-TYPE.

           EVALUATE CA-REQUEST-ID(4:3)
             WHEN 'END'
               MOVE 'E' TO WS-FEE-POLICY-TYPE
             WHEN 'HOU'
               MOVE 'H' TO WS-FEE-POLICY-TYPE
             WHEN 'MOT'
               MOVE 'M' TO WS-FEE-POLICY-TYPE
             WHEN OTHER
               MOVE 'C' TO WS-FEE-POLICY-TYPE
           END-EVALUATE.
           EXIT.

      *================================================================*
      * Re-spreads the unbilled installments after an endorsement -   *
      * see WS-RSP-FIELDS.  Collected/refused rows keep their         *
      * amounts; only 'D' rows move.  A schedule insert or update     *
      * failure abends so the POLICY update backs out with it, the    *
      * same all-or-nothing stance P120-T-SCHEDULE takes at add.      *
      *================================================================*
       P125-T-RESPREAD.

           COMPUTE WS-RSP-DELTA =
              DB2-PAYMENT-INT - DB2-H-PAYMENT-INT.
           IF WS-RSP-DELTA = 0
              GO TO P125-EXIT
           END-IF.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-RSP-RATE-KEY)
                     RESP(WS-RSP-RESP)
           END-EXEC.
           IF WS-RSP-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-RSP-ADJ-MIN
           END-IF.

           MOVE ' SELECT SCH OPN' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
               INTO :DB2-RSP-CNT-INT, :DB2-RSP-SUM-DEC
               FROM PAYSCHED
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS       = 'D'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE DB2-RSP-CNT-INT TO WS-RSP-OPEN-COUNT.
           MOVE DB2-RSP-SUM-DEC TO WS-RSP-OPEN-TOTAL.

      *    Additional premium too small to be worth re-spreading -
      *    or with no unbilled rows left to spread over - bills as
      *    one adjustment installment.  A return premium with no
      *    unbilled rows has nothing to credit against and is left
      *    for the refund machinery.
           IF WS-RSP-DELTA > 0
              AND (WS-RSP-OPEN-COUNT = 0
                   OR WS-RSP-DELTA NOT GREATER THAN WS-RSP-ADJ-MIN)
              PERFORM P126-T-ADJ-INSTALLMENT
              GO TO P125-EXIT
           END-IF.
           IF WS-RSP-OPEN-COUNT = 0
              GO TO P125-EXIT
           END-IF.

           COMPUTE WS-RSP-NEW-TOTAL =
              WS-RSP-OPEN-TOTAL + WS-RSP-DELTA.
           IF WS-RSP-NEW-TOTAL < 0
              MOVE 0 TO WS-RSP-NEW-TOTAL
           END-IF.

           COMPUTE WS-RSP-PER-AMOUNT ROUNDED =
              WS-RSP-NEW-TOTAL / WS-RSP-OPEN-COUNT.
           COMPUTE WS-RSP-LAST-AMOUNT =
              WS-RSP-NEW-TOTAL
              - (WS-RSP-PER-AMOUNT * (WS-RSP-OPEN-COUNT - 1)).

           MOVE ' OPEN SCH OPN  ' TO EM-SQLREQ
           EXEC SQL
             DECLARE OPENSCH-CSR CURSOR FOR
               SELECT INSTALLMENTNUM
                 FROM PAYSCHED
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                  AND STATUS       = 'D'
                ORDER BY INSTALLMENTNUM
           END-EXEC

           EXEC SQL
             OPEN OPENSCH-CSR
           END-EXEC

           MOVE 0 TO WS-RSP-SUB.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RSP-SUB = 12
              EXEC SQL
                FETCH OPENSCH-CSR
                 INTO :DB2-INST-NUM-SINT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-RSP-SUB
                 MOVE DB2-INST-NUM-SINT
                   TO WS-RSP-INST-NUM(WS-RSP-SUB)
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE OPENSCH-CSR
           END-EXEC

           MOVE ' UPDATE SCH RSP' TO EM-SQLREQ
           PERFORM P127-T-RESPREAD-ROW
               VARYING WS-RSP-SUB FROM 1 BY 1
               UNTIL WS-RSP-SUB > WS-RSP-OPEN-COUNT
                  OR WS-RSP-SUB > 12.

       P125-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       P126-T-ADJ-INSTALLMENT.

           MOVE ' SELECT SCH MAX' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(INSTALLMENTNUM), 0) + 1
               INTO :DB2-RSP-MAX-SINT
               FROM PAYSCHED
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           PERFORM P145-GET-TODAY-ISO.
           MOVE WS-VEL-TODAY-ISO TO WS-RSP-DUE-DATE.
           IF WS-RSP-DUE-DATE(9:2) > '28'
              MOVE '28' TO WS-RSP-DUE-DATE(9:2)
           END-IF.

           MOVE WS-RSP-DELTA TO DB2-INST-AMT-DEC.

           MOVE ' INSERT SCH ADJ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PAYSCHED
                       ( POLICYNUMBER,
                         INSTALLMENTNUM,
                         DUEDATE,
                         AMOUNT,
                         STATUS         )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-RSP-MAX-SINT,
                         :WS-RSP-DUE-DATE,
                         :DB2-INST-AMT-DEC,
                         'D'             )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       P127-T-RESPREAD-ROW.

           MOVE WS-RSP-INST-NUM(WS-RSP-SUB) TO DB2-INST-NUM-SINT.
           IF WS-RSP-SUB = WS-RSP-OPEN-COUNT
              MOVE WS-RSP-LAST-AMOUNT TO DB2-INST-AMT-DEC
           ELSE
              MOVE WS-RSP-PER-AMOUNT TO DB2-INST-AMT-DEC
           END-IF.

           EXEC SQL
             UPDATE PAYSCHED
                SET AMOUNT = :DB2-INST-AMT-DEC
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND INSTALLMENTNUM = :DB2-INST-NUM-SINT
                AND STATUS         = 'D'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *================================================================*
      * Before-image capture for '02ACOM' amends - selects the POLICY  *
      * row as it stands before P105-T-AMEND's UPDATE overwrites it,   *
      * and files it to POLICYHIST so the prior version isn't lost.    *
      * Audit-only: a failure here does not stop the amend itself,     *
      * which still runs and reports its own SQLCODE independently.    *
      *================================================================*
       P106-T-HISTORY.

           MOVE ' SELECT HIST   ' TO EM-SQLREQ
           EXEC SQL
             SELECT ISSUEDATE, EXPIRYDATE, BROKERID,
                    BROKERSREFERENCE, PAYMENT
               INTO :WS-HIST-ISSUE-DATE, :WS-HIST-EXPIRY-DATE,
                    :DB2-H-BROKERID-INT, :WS-HIST-BROKERSREF,
                    :DB2-H-PAYMENT-INT
               FROM POLICY
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE = 0
              MOVE ' INSERT HIST   ' TO EM-SQLREQ
              EXEC SQL
                INSERT INTO POLICYHIST
                    (POLICYNUMBER, CUSTOMERNUMBER, ISSUEDATE,
                     EXPIRYDATE, BROKERID, BROKERSREFERENCE,
                     PAYMENT, CHANGETYPE, CHANGEDBY, CHANGEDTERM,
                     CHANGEDTIMESTAMP)
                  VALUES
                    (:DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                     :WS-HIST-ISSUE-DATE, :WS-HIST-EXPIRY-DATE,
                     :DB2-H-BROKERID-INT, :WS-HIST-BROKERSREF,
                     :DB2-H-PAYMENT-INT, 'A', :WS-AUD-BY,
                     :WS-TERMID, CURRENT TIMESTAMP)
              END-EXEC
           END-IF.
           EXIT.

      *================================================================*
      * Issue INSERT on endowment table using values passed in commarea*
      *================================================================*
       P200-E.

      *    Move numeric fields to integer format
           MOVE CA-E-TERM        TO DB2-E-TERM-SINT
           MOVE CA-E-SUM-ASSURED TO DB2-E-SUMASSURED-INT

           MOVE ' INSERT ENDOW ' TO EM-SQLREQ
      *----------------------------------------------------------------*
      *    There are 2 versions of INSERT...                           *
      *      one which updates all fields including Varchar            *
      *      one which updates all fields Except Varchar               *
      *----------------------------------------------------------------*
           SUBTRACT WS-REQUIRED-CA-LEN FROM EIBCALEN
               GIVING WS-VARY-LEN

           IF WS-VARY-LEN IS GREATER THAN ZERO
      *       Commarea contains data for Varchar field
              MOVE CA-E-PADDING-DATA
                  TO WS-VARY-CHAR(1:WS-VARY-LEN)
           END-IF

      *    Retries a transient deadlock/lock-timeout (SQLCODE -911/
      *    -913) up to WS-SQL-MAX-RETRIES times with a short EXEC CICS
      *    DELAY between attempts before falling back to the ABEND
      *    below - any other SQLCODE still abends on the first try.
           MOVE 0 TO WS-SQL-RETRY-COUNT.
           MOVE 'N' TO WS-SQL-OK.
           PERFORM UNTIL WS-SQL-OK = 'Y'
                      OR WS-SQL-RETRY-COUNT > WS-SQL-MAX-RETRIES
              IF WS-VARY-LEN IS GREATER THAN ZERO
                 EXEC SQL
                   INSERT INTO ENDOWMENT
                             ( POLICYNUMBER,
                               WITHPROFITS,
                               EQUITIES,
                               MANAGEDFUND,
                               FUNDNAME,
                               TERM,
                               SUMASSURED,
                               LIFEASSURED,
                               PADDINGDATA    )
                      VALUES ( :DB2-POLICYNUM-INT,
                               :CA-E-W-PRO,
                               :CA-E-EQU,
                               :CA-E-M-FUN,
                               :CA-E-FUND-NAME,
                               :DB2-E-TERM-SINT,
                               :DB2-E-SUMASSURED-INT,
                               :CA-E-LIFE-ASSURED,
                               :WS-VARY-FIELD )
                 END-EXEC
              ELSE
                 EXEC SQL
                   INSERT INTO ENDOWMENT
                             ( POLICYNUMBER,
                               WITHPROFITS,
                               EQUITIES,
                               MANAGEDFUND,
                               FUNDNAME,
                               TERM,
                               SUMASSURED,
                               LIFEASSURED    )
                      VALUES ( :DB2-POLICYNUM-INT,
                               :CA-E-W-PRO,
                               :CA-E-EQU,
                               :CA-E-M-FUN,
                               :CA-E-FUND-NAME,
                               :DB2-E-TERM-SINT,
                               :DB2-E-SUMASSURED-INT,
                               :CA-E-LIFE-ASSURED )
                 END-EXEC
              END-IF
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-SQL-OK
              ELSE
             MOVE '90' TO WS-SQL-GENERIC-RC
             PERFORM DETERMINE-SQL-FAILURE-CODE
             PERFORM WRITE-ERROR-MESSAGE
      *      Issue Abend to cause backout of update to Policy table
             EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
             EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
      * '02AEND' endowment endorsement - UPDATE the existing          *
      * ENDOWMENT row in place, the same keep-the-policy-number       *
      * stance P105-T-AMEND takes on the common POLICY row (which     *
      * has already been updated, with its before-image on            *
      * POLICYHIST, by the time this runs).  The delete-and-re-add    *
      * workaround this replaces broke the policy number, the        *
      * payment schedule and the history chain.                       *
      *================================================================*
       P205-E-AMEND.

           MOVE CA-E-TERM        TO DB2-E-TERM-SINT
           MOVE CA-E-SUM-ASSURED TO DB2-E-SUMASSURED-INT

           MOVE ' UPDATE ENDOW A' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDOWMENT
                SET WITHPROFITS  = :CA-E-W-PRO,
                    EQUITIES     = :CA-E-EQU,
                    MANAGEDFUND  = :CA-E-M-FUN,
                    FUNDNAME     = :CA-E-FUND-NAME,
                    TERM         = :DB2-E-TERM-SINT,
                    SUMASSURED   = :DB2-E-SUMASSURED-INT,
                    LIFEASSURED  = :CA-E-LIFE-ASSURED
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
      * '02SEND' fund-switch/rebalancing - lets an existing endowment   *
      * policy move between the WITHPROFITS/EQUITIES/MANAGEDFUND funds  *
      * and/or change its managed-fund name, without touching the       *
      * common POLICY row P105-T-AMEND maintains beyond its            *
      * LASTCHANGED stamp (P099), so a switch overtakes any request    *
      * keyed against the policy before it.  At least one fund flag    *
      * must still be 'Y' after the switch - a policy can't be         *
      * rebalanced out of every fund it's in.                          *
      *================================================================*
       P210-E-SWITCH.

           IF CA-E-W-PRO NOT = 'Y' AND CA-E-EQU NOT = 'Y'
              AND CA-E-M-FUN NOT = 'Y'
              MOVE '89' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.

      *    The as-was fund flags, captured before the rebalance so
      *    the switch-history row below records what the customer
      *    moved FROM as well as to.
           MOVE SPACES TO WS-FSW-OLD.
           EXEC SQL
             SELECT COALESCE(WITHPROFITS, ' '),
                    COALESCE(EQUITIES, ' '),
                    COALESCE(MANAGEDFUND, ' ')
               INTO :WS-FSW-OLD-WP, :WS-FSW-OLD-EQ, :WS-FSW-OLD-MF
               FROM ENDOWMENT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.

           PERFORM P099-STAMP-POLICY THRU P099-EXIT.

           MOVE ' UPDATE ENDOW  ' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDOWMENT
                SET WITHPROFITS   = :CA-E-W-PRO,
                    EQUITIES      = :CA-E-EQU,
                    MANAGEDFUND   = :CA-E-M-FUN,
                    FUNDNAME      = :CA-E-FUND-NAME
              WHERE POLICYNUMBER  = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           Evaluate SQLCODE

             When 0
               MOVE '00' TO CA-RETURN-CODE

             When 100
      *        Policy not found - nothing to switch
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC

             When -530
               MOVE '70' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC

             When Other
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC

           END-Evaluate.

      *    Each rebalance lands on the switch-history table - the
      *    system of record the annual statement's SWITCHHX unload
      *    reads the year's movements from.  Best effort: the switch
      *    itself already stands on the ENDOWMENT row.
           MOVE CA-E-W-PRO TO WS-FSW-NEW-WP.
           MOVE CA-E-EQU   TO WS-FSW-NEW-EQ.
           MOVE CA-E-M-FUN TO WS-FSW-NEW-MF.

           MOVE ' INSERT FSWITCH' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO FUNDSWITCH
                 (POLICYNUMBER, SWITCHDATE, OLDFUNDS, NEWFUNDS)
               VALUES
                 (:DB2-POLICYNUM-INT, CURRENT DATE,
                  :WS-FSW-OLD, :WS-FSW-NEW)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

       P300-H.

           PERFORM P310-H-FLOOD-RISK-SCORE.

           PERFORM P316-H-UNDERINSURED-WARN.

           PERFORM P320-H-CONTENTS-RATING THRU P320-EXIT.

           MOVE CA-H-VAL       TO DB2-H-VALUE-INT
           MOVE CA-H-BED    TO DB2-H-BEDROOMS-SINT
           MOVE CA-H-CONTENTS-VAL TO DB2-H-CONTENTS-INT
           MOVE WS-RBC-ESTIMATE   TO DB2-H-REBUILD-INT

           MOVE ' INSERT HOUSE ' TO EM-SQLREQ
           MOVE 0 TO WS-SQL-RETRY-COUNT.
           MOVE 'N' TO WS-SQL-OK.
           PERFORM UNTIL WS-SQL-OK = 'Y'
                      OR WS-SQL-RETRY-COUNT > WS-SQL-MAX-RETRIES
              EXEC SQL
                INSERT INTO HOUSE
                          ( POLICYNUMBER,
                            PROPERTYTYPE,
                            BEDROOMS,
                            VALUE,
                            CONTENTSVALUE,
                            HOUSENAME,
                            HOUSENUMBER,
                            POSTCODE,
                            REBUILDCOST       )
                   VALUES ( :DB2-POLICYNUM-INT,
                            :CA-H-P-TYP,
                            :DB2-H-BEDROOMS-SINT,
                            :DB2-H-VALUE-INT,
                            :DB2-H-CONTENTS-INT,
                            :CA-H-H-NAM,
                            :CA-H-HOUSE-NUMBER,
                            :CA-H-PCD,
                            :DB2-H-REBUILD-INT )
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-SQL-OK
              ELSE
                 IF (SQLCODE = -911 OR SQLCODE = -913)
                    AND WS-SQL-RETRY-COUNT < WS-SQL-MAX-RETRIES
                    ADD 1 TO WS-SQL-RETRY-COUNT
                    EXEC CICS DELAY INTERVAL(000001) END-EXEC
                 ELSE
                    ADD WS-SQL-MAX-RETRIES TO WS-SQL-RETRY-COUNT
                    ADD 1 TO WS-SQL-RETRY-COUNT
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-SQL-OK NOT = 'Y'
             MOVE '90' TO WS-SQL-GENERIC-RC
             PERFORM DETERMINE-SQL-FAILURE-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P330-H-STORE-ITEMS THRU P330-EXIT.

           PERFORM P340-H-FLOOD-POOL THRU P340-EXIT.

           PERFORM P175-BUNDLE-WORKSHEET THRU P175-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      * Contents and scheduled-item rating - see WS-HCN-FIELDS.       *
      * P100-T has already inserted the POLICY row with the premium   *
      * as keyed by the time this runs, so once the contents loading  *
      * is known the row is brought up to date with an UPDATE and     *
      * CA-PAYMENT reflects it back to the caller.                    *
      *----------------------------------------------------------------*
       P320-H-CONTENTS-RATING.

           MOVE 0 TO WS-HCN-PREMIUM.

           IF CA-H-CONTENTS-VAL > 0
              COMPUTE WS-HCN-ADD ROUNDED =
                 CA-H-CONTENTS-VAL * WS-HCN-CONTENTS-RATE
              ADD WS-HCN-ADD TO WS-HCN-PREMIUM
           END-IF.

           PERFORM VARYING WS-HCN-SUB FROM 1 BY 1
             UNTIL WS-HCN-SUB > CA-H-ITEM-COUNT
                OR WS-HCN-SUB > 5
              IF CA-H-ITEM-VALUE(WS-HCN-SUB) > WS-HCN-ITEM-LIMIT
                 MOVE '74' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              EVALUATE CA-H-ITEM-CAT(WS-HCN-SUB)
                 WHEN 'JEWELLERY'
                    MOVE 0.0200 TO WS-HCN-RATE
                 WHEN 'ART'
                    MOVE 0.0150 TO WS-HCN-RATE
                 WHEN 'ELECTRONIC'
                    MOVE 0.0100 TO WS-HCN-RATE
                 WHEN OTHER
                    MOVE 0.0100 TO WS-HCN-RATE
              END-EVALUATE
              COMPUTE WS-HCN-ADD ROUNDED =
                 CA-H-ITEM-VALUE(WS-HCN-SUB) * WS-HCN-RATE
              ADD WS-HCN-ADD TO WS-HCN-PREMIUM
      *       An unproven item over half the limit is cover we may
      *       not be able to settle - referred, not rejected.
              IF CA-H-ITEM-PROOF(WS-HCN-SUB) NOT = 'Y'
                 AND CA-H-ITEM-VALUE(WS-HCN-SUB) * 2
                     > WS-HCN-ITEM-LIMIT
                 MOVE 1 TO CA-H-STATUS
                 MOVE 'Specified Item Without Proof - Pending'
                   TO CA-H-REJECT-REASON
              END-IF
           END-PERFORM.

           IF WS-HCN-PREMIUM > 0
              ADD WS-HCN-PREMIUM TO CA-PAYMENT
              MOVE CA-PAYMENT TO DB2-PAYMENT-INT
              MOVE ' UPDATE POL HCN' TO EM-SQLREQ
              EXEC SQL
                UPDATE POLICY
                   SET PAYMENT = :DB2-PAYMENT-INT
                 WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
              END-EXEC
           END-IF.

       P320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Files the specified items as child rows under the policy -    *
      * best effort like the driver rows.                              *
      *----------------------------------------------------------------*
       P330-H-STORE-ITEMS.

           IF CA-H-ITEM-COUNT = 0
              GO TO P330-EXIT
           END-IF.

           MOVE ' INSERT HOUSITM' TO EM-SQLREQ.
           PERFORM VARYING WS-HCN-SUB FROM 1 BY 1
             UNTIL WS-HCN-SUB > CA-H-ITEM-COUNT
                OR WS-HCN-SUB > 5
              MOVE WS-HCN-SUB TO DB2-HI-SEQ-SINT
              MOVE CA-H-ITEM-DESC(WS-HCN-SUB)  TO WS-HI-DESC
              MOVE CA-H-ITEM-CAT(WS-HCN-SUB)   TO WS-HI-CAT
              MOVE CA-H-ITEM-VALUE(WS-HCN-SUB) TO DB2-HI-VALUE-INT
              MOVE CA-H-ITEM-PROOF(WS-HCN-SUB) TO WS-HI-PROOF
              EXEC SQL
                INSERT INTO HOUSEITEM
                          ( POLICYNUMBER,
                            ITEMSEQ,
                            ITEMDESC,
                            CATEGORY,
                            ITEMVALUE,
                            PROOFHELD )
                   VALUES ( :DB2-POLICYNUM-INT,
                            :DB2-HI-SEQ-SINT,
                            :WS-HI-DESC,
                            :WS-HI-CAT,
                            :DB2-HI-VALUE-INT,
                            :WS-HI-PROOF )
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM WRITE-ERROR-MESSAGE
                 MOVE 9 TO WS-HCN-SUB
              END-IF
           END-PERFORM.

       P330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Flood pool cession - see WS-FPL-BAND-MATRIX.  Runs once the   *
      * HOUSE row is filed, so a bind the pool is ceded on always has *
      * its house behind it.  A cession that can't be filed abends    *
      * the bind the way a failed HOUSE insert does: a high flood     *
      * risk bound without its cession is exactly the exposure the    *
      * pool exists to take off the book.                             *
      *----------------------------------------------------------------*
       P340-H-FLOOD-POOL.

           MOVE 'N'    TO CA-H-FLOOD-POOL.
           MOVE SPACE  TO CA-H-FLOOD-BAND.
           MOVE 0      TO CA-H-FLOOD-PREMIUM.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-FPL-SCORE-KEY)
                     RESP(WS-FPL-RESP)
           END-EXEC.
           IF WS-FPL-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-FPL-THRESHOLD
           END-IF.

           IF CA-H-RISK-SCORE NOT > WS-FPL-THRESHOLD
              GO TO P340-EXIT
           END-IF.

      *    Last band has the all-nines ceiling, so one always fits.
           MOVE 'N' TO WS-FPL-FOUND.
           PERFORM VARYING WS-FPL-SUB FROM 1 BY 1
             UNTIL WS-FPL-SUB > 8 OR WS-FPL-FOUND = 'Y'
              IF CA-H-VAL NOT > WS-FPL-BAND-CEILING(WS-FPL-SUB)
                 MOVE 'Y' TO WS-FPL-FOUND
                 MOVE WS-FPL-BAND-CODE(WS-FPL-SUB) TO WS-FPL-BAND
                 MOVE WS-FPL-BAND-PREMIUM(WS-FPL-SUB)
                   TO DB2-FPL-PREMIUM-DEC
              END-IF
           END-PERFORM.

           MOVE CA-H-RISK-SCORE TO DB2-FPL-SCORE-SINT.

           MOVE ' INSERT FLDCESS' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO FLOODCESSION
                       ( POLICYNUMBER,
                         CESSIONDATE,
                         COUNCILBAND,
                         RISKSCORE,
                         HOUSEVALUE,
                         FLOODPREMIUM,
                         STATUS )
                VALUES ( :DB2-POLICYNUM-INT,
                         CURRENT DATE,
                         :WS-FPL-BAND,
                         :DB2-FPL-SCORE-SINT,
                         :DB2-H-VALUE-INT,
                         :DB2-FPL-PREMIUM-DEC,
                         'A' )
           END-EXEC

           IF SQLCODE NOT = 0
             MOVE '90' TO WS-SQL-GENERIC-RC
             PERFORM DETERMINE-SQL-FAILURE-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'Y'                 TO CA-H-FLOOD-POOL.
           MOVE WS-FPL-BAND         TO CA-H-FLOOD-BAND.
           MOVE DB2-FPL-PREMIUM-DEC TO CA-H-FLOOD-PREMIUM.

       P340-EXIT.
           EXIT.

      *================================================================*
      * '02AHOU' house endorsement - the bedroom extension case.      *
      * Re-rates through the same P310 flood/subsidence score and     *
      * P320 contents rating the add path uses, so an endorsed house  *
      * prices exactly as a fresh one would, then UPDATEs the HOUSE   *
      * row in place and replaces the specified-item schedule with    *
      * the set as keyed (the same replace-don't-interleave stance    *
      * P985 takes with the rating worksheet).                        *
      *================================================================*
       P305-H-AMEND.

           PERFORM P310-H-FLOOD-RISK-SCORE.

           PERFORM P316-H-UNDERINSURED-WARN.

           PERFORM P320-H-CONTENTS-RATING THRU P320-EXIT.

           MOVE CA-H-VAL          TO DB2-H-VALUE-INT
           MOVE CA-H-BED          TO DB2-H-BEDROOMS-SINT
           MOVE CA-H-CONTENTS-VAL TO DB2-H-CONTENTS-INT
           MOVE WS-RBC-ESTIMATE   TO DB2-H-REBUILD-INT

           MOVE ' UPDATE HOUSE A' TO EM-SQLREQ
           EXEC SQL
             UPDATE HOUSE
                SET PROPERTYTYPE  = :CA-H-P-TYP,
                    BEDROOMS      = :DB2-H-BEDROOMS-SINT,
                    VALUE         = :DB2-H-VALUE-INT,
                    CONTENTSVALUE = :DB2-H-CONTENTS-INT,
                    HOUSENAME     = :CA-H-H-NAM,
                    HOUSENUMBER   = :CA-H-HOUSE-NUMBER,
                    POSTCODE      = :CA-H-PCD,
                    REBUILDCOST   = :DB2-H-REBUILD-INT
              WHERE POLICYNUMBER  = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE ' DELETE HOUSITM' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM HOUSEITEM
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           PERFORM P330-H-STORE-ITEMS THRU P330-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      * Online flood/subsidence risk score for a house policy, using   *
      * the same base-risk/location-factor shape RISKPROG applies to   *
      * its commercial extract: a base risk by property type, scaled   *
      * up by a location factor built from the peril levels for the    *
      * postcode.  RISKPROG works off numeric peril codes already on   *
      * its input extract; here the peril levels come off a postcode   *
      * lookup since a house application only gives us the address.    *
      * The result is filed in CA-H-RISK-SCORE/CA-H-STATUS the same    *
      * way LGCOMCAL hands its commercial risk score and status back.  *
      *----------------------------------------------------------------*
       P310-H-FLOOD-RISK-SCORE.
           EVALUATE CA-H-P-TYP
              WHEN 'DETACHED'
                 MOVE 1.00 TO WS-H-BASE-RISK
              WHEN 'SEMI'
                 MOVE 1.25 TO WS-H-BASE-RISK
              WHEN 'TERRACED'
                 MOVE 1.50 TO WS-H-BASE-RISK
              WHEN 'FLAT'
                 MOVE 1.75 TO WS-H-BASE-RISK
              WHEN OTHER
                 MOVE 1.75 TO WS-H-BASE-RISK
           END-EVALUATE.

           MOVE 'N' TO WS-H-TABLE-FOUND.
           PERFORM VARYING WS-H-SUB FROM 1 BY 1
             UNTIL WS-H-SUB > 6 OR WS-H-TABLE-FOUND = 'Y'
              IF CA-H-PCD(1:2) = WS-H-FLOOD-CODE(WS-H-SUB)
                 MOVE 'Y' TO WS-H-TABLE-FOUND
                 MOVE WS-H-FLOOD-PERIL(WS-H-SUB) TO WS-H-FLOOD-LEVEL
                 MOVE WS-H-SUBS-PERIL(WS-H-SUB)  TO WS-H-SUBS-LEVEL
              END-IF
           END-PERFORM.
           IF WS-H-TABLE-FOUND = 'N'
              MOVE WS-H-FLOOD-DEFAULT TO WS-H-FLOOD-LEVEL
              MOVE WS-H-SUBS-DEFAULT  TO WS-H-SUBS-LEVEL
           END-IF.

           COMPUTE WS-H-LOCATION-FACTOR = 1 +
              (WS-H-FLOOD-LEVEL * 0.15) +
              (WS-H-SUBS-LEVEL  * 0.15).

           COMPUTE WS-H-FINAL-RISK ROUNDED =
              WS-H-BASE-RISK * WS-H-LOCATION-FACTOR.

           IF WS-H-FINAL-RISK > 9.99
              MOVE 9.99 TO WS-H-FINAL-RISK
           END-IF.

           COMPUTE CA-H-RISK-SCORE = WS-H-FINAL-RISK * 100.

           EVALUATE TRUE
              WHEN WS-H-FINAL-RISK < 3.00
                 MOVE 0 TO CA-H-STATUS
                 MOVE SPACES TO CA-H-REJECT-REASON
              WHEN WS-H-FINAL-RISK < 6.00
                 MOVE 1 TO CA-H-STATUS
                 MOVE 'Medium Flood/Subsidence Risk - Pending Review'
                   TO CA-H-REJECT-REASON
              WHEN OTHER
                 MOVE 2 TO CA-H-STATUS
                 MOVE 'High Flood/Subsidence Risk - Manual Review'
                   TO CA-H-REJECT-REASON
           END-EVALUATE.

           EXIT.

      *================================================================*
      * Rebuild-cost gate for a house add or amend - see               *
      * WS-RBC-FIELDS.  Runs ahead of any POLICY write so a referral   *
      * parks before anything is filed.  An approved re-drive still    *
      * needs the estimate for the HOUSE row and the warning, but the  *
      * referral has already been ruled on.                            *
      *================================================================*
       P315-H-REBUILD-CHECK.

           MOVE 'N' TO WS-RBC-WARN.
           MOVE 0   TO WS-RBC-ESTIMATE.
           MOVE CA-H-BED TO WS-RBC-BEDS.
           IF WS-RBC-BEDS = 0
              MOVE 1 TO WS-RBC-BEDS
           END-IF.

           MOVE CA-H-P-TYP(1:8) TO WS-RBC-KEY-TYPE.
           MOVE WS-RBC-BEDS     TO WS-RBC-KEY-BEDS.
           MOVE CA-H-PCD(1:2)   TO WS-RBC-KEY-AREA.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-RBC-KEY)
                     RESP(WS-RBC-RESP)
           END-EXEC.
           IF WS-RBC-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-RBC-KEY-AREA
              EXEC CICS READ FILE('LGRATES')
                        INTO(LGRATES-RECORD)
                        RIDFLD(WS-RBC-KEY)
                        RESP(WS-RBC-RESP)
              END-EXEC
           END-IF.

           IF WS-RBC-RESP = DFHRESP(NORMAL) AND RT-FACTOR > 0
              MOVE RT-FACTOR TO WS-RBC-ESTIMATE
           ELSE
              EVALUATE CA-H-P-TYP
                 WHEN 'DETACHED'
                    MOVE 0095000 TO WS-RBC-PER-BED
                 WHEN 'SEMI'
                    MOVE 0080000 TO WS-RBC-PER-BED
                 WHEN 'TERRACED'
                    MOVE 0070000 TO WS-RBC-PER-BED
                 WHEN 'FLAT'
                    MOVE 0060000 TO WS-RBC-PER-BED
                 WHEN OTHER
                    MOVE 0075000 TO WS-RBC-PER-BED
              END-EVALUATE
              COMPUTE WS-RBC-ESTIMATE = WS-RBC-PER-BED * WS-RBC-BEDS
           END-IF.

           IF WS-RBC-ESTIMATE = 0
              GO TO P315-EXIT
           END-IF.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-RBC-WARN-KEY)
                     RESP(WS-RBC-RESP)
           END-EXEC.
           IF WS-RBC-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-RBC-WARN-PCT
           END-IF.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-RBC-REFER-KEY)
                     RESP(WS-RBC-RESP)
           END-EXEC.
           IF WS-RBC-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-RBC-REFER-PCT
           END-IF.

      *    Insured at or above the estimate is never short.
           IF CA-H-VAL NOT LESS THAN WS-RBC-ESTIMATE
              GO TO P315-EXIT
           END-IF.

           COMPUTE WS-RBC-VALUE-PCT =
              (CA-H-VAL * 100) / WS-RBC-ESTIMATE.

           IF WS-RBC-VALUE-PCT NOT LESS THAN WS-RBC-WARN-PCT
              GO TO P315-EXIT
           END-IF.

           MOVE 'Y' TO WS-RBC-WARN.

           IF WS-RBC-VALUE-PCT < WS-RBC-REFER-PCT
              AND WS-REDRIVEN-BIND = 'N'
              PERFORM P103-PARK-BACKDATED
           END-IF.

       P315-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Puts the underinsurance warning on CA-H-STATUS once P310 has  *
      * set its flood verdict - a flood referral already on the       *
      * status outranks it and is left as it stands.                 *
      *----------------------------------------------------------------*
       P316-H-UNDERINSURED-WARN.

           IF WS-RBC-WARN = 'Y' AND CA-H-STATUS = 0
              MOVE WS-RBC-VALUE-PCT TO WS-RBC-VALUE-PCT-ED
              MOVE WS-RBC-ESTIMATE  TO WS-RBC-EST-ED
              MOVE 1 TO CA-H-STATUS
              MOVE SPACES TO CA-H-REJECT-REASON
              STRING 'Underinsured - ' WS-RBC-VALUE-PCT-ED
                     '% of Rebuild Est ' WS-RBC-EST-ED
                  DELIMITED BY SIZE INTO CA-H-REJECT-REASON
           END-IF.

           EXIT.

       P400-M.

           PERFORM P410-M-ACCIDENT-SURCHARGE.

           PERFORM P412-M-VEHICLE-GROUP THRU P412-EXIT.

           PERFORM P420-M-DRIVER-RATING THRU P420-EXIT.

           PERFORM P425-M-NCD-DISCOUNT THRU P425-EXIT.

      *    Move numeric fields to integer format
           MOVE CA-M-VALUE       TO DB2-M-VALUE-INT
           MOVE CA-M-CC          TO DB2-M-CC-SINT
           MOVE CA-M-PREMIUM     TO DB2-M-PREMIUM-INT
           MOVE CA-M-ACCIDENTS   TO DB2-M-ACCIDENTS-INT
           MOVE CA-M-NCD-LEVEL   TO DB2-M-NCD-SINT
           MOVE WS-VEH-GROUP     TO DB2-M-GROUP-SINT

           MOVE ' INSERT MOTOR ' TO EM-SQLREQ
           MOVE 0 TO WS-SQL-RETRY-COUNT.
           MOVE 'N' TO WS-SQL-OK.
           PERFORM UNTIL WS-SQL-OK = 'Y'
                      OR WS-SQL-RETRY-COUNT > WS-SQL-MAX-RETRIES
              EXEC SQL
                INSERT INTO MOTOR
                          ( POLICYNUMBER,
                            MAKE,
                            MODEL,
                            VALUE,
                            REGNUMBER,
                            COLOUR,
                            CC,
                            YEAROFMANUFACTURE,
                            PREMIUM,
                            ACCIDENTS,
                            NCDLEVEL,
                            RATINGGROUP )
                   VALUES ( :DB2-POLICYNUM-INT,
                            :CA-M-MAKE,
                            :CA-M-MODEL,
                            :DB2-M-VALUE-INT,
                            :CA-M-REGNUMBER,
                            :CA-M-COLOUR,
                            :DB2-M-CC-SINT,
                            :CA-M-MANUFACTURED,
                            :DB2-M-PREMIUM-INT,
                            :DB2-M-ACCIDENTS-INT,
                            :DB2-M-NCD-SINT,
                            :DB2-M-GROUP-SINT )
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-SQL-OK
              ELSE
                 IF (SQLCODE = -911 OR SQLCODE = -913)
                    AND WS-SQL-RETRY-COUNT < WS-SQL-MAX-RETRIES
           END-PERFORM.

           IF WS-SQL-OK NOT = 'Y'
             MOVE '90' TO WS-SQL-GENERIC-RC
             PERFORM DETERMINE-SQL-FAILURE-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P430-M-STORE-DRIVERS THRU P430-EXIT.

           PERFORM P175-BUNDLE-WORKSHEET THRU P175-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      * Age-and-experience loading off the named drivers - pricing a  *
      * nineteen-year-old and a fifty-five-year-old identically on    *
      * the same vehicle is not underwriting.  The loading bands off  *
      * the youngest driver's age and the shortest licence held, and  *
      * a conviction on any driver adds a flat surcharge; all of it   *
      * multiplies CA-M-PREMIUM in place after the accident           *
      * surcharge, the same reflect-back-to-the-caller stance P410    *
      * takes.  A policy keyed with no named drivers rates exactly    *
      * as it always has.                                              *
      *----------------------------------------------------------------*
       P420-M-DRIVER-RATING.

           IF CA-M-DRIVER-COUNT = 0
              GO TO P420-EXIT
           END-IF.

           PERFORM P145-GET-TODAY-ISO.
           MOVE WS-VEL-TODAY-CYMD(1:4) TO WS-DRV-RUN-YEAR.

           MOVE 999 TO WS-DRV-YOUNGEST.
           MOVE 99  TO WS-DRV-MIN-LICYRS.
           MOVE 'N' TO WS-DRV-CONVICTED.

           PERFORM VARYING WS-DRV-SUB FROM 1 BY 1
             UNTIL WS-DRV-SUB > CA-M-DRIVER-COUNT
                OR WS-DRV-SUB > 5
              MOVE CA-M-DRV-DOB(WS-DRV-SUB)(1:4)
                TO WS-DRV-DOB-YEAR
              COMPUTE WS-DRV-AGE =
                 WS-DRV-RUN-YEAR - WS-DRV-DOB-YEAR
              IF WS-DRV-AGE < WS-DRV-YOUNGEST
                 MOVE WS-DRV-AGE TO WS-DRV-YOUNGEST
              END-IF
              IF CA-M-DRV-LICYRS(WS-DRV-SUB) < WS-DRV-MIN-LICYRS
                 MOVE CA-M-DRV-LICYRS(WS-DRV-SUB)
                   TO WS-DRV-MIN-LICYRS
              END-IF
              IF CA-M-DRV-CONVICT(WS-DRV-SUB) = 'Y'
                 MOVE 'Y' TO WS-DRV-CONVICTED
              END-IF
           END-PERFORM.

           MOVE 100 TO WS-DRV-LOAD-PCT.
           EVALUATE TRUE
              WHEN WS-DRV-YOUNGEST < 21
                 ADD 75 TO WS-DRV-LOAD-PCT
              WHEN WS-DRV-YOUNGEST < 25
                 ADD 40 TO WS-DRV-LOAD-PCT
              WHEN WS-DRV-YOUNGEST < 30
                 ADD 15 TO WS-DRV-LOAD-PCT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WS-DRV-MIN-LICYRS < 2
                 ADD 20 TO WS-DRV-LOAD-PCT
              WHEN WS-DRV-MIN-LICYRS < 5
                 ADD 10 TO WS-DRV-LOAD-PCT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-DRV-CONVICTED = 'Y'
              ADD 25 TO WS-DRV-LOAD-PCT
           END-IF.

           COMPUTE CA-M-PREMIUM =
              (CA-M-PREMIUM * WS-DRV-LOAD-PCT) / 100.

       P420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Files the named drivers against the policy - best effort,     *
      * like the referral queue: the add stands even if a driver row  *
      * fails to file, and the failure is on the log.                 *
      *----------------------------------------------------------------*
       P430-M-STORE-DRIVERS.

           IF CA-M-DRIVER-COUNT = 0
              GO TO P430-EXIT
           END-IF.

           MOVE ' INSERT MOTDRV ' TO EM-SQLREQ.
           PERFORM VARYING WS-DRV-SUB FROM 1 BY 1
             UNTIL WS-DRV-SUB > CA-M-DRIVER-COUNT
                OR WS-DRV-SUB > 5
              MOVE WS-DRV-SUB TO DB2-DRV-SEQ-SINT
              MOVE CA-M-DRV-NAME(WS-DRV-SUB) TO WS-DRV-NAME
              MOVE CA-M-DRV-DOB(WS-DRV-SUB)  TO WS-DRV-DOB
              MOVE CA-M-DRV-LICYRS(WS-DRV-SUB)
                TO DB2-DRV-LICYRS-SINT
              MOVE CA-M-DRV-CONVICT(WS-DRV-SUB) TO WS-DRV-CONVICT
              EXEC SQL
                INSERT INTO MOTORDRV
                          ( POLICYNUMBER,
                            DRIVERSEQ,
                            DRIVERNAME,
                            DATEOFBIRTH,
                            LICENCEYEARS,
                            CONVICTION )
                   VALUES ( :DB2-POLICYNUM-INT,
                            :DB2-DRV-SEQ-SINT,
                            :WS-DRV-NAME,
                            :WS-DRV-DOB,
                            :DB2-DRV-LICYRS-SINT,
                            :WS-DRV-CONVICT )
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM WRITE-ERROR-MESSAGE
                 MOVE 9 TO WS-DRV-SUB
              END-IF
           END-PERFORM.

       P430-EXIT.
           EXIT.

      *================================================================*
      * '02AMOT' motor endorsement - the vehicle-change case.         *
      * Re-rates through the same P410 accident surcharge and P420    *
      * driver rating the add path uses, UPDATEs the MOTOR row in     *
      * place, and replaces the named-driver rows with the set as     *
      * keyed.                                                         *
      *================================================================*
       P405-M-AMEND.

           PERFORM P410-M-ACCIDENT-SURCHARGE.

           PERFORM P412-M-VEHICLE-GROUP THRU P412-EXIT.

           PERFORM P420-M-DRIVER-RATING THRU P420-EXIT.

           PERFORM P425-M-NCD-DISCOUNT THRU P425-EXIT.

           MOVE CA-M-VALUE       TO DB2-M-VALUE-INT
           MOVE CA-M-CC          TO DB2-M-CC-SINT
           MOVE CA-M-PREMIUM     TO DB2-M-PREMIUM-INT
           MOVE CA-M-ACCIDENTS   TO DB2-M-ACCIDENTS-INT
           MOVE CA-M-NCD-LEVEL   TO DB2-M-NCD-SINT
           MOVE WS-VEH-GROUP     TO DB2-M-GROUP-SINT

           MOVE ' UPDATE MOTOR A' TO EM-SQLREQ
           EXEC SQL
             UPDATE MOTOR
                SET MAKE              = :CA-M-MAKE,
                    MODEL             = :CA-M-MODEL,
                    VALUE             = :DB2-M-VALUE-INT,
                    REGNUMBER         = :CA-M-REGNUMBER,
                    COLOUR            = :CA-M-COLOUR,
                    CC                = :DB2-M-CC-SINT,
                    YEAROFMANUFACTURE = :CA-M-MANUFACTURED,
                    PREMIUM           = :DB2-M-PREMIUM-INT,
                    ACCIDENTS         = :DB2-M-ACCIDENTS-INT,
                    NCDLEVEL          = :DB2-M-NCD-SINT,
                    RATINGGROUP       = :DB2-M-GROUP-SINT
              WHERE POLICYNUMBER      = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE ' DELETE MOTDRV ' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM MOTORDRV
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           PERFORM P430-M-STORE-DRIVERS THRU P430-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      * Load the quoted premium for the driver's accident history      *
      * before it's stored - a clean record gets no loading, and each  *
      * accident on file adds another band of surcharge.  CA-M-PREMIUM *
      * is updated in place so the caller sees the premium actually    *
      * charged, the same way the commercial path reflects its risk    *
      * score and status back into the commarea it was given.          *
      *----------------------------------------------------------------*
       P410-M-ACCIDENT-SURCHARGE.
           EVALUATE TRUE
              WHEN CA-M-ACCIDENTS = 0
                 MOVE 100 TO WS-M-SURCHARGE-PCT
              WHEN CA-M-ACCIDENTS = 1
                 MOVE 110 TO WS-M-SURCHARGE-PCT
              WHEN CA-M-ACCIDENTS = 2
                 MOVE 125 TO WS-M-SURCHARGE-PCT
              WHEN OTHER
                 MOVE 150 TO WS-M-SURCHARGE-PCT
           END-EVALUATE.

           COMPUTE CA-M-PREMIUM =
              (CA-M-PREMIUM * WS-M-SURCHARGE-PCT) / 100.

           EXIT.

      *----------------------------------------------------------------*
      * Rating-group loading - see WS-VEH-FIELDS.  The group P415     *
      * took off the vehicle reference file multiplies CA-M-PREMIUM   *
      * in place after the accident surcharge, the same way every     *
      * other motor factor does; no group, no loading.                *
      *----------------------------------------------------------------*
       P412-M-VEHICLE-GROUP.

           IF WS-VEH-GROUP = 0
              GO TO P412-EXIT
           END-IF.

           PERFORM P413-M-GROUP-PCT.

           COMPUTE CA-M-PREMIUM ROUNDED =
              (CA-M-PREMIUM * WS-VEH-GROUP-PCT) / 100.

       P412-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The percentage for the rating group in WS-VEH-GROUP - shared   *
      * by the single-vehicle path above and the fleet schedule.       *
      *----------------------------------------------------------------*
       P413-M-GROUP-PCT.

           COMPUTE WS-VEH-GROUP-PCT = 80 + (WS-VEH-GROUP * 4).
           MOVE WS-VEH-GROUP TO WS-VEH-RATE-GROUP.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-VEH-RATE-KEY)
                     RESP(WS-VEH-RESP)
           END-EXEC.
           IF WS-VEH-RESP = DFHRESP(NORMAL)
              AND RT-FACTOR > 0
              MOVE RT-FACTOR TO WS-VEH-GROUP-PCT
           END-IF.
           EXIT.

      *================================================================*
      * Vehicle reference gate for a motor add or amend - see          *
      * WS-VEH-FIELDS.  Runs ahead of any POLICY write.  The stolen    *
      * register is checked on every pass, an approved re-drive        *
      * included; the value band has already been ruled on when the    *
      * request comes back re-driven, so only the rating group is      *
      * picked up then.                                                 *
      *================================================================*
       P415-M-VEHICLE-CHECK.

           MOVE 'N' TO WS-VEH-FOUND.
           MOVE 0   TO WS-VEH-GROUP.

           EXEC CICS READ FILE('LGSTOLEN')
                     INTO(LGSTOLEN-RECORD)
                     RIDFLD(CA-M-REGNUMBER)
                     RESP(WS-VEH-RESP)
           END-EXEC.
           IF WS-VEH-RESP = DFHRESP(NORMAL)
              MOVE '65' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-M-MAKE         TO WS-VEH-KEY-MAKE.
           MOVE CA-M-MODEL        TO WS-VEH-KEY-MODEL.
           MOVE CA-M-MANUFACTURED TO WS-VEH-KEY-YEAR.
           EXEC CICS READ FILE('LGVEHREF')
                     INTO(LGVEHREF-RECORD)
                     RIDFLD(WS-VEH-KEY)
                     RESP(WS-VEH-RESP)
           END-EXEC.
           IF WS-VEH-RESP NOT = DFHRESP(NORMAL)
              GO TO P415-EXIT
           END-IF.

           MOVE 'Y' TO WS-VEH-FOUND.
           MOVE VR-RATING-GROUP TO WS-VEH-GROUP.

           IF WS-REDRIVEN-BIND = 'Y'
              GO TO P415-EXIT
           END-IF.

           IF CA-M-VALUE < VR-VALUE-LOW
              OR CA-M-VALUE > VR-VALUE-HIGH
              PERFORM P103-PARK-BACKDATED
           END-IF.

       P415-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * No-claims discount - see WS-NCD-FIELDS.  Applied last, after *
      * the accident surcharge and driver loading, so the reward      *
      * discounts the premium actually being charged.  A level keyed  *
      * above the top of the ladder is clamped, not rejected - the    *
      * ladder has five steps however good the record.                *
      *----------------------------------------------------------------*
       P425-M-NCD-DISCOUNT.

           MOVE CA-M-NCD-LEVEL TO WS-NCD-LEVEL.
           IF WS-NCD-LEVEL > 5
              MOVE 5 TO WS-NCD-LEVEL
              MOVE WS-NCD-LEVEL TO CA-M-NCD-LEVEL
           END-IF.

           IF WS-NCD-LEVEL = 0
              GO TO P425-EXIT
           END-IF.

           COMPUTE WS-NCD-DISCOUNT-PCT = WS-NCD-LEVEL * 10.
           COMPUTE CA-M-PREMIUM =
              (CA-M-PREMIUM * (100 - WS-NCD-DISCOUNT-PCT)) / 100.

       P425-EXIT.
           EXIT.

      *================================================================*
      * '01AFLT' fleet bind, ahead of P100-T - see WS-FLT-FIELDS.      *
      * Checks the schedule, sets the experience factor off the        *
      * declared three-year claim count over the vehicle-years on      *
      * offer, and rates every vehicle at it.  CA-PAYMENT comes back   *
      * as the fleet total, so the single POLICY row, installment      *
      * schedule and mandate P100-T writes bill the whole fleet.       *
      *================================================================*
       P440-F-FLEET-RATE.

           IF CA-F-VEHICLE-COUNT = 0
              OR CA-F-VEHICLE-COUNT > WS-FLT-MAX-VEHICLES
              MOVE '04' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P447-F-CHECK-SCHEDULE.

           COMPUTE WS-FLT-VEH-YEARS = CA-F-VEHICLE-COUNT * 3.
           COMPUTE WS-FLT-FREQ =
              (CA-F-DECLARED-CLAIMS * 100) / WS-FLT-VEH-YEARS.
           PERFORM P444-F-EXPERIENCE-BAND.

           MOVE 0 TO WS-FLT-TOTAL.
           MOVE 0 TO WS-FLT-VALUE.
           PERFORM P442-F-RATE-VEHICLE
               VARYING WS-FLT-SUB FROM 1 BY 1
               UNTIL WS-FLT-SUB > CA-F-VEHICLE-COUNT.

           MOVE WS-FLT-EXP-PCT     TO CA-F-EXPERIENCE-PCT.
           MOVE WS-FLT-TOTAL       TO CA-F-FLEET-PREMIUM.
           MOVE WS-FLT-VALUE       TO CA-F-FLEET-VALUE.
           MOVE CA-F-VEHICLE-COUNT TO CA-F-ON-COVER.
           MOVE 0                  TO CA-F-ADJ-AMOUNT.
           MOVE SPACE              TO CA-F-ADJ-TYPE.
           MOVE WS-FLT-TOTAL       TO CA-PAYMENT.

       P440-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Rates vehicle WS-FLT-SUB of the schedule - the stolen register *
      * and the vehicle reference file exactly as P415 reads them for  *
      * a single vehicle, the rating-group loading through P413, then  *
      * the fleet's experience factor where a single vehicle would     *
      * take its NCD.  The keyed base premium stays in                 *
      * CA-F-VEH-PREMIUM until the vehicle is filed, so a parked or    *
      * re-driven request rates from the same figures; the annual      *
      * premium and group are held in WS-FLT-RATED meanwhile.  No      *
      * value-band referral - the fleet is underwritten as a whole.    *
      *----------------------------------------------------------------*
       P442-F-RATE-VEHICLE.

           MOVE CA-F-VEH-REGNUMBER(WS-FLT-SUB) TO WS-FLT-REG.
           EXEC CICS READ FILE('LGSTOLEN')
                     INTO(LGSTOLEN-RECORD)
                     RIDFLD(WS-FLT-REG)
                     RESP(WS-VEH-RESP)
           END-EXEC.
           IF WS-VEH-RESP = DFHRESP(NORMAL)
              MOVE '65' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 0 TO WS-VEH-GROUP.
           MOVE CA-F-VEH-MAKE(WS-FLT-SUB)  TO WS-VEH-KEY-MAKE.
           MOVE CA-F-VEH-MODEL(WS-FLT-SUB) TO WS-VEH-KEY-MODEL.
           MOVE CA-F-VEH-MANUFACTURED(WS-FLT-SUB) TO WS-VEH-KEY-YEAR.
           EXEC CICS READ FILE('LGVEHREF')
                     INTO(LGVEHREF-RECORD)
                     RIDFLD(WS-VEH-KEY)
                     RESP(WS-VEH-RESP)
           END-EXEC.
           IF WS-VEH-RESP = DFHRESP(NORMAL)
              MOVE VR-RATING-GROUP TO WS-VEH-GROUP
           END-IF.

           MOVE CA-F-VEH-PREMIUM(WS-FLT-SUB) TO WS-FLT-PREMIUM.
           IF WS-VEH-GROUP > 0
              PERFORM P413-M-GROUP-PCT
              COMPUTE WS-FLT-PREMIUM ROUNDED =
                 (WS-FLT-PREMIUM * WS-VEH-GROUP-PCT) / 100
           END-IF.
           COMPUTE WS-FLT-PREMIUM ROUNDED =
              (WS-FLT-PREMIUM * WS-FLT-EXP-PCT) / 100.

           MOVE WS-VEH-GROUP   TO WS-FLT-R-GROUP(WS-FLT-SUB).
           MOVE WS-FLT-PREMIUM TO WS-FLT-R-ANNUAL(WS-FLT-SUB).
           MOVE WS-FLT-PREMIUM TO CA-F-VEH-CHARGE(WS-FLT-SUB).
           ADD WS-FLT-PREMIUM TO WS-FLT-TOTAL.
           ADD CA-F-VEH-VALUE(WS-FLT-SUB) TO WS-FLT-VALUE.
           EXIT.

      *----------------------------------------------------------------*
      * Claims experience factor off WS-FLT-FREQ, the fleet's claims   *
      * per hundred vehicle-years - a clean fleet earns its discount,  *
      * a heavy one loads.  LGRENEW1 and LGRENRS1 band the renewal     *
      * the same way.                                                  *
      *----------------------------------------------------------------*
       P444-F-EXPERIENCE-BAND.

           EVALUATE TRUE
              WHEN WS-FLT-FREQ NOT GREATER THAN WS-FLT-BAND-1
                 MOVE 085 TO WS-FLT-EXP-PCT
              WHEN WS-FLT-FREQ NOT GREATER THAN WS-FLT-BAND-2
                 MOVE 100 TO WS-FLT-EXP-PCT
              WHEN WS-FLT-FREQ NOT GREATER THAN WS-FLT-BAND-3
                 MOVE 125 TO WS-FLT-EXP-PCT
              WHEN OTHER
                 MOVE 160 TO WS-FLT-EXP-PCT
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Every vehicle on the keyed schedule needs a registration, and  *
      * none may be keyed twice - code 04 for a blank one, 05 for a    *
      * repeat.                                                        *
      *----------------------------------------------------------------*
       P447-F-CHECK-SCHEDULE.

           PERFORM VARYING WS-FLT-SUB FROM 1 BY 1
             UNTIL WS-FLT-SUB > CA-F-VEHICLE-COUNT
              IF CA-F-VEH-REGNUMBER(WS-FLT-SUB) = SPACES
                 MOVE '04' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
              PERFORM VARYING WS-FLT-SUB2 FROM 1 BY 1
                UNTIL WS-FLT-SUB2 NOT LESS THAN WS-FLT-SUB
                 IF CA-F-VEH-REGNUMBER(WS-FLT-SUB2) =
                    CA-F-VEH-REGNUMBER(WS-FLT-SUB)
                    MOVE '05' TO CA-RETURN-CODE
                    EXEC CICS RETURN END-EXEC
                 END-IF
              END-PERFORM
           END-PERFORM.
           EXIT.

      *================================================================*
      * Files the fleet once P100-T has the POLICY row in - the MOTOR  *
      * row flagged FLEET 'Y' carrying the fleet's totals, declared    *
      * claims and experience factor, then a FLEETVEH row per vehicle  *
      * on cover from the issue date.  A failure abends so the POLICY  *
      * insert backs out with it: a fleet policy with half its         *
      * vehicles filed would be reported to the MID short.             *
      *================================================================*
       P450-F-FLEET-ADD.

           MOVE WS-FLT-EXP-PCT       TO DB2-FLT-EXP-SINT.
           MOVE CA-F-DECLARED-CLAIMS TO DB2-FLT-CLAIMS-SINT.
           MOVE WS-FLT-TOTAL         TO DB2-FLT-TOTAL-INT.
           MOVE WS-FLT-VALUE         TO DB2-FLT-VALUE-TOT-INT.
           MOVE CA-F-FLEET-NAME      TO WS-FLT-MODEL.

           MOVE ' INSERT MOT FLT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO MOTOR
                       ( POLICYNUMBER,
                         MAKE,
                         MODEL,
                         VALUE,
                         REGNUMBER,
                         COLOUR,
                         CC,
                         YEAROFMANUFACTURE,
                         PREMIUM,
                         ACCIDENTS,
                         NCDLEVEL,
                         RATINGGROUP,
                         FLEET,
                         FLEETEXPPCT )
                VALUES ( :DB2-POLICYNUM-INT,
                         'FLEET',
                         :WS-FLT-MODEL,
                         :DB2-FLT-VALUE-TOT-INT,
                         ' ',
                         ' ',
                         0,
                         0,
                         :DB2-FLT-TOTAL-INT,
                         :DB2-FLT-CLAIMS-SINT,
                         0,
                         0,
                         'Y',
                         :DB2-FLT-EXP-SINT )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P459-F-SQL-ABEND
           END-IF.

           MOVE CA-ISSUE-DATE TO WS-FLT-ONDATE.
           MOVE 0 TO DB2-FLT-SEQMAX-SINT.
           PERFORM P452-F-STORE-VEHICLE
               VARYING WS-FLT-SUB FROM 1 BY 1
               UNTIL WS-FLT-SUB > CA-F-VEHICLE-COUNT.

           MOVE '00' TO CA-RETURN-CODE.

       P450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Files vehicle WS-FLT-SUB on cover from WS-FLT-ONDATE, numbered *
      * on from DB2-FLT-SEQMAX-SINT, charged CA-F-VEH-CHARGE; the      *
      * rated annual premium then replaces the base in the commarea.   *
      *----------------------------------------------------------------*
       P452-F-STORE-VEHICLE.

           COMPUTE DB2-FLT-SEQ-SINT = DB2-FLT-SEQMAX-SINT + WS-FLT-SUB.
           MOVE CA-F-VEH-REGNUMBER(WS-FLT-SUB) TO WS-FLT-REG.
           MOVE CA-F-VEH-MAKE(WS-FLT-SUB)      TO WS-FLT-V-MAKE.
           MOVE CA-F-VEH-MODEL(WS-FLT-SUB)     TO WS-FLT-V-MODEL.
           MOVE CA-F-VEH-VALUE(WS-FLT-SUB)     TO DB2-FLT-VALUE-INT.
           MOVE CA-F-VEH-MANUFACTURED(WS-FLT-SUB)
             TO DB2-FLT-YEAR-SINT.
           MOVE CA-F-VEH-PREMIUM(WS-FLT-SUB)   TO DB2-FLT-BASE-INT.
           MOVE WS-FLT-R-GROUP(WS-FLT-SUB)     TO DB2-FLT-GROUP-SINT.
           MOVE WS-FLT-R-ANNUAL(WS-FLT-SUB)    TO DB2-FLT-ANNUAL-INT.
           MOVE CA-F-VEH-CHARGE(WS-FLT-SUB)    TO DB2-FLT-CHARGE-INT.

           MOVE ' INSERT FLTVEH ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO FLEETVEH
                       ( POLICYNUMBER,
                         VEHICLESEQ,
                         REGNUMBER,
                         MAKE,
                         MODEL,
                         VALUE,
                         YEAROFMANUFACTURE,
                         BASEPREMIUM,
                         RATINGGROUP,
                         ANNUALPREMIUM,
                         CHARGED,
                         ONDATE,
                         STATUS,
                         LASTCHANGED )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-FLT-SEQ-SINT,
                         :WS-FLT-REG,
                         :WS-FLT-V-MAKE,
                         :WS-FLT-V-MODEL,
                         :DB2-FLT-VALUE-INT,
                         :DB2-FLT-YEAR-SINT,
                         :DB2-FLT-BASE-INT,
                         :DB2-FLT-GROUP-SINT,
                         :DB2-FLT-ANNUAL-INT,
                         :DB2-FLT-CHARGE-INT,
                         :WS-FLT-ONDATE,
                         'A',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P459-F-SQL-ABEND
           END-IF.

           MOVE WS-FLT-R-ANNUAL(WS-FLT-SUB)
             TO CA-F-VEH-PREMIUM(WS-FLT-SUB).
           EXIT.

      *    Any fleet write failing part way through abends so the
      *    whole unit of work backs out with it.
       P459-F-SQL-ABEND.
           MOVE '90' TO WS-SQL-GENERIC-RC.
           PERFORM DETERMINE-SQL-FAILURE-CODE.
           PERFORM WRITE-ERROR-MESSAGE.
           EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *================================================================*
      * '28MFLT' mid-term schedule change on fleet CA-POLICY-NUM from  *
      * CA-F-EFF-DATE (today when blank; a future date was diaried by  *
      * P095 before this point).  The whole request is checked before  *
      * anything is written - a stolen or duplicate registration on    *
      * an add, or a registration not on cover on a removal, turns     *
      * the lot away.  Added vehicles rate at the fleet's standing     *
      * experience factor and are charged their annual premium pro     *
      * rata to the days left in the term; removed ones are credited   *
      * the same way and kept on FLEETVEH as 'R' with their off date   *
      * for the MID feed.  The MOTOR row and POLICY.PAYMENT move to    *
      * the new annual total behind a P106 before-image, and the net   *
      * is billed as one adjustment installment through P126 or        *
      * refunded through DISBURSE.  Code 04 when the policy is not a   *
      * fleet the customer holds, the action or schedule is bad, or    *
      * the date falls outside the term; 05 for a registration already *
      * on cover; 06 for one that isn't, or a removal that would       *
      * leave nothing on cover (that is a cancellation); 65 stolen.    *
      *================================================================*
       P460-F-FLEET-CHANGE.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.
           MOVE '00'  TO CA-RETURN-CODE.
           MOVE 0     TO CA-F-ADJ-AMOUNT.
           MOVE SPACE TO CA-F-ADJ-TYPE.

           IF (NOT CA-F-ADD-VEHICLES AND NOT CA-F-REMOVE-VEHICLES)
              OR CA-F-VEHICLE-COUNT = 0
              OR CA-F-VEHICLE-COUNT > WS-FLT-MAX-VEHICLES
              MOVE '04' TO CA-RETURN-CODE
              GO TO P460-EXIT
           END-IF.

           PERFORM P447-F-CHECK-SCHEDULE.

           IF CA-F-EFF-DATE = SPACES
              PERFORM P145-GET-TODAY-ISO
              MOVE WS-VEL-TODAY-ISO TO CA-F-EFF-DATE
           END-IF.
           IF CA-F-EFF-DATE(1:4) NOT NUMERIC
              MOVE '04' TO CA-RETURN-CODE
              GO TO P460-EXIT
           END-IF.

           MOVE ' SELECT MOT FLT' TO EM-SQLREQ
           EXEC SQL
             SELECT P.ISSUEDATE, P.EXPIRYDATE,
                    COALESCE(M.FLEET, 'N'),
                    COALESCE(M.FLEETEXPPCT, 100)
               INTO :WS-FLT-ISSUE, :WS-FLT-EXPIRY,
                    :WS-FLT-FLAG, :DB2-FLT-EXP-SINT
               FROM POLICY P, MOTOR M
              WHERE P.POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND M.POLICYNUMBER   = P.POLICYNUMBER
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '04' TO CA-RETURN-CODE
               GO TO P460-EXIT
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF WS-FLT-FLAG NOT = 'Y'
              OR CA-F-EFF-DATE < WS-FLT-ISSUE
              OR CA-F-EFF-DATE NOT LESS THAN WS-FLT-EXPIRY
              MOVE '04' TO CA-RETURN-CODE
              GO TO P460-EXIT
           END-IF.
           MOVE DB2-FLT-EXP-SINT TO WS-FLT-EXP-PCT.

           MOVE ' SELECT FLT CNT' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN STATUS = 'A'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(MAX(VEHICLESEQ), 0)
               INTO :DB2-FLT-COUNT-INT, :DB2-FLT-SEQMAX-SINT
               FROM FLEETVEH
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-F-REMOVE-VEHICLES
              AND DB2-FLT-COUNT-INT NOT GREATER THAN CA-F-VEHICLE-COUNT
              MOVE '06' TO CA-RETURN-CODE
              GO TO P460-EXIT
           END-IF.

      *    Every registration is checked against the schedule on file
      *    - and an added vehicle rated - before anything is written.
           MOVE 0 TO WS-FLT-TOTAL.
           MOVE 0 TO WS-FLT-VALUE.
           PERFORM VARYING WS-FLT-SUB FROM 1 BY 1
             UNTIL WS-FLT-SUB > CA-F-VEHICLE-COUNT
                OR CA-RETURN-CODE NOT = '00'
              PERFORM P468-F-CHECK-ON-FLEET
              IF CA-F-ADD-VEHICLES AND CA-RETURN-CODE = '00'
                 PERFORM P442-F-RATE-VEHICLE
              END-IF
           END-PERFORM.
           IF CA-RETURN-CODE NOT = '00'
              GO TO P460-EXIT
           END-IF.

           PERFORM P466-F-TERM-DAYS.

           MOVE 0 TO WS-FLT-NET.
           IF CA-F-ADD-VEHICLES
              MOVE CA-F-EFF-DATE TO WS-FLT-ONDATE
              PERFORM P462-F-ADD-VEHICLE
                  VARYING WS-FLT-SUB FROM 1 BY 1
                  UNTIL WS-FLT-SUB > CA-F-VEHICLE-COUNT
           ELSE
              PERFORM P464-F-REMOVE-VEHICLE
                  VARYING WS-FLT-SUB FROM 1 BY 1
                  UNTIL WS-FLT-SUB > CA-F-VEHICLE-COUNT
           END-IF.

      *    The fleet's annual premium and value now stand at what is
      *    on cover.
           MOVE ' SELECT FLT TOT' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(ANNUALPREMIUM), 0),
                    COALESCE(SUM(VALUE), 0)
               INTO :DB2-FLT-COUNT-INT, :DB2-FLT-TOTAL-INT,
                    :DB2-FLT-VALUE-TOT-INT
               FROM FLEETVEH
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS       = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P459-F-SQL-ABEND
           END-IF.

           MOVE ' UPDATE MOT FLT' TO EM-SQLREQ
           EXEC SQL
             UPDATE MOTOR
                SET PREMIUM = :DB2-FLT-TOTAL-INT,
                    VALUE   = :DB2-FLT-VALUE-TOT-INT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P459-F-SQL-ABEND
           END-IF.

           PERFORM P106-T-HISTORY.

           MOVE DB2-FLT-TOTAL-INT TO DB2-PAYMENT-INT.
           MOVE ' UPDATE POL FLT' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET PAYMENT     = :DB2-PAYMENT-INT,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND LASTCHANGED  = :CA-LASTCHANGED
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
      *        Changed since the caller read it - see WS-LCK-FIELDS.
               MOVE '52' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               PERFORM P459-F-SQL-ABEND
           END-EVALUATE.

           EXEC SQL
             SELECT LASTCHANGED
               INTO :CA-LASTCHANGED
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.

           MOVE DB2-FLT-TOTAL-INT     TO CA-F-FLEET-PREMIUM.
           MOVE DB2-FLT-TOTAL-INT     TO CA-PAYMENT.
           MOVE DB2-FLT-VALUE-TOT-INT TO CA-F-FLEET-VALUE.
           MOVE DB2-FLT-COUNT-INT     TO CA-F-ON-COVER.
           MOVE WS-FLT-EXP-PCT        TO CA-F-EXPERIENCE-PCT.

           IF WS-FLT-NET > 0
              MOVE 'A' TO CA-F-ADJ-TYPE
              MOVE WS-FLT-NET TO CA-F-ADJ-AMOUNT
              MOVE WS-FLT-NET TO WS-RSP-DELTA
              PERFORM P126-T-ADJ-INSTALLMENT
           END-IF.

           IF WS-FLT-NET < 0
              MOVE 'R' TO CA-F-ADJ-TYPE
              COMPUTE CA-F-ADJ-AMOUNT = 0 - WS-FLT-NET
              MOVE 'V' TO WS-DSB-SOURCE
              MOVE 0 TO DB2-DSB-CLAIM-INT
              MOVE CA-F-ADJ-AMOUNT TO DB2-DSB-AMT-DEC
              PERFORM P735-FILE-DISBURSEMENT
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.

       P460-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Added vehicle WS-FLT-SUB - charged its annual premium for the  *
      * days left in the term, and filed on cover from the effective   *
      * date.                                                          *
      *----------------------------------------------------------------*
       P462-F-ADD-VEHICLE.

           COMPUTE CA-F-VEH-CHARGE(WS-FLT-SUB) ROUNDED =
              WS-FLT-R-ANNUAL(WS-FLT-SUB) * WS-FLT-REMAIN-DAYS
              / WS-FLT-TERM-DAYS.
           ADD CA-F-VEH-CHARGE(WS-FLT-SUB) TO WS-FLT-NET.
           PERFORM P452-F-STORE-VEHICLE.
           EXIT.

      *----------------------------------------------------------------*
      * Removed vehicle WS-FLT-SUB - credited its annual premium for   *
      * the days left in the term and taken off cover from the         *
      * effective date.  The row stays, so the MID feed can report     *
      * the cover ending and the renewal leaves it behind.  The        *
      * commarea entry comes back with the vehicle as it was filed.    *
      *----------------------------------------------------------------*
       P464-F-REMOVE-VEHICLE.

           MOVE CA-F-VEH-REGNUMBER(WS-FLT-SUB) TO WS-FLT-REG.

           MOVE ' SELECT FLT VEH' TO EM-SQLREQ
           EXEC SQL
             SELECT VEHICLESEQ, MAKE, MODEL, VALUE,
                    YEAROFMANUFACTURE, ANNUALPREMIUM
               INTO :DB2-FLT-SEQ-SINT, :WS-FLT-V-MAKE,
                    :WS-FLT-V-MODEL, :DB2-FLT-VALUE-INT,
                    :DB2-FLT-YEAR-SINT, :DB2-FLT-ANNUAL-INT
               FROM FLEETVEH
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND REGNUMBER    = :WS-FLT-REG
                AND STATUS       = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P459-F-SQL-ABEND
           END-IF.

           COMPUTE DB2-FLT-CHARGE-INT ROUNDED =
              DB2-FLT-ANNUAL-INT * WS-FLT-REMAIN-DAYS
              / WS-FLT-TERM-DAYS.

           MOVE ' UPDATE FLT VEH' TO EM-SQLREQ
           EXEC SQL
             UPDATE FLEETVEH
                SET STATUS      = 'R',
                    OFFDATE     = :CA-F-EFF-DATE,
                    CHARGED     = CHARGED - :DB2-FLT-CHARGE-INT,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND VEHICLESEQ   = :DB2-FLT-SEQ-SINT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM P459-F-SQL-ABEND
           END-IF.

           MOVE WS-FLT-V-MAKE      TO CA-F-VEH-MAKE(WS-FLT-SUB).
           MOVE WS-FLT-V-MODEL     TO CA-F-VEH-MODEL(WS-FLT-SUB).
           MOVE DB2-FLT-VALUE-INT  TO CA-F-VEH-VALUE(WS-FLT-SUB).
           MOVE DB2-FLT-YEAR-SINT
             TO CA-F-VEH-MANUFACTURED(WS-FLT-SUB).
           MOVE DB2-FLT-ANNUAL-INT TO CA-F-VEH-PREMIUM(WS-FLT-SUB).
           MOVE DB2-FLT-CHARGE-INT TO CA-F-VEH-CHARGE(WS-FLT-SUB).
           SUBTRACT DB2-FLT-CHARGE-INT FROM WS-FLT-NET.
           EXIT.

      *----------------------------------------------------------------*
      * Days in the term and days left from the effective date, for    *
      * the pro-rata charge - the same day-count P710 refunds on.      *
      *----------------------------------------------------------------*
       P466-F-TERM-DAYS.

           MOVE WS-FLT-ISSUE(1:4)   TO WS-FLT-ISSUE-NUM(1:4).
           MOVE WS-FLT-ISSUE(6:2)   TO WS-FLT-ISSUE-NUM(5:2).
           MOVE WS-FLT-ISSUE(9:2)   TO WS-FLT-ISSUE-NUM(7:2).
           MOVE WS-FLT-EXPIRY(1:4)  TO WS-FLT-EXPIRY-NUM(1:4).
           MOVE WS-FLT-EXPIRY(6:2)  TO WS-FLT-EXPIRY-NUM(5:2).
           MOVE WS-FLT-EXPIRY(9:2)  TO WS-FLT-EXPIRY-NUM(7:2).
           MOVE CA-F-EFF-DATE(1:4)  TO WS-FLT-EFF-NUM(1:4).
           MOVE CA-F-EFF-DATE(6:2)  TO WS-FLT-EFF-NUM(5:2).
           MOVE CA-F-EFF-DATE(9:2)  TO WS-FLT-EFF-NUM(7:2).

           COMPUTE WS-FLT-TERM-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-FLT-EXPIRY-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-FLT-ISSUE-NUM).
           IF WS-FLT-TERM-DAYS NOT GREATER THAN ZERO
              MOVE 1 TO WS-FLT-TERM-DAYS
           END-IF.
           COMPUTE WS-FLT-REMAIN-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-FLT-EXPIRY-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-FLT-EFF-NUM).
           IF WS-FLT-REMAIN-DAYS > WS-FLT-TERM-DAYS
              MOVE WS-FLT-TERM-DAYS TO WS-FLT-REMAIN-DAYS
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Registration WS-FLT-SUB against the schedule on file - an add  *
      * must not already be on cover (05), a removal must be (06).     *
      *----------------------------------------------------------------*
       P468-F-CHECK-ON-FLEET.

           MOVE CA-F-VEH-REGNUMBER(WS-FLT-SUB) TO WS-FLT-REG.

           MOVE ' SELECT FLT REG' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-FLT-FOUND-INT
               FROM FLEETVEH
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND REGNUMBER    = :WS-FLT-REG
                AND STATUS       = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-F-ADD-VEHICLES AND DB2-FLT-FOUND-INT > 0
              MOVE '05' TO CA-RETURN-CODE
           END-IF.
           IF CA-F-REMOVE-VEHICLES AND DB2-FLT-FOUND-INT = 0
              MOVE '06' TO CA-RETURN-CODE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Standardizes the risk address and, when the caller didn't       *
      * supply a latitude/longitude for it, geocodes an approximate     *
      * one off the postcode prefix before WS-XLAT/WS-XLONG get stored  *
      * on the commercial table - this is the only place that happens,  *
      * so callers can't bind a policy with blank coordinates.          *
      *----------------------------------------------------------------*
       STANDARDIZE-ADDRESS-AND-GEOCODE.
           MOVE FUNCTION UPPER-CASE(WS-XADDRESS) TO WS-XADDRESS.
           MOVE 'N' TO WS-GEOCODE-REJECTED.

           IF WS-XLAT = SPACES OR WS-XLONG = SPACES
              MOVE 'N' TO WS-GEOCODE-FOUND
              PERFORM VARYING WS-GEOCODE-SUB FROM 1 BY 1
                UNTIL WS-GEOCODE-SUB > 6 OR WS-GEOCODE-FOUND = 'Y'
                 IF WS-XPOSTCODE(1:2)
                    = WS-GEOCODE-PREFIX(WS-GEOCODE-SUB)
                    MOVE 'Y' TO WS-GEOCODE-FOUND
                    MOVE WS-GEOCODE-LAT(WS-GEOCODE-SUB)  TO WS-XLAT
                    MOVE WS-GEOCODE-LONG(WS-GEOCODE-SUB) TO WS-XLONG
                 END-IF
              END-PERFORM
      *       Postcode prefix not in the geocode table and the caller
      *       supplied no coordinates of its own - flag for manual
      *       review rather than silently binding with blank lat/long,
      *       which would otherwise go straight into the catastrophe-
      *       exposure data uncaught.
              IF WS-GEOCODE-FOUND = 'N'
                 MOVE 'Y' TO WS-GEOCODE-REJECTED
              END-IF
           END-IF.

           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
      * Issue INSERT on commercial table with values passed in commarea*
      *================================================================*
       P500-BIZ SECTION.
           MOVE CA-CUSTOMER-NUM TO WS-XCUSTID
           MOVE CA-POLICY-NUM TO WS-XPOLNUM
           MOVE CA-B-PropType TO WS-XPROPTYPE
           MOVE CA-B-PST TO WS-XPOSTCODE
           MOVE CA-B-FP TO WS-XFP-FACTOR
           MOVE CA-B-CP TO WS-XCP-FACTOR
           MOVE CA-B-FLP TO WS-XFLP-FACTOR
           MOVE CA-B-WP TO WS-XWP-FACTOR
           MOVE CA-B-Address TO WS-XADDRESS
           MOVE CA-B-Latitude TO WS-XLAT
           MOVE CA-B-Longitude TO WS-XLONG
           PERFORM STANDARDIZE-ADDRESS-AND-GEOCODE
           MOVE CA-B-Customer TO WS-XCUSTNAME
           MOVE CA-B-SumInsured TO WS-XSUMINSURED
           MOVE CA-B-BuildYear TO WS-XBUILDYEAR
           MOVE CA-B-Construction TO WS-XCONSTRUCTION
           MOVE CA-B-AuthLevel TO WS-XAUTHLVL
           MOVE CA-B-CustGroup TO WS-XCUSTGRP
           MOVE CA-ISSUE-DATE TO WS-XISSUE
           MOVE CA-EXPIRY-DATE TO WS-XEXPIRY
           MOVE CA-LASTCHANGED TO WS-XLASTCHG
           MOVE CA-ORG-ID TO WS-XORGID

      *    Layer terms ride the bridge so LGCOMCAL rates the layer's
      *    share and cedes off the layer exposure.
           MOVE CA-B-ATTACHMENT  TO WS-XATTACH
           MOVE CA-B-LAYER-LIMIT TO WS-XLAYER-LIMIT

      *    Terrorism/cyber rating factors feed LGCOMCAL's own CA-XTRP-
      *    FACTOR/CA-XCYP-FACTOR the same way the original four perils'
      *    factors do above.  CA-B-TP/CA-B-CYP are on the commarea for a
      *    caller to populate, but the commercial screen LGTESTP4 drives
      *    has no entry fields for them yet (XMAP carries only the
      *    original four perils) - so in practice this bridge is fed
      *    from whatever the commarea's caller already put there (zero,
      *    for the only front end this system has today), same as
      *    claims-history experience below, and both perils are
      *    calculation-only until a screen change adds the input path.
           MOVE CA-B-TP TO WS-XTRP-FACTOR
           MOVE CA-B-CYP TO WS-XCYP-FACTOR

      *    Claims-history experience rating is fed from the customer's
      *    own CLAIM rows - incurred position is paid to date plus the
      *    outstanding reserve, which is how the nightly claims batch
      *    states it too, so online rating and the batch raters see
      *    the same experience numbers.  A customer with no claims
      *    selects zero/zero, LGCOMCAL's own no-surcharge case, and a
      *    failure here is treated the same way - rating proceeds on
      *    a clean record rather than failing the add.
           PERFORM P520-GET-CLAIMS-EXPERIENCE

      *    Multi-location premises input, bridged the same shape as
      *    LGCOMCAL's own CA-XLOC-COUNT/CA-XLOCATIONS.  Like terrorism/
      *    cyber above, CA-B-LOC-COUNT/CA-B-LOCATIONS are on the
      *    commarea for a caller to populate but LGTESTP4 has no screen
      *    fields for them - calculation-only until a screen change adds
      *    the input path.
           MOVE CA-B-LOC-COUNT TO WS-XLOC-COUNT
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > 5
              MOVE CA-B-LOC-POSTCODE(WS-LOC-SUB)
                TO WS-XLOC-POSTCODE(WS-LOC-SUB)
              MOVE CA-B-LOC-PROPTYPE(WS-LOC-SUB)
                TO WS-XLOC-PROPTYPE(WS-LOC-SUB)
              MOVE CA-B-LOC-SUMINSURED(WS-LOC-SUB)
                TO WS-XLOC-SUMINSURED(WS-LOC-SUB)
           END-PERFORM

      *    Per-peril deductibles ride the same bridge as the peril
      *    factors; LGCOMCAL hands them back clamped to the minimum,
      *    so the stored amounts are the amounts actually credited.
           MOVE CA-B-DED-FIRE    TO WS-XDED-FIRE
           MOVE CA-B-DED-CRIME   TO WS-XDED-CRIME
           MOVE CA-B-DED-FLOOD   TO WS-XDED-FLOOD
           MOVE CA-B-DED-WEATHER TO WS-XDED-WEATHER
           MOVE CA-B-DED-TERROR  TO WS-XDED-TERROR
           MOVE CA-B-DED-CYBER   TO WS-XDED-CYBER

      *    Business interruption inputs ride the bridge the same way.
           MOVE CA-B-BI-REVENUE  TO WS-XBI-REVENUE
           MOVE CA-B-BI-MONTHS   TO WS-XBI-MONTHS

      *    Our co-insurance share, when carrier shares are on file
      *    for this policy - a policy with no shares (every direct
      *    add, until '12GCOM' files them) rates at the full hundred.
           MOVE 0 TO WS-XOUR-SHARE-PCT
           MOVE CA-POLICY-NUM TO DB2-C-Policynum-Int
           EXEC SQL
             SELECT SHAREPCT
               INTO :DB2-CS-PCT-DEC
               FROM COINSHARE
              WHERE POLICYNUMBER = :DB2-C-Policynum-Int
                AND CARRIERID    = 'OWN'
           END-EXEC
           IF SQLCODE = 0
              MOVE DB2-CS-PCT-DEC TO WS-XOUR-SHARE-PCT
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-RT-START-TIME)
           END-EXEC

           EXEC CICS LINK PROGRAM('LGCOMCAL')
                COMMAREA(WS-COMM-RISK-AREA)
                LENGTH(LENGTH OF WS-COMM-RISK-AREA)
           END-EXEC

           EXEC CICS ASKTIME ABSTIME(WS-RT-END-TIME)
           END-EXEC

           PERFORM WRITE-RESPONSE-TIME

           MOVE WS-ZRESULT-SCORE TO X3-VAL
           MOVE WS-ZSTATUS-IND TO X5-Z9
           MOVE WS-ZREJECT-TEXT TO X6-REJ
           MOVE WS-ZFP-PREMIUM TO CA-B-CA-B-FPR
           MOVE WS-ZCP-PREMIUM TO CA-B-CPR
           MOVE WS-ZFLP-PREMIUM TO CA-B-FLPR
           MOVE WS-ZWP-PREMIUM TO CA-B-WPR
           MOVE WS-ZTRP-PREMIUM TO CA-B-TPR
           MOVE WS-ZCYP-PREMIUM TO CA-B-CYPR
           MOVE WS-ZMULTI-LOC-PREMIUM TO CA-B-MULTI-LOC-PREMIUM
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > 5
              MOVE WS-ZLOC-PREMIUM(WS-LOC-SUB)
                TO CA-B-LOC-PREMIUM(WS-LOC-SUB)
           END-PERFORM

           MOVE WS-XDED-FIRE    TO CA-B-DED-FIRE
           MOVE WS-XDED-CRIME   TO CA-B-DED-CRIME
           MOVE WS-XDED-FLOOD   TO CA-B-DED-FLOOD
           MOVE WS-XDED-WEATHER TO CA-B-DED-WEATHER
           MOVE WS-XDED-TERROR  TO CA-B-DED-TERROR
           MOVE WS-XDED-CYBER   TO CA-B-DED-CYBER
           MOVE WS-ZBI-PREMIUM  TO CA-B-BIPR

           MOVE X5-Z9 TO CA-B-ST
           MOVE X6-REJ TO CA-B-RejectReason
           
           PERFORM P546-CHK-MATRIX

           IF WS-GEOCODE-REJECTED = 'Y' AND X5-Z9 NOT = 2
              MOVE 2 TO X5-Z9
              MOVE 'Unrecognized postcode - no geocode, manual review'
                TO X6-REJ
              MOVE X5-Z9 TO CA-B-ST
              MOVE X6-REJ TO CA-B-RejectReason
           END-IF

           EVALUATE CA-REQUEST-ID
               WHEN '02ACOM'
                 PERFORM P549-BINS-AMEND
               WHEN '03QCOM'
      * What-if quote - the risk score and premiums just computed are
      * returned to the caller as normal, and the rated image is now
      * also filed on the QUOTE table under its own quote number so
      * Tuesday's quote can be honoured on Thursday.  Nothing touches
      * the COMMERCIAL table until it converts.
                 PERFORM P955-QUOTE-STORE
               WHEN OTHER
                 PERFORM P548-BINS
           END-EVALUATE

      *    A real add that rated as referred or declined used to go
      *    back to the screen and evaporate - now it also lands on
      *    the persistent referral queue an underwriter works from.
           IF CA-REQUEST-ID = '01ACOM' AND CA-B-ST NOT = 0
              PERFORM P930-CREATE-REFERRAL
           END-IF

      *    High-scoring or high-value binds get a surveyor visit on
      *    the inspection diary.
           IF CA-REQUEST-ID = '01ACOM'
              PERFORM P160-SCHEDULE-INSPECTION THRU P160-EXIT
           END-IF

      *    The worksheet LGCOMCAL just built is filed with the policy
      *    for every bind and re-rate that was stored - a quote's
      *    worksheet is filed per option on QUOTEWKSHT by P955 instead.
      *    A multi-policy discount P100-T took off the add goes on
      *    the end of the worksheet with the rest of the pricing.
           IF WS-BND-PCT > 0 AND WS-ZWS-COUNT < 20
              ADD 1 TO WS-ZWS-COUNT
              MOVE WS-BND-LINE TO WS-ZWS-LINE(WS-ZWS-COUNT)
           END-IF

           IF CA-REQUEST-ID = '01ACOM' OR CA-REQUEST-ID = '02ACOM'
              PERFORM P985-STORE-WORKSHEET THRU P985-EXIT
           END-IF

           EXIT.

      *================================================================*
      * Selects the customer's claims-experience position for the      *
      * rating LINK - claim count and total incurred (paid to date     *
      * plus outstanding reserve) across every claim filed for this    *
      * customer.  Closed-without-payment claims still count toward    *
      * the claim count; their incurred contribution is whatever was   *
      * actually paid.                                                  *
      *================================================================*
       P520-GET-CLAIMS-EXPERIENCE.
           MOVE 0 TO WS-XCLAIMCNT.
           MOVE 0 TO WS-XCLAIMTOT.

           MOVE ' SELECT CLM EXP' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(PAIDTOTAL + RESERVEAMOUNT), 0)
               INTO :DB2-L-CLAIMCNT-INT, :DB2-L-CLAIMTOT-DEC
               FROM CLAIM
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE = 0
              MOVE DB2-L-CLAIMCNT-INT TO WS-XCLAIMCNT
              MOVE DB2-L-CLAIMTOT-DEC TO WS-XCLAIMTOT
           END-IF.

           EXIT.

      *================================================================*
      * Logs how long the LGCOMCAL LINK took for this transaction, the  *
      * same record shape LGAPOL01 and LGCOMCAL use to log their own    *
      * hop, so the whole add/amend chain can be timed hop by hop.      *
      *================================================================*
       WRITE-RESPONSE-TIME.
           MOVE 'LGAPDB01' TO PL-PROGRAM.
           MOVE 'LGCOMCAL' TO PL-HOP.
           MOVE WS-TRANSID TO PL-TRANSID.
           MOVE WS-TASKNUM TO PL-TASKNUM.
           COMPUTE PL-ELAPSED-TIME = WS-RT-END-TIME - WS-RT-START-TIME.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO PL-DATE.
           MOVE TIME1 TO PL-TIME.

           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(PERF-LOG-RECORD)
                     LENGTH(LENGTH OF PERF-LOG-RECORD)
           END-EXEC.

           EXIT.

      *================================================================*
       P546-CHK-MATRIX.
           EVALUATE TRUE
               WHEN X3-VAL > 200 AND X5-Z9 NOT = 2
                 MOVE 2 TO X5-Z9
                 MOVE 'Critical Matrix Override - Manual Review'
                   TO X6-REJ
               WHEN X3-VAL > 150 AND X3-VAL <= 200 AND X5-Z9 NOT = 1
                 MOVE 1 TO X5-Z9
                 MOVE 'Matrix Override - Pending Verification'
                   TO X6-REJ
               WHEN X5-Z9 NOT = 0 AND X3-VAL <= 150
                 MOVE 0 TO X5-Z9
                 MOVE SPACES TO X6-REJ
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           
           MOVE X5-Z9 TO CA-B-ST
           MOVE X6-REJ TO CA-B-RejectReason.
           EXIT.

      *----------------------------------------------------------------*
       P548-BINS.
           MOVE CA-B-FP     TO DB2-B-P1-Int
           MOVE CA-B-CA-B-FPR   TO DB2-B-P1A-Int
           MOVE CA-B-CP    TO DB2-B-P2-Int
           MOVE CA-B-CPR  TO DB2-B-P2A-Int
           MOVE CA-B-FLP    TO DB2-B-P3-Int
           MOVE CA-B-FLPR  TO DB2-B-P3A-Int
           MOVE CA-B-WP  TO DB2-B-P4-Int
           MOVE CA-B-WPR TO DB2-B-P4A-Int
           MOVE CA-B-TP  TO DB2-B-P5-Int
           MOVE CA-B-CYP TO DB2-B-P6-Int
           MOVE CA-B-ST        TO DB2-B-Z9-Int
           MOVE CA-B-RiskScore TO DB2-B-RISK-SINT
           MOVE CA-B-BuildYear TO DB2-B-YEAR-SINT
           MOVE WS-ZRI-CEDED-SI TO DB2-B-CEDED-INT
           MOVE CA-B-ATTACHMENT  TO DB2-B-ATTACH-INT
           MOVE CA-B-LAYER-LIMIT TO DB2-B-LAYER-INT
           MOVE CA-B-SumInsured TO DB2-B-SUMINS-Int
           MOVE WS-ZTAX-AMOUNT TO DB2-B-TAX-DEC
           MOVE CA-B-DED-FIRE    TO DB2-B-DF-INT
           MOVE CA-B-DED-CRIME   TO DB2-B-DC-INT
           MOVE CA-B-DED-FLOOD   TO DB2-B-DL-INT
           MOVE CA-B-DED-WEATHER TO DB2-B-DW-INT
           MOVE CA-B-DED-TERROR  TO DB2-B-DT-INT
           MOVE CA-B-DED-CYBER   TO DB2-B-DY-INT
           MOVE CA-B-BIPR        TO DB2-B-BI-INT
           MOVE CA-B-BI-REVENUE  TO DB2-B-BIREV-INT

           MOVE ' INSERT COMMER' TO EM-SQLREQ
      *----------------------------------------------------------------*
      *    Same 2-version pattern as P200-E for the trailing Varchar   *
      *    area - underwriting notes ride past the fixed commarea the  *
      *    same way ENDOWMENT's padding text does.                     *
      *----------------------------------------------------------------*
           SUBTRACT WS-REQUIRED-CA-LEN FROM EIBCALEN
               GIVING WS-VARY-LEN

           IF WS-VARY-LEN IS GREATER THAN ZERO
      *       Commarea contains data for Varchar field
              MOVE CA-B-PADDING-DATA
                  TO WS-VARY-CHAR(1:WS-VARY-LEN)
           END-IF

      *    The customer group the policy was written under (taken off
      *    the signed-on user's profile by P090) stays on the row, so
      *    the product reports can break the book down by scheme.
           MOVE 0 TO WS-SQL-RETRY-COUNT.
           MOVE 'N' TO WS-SQL-OK.
           PERFORM UNTIL WS-SQL-OK = 'Y'
                      OR WS-SQL-RETRY-COUNT > WS-SQL-MAX-RETRIES
              IF WS-VARY-LEN IS GREATER THAN ZERO
                 EXEC SQL
                   INSERT INTO COMMERCIAL
                             (PolicyNumber,
                              RequestDate,
                              StartDate,
                              RenewalDate,
                              Address,
                              Zipcode,
                              LatitudeN,
                              LongitudeW,
                              Customer,
                              PropertyType,
                              SumInsured,
                              FirePeril,
                              CA-B-FPR,
                              CrimePeril,
                              CrimePremium,
                              FloodPeril,
                              FloodPremium,
                              WeatherPeril,
                              WeatherPremium,
                              TerrorPeril,
                              CyberPeril,
                              Status,
                              RiskScore,
                              Construction,
                              BuildYear,
                              CededSI,
                              AttachmentPoint,
                              LayerLimit,
                              PremiumTax,
                              DeductFire,
                              DeductCrime,
                              DeductFlood,
                              DeductWeather,
                              DeductTerror,
                              DeductCyber,
                              BIPremium,
                              BIRevenue,
                              RejectionReason,
                              CustGroup,
                              UnderwritingNotes)
                      VALUES (:DB2-POLICYNUM-INT,
                              :CA-LASTCHANGED,
                              :CA-ISSUE-DATE,
                              :CA-EXPIRY-DATE,
                              :CA-B-Address,
                              :CA-B-PST,
                              :CA-B-Latitude,
                              :CA-B-Longitude,
                              :CA-B-Customer,
                              :CA-B-PropType,
                              :DB2-B-SUMINS-Int,
                              :DB2-B-P1-Int,
                              :DB2-B-P1A-Int,
                              :DB2-B-P2-Int,
                              :DB2-B-P2A-Int,
                              :DB2-B-P3-Int,
                              :DB2-B-P3A-Int,
                              :DB2-B-P4-Int,
                              :DB2-B-P4A-Int,
                              :DB2-B-P5-Int,
                              :DB2-B-P6-Int,
                              :DB2-B-Z9-Int,
                              :DB2-B-RISK-SINT,
                              :CA-B-Construction,
                              :DB2-B-YEAR-SINT,
                              :DB2-B-CEDED-INT,
                              :DB2-B-ATTACH-INT,
                              :DB2-B-LAYER-INT,
                              :DB2-B-TAX-DEC,
                              :DB2-B-DF-INT,
                              :DB2-B-DC-INT,
                              :DB2-B-DL-INT,
                              :DB2-B-DW-INT,
                              :DB2-B-DT-INT,
                              :DB2-B-DY-INT,
                              :DB2-B-BI-INT,
                              :DB2-B-BIREV-INT,
                              :CA-B-RejectReason,
                              :CA-B-CustGroup,
                              :WS-VARY-FIELD)
                 END-EXEC
              ELSE
                 EXEC SQL
                   INSERT INTO COMMERCIAL
                             (PolicyNumber,
                              RequestDate,
                              StartDate,
                              RenewalDate,
                              Address,
                              Zipcode,
                              LatitudeN,
                              LongitudeW,
                              Customer,
                              PropertyType,
                              SumInsured,
                              FirePeril,
                              CA-B-FPR,
                              CrimePeril,
                              CrimePremium,
                              FloodPeril,
                              FloodPremium,
                              WeatherPeril,
                              WeatherPremium,
                              TerrorPeril,
                              CyberPeril,
                              Status,
                              RiskScore,
                              Construction,
                              BuildYear,
                              CededSI,
                              AttachmentPoint,
                              LayerLimit,
                              PremiumTax,
                              DeductFire,
                              DeductCrime,
                              DeductFlood,
                              DeductWeather,
                              DeductTerror,
                              DeductCyber,
                              BIPremium,
                              BIRevenue,
                              RejectionReason,
                              CustGroup)
                      VALUES (:DB2-POLICYNUM-INT,
                              :CA-LASTCHANGED,
                              :CA-ISSUE-DATE,
                              :CA-EXPIRY-DATE,
                              :CA-B-Address,
                              :CA-B-PST,
                              :CA-B-Latitude,
                              :CA-B-Longitude,
                              :CA-B-Customer,
                              :CA-B-PropType,
                              :DB2-B-SUMINS-Int,
                              :DB2-B-P1-Int,
                              :DB2-B-P1A-Int,
                              :DB2-B-P2-Int,
                              :DB2-B-P2A-Int,
                              :DB2-B-P3-Int,
                              :DB2-B-P3A-Int,
                              :DB2-B-P4-Int,
                              :DB2-B-P4A-Int,
                              :DB2-B-P5-Int,
                              :DB2-B-P6-Int,
                              :DB2-B-Z9-Int,
                              :DB2-B-RISK-SINT,
                              :CA-B-Construction,
                              :DB2-B-YEAR-SINT,
                              :DB2-B-CEDED-INT,
                              :DB2-B-ATTACH-INT,
                              :DB2-B-LAYER-INT,
                              :DB2-B-TAX-DEC,
                              :DB2-B-DF-INT,
                              :DB2-B-DC-INT,
                              :DB2-B-DL-INT,
                              :DB2-B-DW-INT,
                              :DB2-B-DT-INT,
                              :DB2-B-DY-INT,
                              :DB2-B-BI-INT,
                              :DB2-B-BIREV-INT,
                              :CA-B-RejectReason,
                              :CA-B-CustGroup)
                 END-EXEC
              END-IF
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-SQL-OK
              ELSE
                 IF (SQLCODE = -911 OR SQLCODE = -913)
                    AND WS-SQL-RETRY-COUNT < WS-SQL-MAX-RETRIES
                    ADD 1 TO WS-SQL-RETRY-COUNT
                    EXEC CICS DELAY INTERVAL(000001) END-EXEC
                 ELSE
                    ADD WS-SQL-MAX-RETRIES TO WS-SQL-RETRY-COUNT
                    ADD 1 TO WS-SQL-RETRY-COUNT
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-SQL-OK NOT = 'Y'
              MOVE '92' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P552-B-STORE-PREMISES THRU P552-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      * Amend path for '02ACOM' - UPDATE the existing COMMERCIAL row   *
      * so P546-CHK-MATRIX's fresh peril premiums/status are saved     *
      * against the policy rather than inserting a duplicate row.      *
      *----------------------------------------------------------------*
       P549-BINS-AMEND.
           MOVE CA-B-FP     TO DB2-B-P1-Int
           MOVE CA-B-CA-B-FPR   TO DB2-B-P1A-Int
           MOVE CA-B-CP    TO DB2-B-P2-Int
           MOVE CA-B-CPR  TO DB2-B-P2A-Int
           MOVE CA-B-FLP    TO DB2-B-P3-Int
           MOVE CA-B-FLPR  TO DB2-B-P3A-Int
           MOVE CA-B-WP  TO DB2-B-P4-Int
           MOVE CA-B-WPR TO DB2-B-P4A-Int
           MOVE CA-B-TP  TO DB2-B-P5-Int
           MOVE CA-B-CYP TO DB2-B-P6-Int
           MOVE CA-B-ST        TO DB2-B-Z9-Int
           MOVE CA-B-RiskScore TO DB2-B-RISK-SINT
           MOVE CA-B-BuildYear TO DB2-B-YEAR-SINT
           MOVE WS-ZRI-CEDED-SI TO DB2-B-CEDED-INT
           MOVE CA-B-ATTACHMENT  TO DB2-B-ATTACH-INT
           MOVE CA-B-LAYER-LIMIT TO DB2-B-LAYER-INT
           MOVE CA-B-SumInsured TO DB2-B-SUMINS-Int
           MOVE WS-ZTAX-AMOUNT TO DB2-B-TAX-DEC
           MOVE CA-B-DED-FIRE    TO DB2-B-DF-INT
           MOVE CA-B-DED-CRIME   TO DB2-B-DC-INT
           MOVE CA-B-DED-FLOOD   TO DB2-B-DL-INT
           MOVE CA-B-DED-WEATHER TO DB2-B-DW-INT
           MOVE CA-B-DED-TERROR  TO DB2-B-DT-INT
           MOVE CA-B-DED-CYBER   TO DB2-B-DY-INT
           MOVE CA-B-BIPR        TO DB2-B-BI-INT
           MOVE CA-B-BI-REVENUE  TO DB2-B-BIREV-INT

           MOVE ' UPDATE COMMER' TO EM-SQLREQ

           SUBTRACT WS-REQUIRED-CA-LEN FROM EIBCALEN
               GIVING WS-VARY-LEN

           IF WS-VARY-LEN IS GREATER THAN ZERO
      *       Commarea contains data for Varchar field
              MOVE CA-B-PADDING-DATA
                  TO WS-VARY-CHAR(1:WS-VARY-LEN)
           END-IF

           MOVE 0 TO WS-SQL-RETRY-COUNT.
           MOVE 'N' TO WS-SQL-OK.
           PERFORM UNTIL WS-SQL-OK = 'Y'
                      OR WS-SQL-RETRY-COUNT > WS-SQL-MAX-RETRIES
              IF WS-VARY-LEN IS GREATER THAN ZERO
                 EXEC SQL
                   UPDATE COMMERCIAL
                      SET RenewalDate     = :CA-EXPIRY-DATE,
                          Address         = :CA-B-Address,
                          Zipcode         = :CA-B-PST,
                          LatitudeN       = :CA-B-Latitude,
                          LongitudeW      = :CA-B-Longitude,
                          Customer        = :CA-B-Customer,
                          PropertyType    = :CA-B-PropType,
                          SumInsured      = :DB2-B-SUMINS-Int,
                          FirePeril       = :DB2-B-P1-Int,
                          CA-B-FPR        = :DB2-B-P1A-Int,
                          CrimePeril      = :DB2-B-P2-Int,
                          CrimePremium    = :DB2-B-P2A-Int,
                          FloodPeril      = :DB2-B-P3-Int,
                          FloodPremium    = :DB2-B-P3A-Int,
                          WeatherPeril    = :DB2-B-P4-Int,
                          WeatherPremium  = :DB2-B-P4A-Int,
                          TerrorPeril     = :DB2-B-P5-Int,
                          CyberPeril      = :DB2-B-P6-Int,
                          Status          = :DB2-B-Z9-Int,
                          RiskScore       = :DB2-B-RISK-SINT,
                          Construction    = :CA-B-Construction,
                          BuildYear       = :DB2-B-YEAR-SINT,
                          CededSI         = :DB2-B-CEDED-INT,
                          AttachmentPoint = :DB2-B-ATTACH-INT,
                          LayerLimit      = :DB2-B-LAYER-INT,
                          PremiumTax      = :DB2-B-TAX-DEC,
                          DeductFire      = :DB2-B-DF-INT,
                          DeductCrime     = :DB2-B-DC-INT,
                          DeductFlood     = :DB2-B-DL-INT,
                          DeductWeather   = :DB2-B-DW-INT,
                          DeductTerror    = :DB2-B-DT-INT,
                          DeductCyber     = :DB2-B-DY-INT,
                          BIPremium       = :DB2-B-BI-INT,
                          BIRevenue       = :DB2-B-BIREV-INT,
                          RejectionReason = :CA-B-RejectReason,
                          UnderwritingNotes = :WS-VARY-FIELD
                    WHERE PolicyNumber    = :DB2-POLICYNUM-INT
                 END-EXEC
              ELSE
                 EXEC SQL
                   UPDATE COMMERCIAL
                      SET RenewalDate     = :CA-EXPIRY-DATE,
                          Address         = :CA-B-Address,
                          Zipcode         = :CA-B-PST,
                          LatitudeN       = :CA-B-Latitude,
                          LongitudeW      = :CA-B-Longitude,
                          Customer        = :CA-B-Customer,
                          PropertyType    = :CA-B-PropType,
                          SumInsured      = :DB2-B-SUMINS-Int,
                          FirePeril       = :DB2-B-P1-Int,
                          CA-B-FPR        = :DB2-B-P1A-Int,
                          CrimePeril      = :DB2-B-P2-Int,
                          CrimePremium    = :DB2-B-P2A-Int,
                          FloodPeril      = :DB2-B-P3-Int,
                          FloodPremium    = :DB2-B-P3A-Int,
                          WeatherPeril    = :DB2-B-P4-Int,
                          WeatherPremium  = :DB2-B-P4A-Int,
                          TerrorPeril     = :DB2-B-P5-Int,
                          CyberPeril      = :DB2-B-P6-Int,
                          Status          = :DB2-B-Z9-Int,
                          RiskScore       = :DB2-B-RISK-SINT,
                          Construction    = :CA-B-Construction,
                          BuildYear       = :DB2-B-YEAR-SINT,
                          CededSI         = :DB2-B-CEDED-INT,
                          AttachmentPoint = :DB2-B-ATTACH-INT,
                          LayerLimit      = :DB2-B-LAYER-INT,
                          PremiumTax      = :DB2-B-TAX-DEC,
                          DeductFire      = :DB2-B-DF-INT,
                          DeductCrime     = :DB2-B-DC-INT,
                          DeductFlood     = :DB2-B-DL-INT,
                          DeductWeather   = :DB2-B-DW-INT,
                          DeductTerror    = :DB2-B-DT-INT,
                          DeductCyber     = :DB2-B-DY-INT,
                          BIPremium       = :DB2-B-BI-INT,
                          BIRevenue       = :DB2-B-BIREV-INT,
                          RejectionReason = :CA-B-RejectReason
                    WHERE PolicyNumber    = :DB2-POLICYNUM-INT
                 END-EXEC
              END-IF
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-SQL-OK
              ELSE
                 IF (SQLCODE = -911 OR SQLCODE = -913)
                    AND WS-SQL-RETRY-COUNT < WS-SQL-MAX-RETRIES
                    ADD 1 TO WS-SQL-RETRY-COUNT
                    EXEC CICS DELAY INTERVAL(000001) END-EXEC
                 ELSE
                    ADD WS-SQL-MAX-RETRIES TO WS-SQL-RETRY-COUNT
                    ADD 1 TO WS-SQL-RETRY-COUNT
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-SQL-OK NOT = 'Y'
              MOVE '92' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    The additional premises are replaced wholesale with the
      *    set as keyed, the same way the motor amend replaces its
      *    named drivers.
           MOVE ' DELETE COMLOC ' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM COMMLOC
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           PERFORM P552-B-STORE-PREMISES THRU P552-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      * Files the additional premises of a multi-location risk against *
      * the policy, one COMMLOC row each with the premium LGCOMCAL     *
      * rated it at.  The COMMERCIAL row holds the primary premises    *
      * only, so without these rows the reinsurance risk profile has   *
      * no way to see the other locations.  Best effort like the       *
      * named drivers: the policy stands even if a premises row fails  *
      * to file, and the failure is on the log.                        *
      *----------------------------------------------------------------*
       P552-B-STORE-PREMISES.

           IF CA-B-LOC-COUNT = 0
              GO TO P552-EXIT
           END-IF.

           MOVE ' INSERT COMLOC ' TO EM-SQLREQ.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > CA-B-LOC-COUNT
                OR WS-LOC-SUB > 5
              MOVE WS-LOC-SUB TO DB2-LOC-SEQ-SINT
              MOVE CA-B-LOC-SUMINSURED(WS-LOC-SUB) TO DB2-LOC-SI-INT
              MOVE CA-B-LOC-PREMIUM(WS-LOC-SUB)    TO DB2-LOC-PREM-INT
              MOVE CA-B-LOC-POSTCODE(WS-LOC-SUB)   TO WS-LOC-POSTCODE
              MOVE CA-B-LOC-PROPTYPE(WS-LOC-SUB)   TO WS-LOC-PROPTYPE
              EXEC SQL
                INSERT INTO COMMLOC
                          ( POLICYNUMBER,
                            LOCSEQ,
                            ZIPCODE,
                            PROPERTYTYPE,
                            SUMINSURED,
                            PREMIUM )
                   VALUES ( :DB2-POLICYNUM-INT,
                            :DB2-LOC-SEQ-SINT,
                            :WS-LOC-POSTCODE,
                            :WS-LOC-PROPTYPE,
                            :DB2-LOC-SI-INT,
                            :DB2-LOC-PREM-INT )
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM WRITE-ERROR-MESSAGE
                 MOVE 9 TO WS-LOC-SUB
              END-IF
           END-PERFORM.

       P552-EXIT.

      *================================================================*
      * Builds and archives the endorsement schedule after an amend   *
      * has applied - old value, new value and the premium effect,    *
      * drawn from the before-image P106-T-HISTORY captured ahead of  *
      * the update.  Best effort like the declarations archive: the   *
      * endorsement itself already stands, and a failure to file the  *
      * paper is logged, not fatal.                                    *
      *================================================================*
       P655-GEN-ENDORSEMENT.

           MOVE SPACES TO WS-ENDT-TEXT.
           MOVE 1 TO WS-ENDT-SUB.
           MOVE 'ENDORSEMENT SCHEDULE' TO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.
           STRING 'POLICY NUMBER: ' CA-POLICY-NUM
               DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.
           STRING 'CUSTOMER NUMBER: ' CA-CUSTOMER-NUM
               DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.
           STRING 'ENDORSEMENT TYPE: ' CA-REQUEST-ID
               DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.
           ADD 1 TO WS-ENDT-SUB.

           STRING 'ITEM            WAS         NOW'
               DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.
           STRING 'ISSUE DATE    ' WS-HIST-ISSUE-DATE
                  '  ' CA-ISSUE-DATE
               DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.
           STRING 'EXPIRY DATE   ' WS-HIST-EXPIRY-DATE
                  '  ' CA-EXPIRY-DATE
               DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.
           STRING 'BROKER REF    ' WS-HIST-BROKERSREF
                  '  ' CA-BROKERSREF
               DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.

           MOVE DB2-H-PAYMENT-INT TO WS-ENDT-OLD-PAY-ED.
           MOVE CA-PAYMENT        TO WS-ENDT-NEW-PAY-ED.
           STRING 'PREMIUM        ' WS-ENDT-OLD-PAY-ED
                  '   ' WS-ENDT-NEW-PAY-ED
               DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.

           COMPUTE WS-ENDT-EFFECT =
              CA-PAYMENT - DB2-H-PAYMENT-INT.
           MOVE WS-ENDT-EFFECT TO WS-ENDT-EFFECT-ED.
           STRING 'PREMIUM EFFECT: ' WS-ENDT-EFFECT-ED
               DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB).
           ADD 1 TO WS-ENDT-SUB.

      *    The fee is billed on its own, not in the premium above.
           IF CA-ADMIN-FEE > 0
              MOVE CA-ADMIN-FEE TO WS-ENDT-FEE-ED
              STRING 'ADMINISTRATION FEE: ' WS-ENDT-FEE-ED
                  DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB)
              ADD 1 TO WS-ENDT-SUB
           END-IF.

           IF CA-REQUEST-ID = '02ACOM'
              STRING 'RATING WORKSHEET HELD WITH POLICY - SEE 04WCOM'
                  DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB)
              ADD 1 TO WS-ENDT-SUB
           END-IF.

      *    The clauses the policy carries after the change, in the
      *    wording each was attached with.
           IF WS-CLS-ADDED > 0 OR WS-CLS-DROPPED > 0
              STRING 'CLAUSES ADDED BY THIS ENDORSEMENT: ' WS-CLS-ADDED
                     '  REMOVED: ' WS-CLS-DROPPED
                  DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB)
              ADD 1 TO WS-ENDT-SUB
           END-IF.
           PERFORM P697-ENDT-CLAUSES THRU P697-EXIT.

      *    Filed under the policy's next document version, exactly
      *    as P650 files a declarations page.
           MOVE ' SELECT END VER' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(DOCVERSION), 0) + 1
               INTO :DB2-DOC-VERSION-SINT
               FROM DOCARCH
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO P655-EXIT
           END-IF.

           MOVE 3840 TO WS-VARY-LEN.
           MOVE WS-ENDT-TEXT TO WS-VARY-CHAR(1:3840).

           MOVE ' INSERT END DOC' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO DOCARCH
                       ( POLICYNUMBER,
                         DOCVERSION,
                         ISSUEDDATE,
                         DOCTEXT )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-DOC-VERSION-SINT,
                         CURRENT TIMESTAMP,
                         :WS-VARY-FIELD )
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       P655-EXIT.
           EXIT.

      *================================================================*
      * Applies the clause library's rules to the policy just added,   *
      * bound or amended - see WS-CLS-FIELDS.  Each clause whose       *
      * version in force today matches on peril, flood score or        *
      * property type is attached (source 'R') unless the policy       *
      * already carries it or an underwriter took it off by hand.  On  *
      * an amend, a rule clause whose rule no longer matches is        *
      * dropped first (status 'X'), so one that matches again later    *
      * comes back on the wording then in force.  Best effort like     *
      * the other side-car writes: the policy change already stands,   *
      * and a failure is on the log.                                   *
      *================================================================*
       P690-ATTACH-RULE-CLAUSES.

           MOVE 0 TO WS-CLS-ADDED.
           MOVE 0 TO WS-CLS-DROPPED.
           IF CA-POLICY-NUM NOT NUMERIC
              GO TO P690-EXIT
           END-IF.
           MOVE CA-POLICY-NUM TO DB2-CLS-POLICYNUM-INT.

           MOVE SPACES TO WS-CLS-PERILS.
           MOVE SPACES TO WS-CLS-PROPTYPE.
           MOVE 0 TO DB2-CLS-SCORE-SINT.
           EVALUATE DB2-POLICYTYPE
             WHEN 'H'
               MOVE CA-H-P-TYP TO WS-CLS-PROPTYPE
               IF CA-H-RISK-SCORE NUMERIC
                  MOVE CA-H-RISK-SCORE TO DB2-CLS-SCORE-SINT
               END-IF
             WHEN 'C'
               MOVE CA-B-PropType TO WS-CLS-PROPTYPE
               PERFORM P691-COMM-PERILS
           END-EVALUATE.

           IF CA-REQUEST-ID(1:2) = '02'
              MOVE ' DROP RULE CLS ' TO EM-SQLREQ
              EXEC SQL
                UPDATE POLCLAUSE
                   SET STATUS       = 'X',
                       DETACHEDDATE = CURRENT DATE,
                       DETACHEDBY   = :WS-USR-ID
                 WHERE POLICYNUMBER = :DB2-CLS-POLICYNUM-INT
                   AND STATUS       = 'A'
                   AND SOURCE       = 'R'
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM CLAUSE C
                          WHERE C.CLAUSECODE = POLCLAUSE.CLAUSECODE
                            AND C.EFFFROM    = POLCLAUSE.EFFFROM
                            AND (C.POLICYTYPE = ' '
                              OR C.POLICYTYPE = :DB2-POLICYTYPE)
                            AND ((C.RULETYPE = 'P'
                                  AND LOCATE(' ' CONCAT
                                        RTRIM(UPPER(C.RULEVALUE))
                                        CONCAT ' ',
                                        :WS-CLS-PERILS) > 0)
                              OR (C.RULETYPE = 'F'
                                  AND C.RULESCORE > 0
                                  AND :DB2-CLS-SCORE-SINT
                                      >= C.RULESCORE)
                              OR (C.RULETYPE = 'T'
                                  AND C.RULEVALUE <> ' '
                                  AND C.RULEVALUE = :WS-CLS-PROPTYPE))
                       )
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                  MOVE SQLERRD(3) TO WS-CLS-DROPPED
                WHEN 100
                  CONTINUE
                WHEN OTHER
                  PERFORM WRITE-ERROR-MESSAGE
                  GO TO P690-EXIT
              END-EVALUATE
           END-IF.

           MOVE ' ATTACH RULE CLS' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLCLAUSE
                       ( POLICYNUMBER,
                         CLAUSECODE,
                         EFFFROM,
                         SOURCE,
                         STATUS,
                         ATTACHEDDATE,
                         ATTACHEDBY )
               SELECT :DB2-CLS-POLICYNUM-INT,
                      C.CLAUSECODE,
                      C.EFFFROM,
                      'R',
                      'A',
                      CURRENT DATE,
                      :WS-USR-ID
                 FROM CLAUSE C
                WHERE C.STATUS  = 'A'
                  AND C.EFFFROM =
                      ( SELECT MAX(C2.EFFFROM)
                          FROM CLAUSE C2
                         WHERE C2.CLAUSECODE = C.CLAUSECODE
                           AND C2.EFFFROM   <= CURRENT DATE )
                  AND (C.POLICYTYPE = ' '
                    OR C.POLICYTYPE = :DB2-POLICYTYPE)
                  AND ((C.RULETYPE = 'P'
                        AND LOCATE(' ' CONCAT RTRIM(UPPER(C.RULEVALUE))
                                   CONCAT ' ', :WS-CLS-PERILS) > 0)
                    OR (C.RULETYPE = 'F'
                        AND C.RULESCORE > 0
                        AND :DB2-CLS-SCORE-SINT >= C.RULESCORE)
                    OR (C.RULETYPE = 'T'
                        AND C.RULEVALUE <> ' '
                        AND C.RULEVALUE = :WS-CLS-PROPTYPE))
                  AND NOT EXISTS
                      ( SELECT 1
                          FROM POLCLAUSE P
                         WHERE P.POLICYNUMBER = :DB2-CLS-POLICYNUM-INT
                           AND P.CLAUSECODE   = C.CLAUSECODE
                           AND P.STATUS IN ('A', 'D') )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-CLS-ADDED
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       P690-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The commercial perils selected, as ' FIRE FLOOD ... ' - BI     *
      * counts as selected when a revenue is given to rate it on.      *
      *----------------------------------------------------------------*
       P691-COMM-PERILS.
           MOVE 1 TO WS-CLS-PTR.
           STRING ' ' DELIMITED BY SIZE
               INTO WS-CLS-PERILS WITH POINTER WS-CLS-PTR.
           IF CA-B-FP > 0
              STRING 'FIRE ' DELIMITED BY SIZE
                  INTO WS-CLS-PERILS WITH POINTER WS-CLS-PTR
           END-IF.
           IF CA-B-CP > 0
              STRING 'CRIME ' DELIMITED BY SIZE
                  INTO WS-CLS-PERILS WITH POINTER WS-CLS-PTR
           END-IF.
           IF CA-B-FLP > 0
              STRING 'FLOOD ' DELIMITED BY SIZE
                  INTO WS-CLS-PERILS WITH POINTER WS-CLS-PTR
           END-IF.
           IF CA-B-WP > 0
              STRING 'WEATHER ' DELIMITED BY SIZE
                  INTO WS-CLS-PERILS WITH POINTER WS-CLS-PTR
           END-IF.
           IF CA-B-TP > 0
              STRING 'TERROR ' DELIMITED BY SIZE
                  INTO WS-CLS-PERILS WITH POINTER WS-CLS-PTR
           END-IF.
           IF CA-B-CYP > 0
              STRING 'CYBER ' DELIMITED BY SIZE
                  INTO WS-CLS-PERILS WITH POINTER WS-CLS-PTR
           END-IF.
           IF CA-B-BI-REVENUE > 0
              STRING 'BI ' DELIMITED BY SIZE
                  INTO WS-CLS-PERILS WITH POINTER WS-CLS-PTR
           END-IF.
           EXIT.

      *================================================================*
      * Attaches the requirement clauses after an '11UINS' result of   *
      * 'R' - each 'R' rule clause whose rule value appears in one of  *
      * the requirements just filed (or, blank, on any requirement),   *
      * source 'I'.  The sprinkler warranty follows the surveyor's     *
      * sprinkler requirement onto the policy and its next documents.  *
      * Best effort, like the rule attach in P690.                     *
      *================================================================*
       P695-ATTACH-REQ-CLAUSES.

           IF DB2-INSPID-INT = 0
              GO TO P695-EXIT
           END-IF.

           MOVE ' ATTACH REQ CLS ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLCLAUSE
                       ( POLICYNUMBER,
                         CLAUSECODE,
                         EFFFROM,
                         SOURCE,
                         STATUS,
                         ATTACHEDDATE,
                         ATTACHEDBY )
               SELECT :DB2-C-Policynum-Int,
                      C.CLAUSECODE,
                      C.EFFFROM,
                      'I',
                      'A',
                      CURRENT DATE,
                      :WS-USR-ID
                 FROM CLAUSE C
                WHERE C.STATUS   = 'A'
                  AND C.RULETYPE = 'R'
                  AND C.EFFFROM  =
                      ( SELECT MAX(C2.EFFFROM)
                          FROM CLAUSE C2
                         WHERE C2.CLAUSECODE = C.CLAUSECODE
                           AND C2.EFFFROM   <= CURRENT DATE )
                  AND (C.POLICYTYPE = ' '
                    OR C.POLICYTYPE = :DB2-POLICYTYPE)
                  AND EXISTS
                      ( SELECT 1
                          FROM REQUIREMENT R
                         WHERE R.INSPECTIONID = :DB2-INSPID-INT
                           AND (C.RULEVALUE = ' '
                             OR LOCATE(RTRIM(UPPER(C.RULEVALUE)),
                                       UPPER(R.REQDESC)) > 0) )
                  AND NOT EXISTS
                      ( SELECT 1
                          FROM POLCLAUSE P
                         WHERE P.POLICYNUMBER = :DB2-C-Policynum-Int
                           AND P.CLAUSECODE   = C.CLAUSECODE
                           AND P.STATUS IN ('A', 'D') )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       P695-EXIT.
           EXIT.

      *================================================================*
      * The clause section of the endorsement schedule - every clause  *
      * the policy carries, code and title, then its wording as        *
      * attached.  A clause that will not fit in what is left of the   *
      * page is not split: the last line points to the policy's        *
      * clause schedule ('04LCLP') instead.                            *
      *================================================================*
       P697-ENDT-CLAUSES.

           IF CA-POLICY-NUM NOT NUMERIC
              GO TO P697-EXIT
           END-IF.
           MOVE CA-POLICY-NUM TO DB2-CLS-POLICYNUM-INT.

           MOVE ' OPEN END CLS  ' TO EM-SQLREQ
           EXEC SQL
             DECLARE ENDTCLS-CSR CURSOR FOR
               SELECT P.CLAUSECODE, CHAR(P.EFFFROM, ISO), C.TITLE,
                      C.WORDING
                 FROM POLCLAUSE P, CLAUSE C
                WHERE P.POLICYNUMBER = :DB2-CLS-POLICYNUM-INT
                  AND P.STATUS       = 'A'
                  AND C.CLAUSECODE   = P.CLAUSECODE
                  AND C.EFFFROM      = P.EFFFROM
                ORDER BY P.CLAUSECODE
           END-EXEC

           EXEC SQL
             OPEN ENDTCLS-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO P697-EXIT
           END-IF.

           MOVE 'Y' TO WS-CLS-FIRST.
           MOVE 'N' TO WS-CLS-EOF.
           PERFORM P698-ENDT-CLAUSE-LINES
               UNTIL WS-CLS-EOF = 'Y'.

           EXEC SQL
             CLOSE ENDTCLS-CSR
           END-EXEC.

       P697-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       P698-ENDT-CLAUSE-LINES.

           EXEC SQL
             FETCH ENDTCLS-CSR
              INTO :DB2-CLS-CODE, :DB2-CLS-EFFFROM, :DB2-CLS-TITLE,
                   :DB2-CLS-WORDING-FIELD
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CLS-EOF
           ELSE
              MOVE SPACES TO WS-CLS-WORDING
              MOVE 0 TO WS-CLS-LINES
              IF DB2-CLS-WORDING-LEN > 0
                 AND DB2-CLS-WORDING-LEN NOT > 300
                 MOVE DB2-CLS-WORDING-CHAR(1:DB2-CLS-WORDING-LEN)
                   TO WS-CLS-WORDING(1:DB2-CLS-WORDING-LEN)
                 COMPUTE WS-CLS-LINES =
                    (DB2-CLS-WORDING-LEN + 74) / 75
              END-IF
              IF WS-CLS-FIRST = 'Y'
                 ADD 1 TO WS-CLS-LINES
              END-IF
              IF WS-ENDT-SUB + WS-CLS-LINES > 47
                 IF WS-ENDT-SUB NOT > 48
                    MOVE WS-CLS-MORE-MSG TO WS-ENDT-LINE(WS-ENDT-SUB)
                 END-IF
                 MOVE 'Y' TO WS-CLS-EOF
              ELSE
                 IF WS-CLS-FIRST = 'Y'
                    MOVE 'N' TO WS-CLS-FIRST
                    SUBTRACT 1 FROM WS-CLS-LINES
                    MOVE WS-CLS-HEAD TO WS-ENDT-LINE(WS-ENDT-SUB)
                    ADD 1 TO WS-ENDT-SUB
                 END-IF
                 STRING DB2-CLS-CODE ' ' DB2-CLS-TITLE
                        ' (WORDING OF ' DB2-CLS-EFFFROM ')'
                     DELIMITED BY SIZE INTO WS-ENDT-LINE(WS-ENDT-SUB)
                 ADD 1 TO WS-ENDT-SUB
                 PERFORM VARYING WS-CLS-WSUB FROM 1 BY 1
                   UNTIL WS-CLS-WSUB > WS-CLS-LINES
                    STRING '  ' WS-CLS-WORDING-LINE(WS-CLS-WSUB)
                        DELIMITED BY SIZE
                        INTO WS-ENDT-LINE(WS-ENDT-SUB)
                    ADD 1 TO WS-ENDT-SUB
                 END-PERFORM
              END-IF
           END-IF.
           EXIT.

      *================================================================*
      * '05CCOM' cancellation - selects the policy's PAYMENT and the    *
      * COMMERCIAL row's current Status, rejects an already-cancelled   *
      * policy, works out the refund via P710-CALC-CANCEL-REFUND, then  *
      * marks the COMMERCIAL row Status 9 (Cancelled) directly.  There  *
      * is no front end that repopulates CA-B-DETAIL ahead of a         *
      * cancellation LINK the way an amend screen does, so LGAPVS01     *
      * skips its own KSDSPOLY re-write entirely for this action char   *
      * rather than risk writing a stale CA-B-DETAIL into the audit     *
      * index - the COMMERCIAL row updated directly below is the       *
      * system of record for the new status.                            *
      *================================================================*
       P700-CANCEL-COMM.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.

           MOVE ' SELECT POL CAN' TO EM-SQLREQ
           EXEC SQL
             SELECT ISSUEDATE, EXPIRYDATE, PAYMENT,
                    BROKERID, BROKERSREFERENCE
               INTO :CA-ISSUE-DATE, :CA-EXPIRY-DATE, :DB2-PAYMENT-INT,
                    :DB2-BROKERID-INT, :CA-BROKERSREF
               FROM POLICY
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN -530
               MOVE '70' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE DB2-PAYMENT-INT TO CA-PAYMENT.

           MOVE ' SELECT COM STAT' TO EM-SQLREQ
           EXEC SQL
             SELECT Status
               INTO :DB2-B-Z9-Int
               FROM COMMERCIAL
              WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-B-Z9-Int = 9
              MOVE '81' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    CA-CANCEL-DATE comes straight from the caller and feeds
      *    FUNCTION INTEGER-OF-DATE in P710-CALC-CANCEL-REFUND - spaces,
      *    low-values or a malformed date would abend that FUNCTION call
      *    rather than return cleanly, so the YYYY-MM-DD shape is
      *    checked here first.
           IF CA-CANCEL-DATE(1:4) NOT NUMERIC
              OR CA-CANCEL-DATE(5:1) NOT = '-'
              OR CA-CANCEL-DATE(6:2) NOT NUMERIC
              OR CA-CANCEL-DATE(8:1) NOT = '-'
              OR CA-CANCEL-DATE(9:2) NOT NUMERIC
              MOVE '82' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'Y' TO WS-FEE-ON-CANCEL.
           PERFORM P710-CALC-CANCEL-REFUND.

      *    A preview stops here - the refund is in CA-REFUND-AMOUNT,
      *    the fee it is net of in CA-ADMIN-FEE, and nothing has been
      *    updated.
           IF WS-CANCEL-PREVIEW-ONLY = 'Y'
              MOVE '00' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P099-STAMP-POLICY THRU P099-EXIT.

           MOVE 9 TO DB2-B-Z9-Int.
           MOVE 9 TO CA-B-ST.

           MOVE ' UPDATE COM CAN' TO EM-SQLREQ
           EXEC SQL
             UPDATE COMMERCIAL
                SET Status = :DB2-B-Z9-Int
              WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '92' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

      *    The termination row carries the premium given back - the
      *    refund before the fee came off it - so the earning and
      *    commission claw-back runs see premium only; the fee is
      *    filed on its own 'F' row for the GL.
           MOVE 'C' TO WS-CAN-CHANGETYPE.
           MOVE CA-CANCEL-METHOD TO WS-CAN-METHOD.
           COMPUTE DB2-CAN-REFUND-DEC =
              CA-REFUND-AMOUNT + CA-ADMIN-FEE.
           PERFORM P730-FILE-CANCELLATION.

           IF CA-ADMIN-FEE > 0
              MOVE 'C' TO WS-FEE-KIND
              MOVE CA-ADMIN-FEE TO DB2-FEE-AMT-DEC
              PERFORM P108-T-FILE-FEE
           END-IF.

      *    The refund owed back is money out like a claim payment -
      *    queued for the bank file the same way.
           IF CA-REFUND-AMOUNT > 0
              MOVE 'R' TO WS-DSB-SOURCE
              MOVE 0 TO DB2-DSB-CLAIM-INT
              MOVE CA-REFUND-AMOUNT TO DB2-DSB-AMT-DEC
              PERFORM P735-FILE-DISBURSEMENT
           END-IF.

           EXIT.

      *================================================================*
      * '08FCOM' lapse for non-payment - the automated counterpart of   *
      * '05CCOM', driven by the receivables aging run rather than a     *
      * customer's request.  Cover stops on CA-CANCEL-DATE and the      *
      * refund of unearned premium comes off the same                   *
      * P710-CALC-CANCEL-REFUND machinery, but the COMMERCIAL row is    *
      * marked Status 8 (Lapsed) rather than 9 (Cancelled) so the       *
      * persistency numbers can tell an involuntary lapse from a        *
      * voluntary cancellation.  An already-cancelled or already-       *
      * lapsed policy is rejected the same way P700-CANCEL-COMM         *
      * rejects a re-cancellation.                                      *
      *================================================================*

      *================================================================*
      * Files a termination on the policy history - the system of     *
      * record the earning, GL-refund and commission-clawback unloads  *
      * draw the cancellation date and refund from.  The row reuses   *
      * the standard before-image columns: EXPIRYDATE carries the      *
      * date cover actually stopped, PAYMENT the refund given, and    *
      * CANCELMETHOD the refund basis ('P' pro-rata, else short        *
      * rate; lapses file method 'F' and no refund).  Best effort -   *
      * the termination itself already stands on the COMMERCIAL row.  *
      *================================================================*
       P730-FILE-CANCELLATION.

           MOVE ' INSERT HIS CAN' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICYHIST
                 (POLICYNUMBER, CUSTOMERNUMBER, ISSUEDATE,
                  EXPIRYDATE, BROKERID, BROKERSREFERENCE,
                  PAYMENT, CHANGETYPE, CANCELMETHOD,
                  CHANGEDBY, CHANGEDTERM, CHANGEDTIMESTAMP)
               VALUES
                 (:DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                  :CA-ISSUE-DATE, :CA-CANCEL-DATE,
                  :DB2-BROKERID-INT, :CA-BROKERSREF,
                  :DB2-CAN-REFUND-DEC, :WS-CAN-CHANGETYPE,
                  :WS-CAN-METHOD, :WS-AUD-BY, :WS-TERMID,
                  CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      *================================================================*
       P720-LAPSE-COMM.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.

           MOVE ' SELECT POL LPS' TO EM-SQLREQ
           EXEC SQL
             SELECT ISSUEDATE, EXPIRYDATE, PAYMENT,
                    BROKERID, BROKERSREFERENCE
               INTO :CA-ISSUE-DATE, :CA-EXPIRY-DATE, :DB2-PAYMENT-INT,
                    :DB2-BROKERID-INT, :CA-BROKERSREF
               FROM POLICY
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN -530
               MOVE '70' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE DB2-PAYMENT-INT TO CA-PAYMENT.

           MOVE ' SELECT COM LPS' TO EM-SQLREQ
           EXEC SQL
             SELECT Status
               INTO :DB2-B-Z9-Int
               FROM COMMERCIAL
              WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-B-Z9-Int = 8 OR DB2-B-Z9-Int = 9
              MOVE '81' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-CANCEL-DATE(1:4) NOT NUMERIC
              OR CA-CANCEL-DATE(5:1) NOT = '-'
              OR CA-CANCEL-DATE(6:2) NOT NUMERIC
              OR CA-CANCEL-DATE(8:1) NOT = '-'
              OR CA-CANCEL-DATE(9:2) NOT NUMERIC
              MOVE '82' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P710-CALC-CANCEL-REFUND.

           MOVE 8 TO DB2-B-Z9-Int.
           MOVE 8 TO CA-B-ST.

           MOVE ' UPDATE COM LPS' TO EM-SQLREQ
           EXEC SQL
             UPDATE COMMERCIAL
                SET Status = :DB2-B-Z9-Int
              WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '92' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

      *    A lapse terminates cover with no refund - filed on the
      *    history the same way a cancellation is, so the earning
      *    and GL unloads see the date cover stopped.
           MOVE 'L' TO WS-CAN-CHANGETYPE.
           MOVE 'F' TO WS-CAN-METHOD.
           MOVE 0 TO DB2-CAN-REFUND-DEC.
           PERFORM P730-FILE-CANCELLATION.

           EXIT.

      *================================================================*
      * '18NREN' marks a policy for non-renewal / '18XREN' clears    *
      * the marker - an underwriter decision, entered ahead of       *
      * expiry, that makes LGRENEW1 skip the offer and emit the      *
      * statutory notice instead of cancelling mid-term.  The reason *
      * rides in CA-B-RejectReason onto the history row so the       *
      * pending-non-renewals review always shows why.                *
      *================================================================*
       P760-NONRENEW-MARK.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.
           MOVE CA-POLICY-NUM TO EM-POLNUM.

           MOVE ' SELECT POL NRN' TO EM-SQLREQ
           EXEC SQL
             SELECT ISSUEDATE, EXPIRYDATE, BROKERID,
                    BROKERSREFERENCE, PAYMENT
               INTO :CA-ISSUE-DATE, :CA-EXPIRY-DATE,
                    :DB2-BROKERID-INT, :CA-BROKERSREF,
                    :DB2-PAYMENT-INT
               FROM POLICY
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF CA-REQUEST-ID = '18NREN'
              MOVE 'Y' TO WS-NRN-FLAG
           ELSE
              MOVE 'N' TO WS-NRN-FLAG
           END-IF.

           MOVE ' UPDATE POL NRN' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET NONRENEWAL  = :WS-NRN-FLAG,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    The decision stays on the history, with the underwriter's
      *    reason on the LGSTSQ log - the review trail a non-renewal
      *    by typo gets caught from.  Best effort, the marker itself
      *    already stands.
           MOVE ' INSERT HIS NRN' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICYHIST
                 (POLICYNUMBER, CUSTOMERNUMBER, ISSUEDATE,
                  EXPIRYDATE, BROKERID, BROKERSREFERENCE,
                  PAYMENT, CHANGETYPE, CANCELMETHOD,
                  CHANGEDBY, CHANGEDTERM, CHANGEDTIMESTAMP)
               VALUES
                 (:DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                  :CA-ISSUE-DATE, :CA-EXPIRY-DATE,
                  :DB2-BROKERID-INT, :CA-BROKERSREF,
                  :DB2-PAYMENT-INT, 'N', :WS-NRN-FLAG,
                  :WS-AUD-BY, :WS-TERMID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           MOVE 'NONRENEW  ' TO WM-ACTION.
           MOVE CA-B-RejectReason(1:31) TO WM-NAME.
           MOVE CA-POLICY-NUM TO WM-LISTING.
           PERFORM P135-LOG-WATCH-EVENT.

           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *================================================================*
      * '27TXFR' change of policyholder - moves CA-POLICY-NUM from     *
      * the holder in CA-CUSTOMER-NUM to CA-X-NEW-CUSTNUM as at        *
      * CA-X-EFF-DATE (today when blank; a future date was diaried     *
      * by P095 before this point).  The policy keeps its number, so   *
      * the payment schedule, the motor NCD and the COMMERCIAL /       *
      * ENDOWMENT / HOUSE / MOTOR row travel with it untouched; the    *
      * POLICY row, its history and its claims are re-pointed at the   *
      * new holder, and a commercial row takes the new holder's name.  *
      * The new holder is screened against LGWATCH first (75 on a      *
      * hit, no override).  The old holder's DD mandate is withdrawn   *
      * ('X') - the new holder's bank details, when supplied, file a   *
      * fresh pending mandate through P122.  The history gets a 'X'    *
      * row against the old holder, and the POLXFER row feeds the      *
      * overnight LGXFRNT1 run that writes to both holders.            *
      * CA-CUSTOMER-NUM is left as the old holder - LGAPVS01 needs it  *
      * to find the KSDSPOLY record it re-keys.                        *
      * Code 55 when the new holder is not on the customer master, is  *
      * the old holder, the policy is not held by the old holder, or   *
      * it has already expired by the effective date; 61 when the      *
      * policy is under compliance freeze.                             *
      *================================================================*
       P780-POLICY-TRANSFER.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.
           MOVE DB2-CUSTOMERNUM-INT TO DB2-XFR-OLDCUST-INT.
           MOVE 0      TO CA-X-HIST-MOVED.
           MOVE 0      TO CA-X-CLAIMS-MOVED.
           MOVE SPACES TO CA-X-NEW-NAME.
           MOVE SPACE  TO CA-X-POLICY-TYPE.

           IF CA-X-NEW-CUSTNUM NOT NUMERIC
              OR CA-X-NEW-CUSTNUM = ZERO
              MOVE '55' TO CA-RETURN-CODE
              GO TO P780-EXIT
           END-IF.
           MOVE CA-X-NEW-CUSTNUM TO DB2-XFR-NEWCUST-INT.
           IF DB2-XFR-NEWCUST-INT = DB2-XFR-OLDCUST-INT
              MOVE '55' TO CA-RETURN-CODE
              GO TO P780-EXIT
           END-IF.

           IF CA-X-EFF-DATE = SPACES
              PERFORM P145-GET-TODAY-ISO
              MOVE WS-VEL-TODAY-ISO TO CA-X-EFF-DATE
           END-IF.
           IF CA-X-EFF-DATE(1:4) NOT NUMERIC
              MOVE '55' TO CA-RETURN-CODE
              GO TO P780-EXIT
           END-IF.

           MOVE ' SELECT POL XFR' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYTYPE, CUSTOMERNUMBER, ISSUEDATE,
                    EXPIRYDATE, BROKERID, BROKERSREFERENCE,
                    PAYMENT, COALESCE(COMPFREEZE, 'N')
               INTO :WS-XFR-POLTYPE, :DB2-XFR-POLCUST-INT,
                    :WS-XFR-ISSUE, :WS-XFR-EXPIRY,
                    :DB2-BROKERID-INT, :CA-BROKERSREF,
                    :DB2-PAYMENT-INT, :WS-XFR-CFZ
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '55' TO CA-RETURN-CODE
               GO TO P780-EXIT
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-XFR-POLCUST-INT NOT = DB2-XFR-OLDCUST-INT
              OR WS-XFR-EXPIRY < CA-X-EFF-DATE
              MOVE '55' TO CA-RETURN-CODE
              GO TO P780-EXIT
           END-IF.
           IF WS-XFR-CFZ = 'Y'
              MOVE '61' TO CA-RETURN-CODE
              GO TO P780-EXIT
           END-IF.

           MOVE ' SELECT CUS XFR' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNAME
               INTO :WS-XFR-NEW-NAME
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-XFR-NEWCUST-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '55' TO CA-RETURN-CODE
               GO TO P780-EXIT
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

      *    Screening returns with 75 on a hit - nothing below runs.
           PERFORM P130-SCREEN-WATCHLIST THRU P130-EXIT.

           MOVE ' UPDATE POL XFR' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET CUSTOMERNUMBER = :DB2-XFR-NEWCUST-INT,
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND LASTCHANGED  = :CA-LASTCHANGED
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
      *        Changed since the caller read it - see WS-LCK-FIELDS.
               MOVE '52' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               GO TO P780-SQL-FAIL
           END-EVALUATE.

           MOVE ' UPDATE HIS XFR' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICYHIST
                SET CUSTOMERNUMBER = :DB2-XFR-NEWCUST-INT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CA-X-HIST-MOVED
           ELSE
              IF SQLCODE NOT = 100
                 GO TO P780-SQL-FAIL
              END-IF
           END-IF.

           MOVE ' UPDATE CLM XFR' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET CUSTOMERNUMBER = :DB2-XFR-NEWCUST-INT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CA-X-CLAIMS-MOVED
           ELSE
              IF SQLCODE NOT = 100
                 GO TO P780-SQL-FAIL
              END-IF
           END-IF.

           MOVE WS-XFR-NEW-NAME(1:31) TO CA-X-NEW-NAME.
           IF WS-XFR-POLTYPE = 'C'
              MOVE ' UPDATE COM XFR' TO EM-SQLREQ
              EXEC SQL
                UPDATE COMMERCIAL
                   SET Customer = :CA-X-NEW-NAME
                 WHERE PolicyNumber = :DB2-POLICYNUM-INT
              END-EXEC
              IF SQLCODE NOT = 0
                 GO TO P780-SQL-FAIL
              END-IF
           END-IF.

      *    The old holder's authority to debit goes with the policy
      *    - withdrawn, so LGDDCOL1 stops collecting against it.
           MOVE ' UPDATE DDM XFR' TO EM-SQLREQ
           EXEC SQL
             UPDATE DDMANDATE
                SET STATUS = 'X'
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS IN ('P', 'S', 'A')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              GO TO P780-SQL-FAIL
           END-IF.

           MOVE DB2-XFR-NEWCUST-INT TO DB2-CUSTOMERNUM-INT.
           PERFORM P122-T-MANDATE THRU P122-EXIT.

      *    The 'X' history row stands against the holder the policy
      *    left, with the effective date where cancellations put
      *    theirs.
           MOVE ' INSERT HIS XFR' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICYHIST
                 (POLICYNUMBER, CUSTOMERNUMBER, ISSUEDATE,
                  EXPIRYDATE, BROKERID, BROKERSREFERENCE,
                  PAYMENT, CHANGETYPE, CANCELMETHOD,
                  CHANGEDBY, CHANGEDTERM, CHANGEDTIMESTAMP)
               VALUES
                 (:DB2-POLICYNUM-INT, :DB2-XFR-OLDCUST-INT,
                  :WS-XFR-ISSUE, :CA-X-EFF-DATE,
                  :DB2-BROKERID-INT, :CA-BROKERSREF,
                  :DB2-PAYMENT-INT, 'X', ' ',
                  :WS-AUD-BY, :WS-TERMID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P780-SQL-FAIL
           END-IF.

           MOVE ' INSERT POLXFER' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLXFER
                       ( XFERID,
                         POLICYNUMBER,
                         FROMCUSTOMER,
                         TOCUSTOMER,
                         POLICYTYPE,
                         EFFDATE,
                         STATUS,
                         CHANGEDBY,
                         CREATEDDATE )
                VALUES ( DEFAULT,
                         :DB2-POLICYNUM-INT,
                         :DB2-XFR-OLDCUST-INT,
                         :DB2-XFR-NEWCUST-INT,
                         :WS-XFR-POLTYPE,
                         :CA-X-EFF-DATE,
                         'N',
                         :WS-AUD-BY,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P780-SQL-FAIL
           END-IF.

           EXEC SQL
             SELECT LASTCHANGED
               INTO :CA-LASTCHANGED
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.

           MOVE DB2-XFR-OLDCUST-INT TO DB2-CUSTOMERNUM-INT.
           MOVE WS-XFR-POLTYPE TO CA-X-POLICY-TYPE.
           MOVE '00' TO CA-RETURN-CODE.
           GO TO P780-EXIT.

      *    Any failure part way through abends so the POLICY update
      *    backs out with it - a half-moved policy would leave the
      *    claims under one holder and the policy under another.
       P780-SQL-FAIL.
           MOVE '90' TO WS-SQL-GENERIC-RC.
           PERFORM DETERMINE-SQL-FAILURE-CODE.
           PERFORM WRITE-ERROR-MESSAGE.
           EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC.
           EXEC CICS RETURN END-EXEC.

       P780-EXIT.
           EXIT.

      *================================================================*
      * '29KCRD' card payment on CA-POLICY-NUM - see WS-CRD-FIELDS.    *
      * The token, auth code and amount file a CARDPAY row first; its  *
      * CARDPAYID comes back as CA-K-PAYMENT-REF, the reference the    *
      * acquirer returns on its settlement file.  An arrears payment   *
      * is spread over the refused installments oldest due first - a   *
      * row paid in full goes to 'P', the row the money runs out on is *
      * split the way LGCOLRS1 splits a part-paid collection - and any *
      * excess, like a deposit or a one-off premium, is booked as a    *
      * paid one-off installment due today.  The acquirer has already  *
      * authorised the money, so from the CARDPAY insert on any        *
      * failure abends to back the lot out rather than leave a payment *
      * taken with nothing booked against it.                          *
      * A token that is blank or all digits (a card number keyed where *
      * the token belongs - refused, and never stored), no auth code,  *
      * a zero amount or an unknown purpose is code 07; a policy not   *
      * held by CA-CUSTOMER-NUM, 08; arrears on a policy with no       *
      * refused installments, 09.                                      *
      *================================================================*
       P790-CARD-PAYMENT.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.
           MOVE 0 TO CA-K-PAYMENT-REF.
           MOVE 0 TO CA-K-INST-PAID.
           MOVE 0 TO CA-K-UNALLOCATED.
           MOVE 0 TO CA-K-ARREARS-LEFT.

           IF CA-K-CARD-TOKEN = SPACES
              OR CA-K-CARD-TOKEN(1:13) IS NUMERIC
              OR CA-K-AUTH-CODE = SPACES
              OR CA-K-AMOUNT NOT NUMERIC
              OR CA-K-AMOUNT = 0
              MOVE '07' TO CA-RETURN-CODE
              GO TO P790-EXIT
           END-IF.
           IF NOT CA-K-DEPOSIT
              AND NOT CA-K-ONE-OFF
              AND NOT CA-K-ARREARS
              MOVE '07' TO CA-RETURN-CODE
              GO TO P790-EXIT
           END-IF.

           MOVE ' SELECT POL CRD' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER
               INTO :DB2-CRD-POLCUST-INT
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '08' TO CA-RETURN-CODE
               GO TO P790-EXIT
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-CRD-POLCUST-INT NOT = DB2-CUSTOMERNUM-INT
              MOVE '08' TO CA-RETURN-CODE
              GO TO P790-EXIT
           END-IF.

           MOVE ' SELECT SCH ARR' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :DB2-CRD-ARREARS-DEC
               FROM PAYSCHED
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS       = 'R'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           IF CA-K-ARREARS AND DB2-CRD-ARREARS-DEC = 0
              MOVE '09' TO CA-RETURN-CODE
              GO TO P790-EXIT
           END-IF.

           PERFORM P145-GET-TODAY-ISO.
           MOVE CA-K-AMOUNT TO DB2-CRD-AMOUNT-DEC.

           MOVE ' INSERT CARDPAY' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CARDPAY
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         PURPOSE,
                         CARDTOKEN,
                         AUTHCODE,
                         AMOUNT,
                         STATUS,
                         TAKENDATE,
                         TAKENBY        )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :CA-K-PURPOSE,
                         :CA-K-CARD-TOKEN,
                         :CA-K-AUTH-CODE,
                         :DB2-CRD-AMOUNT-DEC,
                         'T',
                         :WS-VEL-TODAY-ISO,
                         :WS-AUD-BY      )
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P790-SQL-FAIL
           END-IF.

           EXEC SQL
             SET :DB2-CRD-PAYID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC.
           MOVE DB2-CRD-PAYID-INT TO CA-K-PAYMENT-REF.

           MOVE CA-K-AMOUNT TO WS-CRD-REMAIN.
           IF CA-K-ARREARS
              PERFORM P791-CARD-ARREARS THRU P791-EXIT
           END-IF.

           IF WS-CRD-REMAIN > 0
              PERFORM P793-CARD-ONE-OFF THRU P793-EXIT
           END-IF.

           COMPUTE CA-K-ARREARS-LEFT =
              DB2-CRD-ARREARS-DEC - (CA-K-AMOUNT - CA-K-UNALLOCATED).
           IF NOT CA-K-ARREARS
              MOVE DB2-CRD-ARREARS-DEC TO CA-K-ARREARS-LEFT
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.
           GO TO P790-EXIT.

       P790-SQL-FAIL.
           MOVE '90' TO WS-SQL-GENERIC-RC.
           PERFORM DETERMINE-SQL-FAILURE-CODE.
           PERFORM WRITE-ERROR-MESSAGE.
           EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC.
           EXEC CICS RETURN END-EXEC.

       P790-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pays the policy's refused installments oldest due first until  *
      * WS-CRD-REMAIN runs out.                                        *
      *----------------------------------------------------------------*
       P791-CARD-ARREARS.

           MOVE ' OPEN SCH ARR  ' TO EM-SQLREQ
           EXEC SQL
             DECLARE ARREARS-CSR CURSOR FOR
               SELECT INSTALLMENTNUM, DUEDATE, AMOUNT
                 FROM PAYSCHED
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                  AND STATUS       = 'R'
                ORDER BY DUEDATE, INSTALLMENTNUM
           END-EXEC

           EXEC SQL
             OPEN ARREARS-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P790-SQL-FAIL
           END-IF.

           MOVE 'N' TO WS-CRD-EOF.
           PERFORM P792-CARD-ARREARS-ROW THRU P792-EXIT
               UNTIL WS-CRD-EOF = 'Y'
                  OR WS-CRD-REMAIN NOT GREATER THAN 0.

           EXEC SQL
             CLOSE ARREARS-CSR
           END-EXEC.

       P791-EXIT.
           EXIT.

       P792-CARD-ARREARS-ROW.

           MOVE ' FETCH SCH ARR ' TO EM-SQLREQ
           EXEC SQL
             FETCH ARREARS-CSR
              INTO :DB2-CRD-INST-SINT, :WS-CRD-DUE-DATE,
                   :DB2-CRD-INST-AMT-DEC
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-CRD-EOF
               GO TO P792-EXIT
             WHEN OTHER
               GO TO P790-SQL-FAIL
           END-EVALUATE.

           IF DB2-CRD-INST-AMT-DEC NOT GREATER THAN WS-CRD-REMAIN
              MOVE ' UPDATE SCH CRD' TO EM-SQLREQ
              EXEC SQL
                UPDATE PAYSCHED
                   SET STATUS    = 'P',
                       PAIDDATE  = :WS-VEL-TODAY-ISO,
                       CARDPAYID = :DB2-CRD-PAYID-INT
                 WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                   AND INSTALLMENTNUM = :DB2-CRD-INST-SINT
              END-EXEC
              IF SQLCODE NOT = 0
                 GO TO P790-SQL-FAIL
              END-IF
              SUBTRACT DB2-CRD-INST-AMT-DEC FROM WS-CRD-REMAIN
              ADD 1 TO CA-K-INST-PAID
              GO TO P792-EXIT
           END-IF.

      *    The money runs out part-way through this row - the open
      *    row keeps the balance and a paid row is split off for the
      *    part covered, under the next installment number.
           MOVE WS-CRD-REMAIN TO DB2-CRD-PAID-AMT-DEC.
           COMPUTE DB2-CRD-INST-AMT-DEC =
              DB2-CRD-INST-AMT-DEC - DB2-CRD-PAID-AMT-DEC.

           MOVE ' SELECT SCH MAX' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(INSTALLMENTNUM), 0) + 1
               INTO :DB2-CRD-SPLIT-SINT
               FROM PAYSCHED
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P790-SQL-FAIL
           END-IF.

           MOVE ' UPDATE SCH SPL' TO EM-SQLREQ
           EXEC SQL
             UPDATE PAYSCHED
                SET AMOUNT = :DB2-CRD-INST-AMT-DEC
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND INSTALLMENTNUM = :DB2-CRD-INST-SINT
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P790-SQL-FAIL
           END-IF.

           MOVE ' INSERT SCH SPL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PAYSCHED
                       ( POLICYNUMBER,
                         INSTALLMENTNUM,
                         DUEDATE,
                         AMOUNT,
                         STATUS,
                         PAIDDATE,
                         CARDPAYID      )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CRD-SPLIT-SINT,
                         :WS-CRD-DUE-DATE,
                         :DB2-CRD-PAID-AMT-DEC,
                         'P',
                         :WS-VEL-TODAY-ISO,
                         :DB2-CRD-PAYID-INT )
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P790-SQL-FAIL
           END-IF.

           MOVE 0 TO WS-CRD-REMAIN.
           ADD 1 TO CA-K-INST-PAID.

       P792-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Books a deposit, a one-off premium or the excess over the      *
      * arrears as a paid one-off installment due today (day capped    *
      * at 28, as P126 bills an adjustment).                           *
      *----------------------------------------------------------------*
       P793-CARD-ONE-OFF.

           MOVE ' SELECT SCH MAX' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(INSTALLMENTNUM), 0) + 1
               INTO :DB2-CRD-SPLIT-SINT
               FROM PAYSCHED
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P790-SQL-FAIL
           END-IF.

           MOVE WS-VEL-TODAY-ISO TO WS-CRD-DUE-DATE.
           IF WS-CRD-DUE-DATE(9:2) > '28'
              MOVE '28' TO WS-CRD-DUE-DATE(9:2)
           END-IF.
           MOVE WS-CRD-REMAIN TO DB2-CRD-PAID-AMT-DEC.

           MOVE ' INSERT SCH CRD' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PAYSCHED
                       ( POLICYNUMBER,
                         INSTALLMENTNUM,
                         DUEDATE,
                         AMOUNT,
                         STATUS,
                         PAIDDATE,
                         CARDPAYID      )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CRD-SPLIT-SINT,
                         :WS-CRD-DUE-DATE,
                         :DB2-CRD-PAID-AMT-DEC,
                         'P',
                         :WS-VEL-TODAY-ISO,
                         :DB2-CRD-PAYID-INT )
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO P790-SQL-FAIL
           END-IF.

           MOVE WS-CRD-REMAIN TO CA-K-UNALLOCATED.
           MOVE 0 TO WS-CRD-REMAIN.

       P793-EXIT.
           EXIT.

      *================================================================*
      * '06RCOM' reinstatement - reverses a cancellation or lapse      *
      * inside the window.  The policy must currently stand cancelled  *
      * (Status 9) or lapsed (Status 8); the no-loss declaration must  *
      * be set (code 73 otherwise); the original cancellation date     *
      * must be within the window (code 72).  The amount due back is   *
      * the refund for the portion of the term still to run from       *
      * today - computed on the same P710 machinery, with today        *
      * standing in as the effective date - and the history table      *
      * records the reinstatement distinctly ('T').                    *
      *================================================================*
       P740-REINSTATE-COMM.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.

           IF CA-REINSTATE-NOLOSS NOT = 'Y'
              MOVE '73' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' SELECT POL REI' TO EM-SQLREQ
           EXEC SQL
             SELECT ISSUEDATE, EXPIRYDATE, PAYMENT, BROKERID,
                    BROKERSREFERENCE
               INTO :CA-ISSUE-DATE, :CA-EXPIRY-DATE,
                    :DB2-PAYMENT-INT, :DB2-BROKERID-INT,
                    :CA-BROKERSREF
               FROM POLICY
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE DB2-PAYMENT-INT TO CA-PAYMENT.

           MOVE ' SELECT COM REI' TO EM-SQLREQ
           EXEC SQL
             SELECT Status
               INTO :DB2-B-Z9-Int
               FROM COMMERCIAL
              WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '94' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF DB2-B-Z9-Int NOT = 8 AND DB2-B-Z9-Int NOT = 9
              MOVE '81' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-CANCEL-DATE(1:4) NOT NUMERIC
              OR CA-CANCEL-DATE(5:1) NOT = '-'
              OR CA-CANCEL-DATE(6:2) NOT NUMERIC
              OR CA-CANCEL-DATE(8:1) NOT = '-'
              OR CA-CANCEL-DATE(9:2) NOT NUMERIC
              MOVE '82' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-REIN-RATE-KEY)
                     RESP(WS-REIN-RESP)
           END-EXEC.
           IF WS-REIN-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-REIN-WINDOW-DAYS
           END-IF.

           PERFORM P145-GET-TODAY-ISO.
           MOVE CA-CANCEL-DATE(1:4) TO WS-CANCEL-DATE-NUM(1:4).
           MOVE CA-CANCEL-DATE(6:2) TO WS-CANCEL-DATE-NUM(5:2).
           MOVE CA-CANCEL-DATE(9:2) TO WS-CANCEL-DATE-NUM(7:2).
           COMPUTE WS-REIN-CANCEL-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-CANCEL-DATE-NUM).
           COMPUTE WS-REIN-GAP-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-VEL-TODAY-CYMD)
              - WS-REIN-CANCEL-LILIAN.
           IF WS-REIN-GAP-DAYS < 0
              OR WS-REIN-GAP-DAYS > WS-REIN-WINDOW-DAYS
              MOVE '72' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    The still-to-run portion from today is what must come
      *    back - P710 computes exactly that when today stands in as
      *    the effective date.  The original method keeps its say
      *    (short-rate cancellations were refunded short-rate, so
      *    the claw-back mirrors it).
           MOVE CA-CANCEL-DATE TO WS-REIN-SAVED-DATE.
           MOVE WS-VEL-TODAY-ISO TO CA-CANCEL-DATE.
           PERFORM P710-CALC-CANCEL-REFUND.
           MOVE WS-REIN-SAVED-DATE TO CA-CANCEL-DATE.

           PERFORM P099-STAMP-POLICY THRU P099-EXIT.

           MOVE 0 TO DB2-B-Z9-Int.
           MOVE 0 TO CA-B-ST.

           MOVE ' UPDATE COM REI' TO EM-SQLREQ
           EXEC SQL
             UPDATE COMMERCIAL
                SET Status = :DB2-B-Z9-Int,
                    RejectionReason = ' '
              WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '92' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' INSERT HIS REI' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICYHIST
                 (POLICYNUMBER, CUSTOMERNUMBER, ISSUEDATE,
                  EXPIRYDATE, BROKERID, BROKERSREFERENCE,
                  PAYMENT, CHANGETYPE, CHANGEDBY, CHANGEDTERM,
                  CHANGEDTIMESTAMP)
               VALUES
                 (:DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                  :CA-ISSUE-DATE, :CA-EXPIRY-DATE,
                  :DB2-BROKERID-INT, :CA-BROKERSREF,
                  :DB2-PAYMENT-INT, 'T', :WS-AUD-BY, :WS-TERMID,
                  CURRENT TIMESTAMP)
           END-EXEC.

           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *----------------------------------------------------------------*
      * Pro-rata refund is the unused fraction of the term applied to   *
      * the annual premium; short-rate applies WS-SHORT-RATE-FACTOR on  *
      * top so the insurer retains the usual early-cancellation         *
      * surcharge.  A cancellation date on or after expiry, or on or    *
      * before issue, is clamped to a zero or full-term refund rather   *
      * than an out-of-range result.                                    *
      *----------------------------------------------------------------*
       P710-CALC-CANCEL-REFUND.

           MOVE CA-ISSUE-DATE(1:4)  TO WS-CANCEL-ISSUE-NUM(1:4).
           MOVE CA-ISSUE-DATE(6:2)  TO WS-CANCEL-ISSUE-NUM(5:2).
           MOVE CA-ISSUE-DATE(9:2)  TO WS-CANCEL-ISSUE-NUM(7:2).

           MOVE CA-EXPIRY-DATE(1:4) TO WS-CANCEL-EXPIRY-NUM(1:4).
           MOVE CA-EXPIRY-DATE(6:2) TO WS-CANCEL-EXPIRY-NUM(5:2).
           MOVE CA-EXPIRY-DATE(9:2) TO WS-CANCEL-EXPIRY-NUM(7:2).

           MOVE CA-CANCEL-DATE(1:4) TO WS-CANCEL-DATE-NUM(1:4).
           MOVE CA-CANCEL-DATE(6:2) TO WS-CANCEL-DATE-NUM(5:2).
           MOVE CA-CANCEL-DATE(9:2) TO WS-CANCEL-DATE-NUM(7:2).

           COMPUTE WS-CANCEL-ISSUE-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-CANCEL-ISSUE-NUM).
           COMPUTE WS-CANCEL-EXPIRY-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-CANCEL-EXPIRY-NUM).
           COMPUTE WS-CANCEL-DATE-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-CANCEL-DATE-NUM).

           COMPUTE WS-CANCEL-TERM-DAYS =
              WS-CANCEL-EXPIRY-LILIAN - WS-CANCEL-ISSUE-LILIAN.
           IF WS-CANCEL-TERM-DAYS NOT GREATER THAN ZERO
              MOVE 1 TO WS-CANCEL-TERM-DAYS
           END-IF.

           COMPUTE WS-CANCEL-REMAIN-DAYS =
              WS-CANCEL-EXPIRY-LILIAN - WS-CANCEL-DATE-LILIAN.
           IF WS-CANCEL-REMAIN-DAYS < 0
              MOVE 0 TO WS-CANCEL-REMAIN-DAYS
           END-IF.
           IF WS-CANCEL-REMAIN-DAYS > WS-CANCEL-TERM-DAYS
              MOVE WS-CANCEL-TERM-DAYS TO WS-CANCEL-REMAIN-DAYS
           END-IF.

           COMPUTE WS-CANCEL-PRORATA-REFUND ROUNDED =
              CA-PAYMENT * WS-CANCEL-REMAIN-DAYS / WS-CANCEL-TERM-DAYS.

           EVALUATE CA-CANCEL-METHOD
             WHEN 'P'
               MOVE WS-CANCEL-PRORATA-REFUND TO CA-REFUND-AMOUNT
             WHEN OTHER
               COMPUTE CA-REFUND-AMOUNT ROUNDED =
                  WS-CANCEL-PRORATA-REFUND * WS-SHORT-RATE-FACTOR
           END-EVALUATE.

           MOVE 0 TO CA-ADMIN-FEE.
           IF WS-FEE-ON-CANCEL = 'Y'
              PERFORM P715-APPLY-CANCEL-FEE THRU P715-EXIT
           END-IF.

           EXIT.

      *================================================================*
      * Cancellation charges - see WS-FEE-FIELDS.  The minimum         *
      * retained premium comes first: the refund is cut back so the    *
      * premium kept is never below it.  The cancellation fee then     *
      * comes off what is left, never taking the refund below zero -   *
      * the fee recorded is what was actually deducted, so a policy    *
      * cancelled with nothing to refund carries no fee to chase.      *
      *================================================================*
       P715-APPLY-CANCEL-FEE.

           PERFORM P109-T-FEE-POLICY-TYPE.
           MOVE WS-FEE-POLICY-TYPE TO WS-FEE-KEY-TYPE.

           MOVE 'MINRETAIN' TO WS-FEE-KEY-NAME.
           MOVE 0 TO WS-FEE-MIN-RETAIN.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-FEE-RATE-KEY)
                     RESP(WS-FEE-RESP)
           END-EXEC.
           IF WS-FEE-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-FEE-MIN-RETAIN
           END-IF.

           COMPUTE WS-FEE-RETAINED = CA-PAYMENT - CA-REFUND-AMOUNT.
           IF WS-FEE-RETAINED < WS-FEE-MIN-RETAIN
              IF CA-PAYMENT > WS-FEE-MIN-RETAIN
                 COMPUTE CA-REFUND-AMOUNT =
                    CA-PAYMENT - WS-FEE-MIN-RETAIN
              ELSE
                 MOVE 0 TO CA-REFUND-AMOUNT
              END-IF
           END-IF.

           MOVE 'CANCELFEE' TO WS-FEE-KEY-NAME.
           MOVE 0 TO WS-FEE-AMOUNT.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-FEE-RATE-KEY)
                     RESP(WS-FEE-RESP)
           END-EXEC.
           IF WS-FEE-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-FEE-AMOUNT
           END-IF.

           IF WS-FEE-AMOUNT > CA-REFUND-AMOUNT
              MOVE CA-REFUND-AMOUNT TO WS-FEE-AMOUNT
           END-IF.
           IF WS-FEE-AMOUNT = 0
              GO TO P715-EXIT
           END-IF.

           SUBTRACT WS-FEE-AMOUNT FROM CA-REFUND-AMOUNT.
           MOVE WS-FEE-AMOUNT TO CA-ADMIN-FEE.

       P715-EXIT.
           EXIT.

      *================================================================*
      * Queues a money-out item on the DISBURSE table - source 'C'     *
      * for a claim payment, 'R' for a cancellation refund, 'D' for    *
      * an endowment death benefit to the estate (or to WS-DSB-PAYEE,  *
      * the policy's assignee or beneficiary), 'B' for a BI return     *
      * premium on a declared revenue, 'V' for a fleet vehicle taken   *
      * off cover mid-term - status 'O' until the bank's return leg    *
      * confirms it paid.  Refunds are examined overnight by LGAMLMN1  *
      * and any the money-laundering rules catch are held at 'H'.      *
      * A failure                                                      *
      * here abends so the movement that created the obligation backs  *
      * out with it: a payment applied to the claim but never queued   *
      * for the bank is exactly the rekeying hole this table closes.   *
      *================================================================*
       P735-FILE-DISBURSEMENT.

           MOVE ' INSERT DISBURS' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO DISBURSE
                       ( DISBID,
                         SOURCETYPE,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         CLAIMNUMBER,
                         AMOUNT,
                         PAYEEID,
                         STATUS,
                         REJECTCOUNT,
                         CREATEDDATE )
                VALUES ( DEFAULT,
                         :WS-DSB-SOURCE,
                         :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-DSB-CLAIM-INT,
                         :DB2-DSB-AMT-DEC,
                         :WS-DSB-PAYEE,
                         'O',
                         0,
                         CURRENT TIMESTAMP )
           END-EXEC
           MOVE SPACES TO WS-DSB-PAYEE

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *================================================================*
      * Parks a commercial add whose sum insured tops the dual-control *
      * threshold - the LGRATES 'L'/'DUALCTRL' record overrides the    *
      * compiled-in default, the same pattern the rating programs use  *
      * for their limits.  The whole CA-B-DETAIL group is imaged onto  *
      * the PENDINGPOL row so approval can re-drive the add exactly    *
      * as it was keyed.                                                *
      *================================================================*
       P150-CHECK-DUAL-CONTROL.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-DUAL-RATE-KEY)
                     RESP(WS-DUAL-RESP)
           END-EXEC.
           IF WS-DUAL-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-DUAL-THRESHOLD
           END-IF.

           IF CA-B-SumInsured NOT GREATER THAN WS-DUAL-THRESHOLD
              GO TO P150-EXIT
           END-IF.

           MOVE CA-B-SumInsured TO DB2-PEND-SUMINS-INT.
           MOVE EIBOPID TO WS-DUAL-OPID.

           MOVE LENGTH OF CA-B-DETAIL TO WS-VARY-LEN.
           MOVE CA-B-DETAIL TO WS-VARY-CHAR(1:WS-VARY-LEN).

           MOVE ' INSERT PENDING' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PENDINGPOL
                       ( PENDINGID,
                         CUSTOMERNUMBER,
                         ISSUEDATE,
                         EXPIRYDATE,
                         BROKERID,
                         BROKERSREFERENCE,
                         PAYMENT,
                         SUMINSURED,
                         REQUESTEDBY,
                         REQUESTEDDATE,
                         STATUS,
                         ORGID,
                         DETAILIMAGE    )
                VALUES ( DEFAULT,
                         :DB2-CUSTOMERNUM-INT,
                         :CA-ISSUE-DATE,
                         :CA-EXPIRY-DATE,
                         :DB2-BROKERID-INT,
                         :CA-BROKERSREF,
                         :DB2-PAYMENT-INT,
                         :DB2-PEND-SUMINS-INT,
                         :WS-DUAL-OPID,
                         CURRENT TIMESTAMP,
                         'P',
                         :CA-ORG-ID,
                         :WS-VARY-FIELD )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC SQL
             SET :DB2-PENDINGID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-PENDINGID-INT TO CA-POLICY-NUM.

           MOVE '77' TO CA-RETURN-CODE.
           EXEC CICS RETURN END-EXEC.

       P150-EXIT.
           EXIT.

      *================================================================*
      * '09IPND' pending-approvals worklist - up to twenty parked adds *
      * listed into CA-DOC-TEXT, one line each, for the approvals      *
      * screen.                                                         *
      *================================================================*
       P900-PENDING-LIST.

           MOVE SPACES TO CA-DOC-TEXT.
           MOVE 1 TO WS-DUAL-SUB.
           MOVE 'PENDING APPROVALS' TO CA-DOC-LINE(WS-DUAL-SUB).
           ADD 1 TO WS-DUAL-SUB.
           MOVE 'ID         CUSTOMER    SUM INSURED  BY  REQUESTED'
             TO CA-DOC-LINE(WS-DUAL-SUB).
           ADD 1 TO WS-DUAL-SUB.

           MOVE ' OPEN PENDING  ' TO EM-SQLREQ
           EXEC SQL
             DECLARE PENDING-CSR CURSOR FOR
               SELECT PENDINGID, CUSTOMERNUMBER, SUMINSURED,
                      REQUESTEDBY, REQUESTEDDATE
                 FROM PENDINGPOL
                WHERE STATUS = 'P'
                ORDER BY COALESCE(ESCALATED, 'N') DESC, PENDINGID
           END-EXEC

           EXEC SQL
             OPEN PENDING-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-DUAL-SUB > 22
              EXEC SQL
                FETCH PENDING-CSR
                 INTO :DB2-PENDINGID-INT, :DB2-CUSTOMERNUM-INT,
                      :DB2-PEND-SUMINS-INT, :WS-PEND-REQUESTEDBY,
                      :WS-PEND-REQDATE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM P905-PENDING-LIST-LINE
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE PENDING-CSR
           END-EXEC

           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *----------------------------------------------------------------*
       P905-PENDING-LIST-LINE.
           MOVE DB2-PENDINGID-INT     TO WS-DOC-BROKERID-ED.
           MOVE DB2-PEND-SUMINS-INT   TO WS-DOC-SUMINSURED-ED.
           MOVE DB2-CUSTOMERNUM-INT   TO WS-DOC-PAYMENT-ED.
           MOVE SPACES TO CA-DOC-LINE(WS-DUAL-SUB).
           STRING WS-DOC-BROKERID-ED ' '
                  WS-DOC-PAYMENT-ED ' '
                  WS-DOC-SUMINSURED-ED '   '
                  WS-PEND-REQUESTEDBY ' '
                  WS-PEND-REQDATE(1:10)
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DUAL-SUB).
           ADD 1 TO WS-DUAL-SUB.
           EXIT.

      *================================================================*
      * '09APND' - a second pair of eyes binds the parked request.     *
      * The approver must carry at least WS-DUAL-APPROVE-LVL authority *
      * (CA-RETURN-CODE 78 otherwise), and cannot be the operator who  *
      * keyed the request (the whole point of four-eyes).  The parked  *
      * commarea image is restored and the original path re-driven -   *
      * P100-T for a parked add, P105-T-AMEND and the type paragraph   *
      * for a parked endorsement; the request id is then left as the   *
      * original's so the policy-index write, endorsement schedule     *
      * and event publish that follow MAINLINE's dispatch file the     *
      * work exactly as the direct request would have.  A parked       *
      * endorsement binds only while the policy still carries the      *
      * LASTCHANGED its maker read; otherwise CA-RETURN-CODE 52 comes  *
      * back and the row stays pending, to be sent back to the maker.  *
      *================================================================*
       P910-PENDING-APPROVE.

           IF CA-B-AuthLevel < WS-DUAL-APPROVE-LVL
              MOVE '78' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-POLICY-NUM TO DB2-PENDINGID-INT.

           MOVE ' SELECT PENDING' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER, ISSUEDATE, EXPIRYDATE,
                    BROKERID, BROKERSREFERENCE, PAYMENT,
                    REQUESTEDBY, COALESCE(ORGID, ' '),
                    COALESCE(REQUESTID, ' '),
                    COALESCE(POLICYNUMBER, 0),
                    COALESCE(CHAR(LASTCHANGED), ' '),
                    DETAILIMAGE
               INTO :DB2-CUSTOMERNUM-INT, :WS-PEND-ISSUE,
                    :WS-PEND-EXPIRY, :DB2-PEND-BROKER-INT,
                    :WS-PEND-BROKERSREF, :DB2-PEND-PAYMENT-INT,
                    :WS-PEND-REQUESTEDBY, :WS-PEND-ORGID,
                    :WS-PEND-REQID,
                    :DB2-PEND-TARGET-INT,
                    :WS-PEND-LASTCHANGED,
                    :WS-VARY-FIELD
               FROM PENDINGPOL
              WHERE PENDINGID = :DB2-PENDINGID-INT
                AND STATUS    = 'P'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE EIBOPID TO WS-DUAL-OPID.
           IF WS-DUAL-OPID = WS-PEND-REQUESTEDBY
              MOVE '78' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WS-PEND-ISSUE        TO CA-ISSUE-DATE.
           MOVE WS-PEND-EXPIRY       TO CA-EXPIRY-DATE.
           MOVE DB2-PEND-BROKER-INT  TO CA-BROKERID.
           MOVE WS-PEND-BROKERSREF   TO CA-BROKERSREF.
           MOVE DB2-PEND-PAYMENT-INT TO CA-PAYMENT.
           MOVE DB2-CUSTOMERNUM-INT  TO CA-CUSTOMER-NUM.
      *    The organization travels with the parked risk - the bind
      *    books under the entity the request was made for, not
      *    whatever the approver's own commarea carries.
           MOVE WS-PEND-ORGID        TO CA-ORG-ID.
      *    Only as much detail as the park imaged - an endorsement's
      *    image ends where its policy type's detail does.
           MOVE WS-VARY-CHAR(1:WS-VARY-LEN)
             TO CA-B-DETAIL(1:WS-VARY-LEN).

      *    The approved request is re-driven as the ordinary bind or
      *    endorsement it always was - under its own request id, so
      *    the sanctions screen and every post step (referral,
      *    inspection, worksheet, re-spread, endorsement schedule)
      *    treat it exactly like a direct request.  Only the
      *    velocity, dual-control and backdating gates are held
      *    back: all already ruled on the original request.
           MOVE 'Y' TO WS-REDRIVEN-BIND.
           IF WS-PEND-REQID(1:3) = '02A'
              MOVE DB2-PEND-TARGET-INT TO CA-POLICY-NUM
              MOVE WS-PEND-REQID TO CA-REQUEST-ID
              PERFORM P105-T-AMEND
              EVALUATE CA-REQUEST-ID
                WHEN '02ACOM'
                  PERFORM P500-BIZ
                WHEN '02AEND'
                  PERFORM P205-E-AMEND
                WHEN '02AHOU'
                  PERFORM P305-H-AMEND
                WHEN '02AMOT'
                  PERFORM P405-M-AMEND
              END-EVALUATE
           ELSE
      *       A row parked before REQUESTID was kept can only be a
      *       commercial add.
              IF WS-PEND-REQID = SPACES
                 MOVE '01ACOM' TO CA-REQUEST-ID
              ELSE
                 MOVE WS-PEND-REQID TO CA-REQUEST-ID
              END-IF
      *       The length dispatch typed this request 'C' off the
      *       approver's own '09APND' - P100-T's INSERT needs the
      *       parked request's type, not the approval's.
              EVALUATE CA-REQUEST-ID(4:3)
                WHEN 'END'
                  MOVE 'E' TO DB2-POLICYTYPE
                WHEN 'HOU'
                  MOVE 'H' TO DB2-POLICYTYPE
                WHEN 'MOT'
                  MOVE 'M' TO DB2-POLICYTYPE
                WHEN OTHER
                  MOVE 'C' TO DB2-POLICYTYPE
              END-EVALUATE
              PERFORM P100-T
              EVALUATE CA-REQUEST-ID
                WHEN '01AEND'
                  PERFORM P200-E
                WHEN '01AHOU'
                  PERFORM P300-H
                WHEN '01AMOT'
                  PERFORM P400-M
                WHEN OTHER
                  PERFORM P500-BIZ
              END-EVALUATE
           END-IF.
           MOVE 'N' TO WS-REDRIVEN-BIND.

           MOVE CA-POLICY-NUM TO DB2-C-Policynum-Int.

           MOVE ' UPDATE PENDING' TO EM-SQLREQ
           EXEC SQL
             UPDATE PENDINGPOL
                SET STATUS       = 'A',
                    APPROVEDBY   = :WS-DUAL-OPID,
                    POLICYNUMBER = :DB2-C-Policynum-Int
              WHERE PENDINGID = :DB2-PENDINGID-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.

           EXIT.

      *================================================================*
       P920-PENDING-REJECT.

           IF CA-B-AuthLevel < WS-DUAL-APPROVE-LVL
              MOVE '78' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-POLICY-NUM TO DB2-PENDINGID-INT.
           MOVE EIBOPID TO WS-DUAL-OPID.

           MOVE ' REJECT PENDING' TO EM-SQLREQ
           EXEC SQL
             UPDATE PENDINGPOL
                SET STATUS     = 'R',
                    APPROVEDBY = :WS-DUAL-OPID
              WHERE PENDINGID  = :DB2-PENDINGID-INT
                AND STATUS     = 'P'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
      * Files a referred/declined commercial add on the persistent     *
      * REFERRAL queue with the score, reason and sum insured the      *
      * rating run produced.  Queue-keeping is best effort - the add   *
      * itself already stands with its Status, so a failure to file    *
      * the referral is logged, not fatal, the same stance              *
      * P106-T-HISTORY takes on its audit insert.                       *
      *================================================================*
       P930-CREATE-REFERRAL.

           MOVE CA-POLICY-NUM   TO DB2-C-Policynum-Int.
           MOVE CA-B-RiskScore  TO DB2-B-P1-Int.
           MOVE CA-B-SumInsured TO DB2-PEND-SUMINS-INT.

           MOVE ' INSERT REFERRL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO REFERRAL
                       ( REFERRALID,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         RISKSCORE,
                         REASON,
                         SUMINSURED,
                         STATUS,
                         CREATEDDATE    )
                VALUES ( DEFAULT,
                         :DB2-C-Policynum-Int,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-B-P1-Int,
                         :CA-B-RejectReason,
                         :DB2-PEND-SUMINS-INT,
                         'O',
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
      * '10IREF' underwriter worklist - the open referrals, each with  *
      * score, reason and sum insured, listed into CA-DOC-TEXT for     *
      * the worklist screen.                                            *
      *================================================================*
       P940-REFERRAL-LIST.

           MOVE SPACES TO CA-DOC-TEXT.
           MOVE 1 TO WS-DUAL-SUB.
           MOVE 'UNDERWRITER REFERRAL QUEUE' TO CA-DOC-LINE(1).
           MOVE 2 TO WS-DUAL-SUB.
           MOVE 'ID         POLICY     SCORE  SUM INSURED  REASON'
             TO CA-DOC-LINE(2).
           MOVE 3 TO WS-DUAL-SUB.

           MOVE ' OPEN REFERRAL ' TO EM-SQLREQ
           EXEC SQL
             DECLARE REFERRAL-CSR CURSOR FOR
               SELECT REFERRALID, POLICYNUMBER, RISKSCORE,
                      SUMINSURED, REASON
                 FROM REFERRAL
                WHERE STATUS = 'O'
                ORDER BY COALESCE(ESCALATED, 'N') DESC, REFERRALID
           END-EXEC

           EXEC SQL
             OPEN REFERRAL-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-DUAL-SUB > 22
              EXEC SQL
                FETCH REFERRAL-CSR
                 INTO :DB2-PENDINGID-INT, :DB2-C-Policynum-Int,
                      :DB2-B-P1-Int, :DB2-PEND-SUMINS-INT,
                      :CA-B-RejectReason
              END-EXEC
              IF SQLCODE = 0
                 PERFORM P945-REFERRAL-LIST-LINE
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE REFERRAL-CSR
           END-EXEC

           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *----------------------------------------------------------------*
       P945-REFERRAL-LIST-LINE.
           MOVE DB2-PENDINGID-INT   TO WS-DOC-BROKERID-ED.
           MOVE DB2-C-Policynum-Int TO WS-DOC-PAYMENT-ED.
           MOVE DB2-B-P1-Int        TO WS-DOC-TERM-ED.
           MOVE DB2-PEND-SUMINS-INT TO WS-DOC-SUMINSURED-ED.
           MOVE SPACES TO CA-DOC-LINE(WS-DUAL-SUB).
           STRING WS-DOC-BROKERID-ED ' '
                  WS-DOC-PAYMENT-ED ' '
                  WS-DOC-TERM-ED ' '
                  WS-DOC-SUMINSURED-ED ' '
                  CA-B-RejectReason(1:25)
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-DUAL-SUB).
           ADD 1 TO WS-DUAL-SUB.
           EXIT.

      *================================================================*
      * '10AREF' accept / '10RREF' decline - completes the original    *
      * add under the underwriter's identity.  Accept clears the       *
      * bound COMMERCIAL row to Status 0 in-force; decline marks it    *
      * Status 7 with the rating reason retained.  The referral row    *
      * keeps which underwriter decided and how.                        *
      *================================================================*
       P950-REFERRAL-DECIDE.

           MOVE CA-POLICY-NUM TO DB2-PENDINGID-INT.
           MOVE EIBOPID TO WS-DUAL-OPID.

           MOVE ' SELECT REFERRL' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYNUMBER
               INTO :DB2-C-Policynum-Int
               FROM REFERRAL
              WHERE REFERRALID = :DB2-PENDINGID-INT
                AND STATUS     = 'O'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF CA-REQUEST-ID = '10AREF'
              MOVE 'A' TO WS-DUAL-STATUS
              MOVE 0   TO DB2-B-Z9-Int
           ELSE
              MOVE 'D' TO WS-DUAL-STATUS
              MOVE 7   TO DB2-B-Z9-Int
           END-IF.

           MOVE ' UPDATE COM REF' TO EM-SQLREQ
           IF CA-REQUEST-ID = '10AREF'
              EXEC SQL
                UPDATE COMMERCIAL
                   SET Status = :DB2-B-Z9-Int,
                       RejectionReason = ' '
                 WHERE PolicyNumber = :DB2-C-Policynum-Int
              END-EXEC
           ELSE
              EXEC SQL
                UPDATE COMMERCIAL
                   SET Status = :DB2-B-Z9-Int
                 WHERE PolicyNumber = :DB2-C-Policynum-Int
              END-EXEC
           END-IF

      *    A personal-lines referral (a motor policy whose telematics
      *    score fell below the floor) has no COMMERCIAL status to
      *    move - the decision is recorded on the REFERRAL row alone.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '92' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' UPDATE REFERRL' TO EM-SQLREQ
           EXEC SQL
             UPDATE REFERRAL
                SET STATUS      = :WS-DUAL-STATUS,
                    UNDERWRITER = :WS-DUAL-OPID,
                    DECIDEDDATE = CURRENT TIMESTAMP
              WHERE REFERRALID = :DB2-PENDINGID-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *================================================================*
      * Creates the inspection diary row for a bind that meets the     *
      * survey criteria.  Best effort, like the referral queue - the   *
      * bind stands either way and a diary failure is logged.          *
      *================================================================*
       P160-SCHEDULE-INSPECTION.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-INSP-SCORE-KEY)
                     RESP(WS-INSP-RESP)
           END-EXEC.
           IF WS-INSP-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-INSP-SCORE-MIN
           END-IF.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-INSP-SUMINS-KEY)
                     RESP(WS-INSP-RESP)
           END-EXEC.
           IF WS-INSP-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-INSP-SUMINS-MIN
           END-IF.

           IF CA-B-RiskScore NOT GREATER THAN WS-INSP-SCORE-MIN
              AND CA-B-SumInsured NOT GREATER THAN WS-INSP-SUMINS-MIN
              GO TO P160-EXIT
           END-IF.

           MOVE CA-ISSUE-DATE(1:4)  TO WS-INSP-ISSUE-NUM(1:4).
           MOVE CA-ISSUE-DATE(6:2)  TO WS-INSP-ISSUE-NUM(5:2).
           MOVE CA-ISSUE-DATE(9:2)  TO WS-INSP-ISSUE-NUM(7:2).
           COMPUTE WS-INSP-DUE-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-INSP-ISSUE-NUM)
              + WS-INSP-LEAD-DAYS.
           COMPUTE WS-INSP-DUE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-INSP-DUE-LILIAN).
           MOVE WS-INSP-DUE-NUM(1:4) TO WS-INSP-DUE-DATE(1:4).
           MOVE '-'                  TO WS-INSP-DUE-DATE(5:1).
           MOVE WS-INSP-DUE-NUM(5:2) TO WS-INSP-DUE-DATE(6:2).
           MOVE '-'                  TO WS-INSP-DUE-DATE(8:1).
           MOVE WS-INSP-DUE-NUM(7:2) TO WS-INSP-DUE-DATE(9:2).

           MOVE CA-POLICY-NUM TO DB2-C-Policynum-Int.

           MOVE ' INSERT INSPECT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO INSPECTION
                       ( INSPECTIONID,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         DUEDATE,
                         STATUS,
                         CREATEDDATE    )
                VALUES ( DEFAULT,
                         :DB2-C-Policynum-Int,
                         :DB2-CUSTOMERNUM-INT,
                         :WS-INSP-DUE-DATE,
                         'O',
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       P160-EXIT.
           EXIT.

      *================================================================*
      * '11UINS' inspection result entry - the surveyor's outcome      *
      * ('S' satisfactory, 'R' requirements imposed) filed against     *
      * the policy's open inspection.                                   *
      *================================================================*
       P960-INSPECTION-RESULT.

           IF CA-INSPECT-RESULT NOT = 'S'
              AND CA-INSPECT-RESULT NOT = 'R'
              MOVE '82' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-POLICY-NUM TO DB2-C-Policynum-Int.

           MOVE ' UPDATE INSPECT' TO EM-SQLREQ
           EXEC SQL
             UPDATE INSPECTION
                SET STATUS       = 'C',
                    RESULT       = :CA-INSPECT-RESULT,
                    COMPLETEDDATE = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-C-Policynum-Int
                AND STATUS       = 'O'
           END-EXEC

           EVALUATE SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

      *    'R' used to be all we ever knew - the requirements
      *    themselves now file against the inspection, each with its
      *    own diary chase.
           IF CA-INSPECT-RESULT = 'R' AND CA-R-REQ-COUNT > 0
              PERFORM P962-FILE-REQUIREMENTS THRU P962-EXIT
              PERFORM P695-ATTACH-REQ-CLAUSES THRU P695-EXIT
           END-IF.

           EXIT.

      *================================================================*
      * Files the surveyor's requirements under the inspection just   *
      * closed and diaries a '19CREQ' chase per requirement on its    *
      * due date, so the nightly diary run asks the question instead  *
      * of anyone's memory.  The requirement insert is hard - an      *
      * imposed requirement that never filed would defeat the whole   *
      * point; the diary insert rides the same unit of work.          *
      *================================================================*
       P962-FILE-REQUIREMENTS.

           MOVE ' SELECT INSP ID' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(INSPECTIONID), 0)
               INTO :DB2-INSPID-INT
               FROM INSPECTION
              WHERE POLICYNUMBER = :DB2-C-Policynum-Int
                AND STATUS       = 'C'
           END-EXEC

           IF SQLCODE NOT = 0 OR DB2-INSPID-INT = 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO P962-EXIT
           END-IF.

           PERFORM P963-FILE-ONE-REQUIREMENT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > CA-R-REQ-COUNT
                  OR WS-REQ-SUB > 3.

       P962-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       P963-FILE-ONE-REQUIREMENT.

           MOVE CA-R-REQ-DESC(WS-REQ-SUB) TO WS-REQ-DESC.
           MOVE CA-R-REQ-DUE(WS-REQ-SUB)  TO WS-REQ-DUE.

           MOVE ' INSERT REQUIRE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO REQUIREMENT
                       ( REQID,
                         INSPECTIONID,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         REQDESC,
                         DUEDATE,
                         STATUS,
                         CREATEDDATE )
                VALUES ( DEFAULT,
                         :DB2-INSPID-INT,
                         :DB2-C-Policynum-Int,
                         :DB2-CUSTOMERNUM-INT,
                         :WS-REQ-DESC,
                         :WS-REQ-DUE,
                         'O',
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC SQL
             SET :DB2-REQID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

      *    The chase is a '19CREQ' image on the diary, effective on
      *    the requirement's due date - the request id and comply id
      *    are staged into the commarea just long enough to image
      *    it, then restored.
           MOVE CA-REQUEST-ID TO WS-REQ-SAVED-REQID.
           MOVE '19CREQ' TO CA-REQUEST-ID.
           MOVE DB2-REQID-INT TO CA-R-COMPLY-ID.

           MOVE WS-REQUIRED-CA-LEN TO WS-VARY-LEN.
           MOVE DFHCOMMAREA(1:WS-VARY-LEN)
             TO WS-VARY-CHAR(1:WS-VARY-LEN).
           MOVE WS-REQ-SAVED-REQID TO CA-REQUEST-ID.

           MOVE ' INSERT DIA REQ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PENDTRAN
                       ( PENDID,
                         REQUESTID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         EFFDATE,
                         STATUS,
                         REQUESTIMAGE,
                         CREATEDDATE    )
                VALUES ( DEFAULT,
                         '19CREQ',
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-C-Policynum-Int,
                         :WS-REQ-DUE,
                         'P',
                         :WS-VARY-FIELD,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *================================================================*
      * '19CREQ' - the diary-driven chase arriving on the             *
      * requirement's due date.  A complied or already-escalated      *
      * requirement needs nothing; an expired one still open          *
      * escalates onto the underwriting referral worklist, where      *
      * mid-term cancellation ('05CCOM') is the documented end of     *
      * the road for an insured who never complies.                   *
      *================================================================*
       P966-REQUIREMENT-CHASE.

           MOVE CA-R-COMPLY-ID TO DB2-REQID-INT.
           MOVE CA-POLICY-NUM TO DB2-C-Policynum-Int.

           MOVE ' SELECT REQUIRE' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS
               INTO :WS-REQ-STATUS
               FROM REQUIREMENT
              WHERE REQID = :DB2-REQID-INT
           END-EXEC

           EVALUATE SQLCODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF WS-REQ-STATUS NOT = 'O'
              MOVE '00' TO CA-RETURN-CODE
              GO TO P966-EXIT
           END-IF.

           MOVE ' UPDATE REQ ESC' TO EM-SQLREQ
           EXEC SQL
             UPDATE REQUIREMENT
                SET STATUS        = 'E',
                    ESCALATEDDATE = CURRENT TIMESTAMP
              WHERE REQID = :DB2-REQID-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' INSERT REF REQ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO REFERRAL
                       ( REFERRALID,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         RISKSCORE,
                         REASON,
                         SUMINSURED,
                         STATUS,
                         CREATEDDATE    )
                VALUES ( DEFAULT,
                         :DB2-C-Policynum-Int,
                         :DB2-CUSTOMERNUM-INT,
                         0,
                         'Risk requirement expired uncomplied',
                         0,
                         'O',
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.

       P966-EXIT.
           EXIT.

      *================================================================*
      * '19UREQ' - the insured complied; the requirement closes and   *
      * its diary chase, when it later fires, finds nothing open.     *
      *================================================================*
       P967-REQUIREMENT-COMPLY.

           MOVE CA-R-COMPLY-ID TO DB2-REQID-INT.

           MOVE ' UPDATE REQ CPL' TO EM-SQLREQ
           EXEC SQL
             UPDATE REQUIREMENT
                SET STATUS       = 'C',
                    COMPLIEDDATE = CURRENT TIMESTAMP
              WHERE REQID  = :DB2-REQID-INT
                AND STATUS IN ('O', 'E')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
      * '20UCWQ' - compliance clears a rescreen hit.  The workqueue   *
      * item (id in CA-R-COMPLY-ID) closes under the clearing         *
      * operator's identity and the freeze lifts: from the item's own *
      * policy when the hit was policy-level, from every policy the   *
      * customer holds when it was customer-level (policy zero).      *
      *================================================================*
       P968-COMPWQ-CLEAR.

           MOVE CA-R-COMPLY-ID TO DB2-WQID-INT.
           MOVE EIBOPID TO WS-DUAL-OPID.

           MOVE ' SELECT COMPWQ ' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER, POLICYNUMBER
               INTO :DB2-WQ-CUST-INT, :DB2-WQ-POLICY-INT
               FROM COMPWQ
              WHERE WQID   = :DB2-WQID-INT
                AND STATUS = 'O'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE ' UPDATE COMPWQ ' TO EM-SQLREQ
           EXEC SQL
             UPDATE COMPWQ
                SET STATUS      = 'C',
                    CLEAREDBY   = :WS-DUAL-OPID,
                    CLEAREDDATE = CURRENT TIMESTAMP
              WHERE WQID = :DB2-WQID-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' UPDATE POL CWQ' TO EM-SQLREQ
           IF DB2-WQ-POLICY-INT = 0
              EXEC SQL
                UPDATE POLICY
                   SET COMPFREEZE  = 'N',
                       LASTCHANGED = CURRENT TIMESTAMP
                 WHERE CUSTOMERNUMBER = :DB2-WQ-CUST-INT
              END-EXEC
           ELSE
              EXEC SQL
                UPDATE POLICY
                   SET COMPFREEZE  = 'N',
                       LASTCHANGED = CURRENT TIMESTAMP
                 WHERE POLICYNUMBER = :DB2-WQ-POLICY-INT
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *================================================================*
      * Files the rated quote - the whole CA-B-DETAIL group, inputs    *
      * and returned premiums together, imaged onto the QUOTE row the  *
      * same way a parked dual-control add images onto PENDINGPOL.     *
      * The quote number comes back in CA-POLICY-NUM and the validity  *
      * date in CA-CANCEL-DATE (no quote field of its own exists on    *
      * the commarea, and a quote has no cancellation to carry there). *
      *================================================================*
       P955-QUOTE-STORE.

           IF WS-QUO-ADD-OPTION = 'Y'
              PERFORM P958-QUOTE-OPTION-STORE
           ELSE
              PERFORM P956-QUOTE-NEW-STORE
           END-IF.

      *    Each option keeps the worksheet it was priced with.
           PERFORM P959-QUOTE-WORKSHEET-STORE THRU P959-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      * A new quote - option 1, on the QUOTE row itself.               *
      *----------------------------------------------------------------*
       P956-QUOTE-NEW-STORE.

           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-QUO-RATE-KEY)
                     RESP(WS-QUO-RESP)
           END-EXEC.
           IF WS-QUO-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-QUO-VALID-DAYS
           END-IF.

           PERFORM P145-GET-TODAY-ISO.
           COMPUTE WS-QUO-VALID-LILIAN =
              FUNCTION INTEGER-OF-DATE(WS-VEL-TODAY-CYMD)
              + WS-QUO-VALID-DAYS.
           COMPUTE WS-QUO-VALID-NUM =
              FUNCTION DATE-OF-INTEGER(WS-QUO-VALID-LILIAN).
           MOVE WS-QUO-VALID-NUM(1:4) TO WS-QUO-VALIDUNTIL(1:4).
           MOVE '-'                   TO WS-QUO-VALIDUNTIL(5:1).
           MOVE WS-QUO-VALID-NUM(5:2) TO WS-QUO-VALIDUNTIL(6:2).
           MOVE '-'                   TO WS-QUO-VALIDUNTIL(8:1).
           MOVE WS-QUO-VALID-NUM(7:2) TO WS-QUO-VALIDUNTIL(9:2).

           MOVE CA-BROKERID TO DB2-BROKERID-INT.
           MOVE CA-PAYMENT  TO DB2-PAYMENT-INT.
           MOVE LENGTH OF CA-B-DETAIL TO WS-VARY-LEN.
           MOVE CA-B-DETAIL TO WS-VARY-CHAR(1:WS-VARY-LEN).

           MOVE ' INSERT QUOTE  ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO QUOTE
                       ( QUOTEID,
                         CUSTOMERNUMBER,
                         ISSUEDATE,
                         EXPIRYDATE,
                         BROKERID,
                         BROKERSREFERENCE,
                         PAYMENT,
                         VALIDUNTIL,
                         STATUS,
                         QUOTEDDATE,
                         ORGID,
                         CHANNEL,
                         DETAILIMAGE    )
                VALUES ( DEFAULT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-BROKERID-INT,
                         :CA-BROKERSREF,
                         :DB2-PAYMENT-INT,
                         :WS-QUO-VALIDUNTIL,
                         'Q',
                         CURRENT TIMESTAMP,
                         :CA-ORG-ID,
                         :CA-SALES-CHANNEL,
                         :WS-VARY-FIELD )
           END-EXEC

           END-IF.

           EXEC SQL
             SET :DB2-QUOTEID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-QUOTEID-INT TO CA-POLICY-NUM.
           MOVE WS-QUO-VALIDUNTIL TO CA-CANCEL-DATE.
           MOVE 1 TO WS-QUO-OPTION.
           MOVE 1 TO CA-QUOTE-OPTION.

           EXIT.

      *================================================================*
      * '03QCOM' for option 2 or 3 of quote CA-POLICY-NUM - the risk   *
      * the client was quoted on comes back off the QUOTE row (option  *
      * 1's image and the quote's customer, dates, broker,             *
      * organization and channel) and only the option's own terms are  *
      * laid over it: the peril selections, the per-peril deductibles  *
      * and the layer attachment and limit.  P500-BIZ then prices it   *
      * through LGCOMCAL like any quote.  The quote must still be open *
      * and inside validity (CA-RETURN-CODE 79), as for conversion.    *
      * The quote number is held aside while rating so nothing keyed   *
      * by policy number (the co-insurance share) mistakes it for one. *
      *================================================================*
       P957-QUOTE-OPTION-LOAD.

           MOVE CA-POLICY-NUM   TO DB2-QUOTEID-INT.
           MOVE CA-QUOTE-OPTION TO WS-QUO-OPTION.

           MOVE CA-B-FP          TO WS-QOT-FP.
           MOVE CA-B-CP          TO WS-QOT-CP.
           MOVE CA-B-FLP         TO WS-QOT-FLP.
           MOVE CA-B-WP          TO WS-QOT-WP.
           MOVE CA-B-TP          TO WS-QOT-TP.
           MOVE CA-B-CYP         TO WS-QOT-CYP.
           MOVE CA-B-DED-FIRE    TO WS-QOT-DED-FIRE.
           MOVE CA-B-DED-CRIME   TO WS-QOT-DED-CRIME.
           MOVE CA-B-DED-FLOOD   TO WS-QOT-DED-FLOOD.
           MOVE CA-B-DED-WEATHER TO WS-QOT-DED-WEATHER.
           MOVE CA-B-DED-TERROR  TO WS-QOT-DED-TERROR.
           MOVE CA-B-DED-CYBER   TO WS-QOT-DED-CYBER.
           MOVE CA-B-ATTACHMENT  TO WS-QOT-ATTACHMENT.
           MOVE CA-B-LAYER-LIMIT TO WS-QOT-LAYER-LIMIT.

           MOVE ' SELECT QUO OPT' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER, ISSUEDATE, EXPIRYDATE,
                    BROKERID, BROKERSREFERENCE, PAYMENT,
                    VALIDUNTIL, STATUS, COALESCE(ORGID, ' '),
                    COALESCE(CHANNEL, ' '),
                    DETAILIMAGE
               INTO :DB2-CUSTOMERNUM-INT, :CA-ISSUE-DATE,
                    :CA-EXPIRY-DATE, :DB2-BROKERID-INT,
                    :CA-BROKERSREF, :DB2-PAYMENT-INT,
                    :WS-QUO-VALIDUNTIL, :WS-QUO-STATUS,
                    :WS-QUO-ORGID, :WS-QUO-CHANNEL,
                    :WS-VARY-FIELD
               FROM QUOTE
              WHERE QUOTEID = :DB2-QUOTEID-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM P145-GET-TODAY-ISO.
           IF WS-QUO-STATUS NOT = 'Q'
              OR WS-VEL-TODAY-ISO > WS-QUO-VALIDUNTIL
              MOVE '79' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE DB2-CUSTOMERNUM-INT TO CA-CUSTOMER-NUM.
           MOVE DB2-BROKERID-INT    TO CA-BROKERID.
           MOVE DB2-PAYMENT-INT     TO CA-PAYMENT.
           MOVE WS-QUO-ORGID        TO CA-ORG-ID.
           IF WS-QUO-CHANNEL NOT = SPACE
              MOVE WS-QUO-CHANNEL   TO CA-SALES-CHANNEL
           END-IF.
           MOVE WS-VARY-CHAR(1:LENGTH OF CA-B-DETAIL)
             TO CA-B-DETAIL.

           MOVE WS-QOT-FP           TO CA-B-FP.
           MOVE WS-QOT-CP           TO CA-B-CP.
           MOVE WS-QOT-FLP          TO CA-B-FLP.
           MOVE WS-QOT-WP           TO CA-B-WP.
           MOVE WS-QOT-TP           TO CA-B-TP.
           MOVE WS-QOT-CYP          TO CA-B-CYP.
           MOVE WS-QOT-DED-FIRE     TO CA-B-DED-FIRE.
           MOVE WS-QOT-DED-CRIME    TO CA-B-DED-CRIME.
           MOVE WS-QOT-DED-FLOOD    TO CA-B-DED-FLOOD.
           MOVE WS-QOT-DED-WEATHER  TO CA-B-DED-WEATHER.
           MOVE WS-QOT-DED-TERROR   TO CA-B-DED-TERROR.
           MOVE WS-QOT-DED-CYBER    TO CA-B-DED-CYBER.
           MOVE WS-QOT-ATTACHMENT   TO CA-B-ATTACHMENT.
           MOVE WS-QOT-LAYER-LIMIT  TO CA-B-LAYER-LIMIT.

           MOVE ZEROS TO CA-POLICY-NUM.
           MOVE 'Y' TO WS-QUO-ADD-OPTION.

           EXIT.

      *----------------------------------------------------------------*
      * Files option 2 or 3 on QUOTEOPTION - re-pricing an option the  *
      * quote already holds replaces it.  The quote number and its     *
      * validity date go back the way a new quote's do.                *
      *----------------------------------------------------------------*
       P958-QUOTE-OPTION-STORE.

           MOVE WS-QUO-OPTION TO DB2-QUO-OPTION-SINT.
           MOVE CA-PAYMENT    TO DB2-PAYMENT-INT.
           MOVE LENGTH OF CA-B-DETAIL TO WS-VARY-LEN.
           MOVE CA-B-DETAIL TO WS-VARY-CHAR(1:WS-VARY-LEN).

           MOVE ' DELETE QUO OPT' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM QUOTEOPTION
              WHERE QUOTEID  = :DB2-QUOTEID-INT
                AND OPTIONNO = :DB2-QUO-OPTION-SINT
           END-EXEC

           MOVE ' INSERT QUO OPT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO QUOTEOPTION
                       ( QUOTEID,
                         OPTIONNO,
                         PAYMENT,
                         STATUS,
                         QUOTEDDATE,
                         DETAILIMAGE    )
                VALUES ( :DB2-QUOTEID-INT,
                         :DB2-QUO-OPTION-SINT,
                         :DB2-PAYMENT-INT,
                         'Q',
                         CURRENT TIMESTAMP,
                         :WS-VARY-FIELD )
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE DB2-QUOTEID-INT   TO CA-POLICY-NUM.
           MOVE WS-QUO-VALIDUNTIL TO CA-CANCEL-DATE.
           MOVE WS-QUO-OPTION     TO CA-QUOTE-OPTION.

           EXIT.

      *----------------------------------------------------------------*
      * Files the worksheet LGCOMCAL built for this option on          *
      * QUOTEWKSHT, replacing any the option held before - best effort *
      * like the policy worksheet P985 files.                          *
      *----------------------------------------------------------------*
       P959-QUOTE-WORKSHEET-STORE.

           IF WS-ZWS-COUNT = 0
              GO TO P959-EXIT
           END-IF.

           MOVE WS-QUO-OPTION TO DB2-QUO-OPTION-SINT.

           MOVE ' DELETE QUO WSH' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM QUOTEWKSHT
              WHERE QUOTEID  = :DB2-QUOTEID-INT
                AND OPTIONNO = :DB2-QUO-OPTION-SINT
           END-EXEC

           MOVE ' INSERT QUO WSH' TO EM-SQLREQ
           PERFORM VARYING WS-WSH-SUB FROM 1 BY 1
             UNTIL WS-WSH-SUB > WS-ZWS-COUNT
              MOVE WS-WSH-SUB TO DB2-WSH-SEQ-SINT
              MOVE WS-ZWS-LINE(WS-WSH-SUB) TO WS-WSH-LINE
              EXEC SQL
                INSERT INTO QUOTEWKSHT
                          ( QUOTEID,
                            OPTIONNO,
                            LINESEQ,
                            LINETEXT )
                   VALUES ( :DB2-QUOTEID-INT,
                            :DB2-QUO-OPTION-SINT,
                            :DB2-WSH-SEQ-SINT,
                            :WS-WSH-LINE )
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM WRITE-ERROR-MESSAGE
                 MOVE WS-ZWS-COUNT TO WS-WSH-SUB
              END-IF
           END-PERFORM.

       P959-EXIT.
           EXIT.

      *================================================================*
      * '03IQUO' quote inquiry - the stored image comes back exactly   *
      * as it was rated, with the validity date in CA-CANCEL-DATE the  *
      * same way P955-QUOTE-STORE handed it out.                        *
      *================================================================*
       P965-QUOTE-INQUIRE.

           MOVE CA-POLICY-NUM TO DB2-QUOTEID-INT.
           PERFORM P966-SET-QUOTE-OPTION.

           MOVE ' SELECT QUOTE  ' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER, ISSUEDATE, EXPIRYDATE,
                    BROKERID, BROKERSREFERENCE, PAYMENT,
                    VALIDUNTIL, STATUS, DETAILIMAGE
               INTO :DB2-CUSTOMERNUM-INT, :CA-ISSUE-DATE,
                    :CA-EXPIRY-DATE, :DB2-BROKERID-INT,
                    :CA-BROKERSREF, :DB2-PAYMENT-INT,
                    :WS-QUO-VALIDUNTIL, :WS-QUO-STATUS,
                    :WS-VARY-FIELD
               FROM QUOTE
              WHERE QUOTEID = :DB2-QUOTEID-INT
           END-EXEC

           EVALUATE SQLCODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

      *    An alternative option replaces option 1's premium and
      *    image with its own.
           IF WS-QUO-OPTION > 1
              PERFORM P967-READ-QUOTE-OPTION
              IF WS-QUO-OPT-FOUND = 'N'
                 MOVE '94' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF.

           MOVE DB2-CUSTOMERNUM-INT TO CA-CUSTOMER-NUM.
           MOVE DB2-BROKERID-INT    TO CA-BROKERID.
           MOVE DB2-PAYMENT-INT     TO CA-PAYMENT.
           MOVE WS-QUO-VALIDUNTIL   TO CA-CANCEL-DATE.
           MOVE WS-VARY-CHAR(1:LENGTH OF CA-B-DETAIL)
             TO CA-B-DETAIL.
           MOVE WS-QUO-OPTION       TO CA-QUOTE-OPTION.
           MOVE '00' TO CA-RETURN-CODE.

           EXIT.

      *----------------------------------------------------------------*
      * The option a quote request names - zero, or anything not a     *
      * valid option, is option 1.                                     *
      *----------------------------------------------------------------*
       P966-SET-QUOTE-OPTION.
           IF CA-QUOTE-OPTION NUMERIC
              AND CA-QUOTE-OPTION > 0
              AND CA-QUOTE-OPTION NOT > WS-QUO-MAX-OPTIONS
              MOVE CA-QUOTE-OPTION TO WS-QUO-OPTION
           ELSE
              MOVE 1 TO WS-QUO-OPTION
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Option 2 or 3 of quote DB2-QUOTEID-INT off QUOTEOPTION - its   *
      * premium, status and image over option 1's.  WS-QUO-OPT-FOUND   *
      * 'N' when the quote holds no such option.                       *
      *----------------------------------------------------------------*
       P967-READ-QUOTE-OPTION.

           MOVE WS-QUO-OPTION TO DB2-QUO-OPTION-SINT.
           MOVE 'N' TO WS-QUO-OPT-FOUND.

           MOVE ' SELECT QUO OPT' TO EM-SQLREQ
           EXEC SQL
             SELECT PAYMENT, STATUS, DETAILIMAGE
               INTO :DB2-PAYMENT-INT, :WS-QUO-OPT-STATUS,
                    :WS-VARY-FIELD
               FROM QUOTEOPTION
              WHERE QUOTEID  = :DB2-QUOTEID-INT
                AND OPTIONNO = :DB2-QUO-OPTION-SINT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-QUO-OPT-FOUND
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
      * '03CQUO' convert-to-policy - binds from the stored image at    *
      * the quoted premium, no re-key and no re-price.  The quote must *
      * still be open and inside validity (CA-RETURN-CODE 79           *
      * otherwise).  If the caller re-keyed any of the core inputs     *
      * and they no longer match the stored quote, 79 comes back too - *
      * a changed risk needs a fresh quote.  The velocity and          *
      * dual-control gates still stand between a quote and a binding,  *
      * exactly as they do on a direct add.                             *
      *================================================================*
       P970-QUOTE-CONVERT.

           MOVE CA-POLICY-NUM TO DB2-QUOTEID-INT.
           PERFORM P966-SET-QUOTE-OPTION.

           MOVE ' SELECT QUO CNV' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER, ISSUEDATE, EXPIRYDATE,
                    BROKERID, BROKERSREFERENCE, PAYMENT,
                    VALIDUNTIL, STATUS, COALESCE(ORGID, ' '),
                    COALESCE(CHANNEL, ' '),
                    DETAILIMAGE
               INTO :DB2-CUSTOMERNUM-INT, :CA-ISSUE-DATE,
                    :CA-EXPIRY-DATE, :DB2-BROKERID-INT,
                    :CA-BROKERSREF, :DB2-PAYMENT-INT,
                    :WS-QUO-VALIDUNTIL, :WS-QUO-STATUS,
                    :WS-QUO-ORGID, :WS-QUO-CHANNEL,
                    :WS-VARY-FIELD
               FROM QUOTE
              WHERE QUOTEID = :DB2-QUOTEID-INT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM P145-GET-TODAY-ISO.
           IF WS-QUO-STATUS NOT = 'Q'
              OR WS-VEL-TODAY-ISO > WS-QUO-VALIDUNTIL
              MOVE '79' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    The client's chosen option binds at its own price and
      *    terms - an option never priced is not found, one already
      *    closed cannot be bound.
           IF WS-QUO-OPTION > 1
              PERFORM P967-READ-QUOTE-OPTION
              IF WS-QUO-OPT-FOUND = 'N'
                 MOVE '94' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
              IF WS-QUO-OPT-STATUS NOT = 'Q'
                 MOVE '79' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF.

      *    A caller that re-keyed the core inputs must still match
      *    the quote it is converting.
           IF CA-B-PropType NOT = SPACES
              AND CA-B-PropType NOT = LOW-VALUES
              IF CA-B-PropType NOT = WS-VARY-CHAR(1:15)
                 OR CA-B-PST NOT = WS-VARY-CHAR(16:8)
                 MOVE '79' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF.

           MOVE DB2-CUSTOMERNUM-INT TO CA-CUSTOMER-NUM.
           MOVE DB2-BROKERID-INT    TO CA-BROKERID.
           MOVE DB2-PAYMENT-INT     TO CA-PAYMENT.
      *    The organization travels with the stored quote - the bind
      *    books under the entity the risk was quoted for, not
      *    whatever the converter's own commarea carries.
           MOVE WS-QUO-ORGID        TO CA-ORG-ID.
      *    Likewise the channel - a bulk quote bound at the terminal
      *    is still bulk-quote business.
           IF WS-QUO-CHANNEL NOT = SPACE
              MOVE WS-QUO-CHANNEL   TO CA-SALES-CHANNEL
           END-IF.
           MOVE WS-VARY-CHAR(1:LENGTH OF CA-B-DETAIL)
             TO CA-B-DETAIL.

           PERFORM P140-VELOCITY-CHECK.
           PERFORM P150-CHECK-DUAL-CONTROL THRU P150-EXIT.
      *    The catastrophe embargo is judged here, under the convert's
      *    own request id so EMBARGOLOG shows the attempt for what it
      *    was; P100-T then finds it already done.
           PERFORM P185-CAT-EMBARGO THRU P185-EXIT.

      *    From here the conversion is the ordinary bind it always
      *    was - under its own request id, so the sanctions screen
      *    sees the restored applicant name like any direct add.
      *    Velocity, dual control and the embargo just ran above on
      *    the quote's own terms, so only those are suppressed inside.
           MOVE 'Y' TO WS-REDRIVEN-BIND.
           MOVE '01ACOM' TO CA-REQUEST-ID.
           PERFORM P100-T.

      *    The bind stores the premiums exactly as quoted - LGCOMCAL
      *    is not re-driven, so the rating bridge's tax field has no
      *    value this task; the tax recalculates at the next amend.
           MOVE 0 TO WS-ZTAX-AMOUNT.
           PERFORM P548-BINS.

      *    A converted bind is surveyed on the same criteria as a
      *    direct one - the stored image carries the risk score and
      *    sum insured P160 judges by.
           PERFORM P160-SCHEDULE-INSPECTION THRU P160-EXIT.
           MOVE 'N' TO WS-REDRIVEN-BIND.
           MOVE 'N' TO WS-EMB-CHECKED.

           MOVE CA-POLICY-NUM TO DB2-C-Policynum-Int.

           MOVE WS-QUO-OPTION TO DB2-QUO-OPTION-SINT.

           MOVE ' UPDATE QUO CNV' TO EM-SQLREQ
           EXEC SQL
             UPDATE QUOTE
                SET STATUS        = 'C',
                    POLICYNUMBER  = :DB2-C-Policynum-Int,
                    CONVERTEDDATE = CURRENT TIMESTAMP,
                    BOUNDOPTION   = :DB2-QUO-OPTION-SINT
              WHERE QUOTEID = :DB2-QUOTEID-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

      *    The option bound is converted with the quote; the options
      *    the client passed over are expired so none can be bound
      *    later under the same quote.
           MOVE ' UPDATE QUO OPT' TO EM-SQLREQ
           EXEC SQL
             UPDATE QUOTEOPTION
                SET STATUS = CASE WHEN OPTIONNO = :DB2-QUO-OPTION-SINT
                                  THEN 'C' ELSE 'X' END
              WHERE QUOTEID = :DB2-QUOTEID-INT
                AND STATUS  = 'Q'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

      *    The bound option's worksheet becomes the policy's, so
      *    '04WCOM' shows how the converted policy was priced.
           PERFORM P972-BIND-QUOTE-WORKSHEET THRU P972-EXIT.

           MOVE WS-QUO-OPTION TO CA-QUOTE-OPTION.
           MOVE '00' TO CA-RETURN-CODE.

           EXIT.

      *----------------------------------------------------------------*
      * Copies the bound option's QUOTEWKSHT lines onto WORKSHEET      *
      * under the new policy number.  Best effort like P985 - the      *
      * bind stands if the worksheet does not follow it.               *
      *----------------------------------------------------------------*
       P972-BIND-QUOTE-WORKSHEET.

           MOVE ' DELETE WORKSHT' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM WORKSHEET
              WHERE POLICYNUMBER = :DB2-C-Policynum-Int
           END-EXEC

           MOVE ' COPY QUO WSH  ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO WORKSHEET
                       ( POLICYNUMBER,
                         LINESEQ,
                         LINETEXT )
                SELECT :DB2-C-Policynum-Int,
                       LINESEQ,
                       LINETEXT
                  FROM QUOTEWKSHT
                 WHERE QUOTEID  = :DB2-QUOTEID-INT
                   AND OPTIONNO = :DB2-QUO-OPTION-SINT
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       P972-EXIT.
           EXIT.

      *================================================================*
      * '04WQUO' - the options of quote CA-POLICY-NUM on CA-DOC-TEXT,  *
      * for the broker to put in front of the client.  CA-QUOTE-OPTION *
      * zero compares every option the quote holds, four lines each:   *
      * status and total premium, the perils selected (F fire, C       *
      * crime, L flood, W weather, T terrorism, Y cyber - a dash where *
      * a peril is left out), the per-peril deductibles and the layer  *
      * attachment and limit.  An option number shows that option's    *
      * own terms and the LGCOMCAL worksheet it was priced with.       *
      * CA-B-DETAIL comes back holding the last option shown.          *
      *================================================================*
       P980-QUOTE-OPTIONS-SHOW.

           MOVE SPACES TO CA-DOC-TEXT.
           MOVE CA-POLICY-NUM TO DB2-QUOTEID-INT.

           MOVE ' SELECT QUO WSH' TO EM-SQLREQ
           EXEC SQL
             SELECT PAYMENT, VALIDUNTIL, STATUS,
                    COALESCE(BOUNDOPTION, 1), DETAILIMAGE
               INTO :DB2-PAYMENT-INT, :WS-QUO-VALIDUNTIL,
                    :WS-QUO-STATUS, :DB2-QUO-BOUND-SINT,
                    :WS-VARY-FIELD
               FROM QUOTE
              WHERE QUOTEID = :DB2-QUOTEID-INT
           END-EXEC

           EVALUATE SQLCODE
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO P980-EXIT
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE WS-VARY-CHAR(1:LENGTH OF CA-B-DETAIL)
             TO CA-B-DETAIL.
      *    Option 1 shares the quote's own status, except that a
      *    quote bound on another option has passed it over.
           MOVE WS-QUO-STATUS TO WS-QUO-OPT-STATUS.
           IF WS-QUO-STATUS = 'C' AND DB2-QUO-BOUND-SINT NOT = 1
              MOVE 'X' TO WS-QUO-OPT-STATUS
           END-IF.
           MOVE 1 TO WS-WSH-SUB.

           IF CA-QUOTE-OPTION NOT NUMERIC
              OR CA-QUOTE-OPTION = 0
              OR CA-QUOTE-OPTION > WS-QUO-MAX-OPTIONS
              STRING 'QUOTE ' CA-POLICY-NUM ' - OPTIONS COMPARED,'
                     ' VALID UNTIL ' WS-QUO-VALIDUNTIL
                  DELIMITED BY SIZE INTO CA-DOC-LINE(1)
              MOVE 3 TO WS-WSH-SUB
              MOVE 1 TO WS-QUO-OPTION
              PERFORM P981-FORMAT-QUOTE-OPTION
              PERFORM VARYING WS-QUO-OPT-SUB FROM 2 BY 1
                UNTIL WS-QUO-OPT-SUB > WS-QUO-MAX-OPTIONS
                 MOVE WS-QUO-OPT-SUB TO WS-QUO-OPTION
                 PERFORM P967-READ-QUOTE-OPTION
                 IF WS-QUO-OPT-FOUND = 'Y'
                    MOVE WS-VARY-CHAR(1:LENGTH OF CA-B-DETAIL)
                      TO CA-B-DETAIL
                    PERFORM P981-FORMAT-QUOTE-OPTION
                 END-IF
              END-PERFORM
              MOVE 0 TO CA-QUOTE-OPTION
              MOVE '00' TO CA-RETURN-CODE
              GO TO P980-EXIT
           END-IF.

           MOVE CA-QUOTE-OPTION TO WS-QUO-OPTION.
           IF WS-QUO-OPTION > 1
              PERFORM P967-READ-QUOTE-OPTION
              IF WS-QUO-OPT-FOUND = 'N'
                 MOVE '94' TO CA-RETURN-CODE
                 GO TO P980-EXIT
              END-IF
              MOVE WS-VARY-CHAR(1:LENGTH OF CA-B-DETAIL)
                TO CA-B-DETAIL
           END-IF.

           STRING 'RATING WORKSHEET - QUOTE ' CA-POLICY-NUM
                  ' OPTION ' WS-QUO-OPTION
               DELIMITED BY SIZE INTO CA-DOC-LINE(1).
           MOVE 3 TO WS-WSH-SUB.
           PERFORM P981-FORMAT-QUOTE-OPTION.
           PERFORM P982-QUOTE-WORKSHEET-LINES.
           MOVE '00' TO CA-RETURN-CODE.

       P980-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Four lines on CA-DOC-TEXT from WS-WSH-SUB for the option now   *
      * in CA-B-DETAIL, WS-QUO-OPT-STATUS its status.                  *
      *----------------------------------------------------------------*
       P981-FORMAT-QUOTE-OPTION.

           COMPUTE WS-QUO-OPT-TOTAL = CA-B-CA-B-FPR + CA-B-CPR
                                    + CA-B-FLPR + CA-B-WPR
                                    + CA-B-TPR + CA-B-CYPR
                                    + CA-B-MULTI-LOC-PREMIUM
                                    + CA-B-BIPR.
           MOVE WS-QUO-OPT-TOTAL TO WS-QUO-OPT-TOTAL-ED.
           STRING 'OPTION ' WS-QUO-OPTION '  STATUS ' WS-QUO-OPT-STATUS
                  '  TOTAL PREMIUM ' WS-QUO-OPT-TOTAL-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-WSH-SUB).
           ADD 1 TO WS-WSH-SUB.

           MOVE '------' TO WS-QUO-OPT-PERILS.
           IF CA-B-FP  > 0 MOVE 'F' TO WS-QUO-OPT-PERILS(1:1) END-IF.
           IF CA-B-CP  > 0 MOVE 'C' TO WS-QUO-OPT-PERILS(2:1) END-IF.
           IF CA-B-FLP > 0 MOVE 'L' TO WS-QUO-OPT-PERILS(3:1) END-IF.
           IF CA-B-WP  > 0 MOVE 'W' TO WS-QUO-OPT-PERILS(4:1) END-IF.
           IF CA-B-TP  > 0 MOVE 'T' TO WS-QUO-OPT-PERILS(5:1) END-IF.
           IF CA-B-CYP > 0 MOVE 'Y' TO WS-QUO-OPT-PERILS(6:1) END-IF.
           MOVE CA-B-ATTACHMENT TO WS-QUO-OPT-LAYER-ED.
           STRING '  PERILS ' WS-QUO-OPT-PERILS
                  '  ATTACHMENT ' WS-QUO-OPT-LAYER-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-WSH-SUB).
           MOVE CA-B-LAYER-LIMIT TO WS-QUO-OPT-LAYER-ED.
           STRING '  LAYER LIMIT ' WS-QUO-OPT-LAYER-ED
               DELIMITED BY SIZE
               INTO CA-DOC-LINE(WS-WSH-SUB)(42:24).
           ADD 1 TO WS-WSH-SUB.

           MOVE CA-B-DED-FIRE TO WS-QUO-OPT-DED-ED.
           STRING '  DEDUCTIBLES  FIRE ' WS-QUO-OPT-DED-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-WSH-SUB).
           MOVE CA-B-DED-CRIME TO WS-QUO-OPT-DED-ED.
           STRING ' CRIME ' WS-QUO-OPT-DED-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-WSH-SUB)(28:14).
           MOVE CA-B-DED-FLOOD TO WS-QUO-OPT-DED-ED.
           STRING ' FLOOD ' WS-QUO-OPT-DED-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-WSH-SUB)(42:14).
           ADD 1 TO WS-WSH-SUB.

           MOVE CA-B-DED-WEATHER TO WS-QUO-OPT-DED-ED.
           STRING '             WEATHER ' WS-QUO-OPT-DED-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-WSH-SUB).
           MOVE CA-B-DED-TERROR TO WS-QUO-OPT-DED-ED.
           STRING ' TERROR ' WS-QUO-OPT-DED-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-WSH-SUB)(29:15).
           MOVE CA-B-DED-CYBER TO WS-QUO-OPT-DED-ED.
           STRING ' CYBER ' WS-QUO-OPT-DED-ED
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-WSH-SUB)(44:14).
           ADD 2 TO WS-WSH-SUB.

           EXIT.

      *----------------------------------------------------------------*
      * The option's worksheet lines after its terms, as many as the   *
      * page holds.                                                    *
      *----------------------------------------------------------------*
       P982-QUOTE-WORKSHEET-LINES.

           MOVE WS-QUO-OPTION TO DB2-QUO-OPTION-SINT.

           MOVE ' OPEN QUO WSH  ' TO EM-SQLREQ
           EXEC SQL
             DECLARE QUOWKSHT-CSR CURSOR FOR
               SELECT LINESEQ, LINETEXT
                 FROM QUOTEWKSHT
                WHERE QUOTEID  = :DB2-QUOTEID-INT
                  AND OPTIONNO = :DB2-QUO-OPTION-SINT
                ORDER BY LINESEQ
           END-EXEC

           EXEC SQL
             OPEN QUOWKSHT-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-WSH-SUB > 48
              EXEC SQL
                FETCH QUOWKSHT-CSR
                 INTO :DB2-WSH-SEQ-SINT, :WS-WSH-LINE
              END-EXEC
              IF SQLCODE = 0
                 MOVE WS-WSH-LINE TO CA-DOC-LINE(WS-WSH-SUB)
                 ADD 1 TO WS-WSH-SUB
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE QUOWKSHT-CSR
           END-EXEC.

           EXIT.

      *================================================================*
      * '26DBID' - the insured's declaration of the revenue actually   *
      * earned over the expired period.  The BI premium is rated in    *
      * proportion to revenue, so the premium the declared figure      *
      * would have bought is the premium charged scaled by actual      *
      * over estimated revenue; the difference is billed as an         *
      * adjustment installment on the schedule, the same way an        *
      * amend's premium increase is, or refunded through the           *
      * disbursement file like a cancellation refund.  The BIDECL      *
      * row, the installment and the refund ride one unit of work.     *
      *================================================================*
       P975-BI-DECLARE.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.
           MOVE SPACES TO CA-B-BI-ADJ-TYPE.
           MOVE 0 TO CA-B-BI-ADJ-AMOUNT.

           IF CA-B-BI-ACTUAL-REVENUE NOT NUMERIC
              OR CA-B-BI-ACTUAL-REVENUE = 0
              MOVE '56' TO CA-RETURN-CODE
              GO TO P975-EXIT
           END-IF.

      *    The policy's latest declaration still awaited - a late
      *    return against one already gone overdue is still taken.
           MOVE ' SELECT BIDECL ' TO EM-SQLREQ
           EXEC SQL
             SELECT DECLID, ESTREVENUE, BIPREMIUM
               INTO :DB2-BID-DECLID-INT, :DB2-BID-EST-INT,
                    :DB2-BID-BIPREM-INT
               FROM BIDECL
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS IN ('R', 'C', 'O')
              ORDER BY DECLID DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '56' TO CA-RETURN-CODE
               GO TO P975-EXIT
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-BID-EST-INT = 0
              MOVE '56' TO CA-RETURN-CODE
              GO TO P975-EXIT
           END-IF.

           MOVE CA-B-BI-ACTUAL-REVENUE TO DB2-BID-ACTUAL-INT.
           COMPUTE DB2-BID-ADJUSTED-INT ROUNDED =
              DB2-BID-BIPREM-INT * DB2-BID-ACTUAL-INT
              / DB2-BID-EST-INT.
           COMPUTE DB2-BID-ADJ-INT =
              DB2-BID-ADJUSTED-INT - DB2-BID-BIPREM-INT.

           MOVE ' UPDATE BIDECL ' TO EM-SQLREQ
           EXEC SQL
             UPDATE BIDECL
                SET ACTUALREVENUE   = :DB2-BID-ACTUAL-INT,
                    ADJUSTEDPREMIUM = :DB2-BID-ADJUSTED-INT,
                    ADJPREMIUM      = :DB2-BID-ADJ-INT,
                    STATUS          = 'D',
                    DECLAREDDATE    = CURRENT DATE
              WHERE DECLID = :DB2-BID-DECLID-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

           IF DB2-BID-ADJ-INT > 0
              MOVE 'A' TO CA-B-BI-ADJ-TYPE
              MOVE DB2-BID-ADJ-INT TO CA-B-BI-ADJ-AMOUNT
              PERFORM P976-BI-BILL-ADDITIONAL
           END-IF.

           IF DB2-BID-ADJ-INT < 0
              MOVE 'R' TO CA-B-BI-ADJ-TYPE
              COMPUTE CA-B-BI-ADJ-AMOUNT = 0 - DB2-BID-ADJ-INT
              MOVE 'B' TO WS-DSB-SOURCE
              MOVE 0 TO DB2-DSB-CLAIM-INT
              MOVE CA-B-BI-ADJ-AMOUNT TO DB2-DSB-AMT-DEC
              PERFORM P735-FILE-DISBURSEMENT
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.

       P975-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The additional premium goes on the end of the policy's         *
      * schedule due today, exactly as P126 bills an amend's           *
      * increase, and is collected with the next run.                  *
      *----------------------------------------------------------------*
       P976-BI-BILL-ADDITIONAL.

           MOVE ' SELECT SCH BID' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(INSTALLMENTNUM), 0) + 1
               INTO :DB2-BID-INST-SINT
               FROM PAYSCHED
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           PERFORM P145-GET-TODAY-ISO.
           MOVE WS-VEL-TODAY-ISO TO WS-BID-DUE-DATE.
           IF WS-BID-DUE-DATE(9:2) > '28'
              MOVE '28' TO WS-BID-DUE-DATE(9:2)
           END-IF.

           MOVE DB2-BID-ADJ-INT TO DB2-INST-AMT-DEC.

           MOVE ' INSERT SCH BID' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PAYSCHED
                       ( POLICYNUMBER,
                         INSTALLMENTNUM,
                         DUEDATE,
                         AMOUNT,
                         STATUS         )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-BID-INST-SINT,
                         :WS-BID-DUE-DATE,
                         :DB2-INST-AMT-DEC,
                         'D'             )
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *================================================================*
      * '26CBID' - the diary-driven chase on a BI declaration.  One    *
      * already returned needs nothing.  The first chase on one        *
      * still open marks it chased, which is what has LGBIDCL1 send    *
      * the reminder, and diaries the second chase WS-BID-CHASE-DAYS   *
      * on; the second finds it still open, marks it overdue and       *
      * puts it on the referral worklist for the underwriter to        *
      * pursue the insured directly.                                   *
      *================================================================*
       P978-BI-CHASE.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.

           MOVE ' SELECT BID CHS' TO EM-SQLREQ
           EXEC SQL
             SELECT DECLID, STATUS
               INTO :DB2-BID-DECLID-INT, :WS-BID-STATUS
               FROM BIDECL
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS IN ('R', 'C')
              ORDER BY DECLID DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '00' TO CA-RETURN-CODE
               GO TO P978-EXIT
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF WS-BID-STATUS = 'R'
              MOVE 'C' TO WS-BID-STATUS
           ELSE
              MOVE 'O' TO WS-BID-STATUS
           END-IF.

           MOVE ' UPDATE BID CHS' TO EM-SQLREQ
           EXEC SQL
             UPDATE BIDECL
                SET STATUS     = :WS-BID-STATUS,
                    CHASECOUNT = CHASECOUNT + 1,
                    CHASEDDATE = CURRENT DATE
              WHERE DECLID = :DB2-BID-DECLID-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF WS-BID-STATUS = 'O'
              MOVE ' INSERT REF BID' TO EM-SQLREQ
              EXEC SQL
                INSERT INTO REFERRAL
                          ( REFERRALID,
                            POLICYNUMBER,
                            CUSTOMERNUMBER,
                            RISKSCORE,
                            REASON,
                            SUMINSURED,
                            STATUS,
                            CREATEDDATE    )
                   VALUES ( DEFAULT,
                            :DB2-POLICYNUM-INT,
                            :DB2-CUSTOMERNUM-INT,
                            0,
                            'BI revenue declaration not returned',
                            0,
                            'O',
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
              MOVE '00' TO CA-RETURN-CODE
              GO TO P978-EXIT
           END-IF.

      *    The second chase is this same image again, further on.
           PERFORM P145-GET-TODAY-ISO.
           COMPUTE WS-BID-CHASE-CYMD = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-VEL-TODAY-CYMD)
              + WS-BID-CHASE-DAYS).
           MOVE WS-BID-CHASE-CYMD(1:4) TO WS-BID-CHASE-ISO(1:4).
           MOVE '-'                    TO WS-BID-CHASE-ISO(5:1).
           MOVE WS-BID-CHASE-CYMD(5:2) TO WS-BID-CHASE-ISO(6:2).
           MOVE '-'                    TO WS-BID-CHASE-ISO(8:1).
           MOVE WS-BID-CHASE-CYMD(7:2) TO WS-BID-CHASE-ISO(9:2).

           MOVE WS-REQUIRED-CA-LEN TO WS-VARY-LEN.
           MOVE DFHCOMMAREA(1:WS-VARY-LEN)
             TO WS-VARY-CHAR(1:WS-VARY-LEN).

           MOVE ' INSERT DIA BID' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PENDTRAN
                       ( PENDID,
                         REQUESTIMAGE,
                         CREATEDDATE    )
                VALUES ( DEFAULT,
                         '26CBID',
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-POLICYNUM-INT,
                         :WS-BID-CHASE-ISO,
                         'P',
                         :WS-VARY-FIELD,
                         CURRENT TIMESTAMP )
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.

       P978-EXIT.
           EXIT.

      *================================================================*
      * Files the rating worksheet LGCOMCAL handed back - prior lines  *
      * for the policy are cleared first so an amend's worksheet       *
      * replaces the original's rather than interleaving with it.      *
      * Best effort like the referral queue: the bind stands even if   *
      * the worksheet doesn't file.                                     *
      *================================================================*
       P985-STORE-WORKSHEET.

           IF WS-ZWS-COUNT = 0
              GO TO P985-EXIT
           END-IF.

           MOVE CA-POLICY-NUM TO DB2-C-Policynum-Int.

           MOVE ' DELETE WORKSHT' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM WORKSHEET
              WHERE POLICYNUMBER = :DB2-C-Policynum-Int
           END-EXEC

           MOVE ' INSERT WORKSHT' TO EM-SQLREQ
           PERFORM VARYING WS-WSH-SUB FROM 1 BY 1
             UNTIL WS-WSH-SUB > WS-ZWS-COUNT
              MOVE WS-WSH-SUB TO DB2-WSH-SEQ-SINT
              MOVE WS-ZWS-LINE(WS-WSH-SUB) TO WS-WSH-LINE
              EXEC SQL
                INSERT INTO WORKSHEET
                          ( POLICYNUMBER,
                            LINESEQ,
                            LINETEXT )
                   VALUES ( :DB2-C-Policynum-Int,
                            :DB2-WSH-SEQ-SINT,
                            :WS-WSH-LINE )
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM WRITE-ERROR-MESSAGE
                 MOVE WS-ZWS-COUNT TO WS-WSH-SUB
              END-IF
           END-PERFORM.

       P985-EXIT.
           EXIT.

      *================================================================*
      * '04WCOM' worksheet retrieval - the stored factor lines come    *
      * back on CA-DOC-TEXT, the same page the declarations request    *
      * uses, so the screen side needs nothing new to show them.       *
      *================================================================*
       P990-WORKSHEET-RETRIEVE.

           MOVE SPACES TO CA-DOC-TEXT.
           MOVE CA-POLICY-NUM TO DB2-C-Policynum-Int.
           MOVE 1 TO WS-WSH-SUB.
           STRING 'RATING WORKSHEET - POLICY ' CA-POLICY-NUM
               DELIMITED BY SIZE INTO CA-DOC-LINE(1).
           MOVE 2 TO WS-WSH-SUB.

           MOVE ' OPEN WORKSHT  ' TO EM-SQLREQ
           EXEC SQL
             DECLARE WORKSHEET-CSR CURSOR FOR
               SELECT LINESEQ, LINETEXT
                 FROM WORKSHEET
                WHERE POLICYNUMBER = :DB2-C-Policynum-Int
                ORDER BY LINESEQ
           END-EXEC

           EXEC SQL
             OPEN WORKSHEET-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-WSH-SUB > 24
              EXEC SQL
                FETCH WORKSHEET-CSR
                 INTO :DB2-WSH-SEQ-SINT, :WS-WSH-LINE
              END-EXEC
              IF SQLCODE = 0
                 MOVE WS-WSH-LINE TO CA-DOC-LINE(WS-WSH-SUB)
                 ADD 1 TO WS-WSH-SUB
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE WORKSHEET-CSR
           END-EXEC

           IF WS-WSH-SUB = 2
              MOVE '94' TO CA-RETURN-CODE
           ELSE
              MOVE '00' TO CA-RETURN-CODE
           END-IF.

           EXIT.

      *================================================================*
      * '12GCOM' carrier-share maintenance - replaces the policy's     *
      * COINSHARE rows with the set supplied, which must sum to a      *
      * hundred percent exactly (CA-RETURN-CODE 84 otherwise) and      *
      * carry exactly one lead carrier.  Binding at our share happens  *
      * on the next '02ACOM' re-rate, which picks the 'OWN' share up   *
      * off these rows.                                                 *
      *================================================================*
       P995-COINSURANCE-SHARES.

           IF CA-S-SHARE-COUNT < 1 OR CA-S-SHARE-COUNT > 5
              MOVE '84' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 0 TO WS-CS-TOTAL-PCT.
           MOVE 0 TO WS-CS-LEAD-CNT.
           PERFORM VARYING WS-CS-SUB FROM 1 BY 1
             UNTIL WS-CS-SUB > CA-S-SHARE-COUNT
              ADD CA-S-SHARE-PCT(WS-CS-SUB) TO WS-CS-TOTAL-PCT
              IF CA-S-LEAD-FLAG(WS-CS-SUB) = 'Y'
                 ADD 1 TO WS-CS-LEAD-CNT
              END-IF
           END-PERFORM.
           IF WS-CS-TOTAL-PCT NOT = 100.00
              OR WS-CS-LEAD-CNT NOT = 1
              MOVE '84' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-POLICY-NUM TO DB2-C-Policynum-Int.

           MOVE ' DELETE COINSHR' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM COINSHARE
              WHERE POLICYNUMBER = :DB2-C-Policynum-Int
           END-EXEC

           MOVE ' INSERT COINSHR' TO EM-SQLREQ
           PERFORM VARYING WS-CS-SUB FROM 1 BY 1
             UNTIL WS-CS-SUB > CA-S-SHARE-COUNT
              MOVE CA-S-CARRIER-ID(WS-CS-SUB) TO WS-CS-CARRIER
              MOVE CA-S-SHARE-PCT(WS-CS-SUB)  TO DB2-CS-PCT-DEC
              MOVE CA-S-LEAD-FLAG(WS-CS-SUB)  TO WS-CS-LEAD
              EXEC SQL
                INSERT INTO COINSHARE
                          ( POLICYNUMBER,
                            CARRIERID,
                            SHAREPCT,
                            LEADFLAG )
                   VALUES ( :DB2-C-Policynum-Int,
                            :WS-CS-CARRIER,
                            :DB2-CS-PCT-DEC,
                            :WS-CS-LEAD )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-SQL-GENERIC-RC
                 PERFORM DETERMINE-SQL-FAILURE-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
              END-IF
           END-PERFORM.

           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *================================================================*
      * Surrender value preview - the sum assured earned over the     *
      * elapsed term, less the penalty band's percentage, back in     *
      * CA-REFUND-AMOUNT exactly as the cancellation preview hands    *
      * its refund back.  The claim-free years and penalty applied    *
      * also land back on the commarea's endowment fields so the      *
      * screen can show the make-up of the figure.                    *
      *================================================================*
       P820-SURRENDER-QUOTE.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.
           MOVE CA-POLICY-NUM TO EM-POLNUM.

           MOVE ' SELECT POL SUR' TO EM-SQLREQ
           EXEC SQL
             SELECT ISSUEDATE
               INTO :CA-ISSUE-DATE
               FROM POLICY
              WHERE POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE ' SELECT END SUR' TO EM-SQLREQ
           EXEC SQL
             SELECT TERM, SUMASSURED,
                    COALESCE(SURRENDERED, 'N'),
                    COALESCE(MATURED, 'N'),
                    COALESCE(DECEASED, 'N'),
                    COALESCE(BONUSTOTAL, 0)
               INTO :DB2-E-TERM-SINT, :DB2-E-SUMASSURED-INT,
                    :WS-SUR-ALREADY, :WS-SUR-IS-MATURED,
                    :WS-DTH-DECEASED, :DB2-E-BONUS-INT
               FROM ENDOWMENT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '94' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    A policy already paid out stays paid out - a surrendered,
      *    matured or death-claimed endowment has no value left to
      *    quote, and a second confirm must never pay a second time.
      *    Same shape as the cancel path's Status-9 re-cancellation
      *    check.
           IF WS-SUR-ALREADY = 'Y' OR WS-SUR-IS-MATURED = 'Y'
              OR WS-DTH-DECEASED = 'Y'
              MOVE '87' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P145-GET-TODAY-ISO.
           MOVE WS-VEL-TODAY-CYMD(1:4) TO WS-SUR-TODAY-YEAR.
           MOVE CA-ISSUE-DATE(1:4)     TO WS-SUR-ISSUE-YEAR.
           COMPUTE WS-SUR-ELAPSED-YEARS =
              WS-SUR-TODAY-YEAR - WS-SUR-ISSUE-YEAR.
           IF WS-SUR-ELAPSED-YEARS < 0
              MOVE 0 TO WS-SUR-ELAPSED-YEARS
           END-IF.
           IF WS-SUR-ELAPSED-YEARS > DB2-E-TERM-SINT
              MOVE DB2-E-TERM-SINT TO WS-SUR-ELAPSED-YEARS
           END-IF.

      *    Penalty band by how far through the term the policy is -
      *    each band's percentage adjustable on LGRATES.
           MOVE 'EARLY' TO WS-SUR-RATE-CODE.
           PERFORM P825-READ-PENALTY.
           IF WS-SUR-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-SUR-PEN-EARLY
           END-IF.
           MOVE 'MID' TO WS-SUR-RATE-CODE.
           PERFORM P825-READ-PENALTY.
           IF WS-SUR-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-SUR-PEN-MID
           END-IF.
           MOVE 'LATE' TO WS-SUR-RATE-CODE.
           PERFORM P825-READ-PENALTY.
           IF WS-SUR-RESP = DFHRESP(NORMAL)
              MOVE RT-FACTOR TO WS-SUR-PEN-LATE
           END-IF.

           EVALUATE TRUE
             WHEN WS-SUR-ELAPSED-YEARS * 3 < DB2-E-TERM-SINT
               MOVE WS-SUR-PEN-EARLY TO WS-SUR-PEN-USED
             WHEN WS-SUR-ELAPSED-YEARS * 3 < DB2-E-TERM-SINT * 2
               MOVE WS-SUR-PEN-MID TO WS-SUR-PEN-USED
             WHEN OTHER
               MOVE WS-SUR-PEN-LATE TO WS-SUR-PEN-USED
           END-EVALUATE.

           IF DB2-E-TERM-SINT = 0
              MOVE 1 TO DB2-E-TERM-SINT
           END-IF.
      *    Attaching bonuses are already earned in full - only the
      *    sum assured is scaled by the elapsed term, but the
      *    penalty applies to both.
           COMPUTE WS-SUR-VALUE ROUNDED =
              (DB2-E-SUMASSURED-INT
               * WS-SUR-ELAPSED-YEARS / DB2-E-TERM-SINT
               + DB2-E-BONUS-INT)
              * (100 - WS-SUR-PEN-USED) / 100.

           MOVE WS-SUR-VALUE TO CA-REFUND-AMOUNT.
           MOVE DB2-E-TERM-SINT TO CA-E-TERM.
           MOVE DB2-E-SUMASSURED-INT TO CA-E-SUM-ASSURED.
           MOVE DB2-E-BONUS-INT TO CA-E-BONUS-TOTAL.
           MOVE '00' TO CA-RETURN-CODE.

       P820-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       P825-READ-PENALTY.
           EXEC CICS READ FILE('LGRATES')
                     INTO(LGRATES-RECORD)
                     RIDFLD(WS-SUR-RATE-KEY)
                     RESP(WS-SUR-RESP)
           END-EXEC.
           EXIT.

      *================================================================*
      * Confirmed surrender - pays the previewed value out, closes    *
      * the policy (cover ends today, the endowment row marked        *
      * surrendered), and writes the full calculation to the audit    *
      * trail so the figure can always be reconstructed.               *
      *================================================================*
       P830-SURRENDER-CONFIRM.

           MOVE ' UPDATE END SUR' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDOWMENT
                SET SURRENDERED = 'Y'
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' UPDATE POL SUR' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET EXPIRYDATE  = :WS-VEL-TODAY-ISO,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

           MOVE CA-POLICY-NUM        TO SM-POLICY.
           MOVE DB2-E-SUMASSURED-INT TO SM-SUMASSURED.
           MOVE WS-SUR-ELAPSED-YEARS TO SM-ELAPSED.
           MOVE DB2-E-TERM-SINT      TO SM-TERM.
           MOVE WS-SUR-PEN-USED      TO SM-PENALTY.
           MOVE WS-SUR-VALUE         TO SM-VALUE.
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(WS-SUR-MSG)
                     LENGTH(LENGTH OF WS-SUR-MSG)
           END-EXEC.

      *    The gain is on the full surrender value - a loan netted
      *    off below was itself a benefit taken.
           MOVE 'S' TO WS-CEV-TYPE.
           MOVE WS-SUR-VALUE TO DB2-CEV-VALUE-DEC.
           PERFORM P899-CHARGEABLE-EVENT.

      *    An outstanding policy loan comes off the surrender value
      *    before anything is paid out - the loan is settled by the
      *    surrender, never left owing against a dead policy.
           PERFORM P835-NET-LOAN-BALANCE THRU P835-EXIT.

           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *----------------------------------------------------------------*
       P835-NET-LOAN-BALANCE.

           MOVE 0 TO DB2-LON-BAL-DEC.
           EXEC SQL
             SELECT COALESCE(BALANCE, 0)
               INTO :DB2-LON-BAL-DEC
               FROM ENDLOAN
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0 OR DB2-LON-BAL-DEC = 0
              GO TO P835-EXIT
           END-IF.

           IF DB2-LON-BAL-DEC > CA-REFUND-AMOUNT
              MOVE 0 TO CA-REFUND-AMOUNT
           ELSE
              SUBTRACT DB2-LON-BAL-DEC FROM CA-REFUND-AMOUNT
           END-IF.

           MOVE ' UPDATE LON SET' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDLOAN
                SET BALANCE     = 0,
                    SETTLEDDATE = CURRENT DATE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       P835-EXIT.
           EXIT.

      *================================================================*
      * '21DEND' death notification - see WS-DTH-FIELDS.  P820 has    *
      * already validated the policy (a surrendered, matured or       *
      * already death-claimed endowment comes back 87) and left the   *
      * sum assured and issue date in its own fields.                  *
      *================================================================*
       P860-DEATH-NOTIFY.

           MOVE 'N' TO CA-E-DEATH-PROOF.
           MOVE 0 TO WS-DTH-DAY WS-DTH-MONTH.
           IF CA-E-DEATH-DATE(6:2) NUMERIC
              MOVE CA-E-DEATH-DATE(6:2) TO WS-DTH-MONTH
           END-IF.
           IF CA-E-DEATH-DATE(9:2) NUMERIC
              MOVE CA-E-DEATH-DATE(9:2) TO WS-DTH-DAY
           END-IF.
           IF CA-E-DEATH-CERT-REF = SPACES
              OR CA-E-DEATH-DATE(1:4) NOT NUMERIC
              OR CA-E-DEATH-DATE(5:1) NOT = '-'
              OR CA-E-DEATH-DATE(8:1) NOT = '-'
              OR WS-DTH-MONTH < 1 OR WS-DTH-MONTH > 12
              OR WS-DTH-DAY < 1 OR WS-DTH-DAY > 31
              OR CA-E-DEATH-DATE > WS-VEL-TODAY-ISO
              OR CA-E-DEATH-DATE < CA-ISSUE-DATE
              MOVE '68' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    Fund value - the sum assured split across the funds held,
      *    each slice at its latest validated price.
           MOVE 'N' TO WS-DTH-WPROFITS WS-DTH-EQUITIES WS-DTH-MANAGED.
           MOVE ' SELECT END DTH' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(WITHPROFITS, 'N'),
                    COALESCE(EQUITIES, 'N'),
                    COALESCE(MANAGEDFUND, 'N')
               INTO :WS-DTH-WPROFITS, :WS-DTH-EQUITIES,
                    :WS-DTH-MANAGED
               FROM ENDOWMENT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.

           MOVE 0 TO WS-DTH-FUND-COUNT.
           IF WS-DTH-WPROFITS = 'Y'
              ADD 1 TO WS-DTH-FUND-COUNT
           END-IF.
           IF WS-DTH-EQUITIES = 'Y'
              ADD 1 TO WS-DTH-FUND-COUNT
           END-IF.
           IF WS-DTH-MANAGED = 'Y'
              ADD 1 TO WS-DTH-FUND-COUNT
           END-IF.
           IF WS-DTH-FUND-COUNT = 0
              MOVE 1 TO WS-DTH-FUND-COUNT
           END-IF.
           DIVIDE DB2-E-SUMASSURED-INT BY WS-DTH-FUND-COUNT
               GIVING WS-DTH-FUND-SLICE.

           MOVE 0 TO WS-DTH-FUND-VALUE.
           IF WS-DTH-WPROFITS = 'Y'
              MOVE 'WITHPROFITS' TO WS-DTH-FUND-KEY
              PERFORM P865-DEATH-FUND-SLICE
           END-IF.
           IF WS-DTH-EQUITIES = 'Y'
              MOVE 'EQUITIES' TO WS-DTH-FUND-KEY
              PERFORM P865-DEATH-FUND-SLICE
           END-IF.
           IF WS-DTH-MANAGED = 'Y'
              MOVE 'MANAGEDFUND' TO WS-DTH-FUND-KEY
              PERFORM P865-DEATH-FUND-SLICE
           END-IF.

      *    The guaranteed side is the sum assured with its
      *    attaching bonuses.
           COMPUTE WS-DTH-BENEFIT =
              DB2-E-SUMASSURED-INT + DB2-E-BONUS-INT.
           IF WS-DTH-FUND-VALUE > WS-DTH-BENEFIT
              MOVE WS-DTH-FUND-VALUE TO WS-DTH-BENEFIT
           END-IF.

      *    Any loan is settled out of the benefit, never left owing
      *    against the estate.
           MOVE WS-DTH-BENEFIT TO CA-REFUND-AMOUNT.
           PERFORM P835-NET-LOAN-BALANCE THRU P835-EXIT.

           MOVE ' UPDATE END DTH' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDOWMENT
                SET DECEASED = 'Y'
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

      *    Collection stops today - premium and loan repayment rows
      *    alike, the loan having just been settled.
           MOVE ' CANCEL SCH DTH' TO EM-SQLREQ
           EXEC SQL
             UPDATE PAYSCHED
                SET STATUS = 'X'
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS       = 'D'
           END-EXEC

           MOVE ' UPDATE POL DTH' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET PAYMENT     = 0,
                    EXPIRYDATE  = :CA-E-DEATH-DATE,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

           MOVE WS-DTH-FUND-VALUE TO DB2-DTH-FUNDVAL-DEC.
           MOVE WS-DTH-BENEFIT    TO DB2-DTH-BENEFIT-DEC.
           MOVE CA-REFUND-AMOUNT  TO DB2-DTH-PAYABLE-DEC.

           MOVE ' INSERT DTHCLM ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO DEATHCLAIM
                       ( POLICYNUMBER,
                         DEATHDATE,
                         CERTREF,
                         NOTIFIEDDATE,
                         SUMASSURED,
                         FUNDVALUE,
                         BENEFIT,
                         LOANNETTED,
                         PAYABLE,
                         PROOFRECEIVED,
                         STATUS )
                VALUES ( :DB2-POLICYNUM-INT,
                         :CA-E-DEATH-DATE,
                         :CA-E-DEATH-CERT-REF,
                         CURRENT DATE,
                         :DB2-E-SUMASSURED-INT,
                         :DB2-DTH-FUNDVAL-DEC,
                         :DB2-DTH-BENEFIT-DEC,
                         :DB2-LON-BAL-DEC,
                         :DB2-DTH-PAYABLE-DEC,
                         'N',
                         'N' )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.

           MOVE WS-DTH-FUND-VALUE    TO CA-E-DEATH-FUND-VALUE.
           MOVE WS-DTH-BENEFIT       TO CA-E-DEATH-BENEFIT.
           MOVE DB2-LON-BAL-DEC      TO CA-E-LOAN-BALANCE.
           MOVE DB2-E-SUMASSURED-INT TO CA-E-SUM-ASSURED.
           MOVE '00' TO CA-RETURN-CODE.

       P860-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       P865-DEATH-FUND-SLICE.
           EXEC CICS READ FILE('LGFNDVAL')
                     INTO(WS-DTH-PRICE-RECORD)
                     RIDFLD(WS-DTH-FUND-KEY)
                     RESP(WS-DTH-RESP)
           END-EXEC.
           IF WS-DTH-RESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WS-DTH-PRICE
           END-IF.
           COMPUTE WS-DTH-FUND-VALUE ROUNDED =
              WS-DTH-FUND-VALUE + (WS-DTH-FUND-SLICE * WS-DTH-PRICE).
           EXIT.

      *================================================================*
      * '22DEND' proof of death received - releases the benefit       *
      * computed at notification to the estate.  A policy with no     *
      * death notified comes back 94; one already paid comes back 87, *
      * the same never-pay-twice answer the surrender gives.  A loan  *
      * that swallowed the whole benefit leaves nothing to queue, but *
      * the proof is still recorded and the claim closed.  The money  *
      * goes to an unreleased assignee if the register has one, else  *
      * to a nominated beneficiary, else to the estate.                *
      *================================================================*
       P870-DEATH-PROOF.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.
           MOVE CA-POLICY-NUM TO EM-POLNUM.

           MOVE ' SELECT DTHCLM ' TO EM-SQLREQ
           EXEC SQL
             SELECT D.STATUS, D.FUNDVALUE, D.BENEFIT,
                    D.LOANNETTED, D.PAYABLE,
                    CHAR(D.DEATHDATE, ISO), D.CERTREF
               INTO :WS-DTH-STATUS, :DB2-DTH-FUNDVAL-DEC,
                    :DB2-DTH-BENEFIT-DEC, :DB2-LON-BAL-DEC,
                    :DB2-DTH-PAYABLE-DEC,
                    :CA-E-DEATH-DATE, :CA-E-DEATH-CERT-REF
               FROM DEATHCLAIM D, POLICY P
              WHERE D.POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND P.POLICYNUMBER   = D.POLICYNUMBER
                AND P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE SQLCODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF WS-DTH-STATUS = 'P'
              MOVE '87' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' UPDATE DTHCLM ' TO EM-SQLREQ
           EXEC SQL
             UPDATE DEATHCLAIM
                SET PROOFRECEIVED = 'Y',
                    PROOFDATE     = CURRENT DATE,
                    STATUS        = 'P'
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    An assignee, or failing one a nominated beneficiary, is
      *    paid in place of the estate.
           IF DB2-DTH-PAYABLE-DEC > 0
              MOVE 'D' TO WS-DSB-SOURCE
              MOVE 0 TO DB2-DSB-CLAIM-INT
              MOVE DB2-DTH-PAYABLE-DEC TO DB2-DSB-AMT-DEC
              MOVE 'B' TO WS-ASG-ROLE
              PERFORM P885-ASSIGN-PAYEE THRU P885-EXIT
              MOVE WS-ASG-PAYEE TO WS-DSB-PAYEE
              PERFORM P735-FILE-DISBURSEMENT
           END-IF.

           MOVE DB2-DTH-FUNDVAL-DEC TO CA-E-DEATH-FUND-VALUE.
           MOVE DB2-DTH-BENEFIT-DEC TO CA-E-DEATH-BENEFIT.
           MOVE DB2-LON-BAL-DEC     TO CA-E-LOAN-BALANCE.
           MOVE DB2-DTH-PAYABLE-DEC TO CA-REFUND-AMOUNT.
           MOVE 'Y' TO CA-E-DEATH-PROOF.
           MOVE '00' TO CA-RETURN-CODE.

       P870-EXIT.
           EXIT.

      *================================================================*
      * Refuses the request (CA-RETURN-CODE 58) while the assignment  *
      * register holds an assignee whose release isn't recorded - a  *
      * policy the lender holds as security can't be cashed in,       *
      * borrowed against or made paid-up behind the lender's back.   *
      *================================================================*
       P880-ASSIGN-CHECK.

           MOVE 'N' TO CA-E-ASG-ASSIGNED.
           MOVE 0 TO WS-ASG-COUNT.
           MOVE ' SELECT ASG CHK' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ASG-COUNT
               FROM ENDASSIGN
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND ROLE         = 'A'
                AND STATUS       = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF WS-ASG-COUNT > 0
              MOVE 'Y' TO CA-E-ASG-ASSIGNED
              MOVE '58' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

       P880-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Who a payout goes to instead of the policyholder - the         *
      * unreleased assignee's payee id, or, when WS-ASG-ROLE comes in  *
      * as 'B' (a death claim), the first active beneficiary's where   *
      * there is no assignee.  Spaces in WS-ASG-PAYEE when neither.    *
      *----------------------------------------------------------------*
       P885-ASSIGN-PAYEE.

           MOVE SPACES TO WS-ASG-PAYEE.
           MOVE ' SELECT ASG PAY' TO EM-SQLREQ
           EXEC SQL
             SELECT PAYEEID
               INTO :WS-ASG-PAYEE
               FROM ENDASSIGN
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND ROLE         = 'A'
                AND STATUS       = 'A'
           END-EXEC
           IF SQLCODE = 0 OR WS-ASG-ROLE NOT = 'B'
              GO TO P885-EXIT
           END-IF.

           MOVE SPACES TO WS-ASG-PAYEE.
           EXEC SQL
             SELECT PAYEEID
               INTO :WS-ASG-PAYEE
               FROM ENDASSIGN
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND ROLE         = 'B'
                AND STATUS       = 'A'
                AND ASSIGNSEQ    =
                    (SELECT MIN(ASSIGNSEQ)
                       FROM ENDASSIGN
                      WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                        AND ROLE         = 'B'
                        AND STATUS       = 'A')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-ASG-PAYEE
           END-IF.

       P885-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The policy must be the customer's own endowment before its     *
      * register can be read or changed - 94 otherwise, as on every   *
      * other policy request.                                          *
      *----------------------------------------------------------------*
       P887-ASSIGN-POLICY.

           MOVE CA-POLICY-NUM TO DB2-POLICYNUM-INT.
           MOVE CA-POLICY-NUM TO EM-POLNUM.
           MOVE 0 TO WS-ASG-COUNT.
           MOVE ' SELECT ASG POL' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ASG-COUNT
               FROM POLICY P, ENDOWMENT E
              WHERE P.POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND E.POLICYNUMBER   = P.POLICYNUMBER
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF WS-ASG-COUNT = 0
              MOVE '94' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *================================================================*
      * '25AASG' adds an assignee or beneficiary to the register.  An *
      * entry needs a role, a name and the payee id the bank pays it  *
      * under; an assignee also can't be added while another is       *
      * unreleased - a policy is assigned to one lender at a time.    *
      *================================================================*
       P890-ASSIGN-ADD.

           PERFORM P887-ASSIGN-POLICY.

           IF (CA-E-ASG-ROLE NOT = 'A' AND CA-E-ASG-ROLE NOT = 'B')
              OR CA-E-ASG-NAME = SPACES
              OR CA-E-ASG-PAYEE-ID = SPACES
              MOVE '57' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-E-ASG-ASSIGNEE
              MOVE 0 TO WS-ASG-COUNT
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ASG-COUNT
                  FROM ENDASSIGN
                 WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                   AND ROLE         = 'A'
                   AND STATUS       = 'A'
              END-EXEC
              IF WS-ASG-COUNT > 0
                 MOVE '57' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF.

           MOVE 0 TO DB2-ASG-SEQ-SINT.
           MOVE ' SELECT ASG SEQ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(ASSIGNSEQ), 0)
               INTO :DB2-ASG-SEQ-SINT
               FROM ENDASSIGN
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           ADD 1 TO DB2-ASG-SEQ-SINT.

           MOVE ' INSERT ENDASG ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO ENDASSIGN
                       ( POLICYNUMBER,
                         ASSIGNSEQ,
                         ROLE,
                         PARTYNAME,
                         PAYEEID,
                         REFERENCE,
                         STATUS,
                         ASSIGNEDDATE )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-ASG-SEQ-SINT,
                         :CA-E-ASG-ROLE,
                         :CA-E-ASG-NAME,
                         :CA-E-ASG-PAYEE-ID,
                         :CA-E-ASG-REFERENCE,
                         'A',
                         CURRENT DATE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE DB2-ASG-SEQ-SINT TO CA-E-ASG-SEQ.
           IF CA-E-ASG-ASSIGNEE
              MOVE 'Y' TO CA-E-ASG-ASSIGNED
           END-IF.

      *    An assignment for value - the lender paid for its share -
      *    is a chargeable event; one taken purely as security isn't.
           IF CA-E-ASG-ASSIGNEE AND CA-E-ASG-CONSIDERATION > 0
              MOVE 'A' TO WS-CEV-TYPE
              MOVE CA-E-ASG-CONSIDERATION TO DB2-CEV-VALUE-DEC
              PERFORM P899-CHARGEABLE-EVENT
           END-IF.
           MOVE '00' TO CA-RETURN-CODE.

       P890-EXIT.
           EXIT.

      *================================================================*
      * '25RASG' records the release of register entry CA-E-ASG-SEQ - *
      * for an assignee, the lender's release of its security, whose  *
      * letter reference is kept; for a beneficiary, the withdrawal   *
      * of the nomination.  An unknown or already-released entry, or  *
      * a release with no reference, comes back 57.  The entry stays  *
      * on the register as history.                                    *
      *================================================================*
       P892-ASSIGN-RELEASE.

           PERFORM P887-ASSIGN-POLICY.

           IF CA-E-ASG-RELEASE-REF = SPACES
              MOVE '57' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-E-ASG-SEQ TO DB2-ASG-SEQ-SINT.
           MOVE ' SELECT ENDASG ' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS
               INTO :WS-ASG-STATUS
               FROM ENDASSIGN
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND ASSIGNSEQ    = :DB2-ASG-SEQ-SINT
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-ASG-STATUS NOT = 'A'
              MOVE '57' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' UPDATE ENDASG ' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDASSIGN
                SET STATUS       = 'R',
                    RELEASEREF   = :CA-E-ASG-RELEASE-REF,
                    RELEASEDDATE = CURRENT DATE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND ASSIGNSEQ    = :DB2-ASG-SEQ-SINT
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.

       P892-EXIT.
           EXIT.

      *================================================================*
      * '25IASG' "who is this policy assigned to" - every register    *
      * entry, active and released, one line each in CA-DOC-TEXT,     *
      * with CA-E-ASG-ASSIGNED set if an assignee is still unreleased *
      * and that assignee's details in the CA-E-ASG fields.            *
      *================================================================*
       P895-ASSIGN-INQUIRE.

           PERFORM P887-ASSIGN-POLICY.

           MOVE 'N' TO CA-E-ASG-ASSIGNED.
           MOVE SPACES TO CA-DOC-TEXT.
           MOVE 'ASSIGNMENT AND BENEFICIARY REGISTER' TO CA-DOC-LINE(1).
           STRING 'SEQ R S NAME                           '
                  'PAYEE    REFERENCE            DATE'
               DELIMITED BY SIZE INTO CA-DOC-LINE(2).
           MOVE 3 TO WS-ASG-SUB.

           MOVE ' LIST ENDASSIGN' TO EM-SQLREQ
           EXEC SQL
             DECLARE ENDASSIGN-CSR CURSOR FOR
               SELECT ASSIGNSEQ, ROLE, STATUS, PARTYNAME, PAYEEID,
                      COALESCE(REFERENCE, ' '),
                      CHAR(ASSIGNEDDATE, ISO)
                 FROM ENDASSIGN
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                ORDER BY ASSIGNSEQ
           END-EXEC

           EXEC SQL
             OPEN ENDASSIGN-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-ASG-SUB > 48
              EXEC SQL
                FETCH ENDASSIGN-CSR
                 INTO :DB2-ASG-SEQ-SINT, :WS-ASG-ROLE,
                      :WS-ASG-STATUS, :WS-ASG-NAME, :WS-ASG-PAYEE,
                      :WS-ASG-REF, :WS-ASG-DATE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM P897-ASSIGN-LIST-LINE
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE ENDASSIGN-CSR
           END-EXEC

           MOVE '00' TO CA-RETURN-CODE.

       P895-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       P897-ASSIGN-LIST-LINE.
           MOVE DB2-ASG-SEQ-SINT TO WS-ASG-SEQ-ED.
           MOVE SPACES TO CA-DOC-LINE(WS-ASG-SUB).
           STRING WS-ASG-SEQ-ED ' '
                  WS-ASG-ROLE ' '
                  WS-ASG-STATUS ' '
                  WS-ASG-NAME ' '
                  WS-ASG-PAYEE ' '
                  WS-ASG-REF ' '
                  WS-ASG-DATE
               DELIMITED BY SIZE INTO CA-DOC-LINE(WS-ASG-SUB).
           ADD 1 TO WS-ASG-SUB.
           IF WS-ASG-ROLE = 'A' AND WS-ASG-STATUS = 'A'
              MOVE 'Y'              TO CA-E-ASG-ASSIGNED
              MOVE DB2-ASG-SEQ-SINT TO CA-E-ASG-SEQ
              MOVE WS-ASG-ROLE      TO CA-E-ASG-ROLE
              MOVE WS-ASG-NAME      TO CA-E-ASG-NAME
              MOVE WS-ASG-PAYEE     TO CA-E-ASG-PAYEE-ID
              MOVE WS-ASG-REF       TO CA-E-ASG-REFERENCE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Files a chargeable event - see WS-CEV-FIELDS.                  *
      *----------------------------------------------------------------*
       P899-CHARGEABLE-EVENT.

           MOVE ' INSERT CHGEVNT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CHGEVENT
                       ( EVENTID,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         EVENTTYPE,
                         EVENTDATE,
                         EVENTVALUE,
                         STATUS )
                VALUES ( DEFAULT,
                         :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :WS-CEV-TYPE,
                         CURRENT DATE,
                         :DB2-CEV-VALUE-DEC,
                         'N' )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-SQL-GENERIC-RC
              PERFORM DETERMINE-SQL-FAILURE-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-IF.
           EXIT.

      *================================================================*
                SET PAYMENT     = 0,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND LASTCHANGED  = :CA-LASTCHANGED
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
      *        Changed since the caller read it - see WS-LCK-FIELDS.
               MOVE '52' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO WS-SQL-GENERIC-RC
               PERFORM DETERMINE-SQL-FAILURE-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
           END-EVALUATE.

           EXEC SQL
             SELECT LASTCHANGED
               INTO :CA-LASTCHANGED
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.

           MOVE DB2-PUP-REDUCED-INT TO CA-E-SUM-ASSURED.
           MOVE '00' TO CA-RETURN-CODE.
           MOVE CA-E-LOAN-AMOUNT TO DB2-DSB-AMT-DEC.
           PERFORM P735-FILE-DISBURSEMENT.

      *    Filed whatever its size - whether it is over the
      *    policyholder's cumulative allowance is for the certificate
      *    run to decide against the premiums paid.
           MOVE 'L' TO WS-CEV-TYPE.
           MOVE CA-E-LOAN-AMOUNT TO DB2-CEV-VALUE-DEC.
           PERFORM P899-CHARGEABLE-EVENT.

      *    Repayment schedule - twelve monthly rows from next month,
      *    day clamped to 28 like the premium schedule, the last row
      *    taking the rounding remainder.
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGERRL01')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGERRL01')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
