      *----------------------------------------------------------------*
           03  CA-ISSUE-DATE            PIC X(10).
           03  CA-EXPIRY-DATE           PIC X(10).
      *----------------------------------------------------------------*
      *    Lost-update stamp - an amend, cancellation, reinstatement,  *
      *    fund switch ('02SEND'), paid-up conversion ('17PEND'),      *
      *    transfer ('27TXFR') or fleet schedule change ('28MFLT')     *
      *    hands back the CA-LASTCHANGED its inquiry returned;         *
      *    LGAPDB01 turns it away with CA-RETURN-CODE 52 when the      *
      *    stamp is missing or the POLICY row has moved on since, and  *
      *    the operator refreshes and re-keys.  A change that goes     *
      *    through hands back the new stamp.                           *
      *----------------------------------------------------------------*
           03  CA-LASTCHANGED           PIC X(26).
           03  CA-BROKERID              PIC 9(9).
           03  CA-BROKERSREF            PIC X(15).
      *    acknowledgement.  LGDDMND1 sends the setup instructions    *
      *    and posts the bank's acks and cancellation advices back;   *
      *    LGDDCOL1 refuses to collect an installment whose policy    *
      *    has no active mandate.  The details are filed encrypted on *
      *    BANKVAULT and come back masked - '****' then the last two  *
      *    digits of the sort code and last four of the account.      *
      *----------------------------------------------------------------*
           03  CA-DD-SORTCODE           PIC X(6).
           03  CA-DD-ACCOUNT            PIC X(8).
      *----------------------------------------------------------------*
           03  CA-TERM-MONTHS           PIC 9(2).
      *----------------------------------------------------------------*
      *    Administration fee charged on the action, set on return.    *
      *    An endorsement bills it as its own one-off installment; a   *
      *    cancellation takes it off the refund, so CA-REFUND-AMOUNT   *
      *    is already net of it.  The fee is never part of CA-PAYMENT  *
      *    - it is fee income, not premium.                            *
      *----------------------------------------------------------------*
           03  CA-ADMIN-FEE             PIC 9(5)V99.
      *----------------------------------------------------------------*
      *    Channel the business came in through - 'T' terminal, 'W'    *
      *    web, 'B' bulk quote.  Each front door sets its own; blank   *
      *    is taken as the terminal.  A converted quote carries the    *
      *    channel it was quoted through.                              *
      *----------------------------------------------------------------*
           03  CA-SALES-CHANNEL         PIC X.
      *----------------------------------------------------------------*
      *    Quote option - a quote holds up to three priced options     *
      *    under the one quote number.  '03QCOM' with 2 or 3 here and  *
      *    the quote number in CA-POLICY-NUM prices that alternative   *
      *    on the stored risk (only the peril selections, per-peril    *
      *    deductibles and layer terms are taken from the caller);     *
      *    anything else starts a new quote as option 1.  '03IQUO',    *
      *    '04WQUO' and '03CQUO' name the option they want here, zero  *
      *    taken as option 1; '03CQUO' binds it and expires the rest.  *
      *----------------------------------------------------------------*
           03  CA-QUOTE-OPTION          PIC 9.
      *----------------------------------------------------------------*
      *    Policy type detail - Commercial is the largest group and    *
      *    is declared first so the others REDEFINE it.                *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
               05  CA-B-ATTACHMENT      PIC 9(9).
               05  CA-B-LAYER-LIMIT     PIC 9(9).
      *----------------------------------------------------------------*
      *    BI revenue declaration - after expiry the insured declares  *
      *    the revenue actually earned against the CA-B-BI-REVENUE     *
      *    estimate the cover was rated on.  '26DBID' takes            *
      *    CA-B-BI-ACTUAL-REVENUE against the policy's open            *
      *    declaration (raised by LGBIDCL1) and hands back the         *
      *    adjustment: the BI premium charged, scaled by actual over   *
      *    estimated revenue, less the premium charged.                *
      *    CA-B-BI-ADJ-TYPE 'A' is an additional premium billed on     *
      *    the schedule, 'R' a return premium refunded through the     *
      *    disbursement file, space no change.  '26CBID' is the        *
      *    diary chase on a declaration not returned.  No open         *
      *    declaration, or no actual revenue given, comes back 56.     *
      *----------------------------------------------------------------*
               05  CA-B-BI-ACTUAL-REVENUE PIC 9(9).
               05  CA-B-BI-ADJ-AMOUNT   PIC 9(8).
               05  CA-B-BI-ADJ-TYPE     PIC X.
                   88  CA-B-BI-ADDITIONAL    VALUE 'A'.
                   88  CA-B-BI-RETURN        VALUE 'R'.

           03  CA-E-DETAIL REDEFINES CA-B-DETAIL.
               05  CA-E-W-PRO           PIC X.
               05  CA-E-LOAN-AMOUNT     PIC 9(7)V99.
               05  CA-E-LOAN-BALANCE    PIC 9(7)V99.
               05  CA-E-LOAN-AVAIL     PIC 9(7)V99.
      *----------------------------------------------------------------*
      *    Death of the life assured - '21DEND' notifies it with the   *
      *    date of death and the death certificate reference; the fund *
      *    value, the benefit (the greater of sum assured plus         *
      *    attaching bonuses and fund value) and any loan netted off   *
      *    come back, with the net amount payable in CA-REFUND-AMOUNT  *
      *    as on surrender.  '22DEND' marks the proof of death         *
      *    received and releases the payment to the estate;            *
      *    CA-E-DEATH-PROOF says whether it has been.                  *
      *----------------------------------------------------------------*
               05  CA-E-DEATH-DATE      PIC X(10).
               05  CA-E-DEATH-CERT-REF  PIC X(20).
               05  CA-E-DEATH-FUND-VALUE PIC 9(9)V99.
               05  CA-E-DEATH-BENEFIT   PIC 9(9)V99.
               05  CA-E-DEATH-PROOF     PIC X.
      *----------------------------------------------------------------*
      *    With-profits reversionary bonuses attaching, as declared    *
      *    each year by LGWPBON1 - returned with the surrender quote   *
      *    and the death claim, both of which include them.            *
      *----------------------------------------------------------------*
               05  CA-E-BONUS-TOTAL     PIC 9(8).
      *----------------------------------------------------------------*
      *    Assignment and beneficiary register - '25AASG' adds an      *
      *    entry and hands back its CA-E-ASG-SEQ, '25RASG' records     *
      *    the release of entry CA-E-ASG-SEQ (CA-E-ASG-RELEASE-REF     *
      *    the assignee's release letter), '25IASG' lists the          *
      *    register into CA-DOC-TEXT.  Role 'A' is a legal assignee -  *
      *    a lender holding the policy as mortgage security - and      *
      *    while one is unreleased surrender, loan and paid-up are     *
      *    refused (CA-RETURN-CODE 58) and the maturity and death      *
      *    payouts go to its payee instead of the policyholder.  Role  *
      *    'B' is a nominated beneficiary, paid the death benefit      *
      *    where no assignee is registered.  A register request that   *
      *    fails its checks comes back 57.  CA-E-ASG-ASSIGNED says     *
      *    whether an unreleased assignment is on the register.        *
      *    CA-E-ASG-CONSIDERATION is what the assignee paid for an     *
      *    assignment for value - non-zero makes the assignment a      *
      *    chargeable event for the gain certificate run (LGCEGCT1).   *
      *----------------------------------------------------------------*
               05  CA-E-ASG-SEQ         PIC 9(3).
               05  CA-E-ASG-ROLE        PIC X.
                   88  CA-E-ASG-ASSIGNEE      VALUE 'A'.
                   88  CA-E-ASG-BENEFICIARY   VALUE 'B'.
               05  CA-E-ASG-NAME        PIC X(30).
               05  CA-E-ASG-PAYEE-ID    PIC X(8).
               05  CA-E-ASG-REFERENCE   PIC X(20).
               05  CA-E-ASG-RELEASE-REF PIC X(20).
               05  CA-E-ASG-ASSIGNED    PIC X.
               05  CA-E-ASG-CONSIDERATION PIC 9(7)V99.

           03  CA-H-DETAIL REDEFINES CA-B-DETAIL.
               05  CA-H-P-TYP           PIC X(15).
                   07  CA-H-ITEM-CAT    PIC X(10).
                   07  CA-H-ITEM-VALUE  PIC 9(7).
                   07  CA-H-ITEM-PROOF  PIC X.
      *----------------------------------------------------------------*
      *    Claims history at add - the applicant's declared claim     *
      *    count in, the industry bureau's recorded count (LGCHDREF)  *
      *    back.  More recorded than declared refers the add to       *
      *    underwriting.                                              *
      *----------------------------------------------------------------*
               05  CA-H-DECLARED-CLAIMS PIC 9(3).
               05  CA-H-BUREAU-CLAIMS   PIC 9(3).
      *----------------------------------------------------------------*
      *    Flood pool cession at bind - 'Y' back when the policy's    *
      *    flood risk was ceded to the national flood pool, with the  *
      *    property's band (A-H) and the scheme premium we pay the    *
      *    pool for it.  The customer's own premium is unchanged.     *
      *----------------------------------------------------------------*
               05  CA-H-FLOOD-POOL      PIC X.
               05  CA-H-FLOOD-BAND      PIC X.
               05  CA-H-FLOOD-PREMIUM   PIC 9(4)V99.

           03  CA-M-DETAIL REDEFINES CA-B-DETAIL.
               05  CA-M-MAKE            PIC X(15).
      *    the claim linkage is automatic, not a remembered field.   *
      *----------------------------------------------------------------*
               05  CA-M-NCD-LEVEL       PIC 9.
      *----------------------------------------------------------------*
      *    Industry bureau's recorded motor claim count for the       *
      *    applicant (LGCHDREF), returned on add against the          *
      *    CA-M-ACCIDENTS the customer declared.                      *
      *----------------------------------------------------------------*
               05  CA-M-BUREAU-CLAIMS   PIC 9(3).

      *----------------------------------------------------------------*
      *    First-notice-of-loss claim capture ('06LCOM') - the claim   *
               05  CA-L-MILESTONE-DESC  PIC X(30).
               05  CA-L-MILESTONE-DATE  PIC X(10).
      *----------------------------------------------------------------*
      *    Average (underinsurance) clause - the adjuster's value at  *
      *    risk, supplied on a 'P'/'F' step once it is known and held *
      *    on the claim for every payment after.  Where it exceeds    *
      *    the house value or commercial sum insured the payment is   *
      *    cut in that proportion; CA-L-AVERAGE-APPLIED comes back    *
      *    with the total cut to date, beside the deductible.         *
      *----------------------------------------------------------------*
               05  CA-L-VALUE-AT-RISK   PIC 9(9).
               05  CA-L-AVERAGE-APPLIED PIC 9(7)V99.
      *----------------------------------------------------------------*
      *    Owning claims handler - allocated at FNOL off the CLMHANDLR *
      *    master by peril authority, value authority and open        *
      *    caseload; blank back means no available handler held the  *
      *    authority and the claim waits on the team leaders' queue. *
      *----------------------------------------------------------------*
               05  CA-L-HANDLER-ID      PIC X(8).
      *----------------------------------------------------------------*
      *    Supplier appointment - the 'N' lifecycle action instructs  *
      *    an adjuster, surveyor, repairer or solicitor off the       *
      *    SUPPLIER master against the claim at the agreed fee scale  *
      *    (the most their invoices may total before review).  The    *
      *    CLAIMAPPT id assigned comes back; the supplier's invoices  *
      *    are matched to it by LGSPINV1 before anything is paid.     *
      *----------------------------------------------------------------*
               05  CA-L-SUPPLIER-ID     PIC X(8).
               05  CA-L-AGREED-FEE      PIC 9(7)V99.
               05  CA-L-APPT-ID         PIC X(10).
      *----------------------------------------------------------------*
      *    Third-party bodily injury ('07LMOT' only).  The 'T' action *
      *    files an injured third party against the motor claim - a   *
      *    zero CA-L-TP-SEQ adds one and the sequence assigned comes  *
      *    back; a non-zero one revises that claimant.  Damages,      *
      *    costs and rehabilitation are reserved separately per       *
      *    claimant and the claim reserve moves by their change.      *
      *    CA-L-TP-SOLICITOR is the claimant's solicitor off the      *
      *    SUPPLIER master.  The 'Y' action sets up a periodic        *
      *    payment order for the claimant: amount per instalment,     *
      *    frequency, first due date and (blank for life) last; the   *
      *    PPOSCHED id comes back and LGPPOPY1 queues each instalment *
      *    on DISBURSE as it falls due.                               *
      *----------------------------------------------------------------*
               05  CA-L-TP-SEQ          PIC 9(3).
               05  CA-L-TP-NAME         PIC X(30).
               05  CA-L-TP-INJURY       PIC X.
                   88  CA-L-TP-WHIPLASH       VALUE 'W'.
                   88  CA-L-TP-FRACTURE       VALUE 'F'.
                   88  CA-L-TP-PSYCHOLOGICAL  VALUE 'P'.
                   88  CA-L-TP-SERIOUS        VALUE 'S'.
                   88  CA-L-TP-CATASTROPHIC   VALUE 'C'.
                   88  CA-L-TP-FATAL          VALUE 'D'.
                   88  CA-L-TP-OTHER-INJURY   VALUE 'O'.
               05  CA-L-TP-SOLICITOR    PIC X(8).
               05  CA-L-TP-DAMAGES-RES  PIC 9(7)V99.
               05  CA-L-TP-COSTS-RES    PIC 9(7)V99.
               05  CA-L-TP-REHAB-RES    PIC 9(7)V99.
               05  CA-L-PPO-AMOUNT      PIC 9(7)V99.
               05  CA-L-PPO-FREQ        PIC X.
                   88  CA-L-PPO-MONTHLY       VALUE 'M'.
                   88  CA-L-PPO-QUARTERLY     VALUE 'Q'.
                   88  CA-L-PPO-ANNUAL        VALUE 'A'.
               05  CA-L-PPO-START       PIC X(10).
               05  CA-L-PPO-END         PIC X(10).
               05  CA-L-PPO-ID          PIC X(10).
      *----------------------------------------------------------------*
      *    Co-insurance carrier shares ('12GCOM') - up to five         *
      *    carriers sharing the policy, percentages summing to one     *
      *    hundred.  Carrier id 'OWN' marks this book's own share,     *
               05  CA-A-FROM-DATE       PIC X(10).
               05  CA-A-TO-DATE         PIC X(10).

      *----------------------------------------------------------------*
      *    Change of policyholder ('27TXFR') - moves the policy in    *
      *    CA-POLICY-NUM from the holder in CA-CUSTOMER-NUM to        *
      *    CA-X-NEW-CUSTNUM from CA-X-EFF-DATE (blank is today; a     *
      *    future date is diaried like any other future-dated         *
      *    request).  The policy keeps its number, so its no-claims   *
      *    level, schedule and cover go with it; its history and      *
      *    claims are re-pointed to the new holder.  The new holder   *
      *    is screened against the watchlist (75 on a hit) and any    *
      *    direct debit is withdrawn from the old holder's account -  *
      *    CA-DD-SORTCODE/CA-DD-ACCOUNT file the new holder's.  Back  *
      *    come the policy type, the new holder's name and how many   *
      *    history rows and claims moved.  A new holder not on the    *
      *    customer master, the same as the old, or a policy the old  *
      *    holder doesn't hold or that has expired comes back 55; a   *
      *    policy under compliance freeze, 61.                        *
      *----------------------------------------------------------------*
           03  CA-X-DETAIL REDEFINES CA-B-DETAIL.
               05  CA-X-NEW-CUSTNUM     PIC X(10).
               05  CA-X-EFF-DATE        PIC X(10).
               05  CA-X-POLICY-TYPE     PIC X.
               05  CA-X-NEW-NAME        PIC X(31).
               05  CA-X-HIST-MOVED      PIC 9(5).
               05  CA-X-CLAIMS-MOVED    PIC 9(5).
      *----------------------------------------------------------------*
      *    Motor fleet - one policy number, one renewal and one        *
      *    billing schedule over a schedule of up to ten vehicles      *
      *    per call.  '01AFLT' binds the fleet: each vehicle's         *
      *    CA-F-VEH-PREMIUM is keyed as its base premium and comes     *
      *    back rated (rating group loading, then the fleet's claims   *
      *    experience factor in place of per-vehicle NCD), and         *
      *    CA-PAYMENT comes back as the fleet total the POLICY row,    *
      *    schedule and mandate carry.  CA-F-DECLARED-CLAIMS is the    *
      *    fleet's claim count over the last three years.  '28MFLT'    *
      *    changes the schedule of CA-POLICY-NUM mid-term from         *
      *    CA-F-EFF-DATE (blank is today): CA-F-ACTION 'A' adds the    *
      *    vehicles listed, 'R' takes off the registrations listed.    *
      *    Each vehicle's CA-F-VEH-CHARGE comes back as its pro-rata   *
      *    share of the unexpired term, and CA-F-ADJ-AMOUNT/TYPE as    *
      *    the net additional premium billed or return premium         *
      *    refunded.  A request that is not for a live fleet, an       *
      *    empty or over-long schedule or an effective date outside    *
      *    the term comes back 04; a registration keyed twice or       *
      *    already on the fleet, 05; one not on it, or removing every  *
      *    vehicle, 06; a stolen registration, 65.                     *
      *----------------------------------------------------------------*
           03  CA-F-DETAIL REDEFINES CA-B-DETAIL.
               05  CA-F-FLEET-NAME      PIC X(31).
               05  CA-F-ACTION          PIC X.
                   88  CA-F-ADD-VEHICLES    VALUE 'A'.
                   88  CA-F-REMOVE-VEHICLES VALUE 'R'.
               05  CA-F-EFF-DATE        PIC X(10).
               05  CA-F-DECLARED-CLAIMS PIC 9(3).
               05  CA-F-EXPERIENCE-PCT  PIC 9(3).
               05  CA-F-FLEET-PREMIUM   PIC 9(8).
               05  CA-F-FLEET-VALUE     PIC 9(9).
               05  CA-F-ADJ-AMOUNT      PIC 9(8).
               05  CA-F-ADJ-TYPE        PIC X.
                   88  CA-F-ADJ-ADDITIONAL  VALUE 'A'.
                   88  CA-F-ADJ-RETURN      VALUE 'R'.
               05  CA-F-ON-COVER        PIC 9(3).
               05  CA-F-VEHICLE-COUNT   PIC 9(2).
               05  CA-F-VEHICLES OCCURS 10 TIMES.
                   07  CA-F-VEH-REGNUMBER   PIC X(7).
                   07  CA-F-VEH-MAKE        PIC X(15).
                   07  CA-F-VEH-MODEL       PIC X(15).
                   07  CA-F-VEH-VALUE       PIC 9(8).
                   07  CA-F-VEH-MANUFACTURED PIC 9(4).
                   07  CA-F-VEH-PREMIUM     PIC 9(8).
                   07  CA-F-VEH-CHARGE      PIC 9(8).
      *----------------------------------------------------------------*
      *    Card payment ('29KCRD') against CA-POLICY-NUM - a deposit   *
      *    ('D'), a one-off premium ('O') or arrears ('A') taken by    *
      *    card through the acquirer.  CA-K-CARD-TOKEN is the token    *
      *    the acquirer issued for the card and CA-K-AUTH-CODE its     *
      *    authorisation code; the card number itself never reaches    *
      *    us and is never held.  Arrears pay off the policy's refused *
      *    installments oldest due first, splitting the one the money  *
      *    runs out on; anything left, and every deposit or one-off,   *
      *    is booked as a paid one-off installment.  Back come the     *
      *    payment reference the acquirer's settlement is matched on,  *
      *    how many installments were paid, the unallocated balance    *
      *    booked as a one-off and the arrears still outstanding.  A   *
      *    blank or card-number-shaped token, no authorisation code, a *
      *    zero amount or an unknown purpose comes back 07; a policy   *
      *    the customer doesn't hold, 08; arrears asked for on a       *
      *    policy with none, 09.                                       *
      *----------------------------------------------------------------*
           03  CA-K-DETAIL REDEFINES CA-B-DETAIL.
               05  CA-K-PURPOSE         PIC X.
                   88  CA-K-DEPOSIT         VALUE 'D'.
                   88  CA-K-ONE-OFF         VALUE 'O'.
                   88  CA-K-ARREARS         VALUE 'A'.
               05  CA-K-CARD-TOKEN      PIC X(32).
               05  CA-K-AUTH-CODE       PIC X(6).
               05  CA-K-AMOUNT          PIC 9(7)V99.
               05  CA-K-PAYMENT-REF     PIC 9(9).
               05  CA-K-INST-PAID       PIC 9(3).
               05  CA-K-UNALLOCATED     PIC 9(7)V99.
               05  CA-K-ARREARS-LEFT    PIC 9(7)V99.

      *----------------------------------------------------------------*
      *    Trailing variable-length area - used by the varchar-style   *
      *    fields (ENDOWMENT padding text, Commercial underwriting     *
