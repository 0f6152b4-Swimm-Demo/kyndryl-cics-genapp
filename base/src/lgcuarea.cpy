      *    DB2-program shape the policy chain uses.  Requests follow   *
      *    the LGCMAREA request-id convention: '01ACUS' add (the       *
      *    customer number comes back assigned), '01ICUS' inquire,     *
      *    '02ACUS' update, '03ACUS' marketing consent change,         *
      *    '04ACUS' log a contact with the customer.                   *
      ******************************************************************
           03  CU-REQUEST-ID            PIC X(6).
           03  CU-RETURN-CODE           PIC X(2).
           03  CU-PHONE                 PIC X(15).
           03  CU-EMAIL                 PIC X(40).
           03  CU-LASTCHANGED           PIC X(26).
      *----------------------------------------------------------------*
      *    Identity and credit bureau result (LGCRDREF) - looked up   *
      *    when the customer is added and held on the CUSTOMER row;   *
      *    returned on add and inquire.  CU-IDENT-RESULT 'V'          *
      *    verified, 'P' partly verified, 'F' failed, 'N' no bureau   *
      *    record, blank not yet checked.                             *
      *----------------------------------------------------------------*
           03  CU-IDENT-RESULT          PIC X.
           03  CU-CREDIT-SCORE          PIC 9(3).
           03  CU-CREDIT-REF            PIC X(12).
           03  CU-CREDIT-DATE           PIC X(10).
      *----------------------------------------------------------------*
      *    Consolidated billing.  'Y' collects every installment the  *
      *    customer has falling due as one monthly direct debit (see  *
      *    LGDDCOL1/LGCOLRS1) against the customer's active mandate - *
      *    an update asking for it with no active mandate on file     *
      *    returns '82'.  'N' goes back to one collection per policy. *
      *    Left blank on an update the choice stands as it was.       *
      *    Returned on inquire.                                       *
      *----------------------------------------------------------------*
           03  CU-CONSOL-BILL           PIC X.
      *----------------------------------------------------------------*
      *    Vulnerable customer.  'Y' marks a customer who needs extra *
      *    care - kept out of every marketing campaign (LGMKTEX1),    *
      *    never lapsed (LGLAPDR1) or re-presented (LGCOLRS1) without *
      *    a person looking first, and written to in the format the   *
      *    customer needs (LGCORR1).  Set with CU-VULN-CATEGORY       *
      *    'HE' health, 'LE' life event, 'RE' resilience or 'CA'      *
      *    capability - anything else returns '83'.                   *
      *    CU-VULN-REVIEW-DATE (yyyy-mm-dd) left blank defaults to    *
      *    twelve months on; LGVULRV1 lists markers coming up for     *
      *    review.  CU-CORR-FORMAT 'L' large print (the default),     *
      *    'B' braille, 'A' audio, 'E' easy read.  'N' clears the     *
      *    marker and its details.  Left blank on an update it stands *
      *    as it was.  Returned on inquire.                           *
      *----------------------------------------------------------------*
           03  CU-VULNERABLE            PIC X.
           03  CU-VULN-CATEGORY         PIC X(2).
           03  CU-VULN-REVIEW-DATE      PIC X(10).
           03  CU-CORR-FORMAT           PIC X.
      *----------------------------------------------------------------*
      *    Marketing consent register, one entry per channel - 1      *
      *    mail, 2 email, 3 phone, 4 SMS.  On add, update and         *
      *    '03ACUS' (a consent-only change) CU-CONSENT 'Y' records    *
      *    the customer's consent, 'N' its withdrawal, blank leaves   *
      *    the channel as it was; every change is dated and logged    *
      *    against CU-CONSENT-SOURCE ('SCRN' terminal, 'WEB ' web     *
      *    service).  Returned on inquire and '03ACUS' as the current *
      *    state with the date it was last given or withdrawn - blank *
      *    where the customer has never been asked.                   *
      *----------------------------------------------------------------*
           03  CU-CONSENT-SOURCE        PIC X(4).
           03  CU-CONSENT-CHANNELS.
               05  CU-CONSENT-ENTRY     OCCURS 4 TIMES.
                   07  CU-CONSENT       PIC X.
                   07  CU-CONSENT-DATE  PIC X(10).
      *----------------------------------------------------------------*
      *    Contact log.  '04ACUS' records one contact with the        *
      *    customer from CU-CONTACT: CU-CONTACT-CHANNEL 'P' phone,    *
      *    'E' email, 'B' branch visit, 'W' web, 'L' letter, and      *
      *    CU-CONTACT-REASON one of CLAM claim, BILL payment or       *
      *    billing, RENW renewal, CHNG policy change, CANC            *
      *    cancellation, DOCS documents, COMP complaint, QUOT quote,  *
      *    GENQ general enquiry - either not recognised returns '84'. *
      *    A related policy or claim is optional but must be the      *
      *    customer's own ('85' if not).  CU-CONTACT-OPERATOR left    *
      *    blank is taken from the signed-on operator.  '04ACUS' and  *
      *    '01ICUS' return the customer's ten most recent contacts,   *
      *    newest first, in CU-CONTACT-HIST (CU-CONTACT-COUNT used).  *
      *----------------------------------------------------------------*
           03  CU-CONTACT.
               05  CU-CONTACT-CHANNEL   PIC X.
               05  CU-CONTACT-REASON    PIC X(4).
               05  CU-CONTACT-POLICY    PIC X(10).
               05  CU-CONTACT-CLAIM     PIC X(10).
               05  CU-CONTACT-OPERATOR  PIC X(8).
               05  CU-CONTACT-NOTE      PIC X(160).
           03  CU-CONTACT-COUNT         PIC 9(2).
           03  CU-CONTACT-HIST          OCCURS 10 TIMES.
               05  CU-CH-DATE           PIC X(10).
               05  CU-CH-TIME           PIC X(8).
               05  CU-CH-CHANNEL        PIC X.
               05  CU-CH-REASON         PIC X(4).
               05  CU-CH-POLICY         PIC X(10).
               05  CU-CH-CLAIM          PIC X(10).
               05  CU-CH-OPERATOR       PIC X(8).
               05  CU-CH-NOTE           PIC X(60).
      *----------------------------------------------------------------*
      *    Protected customer.  'V' marks a VIP and 'S' a member of   *
      *    staff - customers whose records no one should open without *
      *    a reason.  Every look at a protected or vulnerable         *
      *    customer is listed on the daily access monitoring report   *
      *    (LGACCMN1) with the operator who made it.  'N' clears the  *
      *    marker; left blank on an add or update it stands as it     *
      *    was.  Anything else returns '86'.  Returned on inquire,    *
      *    blank where the customer is not protected.                 *
      *----------------------------------------------------------------*
           03  CU-PROTECTED             PIC X.
               88  CU-PROTECTED-VIP         VALUE 'V'.
               88  CU-PROTECTED-STAFF       VALUE 'S'.
