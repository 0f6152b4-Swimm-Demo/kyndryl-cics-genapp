      ******************************************************************
      *    LGWDAREA                                                    *
      *    Commarea layout for the clause and wording library          *
      *    maintenance (LGWDLM01), the same request-id/return-code     *
      *    shape LGUSAREA gives the user profile chain.  The CLAUSE    *
      *    table holds each clause's wording in dated versions - a     *
      *    version in force is never altered; new wording, or a        *
      *    withdrawal, goes in as a new version with its own           *
      *    effective-from, so the wording of any past date can always  *
      *    be proved.  POLCLAUSE records which version of which clause *
      *    a policy carries, how it got there and when it came off;    *
      *    LGDOCDB1 prints the attached wording on the declarations    *
      *    page and LGAPDB01 on the endorsement schedule, and both go  *
      *    into the DOCARCH version as issued.                         *
      *                                                                *
      *    A clause attaches on its own when its rule matches - at     *
      *    add, amend and quote bind (LGAPDB01), and when an           *
      *    inspection imposes requirements ('11UINS'):                 *
      *      'P' peril      - WD-RULE-VALUE names a commercial peril   *
      *                       selected (FIRE, CRIME, FLOOD, WEATHER,   *
      *                       TERROR, CYBER, BI)                       *
      *      'R' requirement- an imposed requirement whose text holds  *
      *                       WD-RULE-VALUE (blank is any requirement) *
      *      'F' flood score- a house whose risk score is at or over   *
      *                       WD-RULE-SCORE                            *
      *      'T' property   - WD-RULE-VALUE is the property type       *
      *      'M' manual     - attached only by an underwriter          *
      *    WD-POLICY-TYPE (E/H/M/C) confines a rule to one type of     *
      *    policy; blank is any.  A rule clause that no longer matches *
      *    after an amend comes off again; one attached for a          *
      *    requirement or by hand stays until it is detached, and one  *
      *    an underwriter detaches is not put back by its rule.        *
      *                                                                *
      *    '01ICLS' inquires on the version of WD-CLAUSE-CODE in force *
      *    on WD-EFF-FROM (blank is today).  '01LCLS' lists the        *
      *    library as it stands today from WD-CLAUSE-CODE on; when the *
      *    list fills, WD-CLAUSE-CODE comes back as the code to resume *
      *    from and WD-MORE 'Y'.  '02ACLS' files a new clause or new   *
      *    wording from WD-EFF-FROM (blank is today), '03WCLS'         *
      *    withdraws a clause from WD-EFF-FROM - it stops attaching,   *
      *    but policies already carrying it keep it.  '04ACLP'         *
      *    attaches the version in force today to WD-POLICY-NUM by     *
      *    hand, '04DCLP' detaches it, and '04LCLP' lists the policy's *
      *    clause schedule, attached and detached, one line each.      *
      *                                                                *
      *    WD-RETURN-CODE beyond the shared '00'/'90'/'94'/'98'/'99':  *
      *      '40' missing or malformed code, title, wording, rule,     *
      *           policy type, policy number or date                   *
      *      '41' a version already starts on that date, or the        *
      *           clause is already attached to the policy             *
      *      '42' effective-from before today                          *
      *      '43' the clause is withdrawn and cannot be attached       *
      *      '60' operator's profile is suspended                      *
      *      '78' operator lacks clause authority for a change         *
      ******************************************************************
           03  WD-REQUEST-ID           PIC X(6).
           03  WD-RETURN-CODE          PIC X(2).
           03  WD-CLAUSE-CODE          PIC X(8).
           03  WD-EFF-FROM             PIC X(10).
           03  WD-TITLE                PIC X(40).
           03  WD-POLICY-TYPE          PIC X.
           03  WD-RULE-TYPE            PIC X.
               88  WD-RULE-PERIL            VALUE 'P'.
               88  WD-RULE-REQUIREMENT      VALUE 'R'.
               88  WD-RULE-FLOOD-SCORE      VALUE 'F'.
               88  WD-RULE-PROPERTY         VALUE 'T'.
               88  WD-RULE-MANUAL           VALUE 'M'.
           03  WD-RULE-VALUE           PIC X(15).
           03  WD-RULE-SCORE           PIC 9(3).
           03  WD-STATUS               PIC X.
               88  WD-ACTIVE                VALUE 'A'.
               88  WD-WITHDRAWN             VALUE 'W'.
           03  WD-WORDING.
               05  WD-WORDING-LINE     PIC X(75) OCCURS 4 TIMES.
           03  WD-POLICY-NUM           PIC X(10).
           03  WD-MORE                 PIC X.
           03  WD-LIST-COUNT           PIC 9(3).
           03  WD-LIST-LINE            PIC X(79) OCCURS 20.
           03  FILLER                  PIC X(20).
